002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002400*                  STOP-PAYMENT REGISTER.                       *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002402* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002402*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002402*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004900 01  WS-STOP-ID               PIC 9(03).
005000 01  WS-FROM-CHEQUE           PIC 9(06).
005100 01  WS-TO-CHEQUE             PIC 9(06).
005200 01  WS-TODAYS-DATE           PIC 9(08).
005300 01  WS-OPERATOR-ID           PIC 9(04).
005400 01  WS-OPERATOR-AUTH         PIC X(01).
005500 01  WS-ACCT-FOUND-SW         PIC X(01).
006000         88  WS-OPERATOR-OK   VALUE "Y".
006100     05  WS-STOP-FOUND-SW     PIC X(01) VALUE "N".
006200         88  WS-STOP-FOUND    VALUE "Y".
006200
006200 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "STOPMNT".
006200 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006200 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006200     88  WS-ENTITLED          VALUE "Y".
006300
006400 PROCEDURE DIVISION.
006500 0000-MAINLINE.
008900                 "MAINTENANCE REFUSED"
009000         GO TO 1000-INITIALIZE-EXIT
009100     END-IF
009100     MOVE "N" TO WS-ENTITLED-SW
009100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
009100                          WS-ENTL-MODE WS-ENTITLED-SW
009100     IF NOT WS-ENTITLED
009100         DISPLAY "STOPMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
009100                 "ENTITLED TO STOPMNT, REFUSED"
009100         MOVE "N" TO WS-OPERATOR-SW
009100         GO TO 1000-INITIALIZE-EXIT
009100     END-IF
009200
009300     CALL "BUSDATE" USING WS-TODAYS-DATE
009400
