002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002300*                  BENEFICIARY REGISTER.                        *
002301* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002302*                  PLACE OF YYMMDD.                             *
002302* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002302*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002302*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004600 01  WS-FUNCTION-CODE         PIC 9(01).
004700 01  WS-ACCT-NUMBER           PIC 9(06).
004800 01  WS-BENEF-ACCT            PIC 9(06).
004900 01  WS-TODAYS-DATE           PIC 9(08).
005000 01  WS-OPERATOR-ID           PIC 9(04).
005100 01  WS-OPERATOR-AUTH         PIC X(01).
005200 01  WS-ACCT-FOUND-SW         PIC X(01).
005500 01  WS-SWITCHES.
005600     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005700         88  WS-OPERATOR-OK   VALUE "Y".
005700
005700 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "BENMAINT".
005700 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005700 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005700     88  WS-ENTITLED          VALUE "Y".
005800
005900 PROCEDURE DIVISION.
006000 0000-MAINLINE.
008400                 "MAINTENANCE REFUSED"
008500         GO TO 1000-INITIALIZE-EXIT
008600     END-IF
008600     MOVE "N" TO WS-ENTITLED-SW
008600     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008600                          WS-ENTL-MODE WS-ENTITLED-SW
008600     IF NOT WS-ENTITLED
008600         DISPLAY "BENMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008600                 "ENTITLED TO BENMAINT, REFUSED"
008600         MOVE "N" TO WS-OPERATOR-SW
008600         GO TO 1000-INITIALIZE-EXIT
008600     END-IF
008700
008800     CALL "BUSDATE" USING WS-TODAYS-DATE
008900
