002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002200*                  NOMINEE REGISTER.                            *
002201* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002202*                  PLACE OF YYMMDD.                             *
002202* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002202*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002202*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004500 01  WS-FUNCTION-CODE         PIC 9(01).
004600 01  WS-ACCT-NUMBER           PIC 9(06).
004700 01  WS-NOM-SEQ               PIC 9(02).
004800 01  WS-TODAYS-DATE           PIC 9(08).
004900 01  WS-OPERATOR-ID           PIC 9(04).
005000 01  WS-OPERATOR-AUTH         PIC X(01).
005100 01  WS-ACCT-FOUND-SW         PIC X(01).
005400 01  WS-SWITCHES.
005500     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005600         88  WS-OPERATOR-OK   VALUE "Y".
005600
005600 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "NOMMAINT".
005600 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005600 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005600     88  WS-ENTITLED          VALUE "Y".
005700
005800 PROCEDURE DIVISION.
005900 0000-MAINLINE.
008300                 "MAINTENANCE REFUSED"
008400         GO TO 1000-INITIALIZE-EXIT
008500     END-IF
008500     MOVE "N" TO WS-ENTITLED-SW
008500     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008500                          WS-ENTL-MODE WS-ENTITLED-SW
008500     IF NOT WS-ENTITLED
008500         DISPLAY "NOMMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008500                 "ENTITLED TO NOMMAINT, REFUSED"
008500         MOVE "N" TO WS-OPERATOR-SW
008500         GO TO 1000-INITIALIZE-EXIT
008500     END-IF
008600
008700     CALL "BUSDATE" USING WS-TODAYS-DATE
008800
