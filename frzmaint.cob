002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002400*                  ACCOUNT FREEZE REGISTER.                     *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002402* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002402*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002402*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
005500 01  WS-SWITCHES.
005600     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005700         88  WS-OPERATOR-OK   VALUE "Y".
005700
005700 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "FRZMAINT".
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
008600         DISPLAY "FRZMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008600                 "ENTITLED TO FRZMAINT, REFUSED"
008600         MOVE "N" TO WS-OPERATOR-SW
008600         GO TO 1000-INITIALIZE-EXIT
008600     END-IF
008700
008800     OPEN I-O FREEZE-FILE
008900     IF WS-FRZFILE-NOTFOUND
015500
015600     DISPLAY "ENTER AUTHORITY REFERENCE: "
015700     ACCEPT FRZ-AUTHORITY
015800     DISPLAY "ENTER START DATE (CCYYMMDD): "
015900     ACCEPT FRZ-START-DATE
016000     DISPLAY "ENTER END DATE (CCYYMMDD, 0 = OPEN-ENDED): "
016100     ACCEPT FRZ-END-DATE
016200
016300     SET FRZ-STATUS-ACTIVE TO TRUE
