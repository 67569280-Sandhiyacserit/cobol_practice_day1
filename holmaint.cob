002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW BANK   *
002200*                  HOLIDAY CALENDAR.                            *
002201* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002202*                  PLACE OF YYMMDD.                             *
002202* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002202*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002202*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004300     88  WS-HOLIDAYS-NOTFOUND VALUE "35".
004400
004500 01  WS-FUNCTION-CODE         PIC 9(01).
004600 01  WS-HOLIDAY-DATE          PIC 9(08).
004700 01  WS-OPERATOR-ID           PIC 9(04).
004800 01  WS-OPERATOR-AUTH         PIC X(01).
004900
005000 01  WS-SWITCHES.
005100     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005200         88  WS-OPERATOR-OK   VALUE "Y".
005200
005200 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "HOLMAINT".
005200 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005200 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005200     88  WS-ENTITLED          VALUE "Y".
005300
005400 PROCEDURE DIVISION.
005500 0000-MAINLINE.
007900                 "MAINTENANCE REFUSED"
008000         GO TO 1000-INITIALIZE-EXIT
008100     END-IF
008100     MOVE "N" TO WS-ENTITLED-SW
008100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008100                          WS-ENTL-MODE WS-ENTITLED-SW
008100     IF NOT WS-ENTITLED
008100         DISPLAY "HOLMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008100                 "ENTITLED TO HOLMAINT, REFUSED"
008100         MOVE "N" TO WS-OPERATOR-SW
008100         GO TO 1000-INITIALIZE-EXIT
008100     END-IF
008200
008300     OPEN I-O HOLIDAY-FILE
008400     IF WS-HOLIDAYS-NOTFOUND
010400     DISPLAY "ENTER FUNCTION: "
010500     ACCEPT WS-FUNCTION-CODE
010600
010700     DISPLAY "ENTER HOLIDAY DATE (CCYYMMDD): "
010800     ACCEPT WS-HOLIDAY-DATE
010900
011000     EVALUATE WS-FUNCTION-CODE
