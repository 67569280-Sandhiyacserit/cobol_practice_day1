001800* DATE       INIT  DESCRIPTION                                  *
001900* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW CHART  *
002000*                  OF ACCOUNTS.                                 *
002000* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002000*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002000*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
004800 01  WS-SWITCHES.
004900     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005000         88  WS-OPERATOR-OK   VALUE "Y".
005000
005000 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "COAMAINT".
005000 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005000 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005000     88  WS-ENTITLED          VALUE "Y".
005100
005200 PROCEDURE DIVISION.
005300 0000-MAINLINE.
007700                 "MAINTENANCE REFUSED"
007800         GO TO 1000-INITIALIZE-EXIT
007900     END-IF
007900     MOVE "N" TO WS-ENTITLED-SW
007900     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
007900                          WS-ENTL-MODE WS-ENTITLED-SW
007900     IF NOT WS-ENTITLED
007900         DISPLAY "COAMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
007900                 "ENTITLED TO COAMAINT, REFUSED"
007900         MOVE "N" TO WS-OPERATOR-SW
007900         GO TO 1000-INITIALIZE-EXIT
007900     END-IF
008000
008100     OPEN I-O CHART-FILE
008200     IF WS-COAFILE-NOTFOUND
