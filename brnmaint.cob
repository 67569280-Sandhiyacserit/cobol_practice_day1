001930*                  NEW MNTJRNL SUBPROGRAM.                     *
002000* 2026-08-23 SN    NEW PROGRAM - BRANCH MASTER MAINTENANCE FOR  *
002100*                  THE NEW MULTI-BRANCH SUPPORT.                *
002100* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002100*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002100*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
005000 01  WS-SWITCHES.
005100     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005200         88  WS-OPERATOR-OK   VALUE "Y".
005200
005200 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "BRNMAINT".
005200 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005200 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005200     88  WS-ENTITLED          VALUE "Y".
005300
005400 PROCEDURE DIVISION.
005500 0000-MAINLINE.
007900                 "REFUSED"
008000         GO TO 1000-INITIALIZE-EXIT
008100     END-IF
008100     MOVE "N" TO WS-ENTITLED-SW
008100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008100                          WS-ENTL-MODE WS-ENTITLED-SW
008100     IF NOT WS-ENTITLED
008100         DISPLAY "BRNMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008100                 "ENTITLED TO BRNMAINT, REFUSED"
008100         MOVE "N" TO WS-OPERATOR-SW
008100         GO TO 1000-INITIALIZE-EXIT
008100     END-IF
008200
008300     OPEN I-O BRANCH-MASTER
008400     IF WS-BRNMSTR-NOTFOUND
