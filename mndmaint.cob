002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002300*                  ACCOUNT OPERATING MANDATE.                   *
002300* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002300*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002300*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
005500 01  WS-SWITCHES.
005600     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005700         88  WS-OPERATOR-OK   VALUE "Y".
005700
005700 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "MNDMAINT".
005700 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005700 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005700     88  WS-ENTITLED          VALUE "Y".
005800
005900 PROCEDURE DIVISION.
006000 0000-MAINLINE.
008300                 "MAINTENANCE REFUSED"
008400         GO TO 1000-INITIALIZE-EXIT
008500     END-IF
008500     MOVE "N" TO WS-ENTITLED-SW
008500     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008500                          WS-ENTL-MODE WS-ENTITLED-SW
008500     IF NOT WS-ENTITLED
008500         DISPLAY "MNDMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008500                 "ENTITLED TO MNDMAINT, REFUSED"
008500         MOVE "N" TO WS-OPERATOR-SW
008500         GO TO 1000-INITIALIZE-EXIT
008500     END-IF
008600
008700     OPEN I-O ACCOUNT-MASTER
008800     IF NOT WS-ACCMSTR-OK
