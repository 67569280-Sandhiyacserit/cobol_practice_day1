001900* DATE       INIT  DESCRIPTION                                  *
002000* 2026-09-02 SN    NEW PROGRAM - LOADS THE REGULATOR'S          *
002100*                  CIRCULAR INTO THE NEW WATCHLIST FILE.        *
002100* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002100*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002100*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
006100         88  WS-OPERATOR-OK   VALUE "Y".
006200     05  WS-EOF-SW            PIC X(01) VALUE "N".
006300         88  WS-EOF           VALUE "Y".
006300
006300 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "WLLOAD".
006300 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006300 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006300     88  WS-ENTITLED          VALUE "Y".
006400
006500 PROCEDURE DIVISION.
006600 0000-MAINLINE.
008900         SET WS-EOF TO TRUE
009000         GO TO 1000-INITIALIZE-EXIT
009100     END-IF
009100     MOVE "N" TO WS-ENTITLED-SW
009100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
009100                          WS-ENTL-MODE WS-ENTITLED-SW
009100     IF NOT WS-ENTITLED
009100         DISPLAY "WLLOAD: OPERATOR " WS-OPERATOR-ID " IS NOT "
009100                 "ENTITLED TO WLLOAD, REFUSED"
009100         SET WS-EOF TO TRUE
009100         MOVE "N" TO WS-OPERATOR-SW
009100         GO TO 1000-INITIALIZE-EXIT
009100     END-IF
009200
009300     OPEN INPUT CIRCULAR-FILE
009400     IF NOT WS-CIRCULAR-OK
