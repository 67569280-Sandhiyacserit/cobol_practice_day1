002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002200*                  AUTO-SWEEP ARRANGEMENT FILE.                 *
002200* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002200*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002200*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
006300 01  WS-SWITCHES.
006400     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
006500         88  WS-OPERATOR-OK   VALUE "Y".
006500
006500 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "SWPMAINT".
006500 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006500 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006500     88  WS-ENTITLED          VALUE "Y".
006600
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
009200                 "MAINTENANCE REFUSED"
009300         GO TO 1000-INITIALIZE-EXIT
009400     END-IF
009400     MOVE "N" TO WS-ENTITLED-SW
009400     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
009400                          WS-ENTL-MODE WS-ENTITLED-SW
009400     IF NOT WS-ENTITLED
009400         DISPLAY "SWPMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
009400                 "ENTITLED TO SWPMAINT, REFUSED"
009400         MOVE "N" TO WS-OPERATOR-SW
009400         GO TO 1000-INITIALIZE-EXIT
009400     END-IF
009500
009600     OPEN I-O SWEEP-FILE
009700     IF WS-SWEEPFIL-NOTFOUND
