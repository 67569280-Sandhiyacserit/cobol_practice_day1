002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-09-02 SN    NEW PROGRAM - SUPERVISOR REVIEW FOR THE NEW  *
002500*                  WATCHLIST MATCH QUEUE.                       *
002500* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002500*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002500*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
007200         88  WS-OPERATOR-OK   VALUE "Y".
007300     05  WS-QUEUE-EOF-SW      PIC X(01) VALUE "N".
007400         88  WS-QUEUE-EOF     VALUE "Y".
007400
007400 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "WLREVIEW".
007400 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
007400 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
007400     88  WS-ENTITLED          VALUE "Y".
007500
007600 PROCEDURE DIVISION.
007700 0000-MAINLINE.
010100         SET WS-QUEUE-EOF TO TRUE
010200         GO TO 1000-INITIALIZE-EXIT
010300     END-IF
010300     MOVE "N" TO WS-ENTITLED-SW
010300     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
010300                          WS-ENTL-MODE WS-ENTITLED-SW
010300     IF NOT WS-ENTITLED
010300         DISPLAY "WLREVIEW: OPERATOR " WS-OPERATOR-ID " IS NOT "
010300                 "ENTITLED TO WLREVIEW, REFUSED"
010300         SET WS-QUEUE-EOF TO TRUE
010300         MOVE "N" TO WS-OPERATOR-SW
010300         GO TO 1000-INITIALIZE-EXIT
010300     END-IF
010400     IF WS-OPERATOR-AUTH NOT = "S"
010500         DISPLAY "WLREVIEW: OPERATOR " WS-OPERATOR-ID " IS NOT "
010600                 "A SUPERVISOR, REVIEW REFUSED"
