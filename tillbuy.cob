002600* 2026-09-02 SN    NEW PROGRAM - CASH MOVEMENT BETWEEN THE      *
002700*                  BRANCH VAULT AND A TELLER DRAWER, IN PLACE   *
002800*                  OF THE PAPER VAULT BOOK.                     *
002801* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002802*                  PLACE OF YYMMDD.                             *
002802* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002802*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002802*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
006700     88  WS-DIRECTION-SELL    VALUE "S".
006800 01  WS-MOVE-AMOUNT           PIC 9(07).
006900 01  WS-COUNTED-TOTAL         PIC 9(09).
007000 01  WS-TODAYS-DATE           PIC 9(08).
007100
007200 01  WS-ENTERED-COUNTS.
007300     05  WS-2000-COUNT        PIC 9(05).
008300         88  WS-OPERATOR-OK   VALUE "Y".
008400     05  WS-READY-SW          PIC X(01) VALUE "N".
008500         88  WS-READY         VALUE "Y".
008500
008500 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "TILLBUY".
008500 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
008500 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
008500     88  WS-ENTITLED          VALUE "Y".
008600
008700 PROCEDURE DIVISION.
008800 0000-MAINLINE.
011200                 "REFUSED"
011300         GO TO 1000-INITIALIZE-EXIT
011400     END-IF
011400     MOVE "N" TO WS-ENTITLED-SW
011400     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
011400                          WS-ENTL-MODE WS-ENTITLED-SW
011400     IF NOT WS-ENTITLED
011400         DISPLAY "TILLBUY: OPERATOR " WS-OPERATOR-ID " IS NOT "
011400                 "ENTITLED TO TILLBUY, REFUSED"
011400         MOVE "N" TO WS-OPERATOR-SW
011400         GO TO 1000-INITIALIZE-EXIT
011400     END-IF
011500
011600     CALL "BUSDATE" USING WS-TODAYS-DATE
011700
