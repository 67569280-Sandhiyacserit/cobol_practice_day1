002430*                  TOTAL THE WHOLE BRANCH'S CASH AT CLOSE.  THE *
002440*                  OPENING FLOAT SHOULD BE DRAWN FROM THE VAULT *
002450*                  THROUGH A TILLBUY PURCHASE.                  *
002451* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002452*                  PLACE OF YYMMDD.                             *
002452* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002452*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002452*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004760 01  WS-BRANCH-CODE           PIC 9(03).
004800 01  WS-OPENING-FLOAT         PIC 9(07).
004900 01  WS-COUNTED-TOTAL         PIC 9(09).
005000 01  WS-TODAYS-DATE           PIC 9(08).
005100
005200 01  WS-ENTERED-COUNTS.
005300     05  WS-2000-COUNT        PIC 9(05).
006500         88  WS-FLOAT-OK      VALUE "Y".
006600     05  WS-RECORD-EXISTS-SW  PIC X(01) VALUE "N".
006700         88  WS-RECORD-EXISTS VALUE "Y".
006700
006700 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "TILLOPEN".
006700 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006700 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006700     88  WS-ENTITLED          VALUE "Y".
006800
006900 PROCEDURE DIVISION.
007000 0000-MAINLINE.
009900                 "OPENED"
010000         GO TO 1000-INITIALIZE-EXIT
010100     END-IF
010100     MOVE "N" TO WS-ENTITLED-SW
010100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
010100                          WS-ENTL-MODE WS-ENTITLED-SW
010100     IF NOT WS-ENTITLED
010100         DISPLAY "TILLOPEN: OPERATOR " WS-OPERATOR-ID " IS NOT "
010100                 "ENTITLED TO TILLOPEN, REFUSED"
010100         MOVE "N" TO WS-OPERATOR-SW
010100         GO TO 1000-INITIALIZE-EXIT
010100     END-IF
010200
010300     OPEN I-O TILL-FILE
010400     IF WS-TILLFILE-NOTFOUND
