002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW FX     *
002200*                  RATE FILE.                                   *
002201* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002202*                  PLACE OF YYMMDD.                             *
002202* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002202*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002202*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004400
004500 01  WS-FUNCTION-CODE         PIC 9(01).
004600 01  WS-CURRENCY-CODE         PIC X(03).
004700 01  WS-TARGET-DATE           PIC 9(08).
004800 01  WS-OPERATOR-ID           PIC 9(04).
004900 01  WS-OPERATOR-AUTH         PIC X(01).
005000
005700         88  WS-RATE-FOUND    VALUE "Y".
005800
005900 01  WS-SHOW-RATE.
006000     05  WS-SHOW-EFF-DATE     PIC 9(08).
006100     05  WS-SHOW-BUY-RATE     PIC 9(03)V9(04).
006200     05  WS-SHOW-SELL-RATE    PIC 9(03)V9(04).
006200
006200 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "FXRTMNT".
006200 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006200 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006200     88  WS-ENTITLED          VALUE "Y".
006300
006400 PROCEDURE DIVISION.
006500 0000-MAINLINE.
008900                 "REFUSED"
009000         GO TO 1000-INITIALIZE-EXIT
009100     END-IF
009100     MOVE "N" TO WS-ENTITLED-SW
009100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
009100                          WS-ENTL-MODE WS-ENTITLED-SW
009100     IF NOT WS-ENTITLED
009100         DISPLAY "FXRTMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
009100                 "ENTITLED TO FXRTMNT, REFUSED"
009100         MOVE "N" TO WS-OPERATOR-SW
009100         GO TO 1000-INITIALIZE-EXIT
009100     END-IF
009200
009300     OPEN I-O FX-RATE-FILE
009400     IF WS-FXRATES-NOTFOUND
013800 3000-ADD-FX-RATE.
013900     MOVE WS-CURRENCY-CODE TO FX-CURRENCY-CODE
014000
014100     DISPLAY "ENTER EFFECTIVE DATE (CCYYMMDD): "
014200     ACCEPT FX-EFF-DATE
014300
014400     DISPLAY "ENTER BUY RATE (INR PER UNIT): "
017200* FXCHG MAKES AT THE COUNTER.
017300*-----------------------------------------------------------------
017400 4000-SHOW-FX-RATE.
017500     DISPLAY "ENTER DATE (CCYYMMDD): "
017600     ACCEPT WS-TARGET-DATE
017700
017800     MOVE "N" TO WS-SCAN-EOF-SW
