002080*                  ENTRY MOVES THERE TOO.                     *
002100* 2026-08-23 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002200*                  EFFECTIVE-DATED RATE FILE.                   *
002201* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002202*                  PLACE OF YYMMDD.                             *
002202* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002202*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002202*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004300     88  WS-RATEFILE-NOTFOUND VALUE "35".
004400
004500 01  WS-FUNCTION-CODE         PIC 9(01).
004600 01  WS-TARGET-DATE           PIC 9(08).
004610 01  WS-PND-TYPE              PIC X(01).
004620 01  WS-PND-KEY               PIC X(12).
004630 01  WS-PENDING-ID            PIC 9(06).
005600         88  WS-SET-FOUND     VALUE "Y".
005700
005800 01  WS-SHOW-SET.
005900     05  WS-SHOW-EFF-DATE     PIC 9(08).
006000     05  WS-SHOW-1-LIMIT      PIC 9(07)V99.
006100     05  WS-SHOW-1-RATE       PIC 9(03)V99.
006200     05  WS-SHOW-2-LIMIT      PIC 9(07)V99.
006300     05  WS-SHOW-2-RATE       PIC 9(03)V99.
006400     05  WS-SHOW-3-RATE       PIC 9(03)V99.
006400
006400 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "RATEMNT".
006400 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006400 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006400     88  WS-ENTITLED          VALUE "Y".
006500
006600 PROCEDURE DIVISION.
006700 0000-MAINLINE.
009100                 "REFUSED"
009200         GO TO 1000-INITIALIZE-EXIT
009300     END-IF
009300     MOVE "N" TO WS-ENTITLED-SW
009300     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
009300                          WS-ENTL-MODE WS-ENTITLED-SW
009300     IF NOT WS-ENTITLED
009300         DISPLAY "RATEMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
009300                 "ENTITLED TO RATEMNT, REFUSED"
009300         MOVE "N" TO WS-OPERATOR-SW
009300         GO TO 1000-INITIALIZE-EXIT
009300     END-IF
009400
009500     OPEN I-O RATE-FILE
009600     IF WS-RATEFILE-NOTFOUND
013300* CAPTURE AND WRITE A NEW SLAB SET EFFECTIVE A GIVEN DATE.
013400*-----------------------------------------------------------------
013500 3000-ADD-RATE-SET.
013600     DISPLAY "ENTER EFFECTIVE DATE (CCYYMMDD): "
013700     ACCEPT RATE-EFF-DATE
013800
013900     DISPLAY "ENTER SLAB 1 UPPER LIMIT: "
017000* AT OR BEFORE THE ASKED-FOR DATE - THE SAME PICK INTCALC MAKES.
017100*-----------------------------------------------------------------
017200 4000-SHOW-RATE-SET.
017300     DISPLAY "ENTER DATE (CCYYMMDD): "
017400     ACCEPT WS-TARGET-DATE
017500
017600     MOVE "N" TO WS-SCAN-EOF-SW
