002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - SHARED MINOR-HOLDER CHECK FOR  *
002400*                  THE NEW DATE-OF-BIRTH FIELD.                 *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
006500     88  WS-CUSTLINK-NOTFOUND VALUE "35".
006600
006700 01  WS-MAJORITY-DAYS         PIC 9(07) VALUE 6480.
006800 01  WS-TODAYS-DATE           PIC 9(08).
006900 01  WS-CCYY                  PIC 9(04).
007000 01  WS-MM                    PIC 9(02).
007100 01  WS-DD                    PIC 9(02).
007200 01  WS-DAY-COUNT-RESULT      PIC 9(07).
010000     MOVE "N" TO WS-LINK-EOF-SW
010100
010200     CALL "BUSDATE" USING WS-TODAYS-DATE
010300     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
010400     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
010500     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
010600     PERFORM 2000-CCYYMMDD-TO-DAYS
010700         THRU 2000-CCYYMMDD-TO-DAYS-EXIT
010800     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
010900
011000     OPEN INPUT CUSTOMER-LINK
014800     EXIT.
014900
015000*-----------------------------------------------------------------
015100* TEST ONE PRIMARY HOLDER'S AGE AGAINST MAJORITY.  A BIRTH DATE
015200* AHEAD OF TODAY'S COUNTS AS NO AGE AT ALL.
015300*-----------------------------------------------------------------
015400 1100-CHECK-ONE-HOLDER.
015500     READ CUSTOMER-LINK NEXT RECORD
017800         GO TO 1100-CHECK-ONE-HOLDER-EXIT
017900     END-IF
018000
018100     MOVE CUST-DATE-OF-BIRTH(1:4) TO WS-CCYY
018200     MOVE CUST-DATE-OF-BIRTH(5:2) TO WS-MM
018300     MOVE CUST-DATE-OF-BIRTH(7:2) TO WS-DD
018400     PERFORM 2000-CCYYMMDD-TO-DAYS
018500         THRU 2000-CCYYMMDD-TO-DAYS-EXIT
018600     MOVE WS-DAY-COUNT-RESULT TO WS-BIRTH-DAY-COUNT
018700
018800     IF WS-BIRTH-DAY-COUNT > WS-TODAY-DAY-COUNT
018900         MOVE 0 TO WS-AGE-DAYS
019000     ELSE
019200         COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-COUNT
019300                             - WS-BIRTH-DAY-COUNT
019400     END-IF
020000     EXIT.
020100
020200*-----------------------------------------------------------------
020300* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
020400*-----------------------------------------------------------------
020500 2000-CCYYMMDD-TO-DAYS.
020600     COMPUTE WS-DAY-COUNT-RESULT =
020700             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
020800 2000-CCYYMMDD-TO-DAYS-EXIT.
020900     EXIT.
021000
