002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-09-02 SN    NEW PROGRAM - MONTHLY MAJORITY CONVERSION    *
002700*                  REGISTER FOR MINOR ACCOUNTS.                 *
002701* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002702*                  PLACE OF YYMMDD.                             *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
006500 FD  CONVERSION-REGISTER
006600     LABEL RECORDS ARE STANDARD.
006700 01  CONVERSION-REGISTER-RECORD.
006800     05  MAJ-DATE             PIC 9(08).
006900     05  FILLER               PIC X(01) VALUE SPACE.
007000     05  MAJ-CUST-NUMBER      PIC 9(06).
007100     05  FILLER               PIC X(01) VALUE SPACE.
009100
009200 01  WS-MAJORITY-DAYS         PIC 9(07) VALUE 6480.
009300 01  WS-WINDOW-DAYS           PIC 9(07) VALUE 30.
009400 01  WS-TODAYS-DATE           PIC 9(08).
009500 01  WS-CCYY                  PIC 9(04).
009600 01  WS-MM                    PIC 9(02).
009700 01  WS-DD                    PIC 9(02).
009800 01  WS-DAY-COUNT-RESULT      PIC 9(07).
013400     END-IF
013500
013600     CALL "BUSDATE" USING WS-TODAYS-DATE
013700     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
013800     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
013900     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
014000     PERFORM 5000-CCYYMMDD-TO-DAYS
014100         THRU 5000-CCYYMMDD-TO-DAYS-EXIT
014200     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
014300
014400     OPEN INPUT CUSTOMER-MASTER
018700         GO TO 2000-EXAMINE-ONE-CUSTOMER-NEXT
018800     END-IF
018900
019000     MOVE CUST-DATE-OF-BIRTH(1:4) TO WS-CCYY
019100     MOVE CUST-DATE-OF-BIRTH(5:2) TO WS-MM
019200     MOVE CUST-DATE-OF-BIRTH(7:2) TO WS-DD
019300     PERFORM 5000-CCYYMMDD-TO-DAYS
019400         THRU 5000-CCYYMMDD-TO-DAYS-EXIT
019500     MOVE WS-DAY-COUNT-RESULT TO WS-BIRTH-DAY-COUNT
019600
019700     IF WS-BIRTH-DAY-COUNT > WS-TODAY-DAY-COUNT
019800         MOVE 0 TO WS-AGE-DAYS
019900     ELSE
020100         COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-COUNT
020200                             - WS-BIRTH-DAY-COUNT
020300     END-IF
027000     EXIT.
027100
027200*-----------------------------------------------------------------
027300* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
027400*-----------------------------------------------------------------
027500 5000-CCYYMMDD-TO-DAYS.
027600     COMPUTE WS-DAY-COUNT-RESULT =
027700             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
027800 5000-CCYYMMDD-TO-DAYS-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------------
