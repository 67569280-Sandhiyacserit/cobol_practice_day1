003160*                  WITHDRAWAL YET IS NO LONGER TREATED AS       *
003170*                  DORMANT - BOTH LAST-ACTIVITY DATES BEING     *
003180*                  ZERO NOW SKIPS THE DORMANCY CHECK ENTIRELY.  *
003181* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003182*                  PLACE OF YYMMDD, REPORT COLUMNS REALIGNED TO *
003183*                  FIT.                                         *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
006300
006400 01  WS-DORMANCY-DAYS         PIC 9(05) VALUE 90.
006500
006600 01  WS-TODAYS-DATE           PIC 9(08).
006700 01  WS-LAST-ACTIVITY-DATE    PIC 9(08).
006800
006900 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
007000 01  WS-ACTIVITY-DAY-COUNT    PIC 9(07).
007100 01  WS-ELAPSED-DAYS          PIC S9(07).
007200
007300 01  WS-CCYY                  PIC 9(04).
007400 01  WS-MM                    PIC 9(02).
007500 01  WS-DD                    PIC 9(02).
007600
008400 01  WS-DETAIL-LINE.
008500     05  DTL-ACCT-NUMBER      PIC 9(06).
008600     05  FILLER               PIC X(03) VALUE SPACES.
008700     05  DTL-LAST-ACTIVITY    PIC 9(08).
008800     05  FILLER               PIC X(12) VALUE SPACES.
008900     05  DTL-ELAPSED-DAYS     PIC -(6)9.
009000
009100 PROCEDURE DIVISION.
017400         MOVE ACCT-LAST-WD-DATE TO WS-LAST-ACTIVITY-DATE
017500     END-IF
017600
017700     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
017710     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
017720     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
017800     PERFORM 2600-CCYYMMDD-TO-DAYS
017900         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
018000     MOVE WS-ELAPSED-DAYS TO WS-TODAYS-DAY-COUNT
018100
018200     MOVE WS-LAST-ACTIVITY-DATE(1:4) TO WS-CCYY
018210     MOVE WS-LAST-ACTIVITY-DATE(5:2) TO WS-MM
018220     MOVE WS-LAST-ACTIVITY-DATE(7:2) TO WS-DD
018300     PERFORM 2600-CCYYMMDD-TO-DAYS
018400         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
018500     MOVE WS-ELAPSED-DAYS TO WS-ACTIVITY-DAY-COUNT
018600
018700     COMPUTE WS-ELAPSED-DAYS =
020800     EXIT.
020900
021000*-----------------------------------------------------------------
021100* CONVERT A CCYYMMDD DATE INTO AN APPROXIMATE DAY COUNT USING THE
021200* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN
021300* WS-ELAPSED-DAYS (RE-USED HERE AS A WORK FIELD).
021400*-----------------------------------------------------------------
021500 2600-CCYYMMDD-TO-DAYS.
021600     COMPUTE WS-ELAPSED-DAYS =
021700             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
021800 2600-CCYYMMDD-TO-DAYS-EXIT.
021900     EXIT.
022000
022100*-----------------------------------------------------------------
