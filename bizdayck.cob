002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-09-02 SN    NEW PROGRAM - SHARED BUSINESS-DAY CHECK FOR  *
002300*                  THE NEW HOLIDAY CALENDAR.                    *
002301* 2026-10-15 SN    DATES NOW TAKEN AND RETURNED IN FULL AS      *
002302*                  CCYYMMDD; THE CALENDAR ARITHMETIC WORKS ON   *
002303*                  THE FOUR-DIGIT YEAR.                         *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004400     88  WS-HOLIDAYS-NOTFOUND VALUE "35".
004500
004600 01  WS-ZELLER-WORK.
004650     05  WS-YEAR              PIC 9(04).
004800     05  WS-MONTH             PIC 9(04).
004900     05  WS-DAY               PIC 9(02).
005000     05  WS-CENTURY           PIC 9(02).
005400     05  WS-DAY-OF-WEEK       PIC 9(02).
005500
005600 LINKAGE SECTION.
005700 01  LK-DATE                  PIC 9(08).
005800 01  LK-BUSDAY-SW             PIC X(01).
005900     88  LK-BUSINESS-DAY      VALUE "Y".
006000
006800
006900*-----------------------------------------------------------------
007000* THE WEEKEND RULE FIRST, THEN THE HOLIDAY CALENDAR.  ZELLER'S
007100* RULE GIVES 0 FOR SATURDAY AND 1 FOR SUNDAY.
007300*-----------------------------------------------------------------
007400 1000-CHECK-DAY.
007500     MOVE "N" TO LK-BUSDAY-SW
007600
007700     MOVE LK-DATE(1:4) TO WS-YEAR
007750     MOVE LK-DATE(5:2) TO WS-MONTH
007800     MOVE LK-DATE(7:2) TO WS-DAY
008000
008100     IF WS-MONTH < 3
008200         ADD 12 TO WS-MONTH
