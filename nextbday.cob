002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-09-02 SN    NEW PROGRAM - SHARED NEXT-BUSINESS-DAY       *
002300*                  SHIFT FOR THE NEW HOLIDAY CALENDAR.          *
002301* 2026-10-15 SN    DATES NOW TAKEN AND RETURNED IN FULL AS      *
002302*                  CCYYMMDD; THE CALENDAR ARITHMETIC WORKS ON   *
002303*                  THE FOUR-DIGIT YEAR.                         *
002400*****************************************************************
002500
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  WS-CCYY                  PIC 9(04).
002900 01  WS-MM                    PIC 9(02).
003000 01  WS-DD                    PIC 9(02).
003100 01  WS-TRIES                 PIC 9(02).
003300     88  WS-BUSINESS-DAY      VALUE "Y".
003400
003500 LINKAGE SECTION.
003600 01  LK-DATE                  PIC 9(08).
003700
003800 PROCEDURE DIVISION USING LK-DATE.
003900 0000-MAINLINE.
005600         GO TO 1000-TEST-AND-STEP-EXIT
005700     END-IF
005800
005900     MOVE LK-DATE(1:4) TO WS-CCYY
006000     MOVE LK-DATE(5:2) TO WS-MM
006100     MOVE LK-DATE(7:2) TO WS-DD
006200
006300     ADD 1 TO WS-DD
006400     IF WS-DD > 30
006700     END-IF
006800     IF WS-MM > 12
006900         MOVE 1 TO WS-MM
007000         ADD 1 TO WS-CCYY
007100     END-IF
007200
007300     MOVE WS-CCYY TO LK-DATE(1:4)
007400     MOVE WS-MM TO LK-DATE(5:2)
007500     MOVE WS-DD TO LK-DATE(7:2)
007600     ADD 1 TO WS-TRIES.
007700 1000-TEST-AND-STEP-EXIT.
007800     EXIT.
