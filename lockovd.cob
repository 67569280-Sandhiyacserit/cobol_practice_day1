000100*****************************************************************
000200* PROGRAM      : LOCKOVD                                        *
000300* DESCRIPTION  : LOCKER OVERDUE RENT REPORT.  SWEEPS THE        *
000400*                ALLOTMENT FILE AND PRINTS EVERY ACTIVE LOCKER  *
000500*                ALLOTMENT WITH RENT IN ARREARS - BRANCH,       *
000600*                LOCKER, HIRER, RENT ACCOUNT, ARREARS, THE DATE *
000700*                THEY ARE OWED FROM AND THEIR AGE - AND FLAGS   *
000800*                THOSE UNPAID PAST THE ARREARS PERIOD AS DUE    *
000900*                FOR BREAK-OPEN PROCEEDINGS (RECORDED THROUGH   *
001000*                LOCKMNT).                                      *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. LOCKOVD.
001400 AUTHOR. S NATARAJAN.
001500 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001600 DATE-WRITTEN. 2026-10-15.
001700 DATE-COMPILED.
001800
001900*****************************************************************
002000* MODIFICATION HISTORY                                          *
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-10-15 SN    NEW PROGRAM - OVERDUE LOCKER RENT AND        *
002400*                  BREAK-OPEN CANDIDATES.                       *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD, REPORT COLUMNS REALIGNED TO *
002403*                  FIT.                                         *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ALLOTMENT-FILE ASSIGN TO "LOCKALOT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS ALT-NUMBER
003400         FILE STATUS IS WS-LOCKALOT-STATUS.
003500
003600     SELECT OVERDUE-REPORT ASSIGN TO "LOCKOVD"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-REPORT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ALLOTMENT-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY LKALREC.
004500
004600 FD  OVERDUE-REPORT
004700     LABEL RECORDS ARE STANDARD.
004800 01  REPORT-LINE                 PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-LOCKALOT-STATUS       PIC X(02).
005200     88  WS-LOCKALOT-OK       VALUE "00".
005300     88  WS-LOCKALOT-NOTFOUND VALUE "35".
005400 01  WS-REPORT-STATUS         PIC X(02).
005500     88  WS-REPORT-OK         VALUE "00".
005600
005700*    RENT LEFT UNPAID THIS LONG (30-DAY-MONTH CONVENTION, THREE
005800*    YEARS) MAKES THE LOCKER LIABLE TO BE BROKEN OPEN.
005900 01  WS-BREAK-OPEN-DAYS       PIC 9(04) VALUE 1080.
006000
006100 01  WS-TODAYS-DATE           PIC 9(08).
006200 01  WS-CCYY                  PIC 9(04).
006300 01  WS-MM                    PIC 9(02).
006400 01  WS-DD                    PIC 9(02).
006500 01  WS-DAY-COUNT             PIC 9(07).
006600 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
006700 01  WS-AGE-DAYS              PIC S9(05).
006800 01  WS-OVERDUE-COUNT         PIC 9(06) COMP VALUE ZERO.
006900 01  WS-BREAK-OPEN-COUNT      PIC 9(06) COMP VALUE ZERO.
007000 01  WS-ARREARS-TOTAL         PIC 9(09) VALUE ZERO.
007100
007200 01  WS-SWITCHES.
007300     05  WS-EOF-SW            PIC X(01) VALUE "N".
007400         88  WS-EOF           VALUE "Y".
007500
007600 01  WS-DETAIL-LINE.
007700     05  DTL-BRANCH-CODE      PIC 9(03).
007800     05  FILLER               PIC X(02) VALUE SPACES.
007900     05  DTL-LOCKER-NO        PIC 9(04).
008000     05  FILLER               PIC X(02) VALUE SPACES.
008100     05  DTL-ALLOT-NO         PIC 9(10).
008200     05  FILLER               PIC X(02) VALUE SPACES.
008300     05  DTL-CUST-NUMBER      PIC 9(06).
008400     05  FILLER               PIC X(02) VALUE SPACES.
008500     05  DTL-ACCT-NUMBER      PIC 9(06).
008600     05  FILLER               PIC X(01) VALUE SPACES.
008700     05  DTL-ARREARS          PIC -(7)9.
008800     05  FILLER               PIC X(02) VALUE SPACES.
008900     05  DTL-SINCE            PIC 9(08).
009000     05  FILLER               PIC X(01) VALUE SPACES.
009100     05  DTL-AGE-DAYS         PIC -(4)9.
009200     05  FILLER               PIC X(02) VALUE SPACES.
009300     05  DTL-FLAG             PIC X(14).
009400
009500 01  WS-TOTAL-LINE.
009600     05  FILLER               PIC X(20) VALUE
009700         "LOCKERS IN ARREARS: ".
009800     05  TOT-OVERDUE-COUNT    PIC Z(5)9.
009900     05  FILLER               PIC X(03) VALUE SPACES.
010000     05  FILLER               PIC X(09) VALUE "ARREARS: ".
010100     05  TOT-ARREARS          PIC Z(8)9.
010200     05  FILLER               PIC X(03) VALUE SPACES.
010300     05  FILLER               PIC X(12) VALUE "BREAK-OPEN: ".
010400     05  TOT-BREAK-OPEN-COUNT PIC Z(5)9.
010500
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE
010900         THRU 1000-INITIALIZE-EXIT
011000
011100     PERFORM 2000-REPORT-ONE-ALLOTMENT
011200         THRU 2000-REPORT-ONE-ALLOTMENT-EXIT
011300         UNTIL WS-EOF
011400
011500     PERFORM 9999-TERMINATE
011600         THRU 9999-TERMINATE-EXIT
011700
011800     STOP RUN.
011900
012000*-----------------------------------------------------------------
012100* OPEN THE FILES, WRITE THE HEADINGS AND PRIME THE SWEEP.  NO
012200* ALLOTMENT FILE MEANS NO LOCKER HAS EVER BEEN LET - THE REPORT
012300* GOES OUT EMPTY.
012400*-----------------------------------------------------------------
012500 1000-INITIALIZE.
012600     CALL "BUSDATE" USING WS-TODAYS-DATE
012700     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
012800     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
012900     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
013000     PERFORM 8800-CCYYMMDD-TO-DAYS
013100         THRU 8800-CCYYMMDD-TO-DAYS-EXIT
013200     MOVE WS-DAY-COUNT TO WS-TODAYS-DAY-COUNT
013300
013400     OPEN OUTPUT OVERDUE-REPORT
013500     IF NOT WS-REPORT-OK
013600         DISPLAY "LOCKOVD: UNABLE TO OPEN OVERDUE REPORT, "
013700                 "STATUS = " WS-REPORT-STATUS
013800         SET WS-EOF TO TRUE
013900         GO TO 1000-INITIALIZE-EXIT
014000     END-IF
014100     MOVE "LOCKER OVERDUE RENT REPORT" TO REPORT-LINE
014200     WRITE REPORT-LINE
014300     MOVE "BRN  LOCKER  ALLOT NO  CUST NO ACCT NO ARREARS"
014400         TO REPORT-LINE
014500     MOVE "SINCE      AGE" TO REPORT-LINE(49:14)
014600     WRITE REPORT-LINE
014700
014800     OPEN INPUT ALLOTMENT-FILE
014900     IF WS-LOCKALOT-NOTFOUND
015000         SET WS-EOF TO TRUE
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF
015300     IF NOT WS-LOCKALOT-OK
015400         DISPLAY "LOCKOVD: UNABLE TO OPEN ALLOTMENT FILE, "
015500                 "STATUS = " WS-LOCKALOT-STATUS
015600         SET WS-EOF TO TRUE
015700         GO TO 1000-INITIALIZE-EXIT
015800     END-IF
015900
016000     READ ALLOTMENT-FILE NEXT RECORD
016100         AT END
016200             SET WS-EOF TO TRUE
016300     END-READ.
016400 1000-INITIALIZE-EXIT.
016500     EXIT.
016600
016700*-----------------------------------------------------------------
016800* PRINT ONE ALLOTMENT IF IT IS ACTIVE AND OWES RENT, THEN
016900* ADVANCE.
017000*-----------------------------------------------------------------
017100 2000-REPORT-ONE-ALLOTMENT.
017200     IF ALT-STATUS-ACTIVE AND ALT-ARREARS-AMT > 0
017300         MOVE ALT-ARREARS-SINCE(1:4) TO WS-CCYY
017400         MOVE ALT-ARREARS-SINCE(5:2) TO WS-MM
017500         MOVE ALT-ARREARS-SINCE(7:2) TO WS-DD
017600         PERFORM 8800-CCYYMMDD-TO-DAYS
017700             THRU 8800-CCYYMMDD-TO-DAYS-EXIT
017800         COMPUTE WS-AGE-DAYS = WS-TODAYS-DAY-COUNT - WS-DAY-COUNT
017900         MOVE ALT-BRANCH-CODE   TO DTL-BRANCH-CODE
018000         MOVE ALT-LOCKER-NO     TO DTL-LOCKER-NO
018100         MOVE ALT-NUMBER        TO DTL-ALLOT-NO
018200         MOVE ALT-CUST-NUMBER   TO DTL-CUST-NUMBER
018300         MOVE ALT-RENT-ACCT     TO DTL-ACCT-NUMBER
018400         MOVE ALT-ARREARS-AMT   TO DTL-ARREARS
018500         MOVE ALT-ARREARS-SINCE TO DTL-SINCE
018600         MOVE WS-AGE-DAYS       TO DTL-AGE-DAYS
018700         IF WS-AGE-DAYS > WS-BREAK-OPEN-DAYS
018800             MOVE "BREAK-OPEN DUE" TO DTL-FLAG
018900             ADD 1 TO WS-BREAK-OPEN-COUNT
019000         ELSE
019100             MOVE SPACES TO DTL-FLAG
019200         END-IF
019300         MOVE WS-DETAIL-LINE TO REPORT-LINE
019400         WRITE REPORT-LINE
019500         ADD 1 TO WS-OVERDUE-COUNT
019600         ADD ALT-ARREARS-AMT TO WS-ARREARS-TOTAL
019700     END-IF
019800
019900     READ ALLOTMENT-FILE NEXT RECORD
020000         AT END
020100             SET WS-EOF TO TRUE
020200     END-READ.
020300 2000-REPORT-ONE-ALLOTMENT-EXIT.
020400     EXIT.
020500
020600*-----------------------------------------------------------------
020700* CONVERT WS-CCYY/WS-MM/WS-DD INTO A DAY COUNT USING THE
020800* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN WS-DAY-COUNT.
020900*-----------------------------------------------------------------
021000 8800-CCYYMMDD-TO-DAYS.
021100     COMPUTE WS-DAY-COUNT =
021200             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
021300 8800-CCYYMMDD-TO-DAYS-EXIT.
021400     EXIT.
021500
021600*-----------------------------------------------------------------
021700* PRINT THE TOTALS AND CLOSE DOWN.
021800*-----------------------------------------------------------------
021900 9999-TERMINATE.
022000     IF WS-REPORT-OK
022100         MOVE WS-OVERDUE-COUNT    TO TOT-OVERDUE-COUNT
022200         MOVE WS-ARREARS-TOTAL    TO TOT-ARREARS
022300         MOVE WS-BREAK-OPEN-COUNT TO TOT-BREAK-OPEN-COUNT
022400         MOVE WS-TOTAL-LINE TO REPORT-LINE
022500         WRITE REPORT-LINE
022600     END-IF
022700     DISPLAY "LOCKOVD: LOCKERS IN ARREARS = " WS-OVERDUE-COUNT
022800     DISPLAY "LOCKOVD: LOCKERS DUE FOR BREAK-OPEN = "
022900             WS-BREAK-OPEN-COUNT
023000     CLOSE ALLOTMENT-FILE
023100     CLOSE OVERDUE-REPORT.
023200 9999-TERMINATE-EXIT.
023300     EXIT.
