000100*****************************************************************
000200* PROGRAM      : COLLRPT                                        *
000300* DESCRIPTION  : MONTHLY COLLATERAL EXCEPTION REPORT.  WALKS    *
000400*                THE ACTIVE LOANS ON THE LOAN MASTER AND, FOR   *
000500*                EACH, THE COLLATERAL HELD AGAINST IT ON THE    *
000600*                COLLATERAL REGISTER, AND LISTS - A SECURED     *
000700*                LOAN WITH NO COLLATERAL HELD; A LOAN WHOSE     *
000800*                OUTSTANDING PRINCIPAL IS ABOVE ITS PRODUCT'S   *
000900*                PERMITTED LOAN-TO-VALUE OF THE LATEST          *
001000*                VALUATIONS; AN ITEM NOT REVALUED WITHIN THE    *
001100*                PRODUCT'S REVALUATION CYCLE; AND AN ITEM WHOSE *
001200*                INSURANCE HAS LAPSED.                          *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. COLLRPT.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - MONTHLY EXCEPTIONS FOR THE NEW *
002600*                  COLLATERAL REGISTER.                         *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS LOAN-NUMBER
003600         FILE STATUS IS WS-LOANMSTR-STATUS.
003700
003800     SELECT COLLATERAL-FILE ASSIGN TO "COLLFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS COLL-KEY
004200         FILE STATUS IS WS-COLLFILE-STATUS.
004300
004400     SELECT COLLATERAL-REPORT ASSIGN TO "COLLRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-COLLRPT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  LOAN-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200     COPY LOANREC.
005300
005400 FD  COLLATERAL-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY COLLREC.
005700
005800 FD  COLLATERAL-REPORT
005900     LABEL RECORDS ARE STANDARD.
006000 01  REPORT-LINE                PIC X(80).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-LOANMSTR-STATUS       PIC X(02).
006400     88  WS-LOANMSTR-OK       VALUE "00".
006500     88  WS-LOANMSTR-NOTFOUND VALUE "35".
006600 01  WS-COLLFILE-STATUS       PIC X(02).
006700     88  WS-COLLFILE-OK       VALUE "00".
006800     88  WS-COLLFILE-NOTFOUND VALUE "35".
006900 01  WS-COLLRPT-STATUS        PIC X(02).
007000     88  WS-COLLRPT-OK        VALUE "00".
007100
007200 01  WS-JOB-NAME              PIC X(08) VALUE "COLLRPT".
007300 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
007400     88  WS-BATCH-ACQUIRED    VALUE "Y".
007500
007600 01  WS-TODAYS-DATE           PIC 9(08).
007700 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
007800     05  WS-TODAY-YEAR        PIC 9(04).
007900     05  WS-TODAY-MONTH       PIC 9(02).
008000     05  WS-TODAY-DAY         PIC 9(02).
008100 01  WS-ENTRY-DATE            PIC 9(08).
008200 01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
008300     05  WS-ENTRY-YEAR        PIC 9(04).
008400     05  WS-ENTRY-MONTH       PIC 9(02).
008500     05  WS-ENTRY-DAY         PIC 9(02).
008600 01  WS-MONTHS-ELAPSED        PIC S9(05).
008700
008800*    THE LOAN'S PRODUCT, THROUGH PRDLKUP.  A LOAN WITH NO PRODUCT
008900*    CODE IS AN UNSECURED STANDARD LOAN - ONLY ITS INSURANCE IS
009000*    WATCHED, SHOULD COLLATERAL HAVE BEEN TAKEN AGAINST IT ANYWAY.
009100 01  WS-LOAN-TYPE-CODE        PIC X(01) VALUE "L".
009200 01  WS-PRODUCT-FOUND-SW      PIC X(01).
009300     88  WS-PRODUCT-FOUND     VALUE "Y".
009400     88  WS-PRODUCT-NOT-FOUND VALUE "N".
009500     COPY PRODREC.
009600 01  WS-MAX-LTV-PCT           PIC 9(03).
009700 01  WS-REVAL-MONTHS          PIC 9(02).
009800
009900*    OUTSTANDING PRINCIPAL, THROUGH LOANBAL.
010000 01  WS-REMAINING             PIC 9(03).
010100 01  WS-OUTSTANDING           PIC 9(11).
010200 01  WS-COLL-COUNT            PIC 9(03) COMP.
010300 01  WS-COLL-TOTAL            PIC 9(13).
010400 01  WS-COLL-LENDABLE         PIC 9(13).
010500 01  WS-LTV-ACTUAL            PIC 9(03).
010600
010700 01  WS-LOAN-COUNT            PIC 9(06) COMP VALUE 0.
010800 01  WS-SECURED-COUNT         PIC 9(06) COMP VALUE 0.
010900 01  WS-NO-COLL-COUNT         PIC 9(06) COMP VALUE 0.
011000 01  WS-LTV-COUNT             PIC 9(06) COMP VALUE 0.
011100 01  WS-STALE-COUNT           PIC 9(06) COMP VALUE 0.
011200 01  WS-LAPSED-COUNT          PIC 9(06) COMP VALUE 0.
011300
011400 01  WS-HEADING-LINE.
011500     05  FILLER               PIC X(07) VALUE "LOAN".
011600     05  FILLER               PIC X(05) VALUE "PROD".
011700     05  FILLER               PIC X(03) VALUE "IT".
011800     05  FILLER               PIC X(17) VALUE "EXCEPTION".
011900     05  FILLER               PIC X(12) VALUE " OUTSTANDING".
012000     05  FILLER               PIC X(12) VALUE "       VALUE".
012100     05  FILLER               PIC X(12) VALUE " DATE/LTV".
012200
012300 01  WS-DETAIL-LINE.
012400     05  DTL-LOAN-NUMBER      PIC 9(06).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  DTL-PRODUCT-CODE     PIC X(04).
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800     05  DTL-SEQ              PIC X(02).
012900     05  FILLER               PIC X(01) VALUE SPACE.
013000     05  DTL-EXCEPTION        PIC X(16).
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  DTL-OUTSTANDING      PIC Z(10)9.
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  DTL-VALUE            PIC Z(10)9.
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  DTL-REFERENCE        PIC X(12).
013700
013800 01  WS-TOTAL-LINE.
013900     05  TOT-LABEL            PIC X(36).
014000     05  TOT-COUNT            PIC Z(5)9.
014100
014200 01  WS-SWITCHES.
014300     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
014400         88  WS-INIT-FAILED   VALUE "Y".
014500     05  WS-LOAN-EOF-SW       PIC X(01) VALUE "N".
014600         88  WS-LOAN-EOF      VALUE "Y".
014700     05  WS-COLL-EOF-SW       PIC X(01) VALUE "N".
014800         88  WS-COLL-EOF      VALUE "Y".
014900     05  WS-REPORT-SW         PIC X(01) VALUE "N".
015000         88  WS-REPORT-OPEN   VALUE "Y".
015100     05  WS-LOANMSTR-SW       PIC X(01) VALUE "N".
015200         88  WS-LOANMSTR-OPEN VALUE "Y".
015300     05  WS-COLLFILE-SW       PIC X(01) VALUE "N".
015400         88  WS-COLLFILE-OPEN VALUE "Y".
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT
016000
016100     IF NOT WS-INIT-FAILED
016200         PERFORM 2000-CHECK-ONE-LOAN
016300             THRU 2000-CHECK-ONE-LOAN-EXIT
016400             UNTIL WS-LOAN-EOF
016500         PERFORM 6000-WRITE-SUMMARY
016600             THRU 6000-WRITE-SUMMARY-EXIT
016700     END-IF
016800
016900     PERFORM 9999-TERMINATE
017000         THRU 9999-TERMINATE-EXIT
017100
017200     IF WS-INIT-FAILED
017300         MOVE 8 TO RETURN-CODE
017400     END-IF
017500     GOBACK.
017600
017700*-----------------------------------------------------------------
017800* ACQUIRE THE BATCH WINDOW AND OPEN THE FILES.  NO LOAN MASTER
017900* MEANS NO LOANS AND AN EMPTY REPORT; NO COLLATERAL REGISTER
018000* MEANS NOTHING HAS EVER BEEN REGISTERED, SO EVERY SECURED LOAN
018100* IS REPORTED AS HOLDING NONE.
018200*-----------------------------------------------------------------
018300 1000-INITIALIZE.
018400     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
018500     IF NOT WS-BATCH-ACQUIRED
018600         DISPLAY "COLLRPT: BATCH WINDOW CHECK FAILED, RUN "
018700                 "REFUSED"
018800         SET WS-INIT-FAILED TO TRUE
018900         GO TO 1000-INITIALIZE-EXIT
019000     END-IF
019100
019200     CALL "BUSDATE" USING WS-TODAYS-DATE
019300
019400     OPEN OUTPUT COLLATERAL-REPORT
019500     IF NOT WS-COLLRPT-OK
019600         DISPLAY "COLLRPT: UNABLE TO OPEN REPORT, STATUS = "
019700                 WS-COLLRPT-STATUS
019800         SET WS-INIT-FAILED TO TRUE
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF
020100     SET WS-REPORT-OPEN TO TRUE
020200     MOVE SPACES TO REPORT-LINE
020300     STRING "COLLATERAL EXCEPTIONS FOR " WS-TODAY-YEAR "-"
020400            WS-TODAY-MONTH " AS AT " WS-TODAYS-DATE
020500            DELIMITED BY SIZE INTO REPORT-LINE
020600     WRITE REPORT-LINE
020700     MOVE WS-HEADING-LINE TO REPORT-LINE
020800     WRITE REPORT-LINE
020900
021000     OPEN INPUT LOAN-MASTER
021100     IF WS-LOANMSTR-NOTFOUND
021200         SET WS-LOAN-EOF TO TRUE
021300         GO TO 1000-INITIALIZE-EXIT
021400     END-IF
021500     IF NOT WS-LOANMSTR-OK
021600         DISPLAY "COLLRPT: UNABLE TO OPEN LOAN MASTER, STATUS = "
021700                 WS-LOANMSTR-STATUS
021800         SET WS-INIT-FAILED TO TRUE
021900         GO TO 1000-INITIALIZE-EXIT
022000     END-IF
022100     SET WS-LOANMSTR-OPEN TO TRUE
022200
022300     OPEN INPUT COLLATERAL-FILE
022400     IF WS-COLLFILE-NOTFOUND
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF
022700     IF NOT WS-COLLFILE-OK
022800         DISPLAY "COLLRPT: UNABLE TO OPEN COLLATERAL REGISTER, "
022900                 "STATUS = " WS-COLLFILE-STATUS
023000         SET WS-INIT-FAILED TO TRUE
023100         GO TO 1000-INITIALIZE-EXIT
023200     END-IF
023300     SET WS-COLLFILE-OPEN TO TRUE.
023400 1000-INITIALIZE-EXIT.
023500     EXIT.
023600
023700*-----------------------------------------------------------------
023800* CHECK ONE ACTIVE LOAN - ITS ITEMS FIRST, FOR STALE VALUATIONS
023900* AND LAPSED INSURANCE, THEN, FOR A SECURED PRODUCT, THE
024000* OUTSTANDING PRINCIPAL AGAINST WHAT THE ITEMS WILL SUPPORT.
024100*-----------------------------------------------------------------
024200 2000-CHECK-ONE-LOAN.
024300     READ LOAN-MASTER NEXT RECORD
024400         AT END
024500             SET WS-LOAN-EOF TO TRUE
024600             GO TO 2000-CHECK-ONE-LOAN-EXIT
024700     END-READ
024800
024900     IF NOT LOAN-STATUS-ACTIVE
025000         GO TO 2000-CHECK-ONE-LOAN-EXIT
025100     END-IF
025200     ADD 1 TO WS-LOAN-COUNT
025300
025400     MOVE "N" TO WS-PRODUCT-FOUND-SW
025500     CALL "PRDLKUP" USING LOAN-PRODUCT-CODE WS-LOAN-TYPE-CODE
025600                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
025700     MOVE 0 TO WS-MAX-LTV-PCT
025800     MOVE 0 TO WS-REVAL-MONTHS
025900     IF PRD-MAX-LTV-PCT NUMERIC
026000         MOVE PRD-MAX-LTV-PCT TO WS-MAX-LTV-PCT
026100     END-IF
026200     IF PRD-REVAL-MONTHS NUMERIC
026300         MOVE PRD-REVAL-MONTHS TO WS-REVAL-MONTHS
026400     END-IF
026500
026600     COMPUTE WS-REMAINING = LOAN-TERM-MONTHS - LOAN-PAID-COUNT
026700     CALL "LOANBAL" USING LOAN-EMI-AMOUNT LOAN-RATE-PCT
026800                          WS-REMAINING WS-OUTSTANDING
026900     IF WS-OUTSTANDING > LOAN-PRINCIPAL
027000         MOVE LOAN-PRINCIPAL TO WS-OUTSTANDING
027100     END-IF
027200
027300     MOVE 0 TO WS-COLL-COUNT
027400     MOVE 0 TO WS-COLL-TOTAL
027500     IF WS-COLLFILE-OPEN
027600         MOVE "N" TO WS-COLL-EOF-SW
027700         MOVE LOAN-NUMBER TO COLL-LOAN-NUMBER
027800         MOVE 0 TO COLL-SEQ
027900         START COLLATERAL-FILE
028000             KEY IS NOT LESS THAN COLL-KEY
028100             INVALID KEY
028200                 SET WS-COLL-EOF TO TRUE
028300         END-START
028400         PERFORM 3000-CHECK-ONE-ITEM
028500             THRU 3000-CHECK-ONE-ITEM-EXIT
028600             UNTIL WS-COLL-EOF
028700     END-IF
028800
028900     IF PRD-SECURED
029000         ADD 1 TO WS-SECURED-COUNT
029100         PERFORM 4000-CHECK-LTV
029200             THRU 4000-CHECK-LTV-EXIT
029300     END-IF.
029400 2000-CHECK-ONE-LOAN-EXIT.
029500     EXIT.
029600
029700*-----------------------------------------------------------------
029800* TAKE ONE OF THE LOAN'S ITEMS.  A HELD ITEM COUNTS TOWARDS THE
029900* LOAN'S COLLATERAL VALUE AND IS REPORTED IF ITS VALUATION HAS
030000* RUN PAST THE PRODUCT'S REVALUATION CYCLE OR ITS INSURANCE HAS
030100* EXPIRED.
030200*-----------------------------------------------------------------
030300 3000-CHECK-ONE-ITEM.
030400     READ COLLATERAL-FILE NEXT RECORD
030500         AT END
030600             SET WS-COLL-EOF TO TRUE
030700             GO TO 3000-CHECK-ONE-ITEM-EXIT
030800     END-READ
030900
031000     IF COLL-LOAN-NUMBER NOT = LOAN-NUMBER
031100         SET WS-COLL-EOF TO TRUE
031200         GO TO 3000-CHECK-ONE-ITEM-EXIT
031300     END-IF
031400
031500     IF NOT COLL-STATUS-ACTIVE
031600         GO TO 3000-CHECK-ONE-ITEM-EXIT
031700     END-IF
031800     ADD 1 TO WS-COLL-COUNT
031900     ADD COLL-VALUE TO WS-COLL-TOTAL
032000
032100*    WHOLE MONTHS SINCE THE VALUATION, A PART MONTH NOT COUNTING.
032200     IF WS-REVAL-MONTHS > 0
032300         MOVE COLL-VALUATION-DATE TO WS-ENTRY-DATE
032400         COMPUTE WS-MONTHS-ELAPSED =
032500                 (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
032600               - (WS-ENTRY-YEAR * 12 + WS-ENTRY-MONTH)
032700         IF WS-TODAY-DAY < WS-ENTRY-DAY
032800             SUBTRACT 1 FROM WS-MONTHS-ELAPSED
032900         END-IF
033000         IF WS-MONTHS-ELAPSED NOT LESS THAN WS-REVAL-MONTHS
033100             PERFORM 5000-START-DETAIL
033200                 THRU 5000-START-DETAIL-EXIT
033300             MOVE "STALE VALUATION" TO DTL-EXCEPTION
033400             MOVE COLL-VALUATION-DATE TO DTL-REFERENCE
033500             MOVE WS-DETAIL-LINE TO REPORT-LINE
033600             WRITE REPORT-LINE
033700             ADD 1 TO WS-STALE-COUNT
033800         END-IF
033900     END-IF
034000
034100     IF COLL-INS-EXPIRY-DATE > 0
034200         AND COLL-INS-EXPIRY-DATE < WS-TODAYS-DATE
034300         PERFORM 5000-START-DETAIL
034400             THRU 5000-START-DETAIL-EXIT
034500         MOVE "INSURANCE LAPSED" TO DTL-EXCEPTION
034600         MOVE COLL-INS-EXPIRY-DATE TO DTL-REFERENCE
034700         MOVE WS-DETAIL-LINE TO REPORT-LINE
034800         WRITE REPORT-LINE
034900         ADD 1 TO WS-LAPSED-COUNT
035000     END-IF.
035100 3000-CHECK-ONE-ITEM-EXIT.
035200     EXIT.
035300
035400*-----------------------------------------------------------------
035500* A SECURED LOAN MUST HOLD COLLATERAL, AND ITS OUTSTANDING
035600* PRINCIPAL MAY NOT EXCEED THE PRODUCT'S PERMITTED PERCENTAGE
035700* OF THE LATEST VALUATIONS.
035800*-----------------------------------------------------------------
035900 4000-CHECK-LTV.
036000     IF WS-COLL-COUNT = 0
036100         PERFORM 5000-START-DETAIL
036200             THRU 5000-START-DETAIL-EXIT
036300         MOVE SPACES TO DTL-SEQ
036400         MOVE "NO COLLATERAL" TO DTL-EXCEPTION
036500         MOVE 0 TO DTL-VALUE
036600         MOVE WS-DETAIL-LINE TO REPORT-LINE
036700         WRITE REPORT-LINE
036800         ADD 1 TO WS-NO-COLL-COUNT
036900         GO TO 4000-CHECK-LTV-EXIT
037000     END-IF
037100
037200     COMPUTE WS-COLL-LENDABLE =
037300             WS-COLL-TOTAL * WS-MAX-LTV-PCT / 100
037400     IF WS-OUTSTANDING NOT > WS-COLL-LENDABLE
037500         GO TO 4000-CHECK-LTV-EXIT
037600     END-IF
037700
037800     COMPUTE WS-LTV-ACTUAL ROUNDED =
037900             WS-OUTSTANDING * 100 / WS-COLL-TOTAL
038000         ON SIZE ERROR
038100             MOVE 999 TO WS-LTV-ACTUAL
038200     END-COMPUTE
038300     PERFORM 5000-START-DETAIL
038400         THRU 5000-START-DETAIL-EXIT
038500     MOVE SPACES TO DTL-SEQ
038600     MOVE "LTV BREACH" TO DTL-EXCEPTION
038700     MOVE WS-COLL-TOTAL TO DTL-VALUE
038800     STRING WS-LTV-ACTUAL " OVER " WS-MAX-LTV-PCT
038900            DELIMITED BY SIZE INTO DTL-REFERENCE
039000     MOVE WS-DETAIL-LINE TO REPORT-LINE
039100     WRITE REPORT-LINE
039200     ADD 1 TO WS-LTV-COUNT.
039300 4000-CHECK-LTV-EXIT.
039400     EXIT.
039500
039600*-----------------------------------------------------------------
039700* FILL THE PARTS OF A DETAIL LINE COMMON TO EVERY EXCEPTION.
039800*-----------------------------------------------------------------
039900 5000-START-DETAIL.
040000     MOVE SPACES TO DTL-REFERENCE
040100     MOVE LOAN-NUMBER TO DTL-LOAN-NUMBER
040200     MOVE LOAN-PRODUCT-CODE TO DTL-PRODUCT-CODE
040300     MOVE COLL-SEQ TO DTL-SEQ
040400     MOVE WS-OUTSTANDING TO DTL-OUTSTANDING
040500     MOVE COLL-VALUE TO DTL-VALUE.
040600 5000-START-DETAIL-EXIT.
040700     EXIT.
040800
040900*-----------------------------------------------------------------
041000* WRITE THE RUN TOTALS.
041100*-----------------------------------------------------------------
041200 6000-WRITE-SUMMARY.
041300     MOVE SPACES TO REPORT-LINE
041400     WRITE REPORT-LINE
041500
041600     MOVE SPACES TO WS-TOTAL-LINE
041700     MOVE "ACTIVE LOANS CHECKED" TO TOT-LABEL
041800     MOVE WS-LOAN-COUNT TO TOT-COUNT
041900     MOVE WS-TOTAL-LINE TO REPORT-LINE
042000     WRITE REPORT-LINE
042100
042200     MOVE SPACES TO WS-TOTAL-LINE
042300     MOVE "UNDER SECURED PRODUCTS" TO TOT-LABEL
042400     MOVE WS-SECURED-COUNT TO TOT-COUNT
042500     MOVE WS-TOTAL-LINE TO REPORT-LINE
042600     WRITE REPORT-LINE
042700
042800     MOVE SPACES TO WS-TOTAL-LINE
042900     MOVE "SECURED LOANS WITH NO COLLATERAL" TO TOT-LABEL
043000     MOVE WS-NO-COLL-COUNT TO TOT-COUNT
043100     MOVE WS-TOTAL-LINE TO REPORT-LINE
043200     WRITE REPORT-LINE
043300
043400     MOVE SPACES TO WS-TOTAL-LINE
043500     MOVE "LOAN-TO-VALUE BREACHES" TO TOT-LABEL
043600     MOVE WS-LTV-COUNT TO TOT-COUNT
043700     MOVE WS-TOTAL-LINE TO REPORT-LINE
043800     WRITE REPORT-LINE
043900
044000     MOVE SPACES TO WS-TOTAL-LINE
044100     MOVE "ITEMS DUE FOR REVALUATION" TO TOT-LABEL
044200     MOVE WS-STALE-COUNT TO TOT-COUNT
044300     MOVE WS-TOTAL-LINE TO REPORT-LINE
044400     WRITE REPORT-LINE
044500
044600     MOVE SPACES TO WS-TOTAL-LINE
044700     MOVE "ITEMS WITH LAPSED INSURANCE" TO TOT-LABEL
044800     MOVE WS-LAPSED-COUNT TO TOT-COUNT
044900     MOVE WS-TOTAL-LINE TO REPORT-LINE
045000     WRITE REPORT-LINE
045100
045200     DISPLAY "COLLRPT: LOANS CHECKED = " WS-LOAN-COUNT
045300             ", LTV BREACHES = " WS-LTV-COUNT
045400             ", STALE = " WS-STALE-COUNT
045500             ", LAPSED = " WS-LAPSED-COUNT.
045600 6000-WRITE-SUMMARY-EXIT.
045700     EXIT.
045800
045900*-----------------------------------------------------------------
046000* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
046100*-----------------------------------------------------------------
046200 9999-TERMINATE.
046300     IF WS-BATCH-ACQUIRED
046400         CALL "BATCHREL" USING WS-JOB-NAME
046500     END-IF
046600
046700     IF WS-LOANMSTR-OPEN
046800         CLOSE LOAN-MASTER
046900     END-IF
047000     IF WS-COLLFILE-OPEN
047100         CLOSE COLLATERAL-FILE
047200     END-IF
047300     IF WS-REPORT-OPEN
047400         CLOSE COLLATERAL-REPORT
047500     END-IF.
047600 9999-TERMINATE-EXIT.
047700     EXIT.
