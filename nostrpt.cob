000100*****************************************************************
000200* PROGRAM      : NOSTRPT                                        *
000300* DESCRIPTION  : NOSTRO RECONCILIATION REPORT.  FOR EACH ACTIVE *
000400*                NOSTRO LISTS THE ENTRIES STILL OPEN ON EACH    *
000500*                SIDE WITH THEIR AGE FROM VALUE DATE, BUCKETED  *
000600*                0-7, 8-30 AND OVER 30 DAYS, TOTALS EACH BUCKET *
000700*                BY SIDE, AND PROVES OUR LEDGER BALANCE, PLUS   *
000800*                THE OPEN STATEMENT LINES LESS THE OPEN         *
000900*                OUR-SIDE ENTRIES, TO THE CORRESPONDENT'S LAST  *
001000*                STATEMENT BALANCE, PRINTING ANY DIFFERENCE.    *
001100*                RUN AFTER NOSTIMP AND NOSTAUTO.                *
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. NOSTRPT.
001500 AUTHOR. S NATARAJAN.
001600 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900
002000*****************************************************************
002100* MODIFICATION HISTORY                                          *
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-10-15 SN    NEW PROGRAM - OPEN ITEM AGEING AND STATEMENT *
002500*                  PROOF FOR THE NEW NOSTRO RECONCILIATION.     *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT NOSTRO-MASTER ASSIGN TO "NOSTMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS NOS-KEY
003500         FILE STATUS IS WS-NOSTMSTR-STATUS.
003600
003700     SELECT NOSTRO-ENTRIES ASSIGN TO "NOSTENT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS NE-KEY
004100         FILE STATUS IS WS-NOSTENT-STATUS.
004200
004300     SELECT RECON-REPORT ASSIGN TO "NOSTRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-NOSTRPT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  NOSTRO-MASTER
005000     LABEL RECORDS ARE STANDARD.
005100     COPY NOSTREC.
005200
005300 FD  NOSTRO-ENTRIES
005400     LABEL RECORDS ARE STANDARD.
005500     COPY NOSTENT.
005600
005700 FD  RECON-REPORT
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-LINE                PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-NOSTMSTR-STATUS       PIC X(02).
006300     88  WS-NOSTMSTR-OK       VALUE "00".
006400     88  WS-NOSTMSTR-NOTFOUND VALUE "35".
006500 01  WS-NOSTENT-STATUS        PIC X(02).
006600     88  WS-NOSTENT-OK        VALUE "00".
006700     88  WS-NOSTENT-NOTFOUND  VALUE "35".
006800 01  WS-NOSTRPT-STATUS        PIC X(02).
006900     88  WS-NOSTRPT-OK        VALUE "00".
007000
007100 01  WS-JOB-NAME              PIC X(08) VALUE "NOSTRPT".
007200 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
007300     88  WS-BATCH-ACQUIRED    VALUE "Y".
007400
007500*    THE UPPER LIMITS OF THE FIRST TWO AGE BUCKETS.
007600 01  WS-BUCKET-1-DAYS         PIC 9(03) VALUE 7.
007700 01  WS-BUCKET-2-DAYS         PIC 9(03) VALUE 30.
007800
007900 01  WS-BUCKET-NAMES.
008000     05  FILLER               PIC X(07) VALUE "0-7".
008100     05  FILLER               PIC X(07) VALUE "8-30".
008200     05  FILLER               PIC X(07) VALUE "OVER 30".
008300 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
008400     05  WS-BUCKET-NAME       OCCURS 3 TIMES PIC X(07).
008500
008600 01  WS-SIDE-NAMES.
008700     05  FILLER               PIC X(05) VALUE "OURS".
008800     05  FILLER               PIC X(05) VALUE "THEIR".
008900 01  WS-SIDE-NAME-TABLE REDEFINES WS-SIDE-NAMES.
009000     05  WS-SIDE-NAME         OCCURS 2 TIMES PIC X(05).
009100
009200 01  WS-TODAYS-DATE           PIC 9(08).
009300 01  WS-CCYY                  PIC 9(04).
009400 01  WS-MM                    PIC 9(02).
009500 01  WS-DD                    PIC 9(02).
009600 01  WS-DAY-COUNT             PIC 9(07).
009700 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
009800 01  WS-AGE-DAYS              PIC S9(05).
009900
010000*    OPEN ITEMS FOR THE NOSTRO BEING REPORTED, BY SIDE (OURS,
010100*    THEIRS) AND AGE BUCKET.
010200 01  WS-BUCKET-TABLE.
010300     05  WS-BKT-SIDE          OCCURS 2 TIMES.
010400         10  WS-BKT-ENTRY     OCCURS 3 TIMES.
010500             15  WS-BKT-COUNT  PIC 9(06) COMP.
010600             15  WS-BKT-AMOUNT PIC 9(12).
010700 01  WS-SIDE-IDX              PIC 9(01).
010800 01  WS-BKT-IDX               PIC 9(01).
010900
011000 01  WS-NOSTRO-KEY            PIC X(07).
011100 01  WS-LEDGER-BAL            PIC S9(12).
011200 01  WS-OUR-OPEN-NET          PIC S9(12).
011300 01  WS-THEIR-OPEN-NET        PIC S9(12).
011400 01  WS-ADJUSTED-BAL          PIC S9(12).
011500 01  WS-DIFFERENCE            PIC S9(12).
011600 01  WS-SIGNED-AMOUNT         PIC S9(10).
011700
011800 01  WS-NOSTRO-COUNT          PIC 9(04) COMP VALUE 0.
011900 01  WS-BREAK-COUNT           PIC 9(04) COMP VALUE 0.
012000 01  WS-TOTAL-OUR-OPEN        PIC 9(06) COMP VALUE 0.
012100 01  WS-TOTAL-THEIR-OPEN      PIC 9(06) COMP VALUE 0.
012200 01  WS-TOTAL-OVER-30         PIC 9(06) COMP VALUE 0.
012300
012400 01  WS-HEADING-LINE.
012500     05  FILLER               PIC X(38)
012600         VALUE "SIDE  ENTRY REF  VALUE DT D    AMOUNT ".
012700     05  FILLER               PIC X(39)
012800         VALUE "OUR REF    SOURCE/THEIR REF  AGE BUCKET".
012900
013000 01  WS-DETAIL-LINE.
013100     05  DTL-SIDE             PIC X(05).
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  DTL-ENTRY-REF        PIC 9(10).
013400     05  FILLER               PIC X(01) VALUE SPACE.
013500     05  DTL-VALUE-DATE       PIC 9(08).
013600     05  FILLER               PIC X(01) VALUE SPACE.
013700     05  DTL-DR-CR            PIC X(01).
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900     05  DTL-AMOUNT           PIC Z(8)9.
014000     05  FILLER               PIC X(01) VALUE SPACE.
014100     05  DTL-OUR-REF          PIC 9(10).
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  DTL-THEIR-REF        PIC X(16).
014400     05  FILLER               PIC X(01) VALUE SPACE.
014500     05  DTL-AGE-DAYS         PIC ZZZ9.
014600     05  FILLER               PIC X(01) VALUE SPACE.
014700     05  DTL-BUCKET           PIC X(07).
014800
014900 01  WS-TOTAL-LINE.
015000     05  TOT-LABEL            PIC X(36).
015100     05  TOT-AMOUNT           PIC -(11)9.
015200     05  FILLER               PIC X(02) VALUE SPACES.
015300     05  TOT-COUNT            PIC Z(5)9.
015400
015500 01  WS-SWITCHES.
015600     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
015700         88  WS-INIT-FAILED   VALUE "Y".
015800     05  WS-EOF-SW            PIC X(01) VALUE "N".
015900         88  WS-EOF           VALUE "Y".
016000     05  WS-MASTER-SW         PIC X(01) VALUE "N".
016100         88  WS-MASTER-OPEN   VALUE "Y".
016200     05  WS-ENTRIES-SW        PIC X(01) VALUE "N".
016300         88  WS-ENTRIES-OPEN  VALUE "Y".
016400     05  WS-ENTRY-EOF-SW      PIC X(01) VALUE "N".
016500         88  WS-ENTRY-EOF     VALUE "Y".
016600
016700 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE
017000         THRU 1000-INITIALIZE-EXIT
017100
017200     PERFORM 2000-REPORT-ONE-NOSTRO
017300         THRU 2000-REPORT-ONE-NOSTRO-EXIT
017400         UNTIL WS-EOF
017500
017600     IF NOT WS-INIT-FAILED
017700         PERFORM 6000-WRITE-SUMMARY
017800             THRU 6000-WRITE-SUMMARY-EXIT
017900     END-IF
018000
018100     PERFORM 9999-TERMINATE
018200         THRU 9999-TERMINATE-EXIT
018300
018400     IF WS-INIT-FAILED
018500         MOVE 8 TO RETURN-CODE
018600     END-IF
018700     GOBACK.
018800
018900*-----------------------------------------------------------------
019000* ACQUIRE THE BATCH WINDOW AND OPEN THE REPORT, THE NOSTRO
019100* MASTER AND THE ENTRY FILE.  NO MASTER MEANS NO NOSTROS ARE SET
019200* UP; NO ENTRY FILE MEANS NOTHING HAS YET BEEN BOOKED.
019300*-----------------------------------------------------------------
019400 1000-INITIALIZE.
019500     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
019600     IF NOT WS-BATCH-ACQUIRED
019700         DISPLAY "NOSTRPT: BATCH WINDOW CHECK FAILED, RUN "
019800                 "REFUSED"
019900         SET WS-INIT-FAILED TO TRUE
020000         SET WS-EOF TO TRUE
020100         GO TO 1000-INITIALIZE-EXIT
020200     END-IF
020300
020400     CALL "BUSDATE" USING WS-TODAYS-DATE
020500     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
020600     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
020700     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
020800     PERFORM 3600-CCYYMMDD-TO-DAYS
020900         THRU 3600-CCYYMMDD-TO-DAYS-EXIT
021000     MOVE WS-DAY-COUNT TO WS-TODAYS-DAY-COUNT
021100
021200     OPEN OUTPUT RECON-REPORT
021300     IF NOT WS-NOSTRPT-OK
021400         DISPLAY "NOSTRPT: UNABLE TO OPEN RECONCILIATION REPORT, "
021500                 "STATUS = " WS-NOSTRPT-STATUS
021600         SET WS-INIT-FAILED TO TRUE
021700         SET WS-EOF TO TRUE
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF
022000     MOVE SPACES TO REPORT-LINE
022100     STRING "NOSTRO RECONCILIATION - OPEN ITEMS AS AT "
022200            WS-TODAYS-DATE
022300            DELIMITED BY SIZE INTO REPORT-LINE
022400     WRITE REPORT-LINE
022500
022600     OPEN INPUT NOSTRO-MASTER
022700     IF WS-NOSTMSTR-NOTFOUND
022800         SET WS-EOF TO TRUE
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF
023100     IF NOT WS-NOSTMSTR-OK
023200         DISPLAY "NOSTRPT: UNABLE TO OPEN NOSTRO MASTER, "
023300                 "STATUS = " WS-NOSTMSTR-STATUS
023400         SET WS-INIT-FAILED TO TRUE
023500         SET WS-EOF TO TRUE
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF
023800     SET WS-MASTER-OPEN TO TRUE
023900
024000     OPEN INPUT NOSTRO-ENTRIES
024100     IF WS-NOSTENT-NOTFOUND
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF
024400     IF NOT WS-NOSTENT-OK
024500         DISPLAY "NOSTRPT: UNABLE TO OPEN NOSTRO ENTRIES, "
024600                 "STATUS = " WS-NOSTENT-STATUS
024700         SET WS-INIT-FAILED TO TRUE
024800         SET WS-EOF TO TRUE
024900         GO TO 1000-INITIALIZE-EXIT
025000     END-IF
025100     SET WS-ENTRIES-OPEN TO TRUE.
025200 1000-INITIALIZE-EXIT.
025300     EXIT.
025400
025500*-----------------------------------------------------------------
025600* REPORT ONE ACTIVE NOSTRO - ITS OPEN ITEMS, BUCKET TOTALS AND
025700* STATEMENT PROOF.
025800*-----------------------------------------------------------------
025900 2000-REPORT-ONE-NOSTRO.
026000     READ NOSTRO-MASTER NEXT RECORD
026100         AT END
026200             SET WS-EOF TO TRUE
026300             GO TO 2000-REPORT-ONE-NOSTRO-EXIT
026400     END-READ
026500
026600     IF NOT NOS-STATUS-ACTIVE
026700         GO TO 2000-REPORT-ONE-NOSTRO-EXIT
026800     END-IF
026900
027000     ADD 1 TO WS-NOSTRO-COUNT
027100     MOVE NOS-KEY TO WS-NOSTRO-KEY
027200     MOVE NOS-OPENING-BAL TO WS-LEDGER-BAL
027300     MOVE 0 TO WS-OUR-OPEN-NET
027400     MOVE 0 TO WS-THEIR-OPEN-NET
027500     INITIALIZE WS-BUCKET-TABLE
027600
027700     MOVE SPACES TO REPORT-LINE
027800     WRITE REPORT-LINE
027900     MOVE SPACES TO REPORT-LINE
028000     STRING "NOSTRO " NOS-CURRENCY-CODE "/" NOS-CORR-CODE " "
028100            NOS-CORR-NAME " ACCOUNT " NOS-ACCT-AT-CORR
028200            " SETTLEMENT " NOS-SETTLE-SW
028300            DELIMITED BY SIZE INTO REPORT-LINE
028400     WRITE REPORT-LINE
028500     MOVE WS-HEADING-LINE TO REPORT-LINE
028600     WRITE REPORT-LINE
028700
028800     IF WS-ENTRIES-OPEN
028900         MOVE "N" TO WS-ENTRY-EOF-SW
029000         MOVE LOW-VALUES TO NE-KEY
029100         MOVE WS-NOSTRO-KEY TO NE-NOSTRO-KEY
029200         START NOSTRO-ENTRIES KEY IS NOT LESS THAN NE-KEY
029300             INVALID KEY
029400                 SET WS-ENTRY-EOF TO TRUE
029500         END-START
029600         PERFORM 3000-TAKE-ONE-ENTRY
029700             THRU 3000-TAKE-ONE-ENTRY-EXIT
029800             UNTIL WS-ENTRY-EOF
029900     END-IF
030000
030100     PERFORM 5000-WRITE-NOSTRO-TOTALS
030200         THRU 5000-WRITE-NOSTRO-TOTALS-EXIT.
030300 2000-REPORT-ONE-NOSTRO-EXIT.
030400     EXIT.
030500
030600*-----------------------------------------------------------------
030700* TAKE ONE ENTRY OF THE NOSTRO.  EVERY OUR-SIDE ENTRY MOVES THE
030800* LEDGER BALANCE; AN OPEN ENTRY ON EITHER SIDE IS AGED, BUCKETED
030900* AND LISTED.
031000*-----------------------------------------------------------------
031100 3000-TAKE-ONE-ENTRY.
031200     READ NOSTRO-ENTRIES NEXT RECORD
031300         AT END
031400             SET WS-ENTRY-EOF TO TRUE
031500             GO TO 3000-TAKE-ONE-ENTRY-EXIT
031600     END-READ
031700     IF NE-NOSTRO-KEY NOT = WS-NOSTRO-KEY
031800         SET WS-ENTRY-EOF TO TRUE
031900         GO TO 3000-TAKE-ONE-ENTRY-EXIT
032000     END-IF
032100
032200     IF NE-CREDIT
032300         MOVE NE-AMOUNT TO WS-SIGNED-AMOUNT
032400     ELSE
032500         COMPUTE WS-SIGNED-AMOUNT = 0 - NE-AMOUNT
032600     END-IF
032700     IF NE-SIDE-OURS
032800         ADD WS-SIGNED-AMOUNT TO WS-LEDGER-BAL
032900     END-IF
033000
033100     IF NOT NE-STATUS-OPEN
033200         GO TO 3000-TAKE-ONE-ENTRY-EXIT
033300     END-IF
033400
033500     IF NE-SIDE-OURS
033600         MOVE 1 TO WS-SIDE-IDX
033700         ADD WS-SIGNED-AMOUNT TO WS-OUR-OPEN-NET
033800         ADD 1 TO WS-TOTAL-OUR-OPEN
033900         MOVE NE-SOURCE TO DTL-THEIR-REF
034000     ELSE
034100         MOVE 2 TO WS-SIDE-IDX
034200         ADD WS-SIGNED-AMOUNT TO WS-THEIR-OPEN-NET
034300         ADD 1 TO WS-TOTAL-THEIR-OPEN
034400         MOVE NE-THEIR-REF TO DTL-THEIR-REF
034500     END-IF
034600
034700     MOVE NE-VALUE-DATE(1:4) TO WS-CCYY
034800     MOVE NE-VALUE-DATE(5:2) TO WS-MM
034900     MOVE NE-VALUE-DATE(7:2) TO WS-DD
035000     PERFORM 3600-CCYYMMDD-TO-DAYS
035100         THRU 3600-CCYYMMDD-TO-DAYS-EXIT
035200     COMPUTE WS-AGE-DAYS = WS-TODAYS-DAY-COUNT - WS-DAY-COUNT
035300     IF WS-AGE-DAYS < 0
035400         MOVE 0 TO WS-AGE-DAYS
035500     END-IF
035600     EVALUATE TRUE
035700         WHEN WS-AGE-DAYS NOT > WS-BUCKET-1-DAYS
035800             MOVE 1 TO WS-BKT-IDX
035900         WHEN WS-AGE-DAYS NOT > WS-BUCKET-2-DAYS
036000             MOVE 2 TO WS-BKT-IDX
036100         WHEN OTHER
036200             MOVE 3 TO WS-BKT-IDX
036300             ADD 1 TO WS-TOTAL-OVER-30
036400     END-EVALUATE
036500     ADD 1 TO WS-BKT-COUNT(WS-SIDE-IDX WS-BKT-IDX)
036600     ADD NE-AMOUNT TO WS-BKT-AMOUNT(WS-SIDE-IDX WS-BKT-IDX)
036700
036800     MOVE WS-SIDE-NAME(WS-SIDE-IDX)  TO DTL-SIDE
036900     MOVE NE-ENTRY-REF               TO DTL-ENTRY-REF
037000     MOVE NE-VALUE-DATE              TO DTL-VALUE-DATE
037100     MOVE NE-DR-CR                   TO DTL-DR-CR
037200     MOVE NE-AMOUNT                  TO DTL-AMOUNT
037300     MOVE NE-OUR-REF                 TO DTL-OUR-REF
037400     MOVE WS-AGE-DAYS                TO DTL-AGE-DAYS
037500     MOVE WS-BUCKET-NAME(WS-BKT-IDX) TO DTL-BUCKET
037600     MOVE WS-DETAIL-LINE TO REPORT-LINE
037700     WRITE REPORT-LINE.
037800 3000-TAKE-ONE-ENTRY-EXIT.
037900     EXIT.
038000
038100*-----------------------------------------------------------------
038200* CONVERT WS-CCYY/WS-MM/WS-DD INTO A DAY COUNT USING THE
038300* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN WS-DAY-COUNT.
038400*-----------------------------------------------------------------
038500 3600-CCYYMMDD-TO-DAYS.
038600     COMPUTE WS-DAY-COUNT =
038700             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
038800 3600-CCYYMMDD-TO-DAYS-EXIT.
038900     EXIT.
039000
039100*-----------------------------------------------------------------
039200* WRITE THE NOSTRO'S BUCKET TOTALS BY SIDE, THEN PROVE THE LEDGER
039300* TO THE LAST STATEMENT - LEDGER, PLUS STATEMENT LINES NOT YET IN
039400* THE LEDGER, LESS LEDGER ENTRIES NOT YET ON A STATEMENT, MUST
039500* COME TO THE STATEMENT BALANCE.
039600*-----------------------------------------------------------------
039700 5000-WRITE-NOSTRO-TOTALS.
039800     MOVE SPACES TO REPORT-LINE
039900     WRITE REPORT-LINE
040000     PERFORM 5100-WRITE-SIDE-TOTALS
040100         THRU 5100-WRITE-SIDE-TOTALS-EXIT
040200         VARYING WS-SIDE-IDX FROM 1 BY 1
040300         UNTIL WS-SIDE-IDX > 2
040400
040500     MOVE SPACES TO REPORT-LINE
040600     STRING "PROOF TO STATEMENT " NOS-STMT-SEQ " OF "
040700            NOS-STMT-DATE
040800            DELIMITED BY SIZE INTO REPORT-LINE
040900     WRITE REPORT-LINE
041000
041100     MOVE "LEDGER BALANCE" TO TOT-LABEL
041200     MOVE WS-LEDGER-BAL TO TOT-AMOUNT
041300     MOVE 0 TO TOT-COUNT
041400     MOVE WS-TOTAL-LINE TO REPORT-LINE
041500     WRITE REPORT-LINE
041600
041700     MOVE "  ADD OPEN STATEMENT LINES (NET)" TO TOT-LABEL
041800     MOVE WS-THEIR-OPEN-NET TO TOT-AMOUNT
041900     MOVE WS-TOTAL-LINE TO REPORT-LINE
042000     WRITE REPORT-LINE
042100
042200     MOVE "  LESS OPEN OUR-SIDE ENTRIES (NET)" TO TOT-LABEL
042300     MOVE WS-OUR-OPEN-NET TO TOT-AMOUNT
042400     MOVE WS-TOTAL-LINE TO REPORT-LINE
042500     WRITE REPORT-LINE
042600
042700     COMPUTE WS-ADJUSTED-BAL = WS-LEDGER-BAL + WS-THEIR-OPEN-NET
042800                             - WS-OUR-OPEN-NET
042900     MOVE "ADJUSTED LEDGER BALANCE" TO TOT-LABEL
043000     MOVE WS-ADJUSTED-BAL TO TOT-AMOUNT
043100     MOVE WS-TOTAL-LINE TO REPORT-LINE
043200     WRITE REPORT-LINE
043300
043400     MOVE "STATEMENT BALANCE" TO TOT-LABEL
043500     MOVE NOS-STMT-BAL TO TOT-AMOUNT
043600     MOVE WS-TOTAL-LINE TO REPORT-LINE
043700     WRITE REPORT-LINE
043800
043900     COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BAL - NOS-STMT-BAL
044000     MOVE "  DIFFERENCE" TO TOT-LABEL
044100     MOVE WS-DIFFERENCE TO TOT-AMOUNT
044200     MOVE WS-TOTAL-LINE TO REPORT-LINE
044300     WRITE REPORT-LINE
044400
044500     MOVE SPACES TO REPORT-LINE
044600     IF WS-DIFFERENCE = 0
044700         MOVE "NOSTRO AGREES TO THE STATEMENT" TO REPORT-LINE
044800     ELSE
044900         ADD 1 TO WS-BREAK-COUNT
045000         MOVE "*** NOSTRO DOES NOT AGREE TO THE STATEMENT"
045100             TO REPORT-LINE
045200         DISPLAY "NOSTRPT: NOSTRO " NOS-CURRENCY-CODE "/"
045300                 NOS-CORR-CODE " DOES NOT AGREE TO STATEMENT "
045400                 NOS-STMT-SEQ " - SEE THE RECONCILIATION REPORT"
045500     END-IF
045600     WRITE REPORT-LINE.
045700 5000-WRITE-NOSTRO-TOTALS-EXIT.
045800     EXIT.
045900
046000*-----------------------------------------------------------------
046100* WRITE ONE SIDE'S OPEN BUCKET TOTALS.
046200*-----------------------------------------------------------------
046300 5100-WRITE-SIDE-TOTALS.
046400     PERFORM 5110-WRITE-ONE-BUCKET
046500         THRU 5110-WRITE-ONE-BUCKET-EXIT
046600         VARYING WS-BKT-IDX FROM 1 BY 1
046700         UNTIL WS-BKT-IDX > 3.
046800 5100-WRITE-SIDE-TOTALS-EXIT.
046900     EXIT.
047000
047100 5110-WRITE-ONE-BUCKET.
047200     MOVE SPACES TO TOT-LABEL
047300     STRING WS-SIDE-NAME(WS-SIDE-IDX) " OPEN "
047400            WS-BUCKET-NAME(WS-BKT-IDX) " DAYS"
047500            DELIMITED BY SIZE INTO TOT-LABEL
047600     MOVE WS-BKT-AMOUNT(WS-SIDE-IDX WS-BKT-IDX) TO TOT-AMOUNT
047700     MOVE WS-BKT-COUNT(WS-SIDE-IDX WS-BKT-IDX)  TO TOT-COUNT
047800     MOVE WS-TOTAL-LINE TO REPORT-LINE
047900     WRITE REPORT-LINE.
048000 5110-WRITE-ONE-BUCKET-EXIT.
048100     EXIT.
048200
048300*-----------------------------------------------------------------
048400* WRITE THE RUN SUMMARY ACROSS ALL THE NOSTROS.
048500*-----------------------------------------------------------------
048600 6000-WRITE-SUMMARY.
048700     MOVE SPACES TO REPORT-LINE
048800     WRITE REPORT-LINE
048900     MOVE 0 TO TOT-AMOUNT
049000
049100     MOVE "NOSTROS REPORTED" TO TOT-LABEL
049200     MOVE WS-NOSTRO-COUNT TO TOT-COUNT
049300     MOVE WS-TOTAL-LINE TO REPORT-LINE
049400     WRITE REPORT-LINE
049500
049600     MOVE "NOSTROS NOT AGREEING TO STATEMENT" TO TOT-LABEL
049700     MOVE WS-BREAK-COUNT TO TOT-COUNT
049800     MOVE WS-TOTAL-LINE TO REPORT-LINE
049900     WRITE REPORT-LINE
050000
050100     MOVE "OPEN OUR-SIDE ENTRIES" TO TOT-LABEL
050200     MOVE WS-TOTAL-OUR-OPEN TO TOT-COUNT
050300     MOVE WS-TOTAL-LINE TO REPORT-LINE
050400     WRITE REPORT-LINE
050500
050600     MOVE "OPEN STATEMENT LINES" TO TOT-LABEL
050700     MOVE WS-TOTAL-THEIR-OPEN TO TOT-COUNT
050800     MOVE WS-TOTAL-LINE TO REPORT-LINE
050900     WRITE REPORT-LINE
051000
051100     MOVE "OPEN ITEMS OVER 30 DAYS" TO TOT-LABEL
051200     MOVE WS-TOTAL-OVER-30 TO TOT-COUNT
051300     MOVE WS-TOTAL-LINE TO REPORT-LINE
051400     WRITE REPORT-LINE
051500
051600     DISPLAY "NOSTRPT: " WS-NOSTRO-COUNT " NOSTROS REPORTED, "
051700             WS-BREAK-COUNT " NOT AGREEING, "
051800             WS-TOTAL-OVER-30 " ITEMS OPEN OVER 30 DAYS".
051900 6000-WRITE-SUMMARY-EXIT.
052000     EXIT.
052100
052200*-----------------------------------------------------------------
052300* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
052400*-----------------------------------------------------------------
052500 9999-TERMINATE.
052600     IF WS-ENTRIES-OPEN
052700         CLOSE NOSTRO-ENTRIES
052800     END-IF
052900     IF WS-MASTER-OPEN
053000         CLOSE NOSTRO-MASTER
053100     END-IF
053200     IF WS-BATCH-ACQUIRED
053300         CLOSE RECON-REPORT
053400         CALL "BATCHREL" USING WS-JOB-NAME
053500     END-IF.
053600 9999-TERMINATE-EXIT.
053700     EXIT.
