000100*****************************************************************
000200* PROGRAM      : ATMBAL                                         *
000300* DESCRIPTION  : OWN-ATM REPLENISHMENT-CYCLE BALANCING, RUN AS  *
000400*                AN EODDRIVE STEP AFTER ATMSETTL HAS ADDED THE  *
000500*                DAY'S DISPENSES TO EACH CYCLE.  FOR EVERY      *
000600*                CYCLE UNLOADED AND NOT YET BALANCED, CASH      *
000700*                LOADED LESS ON-US AND OFF-US DISPENSES IS      *
000800*                PROVED AGAINST THE CASH COUNTED BACK.  A       *
000900*                SHORTAGE OR EXCESS IS PARKED ON THE SUSPENSE   *
001000*                LEDGER AGAINST TELLER CASH FOR THE BRANCH TO   *
001100*                INVESTIGATE, AND THE CYCLE IS MARKED BALANCED. *
001200*                CYCLES STILL IN A TERMINAL ARE LISTED WITH THE *
001300*                BOOK CASH THEY SHOULD HOLD.                    *
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. ATMBAL.
001700 AUTHOR. S NATARAJAN.
001800 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100
002200*****************************************************************
002300* MODIFICATION HISTORY                                          *
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-10-15 SN    NEW PROGRAM - OWN-ATM TERMINAL BALANCING BY  *
002700*                  REPLENISHMENT CYCLE, RUN AS AN EODDRIVE      *
002800*                  STEP.                                        *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ATM-CYCLE-FILE ASSIGN TO "ATMCYCLE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ATMY-KEY
003800         FILE STATUS IS WS-ATMCYCLE-STATUS.
003900
004000     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SUSP-ITEM-REF
004400         FILE STATUS IS WS-SUSPENSE-STATUS.
004500
004600     SELECT BALANCING-REPORT ASSIGN TO "ATMBALRP"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ATMBALRP-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ATM-CYCLE-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY ATMYREC.
005500
005600 FD  SUSPENSE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY SUSPREC.
005900
006000 FD  BALANCING-REPORT
006100     LABEL RECORDS ARE STANDARD.
006200 01  REPORT-LINE                PIC X(80).
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-ATMCYCLE-STATUS       PIC X(02).
006600     88  WS-ATMCYCLE-OK       VALUE "00".
006700     88  WS-ATMCYCLE-NOTFOUND VALUE "35".
006800 01  WS-SUSPENSE-STATUS       PIC X(02).
006900     88  WS-SUSPENSE-OK       VALUE "00".
007000     88  WS-SUSPENSE-NOTFOUND VALUE "35".
007100 01  WS-ATMBALRP-STATUS       PIC X(02).
007200     88  WS-ATMBALRP-OK       VALUE "00".
007300
007400 01  WS-JOB-NAME              PIC X(08) VALUE "ATMBAL".
007500 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
007600     88  WS-BATCH-ACQUIRED    VALUE "Y".
007700
007800*    TERMINAL CASH IS PART OF THE BRANCH'S TELLER CASH, SO A
007900*    DIFFERENCE IS PARKED AGAINST IT - A SHORTAGE TAKES CASH
008000*    OFF THE BOOKS INTO SUSPENSE, AN EXCESS BRINGS IT ON.
008100 01  WS-GL-TELLER-CASH        PIC 9(04) VALUE 1010.
008200 01  WS-HOME-CURRENCY         PIC X(03) VALUE "INR".
008300
008400 01  WS-TODAYS-DATE           PIC 9(08).
008500 01  WS-TXN-REF               PIC 9(10).
008600 01  WS-EXPECTED-AMOUNT       PIC S9(10).
008700 01  WS-DIFFERENCE            PIC S9(10).
008800
008900 01  WS-BALANCED-COUNT        PIC 9(06) COMP VALUE 0.
009000 01  WS-SHORT-COUNT           PIC 9(06) COMP VALUE 0.
009100 01  WS-EXCESS-COUNT          PIC 9(06) COMP VALUE 0.
009200 01  WS-OPEN-COUNT            PIC 9(06) COMP VALUE 0.
009300 01  WS-HELD-COUNT            PIC 9(06) COMP VALUE 0.
009400 01  WS-SHORT-TOTAL           PIC 9(10) VALUE 0.
009500 01  WS-EXCESS-TOTAL          PIC 9(10) VALUE 0.
009600 01  WS-OPEN-TOTAL            PIC S9(10) VALUE 0.
009700
009800 01  WS-HEADING-LINE.
009900     05  FILLER               PIC X(39)
010000         VALUE "TERMINAL CYCL STAT    LOADED     ON-US ".
010100     05  FILLER               PIC X(41)
010200         VALUE "   OFF-US  EXPECTED   COUNTED DIFFERENCE".
010300
010400 01  WS-DETAIL-LINE.
010500     05  DTL-TERM-ID          PIC X(08).
010600     05  FILLER               PIC X(01) VALUE SPACE.
010700     05  DTL-CYCLE-NO         PIC 9(04).
010800     05  FILLER               PIC X(01) VALUE SPACE.
010900     05  DTL-STATUS           PIC X(04).
011000     05  FILLER               PIC X(01) VALUE SPACE.
011100     05  DTL-LOADED           PIC Z(8)9.
011200     05  FILLER               PIC X(01) VALUE SPACE.
011300     05  DTL-ONUS             PIC Z(8)9.
011400     05  FILLER               PIC X(01) VALUE SPACE.
011500     05  DTL-OFFUS            PIC Z(8)9.
011600     05  FILLER               PIC X(01) VALUE SPACE.
011700     05  DTL-EXPECTED         PIC -(8)9.
011800     05  FILLER               PIC X(01) VALUE SPACE.
011900     05  DTL-COUNTED          PIC Z(8)9.
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  DTL-DIFFERENCE       PIC -(9)9.
012200
012300 01  WS-TOTAL-LINE.
012400     05  TOT-LABEL            PIC X(30).
012500     05  TOT-AMOUNT           PIC -(9)9.
012600     05  FILLER               PIC X(02) VALUE SPACES.
012700     05  TOT-COUNT            PIC Z(5)9.
012800
012900 01  WS-SWITCHES.
013000     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
013100         88  WS-INIT-FAILED   VALUE "Y".
013200     05  WS-EOF-SW            PIC X(01) VALUE "N".
013300         88  WS-EOF           VALUE "Y".
013400     05  WS-PARKED-SW         PIC X(01) VALUE "N".
013500         88  WS-PARKED        VALUE "Y".
013600     05  WS-ATMCYCLE-SW       PIC X(01) VALUE "N".
013700         88  WS-ATMCYCLE-OPEN VALUE "Y".
013800     05  WS-SUSPENSE-SW       PIC X(01) VALUE "N".
013900         88  WS-SUSPENSE-OPEN VALUE "Y".
014000     05  WS-ATMBALRP-SW       PIC X(01) VALUE "N".
014100         88  WS-ATMBALRP-OPEN VALUE "Y".
014200
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE
014600         THRU 1000-INITIALIZE-EXIT
014700
014800     PERFORM 2000-BALANCE-ONE-CYCLE
014900         THRU 2000-BALANCE-ONE-CYCLE-EXIT
015000         UNTIL WS-EOF
015100
015200     IF NOT WS-INIT-FAILED
015300         PERFORM 5000-WRITE-TOTALS
015400             THRU 5000-WRITE-TOTALS-EXIT
015500     END-IF
015600
015700     PERFORM 9999-TERMINATE
015800         THRU 9999-TERMINATE-EXIT
015900
016000     IF WS-INIT-FAILED
016100         MOVE 8 TO RETURN-CODE
016200     END-IF
016300     GOBACK.
016400
016500*-----------------------------------------------------------------
016600* ACQUIRE THE BATCH WINDOW AND OPEN THE FILES.  A CYCLE FILE OR
016700* SUSPENSE LEDGER THAT HAS NEVER BEEN SET UP IS CREATED EMPTY.
016800*-----------------------------------------------------------------
016900 1000-INITIALIZE.
017000     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
017100     IF NOT WS-BATCH-ACQUIRED
017200         DISPLAY "ATMBAL: BATCH WINDOW CHECK FAILED, RUN "
017300                 "REFUSED"
017400         SET WS-INIT-FAILED TO TRUE
017500         SET WS-EOF TO TRUE
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF
017800
017900     CALL "BUSDATE" USING WS-TODAYS-DATE
018000
018100     OPEN OUTPUT BALANCING-REPORT
018200     IF NOT WS-ATMBALRP-OK
018300         DISPLAY "ATMBAL: UNABLE TO OPEN BALANCING REPORT, "
018400                 "STATUS = " WS-ATMBALRP-STATUS
018500         SET WS-INIT-FAILED TO TRUE
018600         SET WS-EOF TO TRUE
018700         GO TO 1000-INITIALIZE-EXIT
018800     END-IF
018900     SET WS-ATMBALRP-OPEN TO TRUE
019000     MOVE SPACES TO REPORT-LINE
019100     STRING "OWN-ATM REPLENISHMENT CYCLE BALANCING FOR "
019200            WS-TODAYS-DATE
019300            DELIMITED BY SIZE INTO REPORT-LINE
019400     WRITE REPORT-LINE
019500     MOVE WS-HEADING-LINE TO REPORT-LINE
019600     WRITE REPORT-LINE
019700
019800     OPEN I-O ATM-CYCLE-FILE
019900     IF WS-ATMCYCLE-NOTFOUND
020000         OPEN OUTPUT ATM-CYCLE-FILE
020100         CLOSE ATM-CYCLE-FILE
020200         OPEN I-O ATM-CYCLE-FILE
020300     END-IF
020400     IF NOT WS-ATMCYCLE-OK
020500         DISPLAY "ATMBAL: UNABLE TO OPEN CYCLE FILE, "
020600                 "STATUS = " WS-ATMCYCLE-STATUS
020700         SET WS-INIT-FAILED TO TRUE
020800         SET WS-EOF TO TRUE
020900         GO TO 1000-INITIALIZE-EXIT
021000     END-IF
021100     SET WS-ATMCYCLE-OPEN TO TRUE
021200
021300     OPEN I-O SUSPENSE-FILE
021400     IF WS-SUSPENSE-NOTFOUND
021500         OPEN OUTPUT SUSPENSE-FILE
021600         CLOSE SUSPENSE-FILE
021700         OPEN I-O SUSPENSE-FILE
021800     END-IF
021900     IF NOT WS-SUSPENSE-OK
022000         DISPLAY "ATMBAL: UNABLE TO OPEN SUSPENSE LEDGER, "
022100                 "STATUS = " WS-SUSPENSE-STATUS
022200         SET WS-INIT-FAILED TO TRUE
022300         SET WS-EOF TO TRUE
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF
022600     SET WS-SUSPENSE-OPEN TO TRUE
022700
022800     MOVE LOW-VALUES TO ATMY-KEY
022900     START ATM-CYCLE-FILE
023000         KEY IS NOT LESS THAN ATMY-KEY
023100         INVALID KEY
023200             SET WS-EOF TO TRUE
023300     END-START.
023400 1000-INITIALIZE-EXIT.
023500     EXIT.
023600
023700*-----------------------------------------------------------------
023800* TAKE THE NEXT CYCLE IN TERMINAL ORDER.  AN UNLOADED CYCLE IS
023900* BALANCED, ONE STILL OPEN IS LISTED, ONE ALREADY BALANCED ON
024000* AN EARLIER NIGHT IS PASSED OVER.
024100*-----------------------------------------------------------------
024200 2000-BALANCE-ONE-CYCLE.
024300     READ ATM-CYCLE-FILE NEXT RECORD
024400         AT END
024500             SET WS-EOF TO TRUE
024600             GO TO 2000-BALANCE-ONE-CYCLE-EXIT
024700     END-READ
024800
024900     IF ATMY-STATUS-BALANCED
025000         GO TO 2000-BALANCE-ONE-CYCLE-EXIT
025100     END-IF
025200
025300     COMPUTE WS-EXPECTED-AMOUNT = ATMY-LOADED-AMOUNT
025400                                - ATMY-ONUS-AMOUNT
025500                                - ATMY-OFFUS-AMOUNT
025600
025700     IF ATMY-STATUS-OPEN
025800         PERFORM 2300-LIST-OPEN-CYCLE
025900             THRU 2300-LIST-OPEN-CYCLE-EXIT
026000     ELSE
026100         PERFORM 2500-BALANCE-CYCLE
026200             THRU 2500-BALANCE-CYCLE-EXIT
026300     END-IF.
026400 2000-BALANCE-ONE-CYCLE-EXIT.
026500     EXIT.
026600
026700*-----------------------------------------------------------------
026800* LIST A CYCLE STILL IN ITS TERMINAL WITH THE BOOK CASH IT
026900* SHOULD HOLD - NOTHING HAS BEEN COUNTED BACK YET.
027000*-----------------------------------------------------------------
027100 2300-LIST-OPEN-CYCLE.
027200     MOVE "OPEN" TO DTL-STATUS
027300     MOVE 0      TO DTL-COUNTED
027400     MOVE 0      TO DTL-DIFFERENCE
027500     PERFORM 4000-WRITE-DETAIL
027600         THRU 4000-WRITE-DETAIL-EXIT
027700
027800     ADD WS-EXPECTED-AMOUNT TO WS-OPEN-TOTAL
027900     ADD 1 TO WS-OPEN-COUNT.
028000 2300-LIST-OPEN-CYCLE-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------------
028400* PROVE CASH COUNTED BACK AGAINST LOADED LESS DISPENSED.  ANY
028500* DIFFERENCE IS PARKED ON THE SUSPENSE LEDGER FIRST - A CYCLE
028600* WHOSE DIFFERENCE COULD NOT BE PARKED STAYS UNLOADED AND IS
028700* TAKEN AGAIN TOMORROW NIGHT.
028800*-----------------------------------------------------------------
028900 2500-BALANCE-CYCLE.
029000     COMPUTE WS-DIFFERENCE = ATMY-COUNTED-AMOUNT
029100                           - WS-EXPECTED-AMOUNT
029200     MOVE 0 TO ATMY-SUSP-ITEM-REF
029300
029400     IF WS-DIFFERENCE NOT = 0
029500         PERFORM 3000-PARK-DIFFERENCE
029600             THRU 3000-PARK-DIFFERENCE-EXIT
029700         IF NOT WS-PARKED
029800             MOVE "HELD" TO DTL-STATUS
029900             MOVE ATMY-COUNTED-AMOUNT TO DTL-COUNTED
030000             MOVE WS-DIFFERENCE       TO DTL-DIFFERENCE
030100             PERFORM 4000-WRITE-DETAIL
030200                 THRU 4000-WRITE-DETAIL-EXIT
030300             ADD 1 TO WS-HELD-COUNT
030400             GO TO 2500-BALANCE-CYCLE-EXIT
030500         END-IF
030600     END-IF
030700
030800     MOVE WS-TODAYS-DATE TO ATMY-BALANCE-DATE
030900     MOVE WS-DIFFERENCE  TO ATMY-DIFFERENCE
031000     SET ATMY-STATUS-BALANCED TO TRUE
031100     REWRITE ATM-CYCLE-RECORD
031200         INVALID KEY
031300             DISPLAY "ATMBAL: UNABLE TO REWRITE CYCLE "
031400                     ATMY-CYCLE-NO " FOR TERMINAL "
031500                     ATMY-TERM-ID
031600     END-REWRITE
031700
031800     EVALUATE TRUE
031900         WHEN WS-DIFFERENCE < 0
032000             MOVE "SHRT" TO DTL-STATUS
032100             SUBTRACT WS-DIFFERENCE FROM WS-SHORT-TOTAL
032200             ADD 1 TO WS-SHORT-COUNT
032300         WHEN WS-DIFFERENCE > 0
032400             MOVE "EXCS" TO DTL-STATUS
032500             ADD WS-DIFFERENCE TO WS-EXCESS-TOTAL
032600             ADD 1 TO WS-EXCESS-COUNT
032700         WHEN OTHER
032800             MOVE "BAL " TO DTL-STATUS
032900     END-EVALUATE
033000     MOVE ATMY-COUNTED-AMOUNT TO DTL-COUNTED
033100     MOVE WS-DIFFERENCE       TO DTL-DIFFERENCE
033200     PERFORM 4000-WRITE-DETAIL
033300         THRU 4000-WRITE-DETAIL-EXIT
033400
033500     ADD 1 TO WS-BALANCED-COUNT.
033600 2500-BALANCE-CYCLE-EXIT.
033700     EXIT.
033800
033900*-----------------------------------------------------------------
034000* PARK THE DIFFERENCE ON THE SUSPENSE LEDGER UNDER A NEW
034100* TRANSACTION REFERENCE, SOURCED TO THE TERMINAL AND CYCLE.  A
034200* SHORTAGE IS A DEBIT ITEM - CASH MISSING, TO BE RECOVERED - AN
034300* EXCESS A CREDIT ITEM, CASH HELD UNTIL ITS OWNER IS FOUND.
034400* NEITHER IS FOR ANY ONE ACCOUNT.
034500*-----------------------------------------------------------------
034600 3000-PARK-DIFFERENCE.
034700     MOVE "N" TO WS-PARKED-SW
034800     INITIALIZE SUSPENSE-RECORD
034900     CALL "TXNREF" USING WS-TXN-REF
035000     IF WS-TXN-REF = 0
035100         DISPLAY "ATMBAL: NO TRANSACTION REFERENCE FOR "
035200                 "TERMINAL " ATMY-TERM-ID " CYCLE "
035300                 ATMY-CYCLE-NO ", CYCLE HELD"
035400         GO TO 3000-PARK-DIFFERENCE-EXIT
035500     END-IF
035600     MOVE WS-TXN-REF            TO SUSP-ITEM-REF
035700     SET SUSP-SOURCE-ATM TO TRUE
035800     STRING ATMY-TERM-ID " " ATMY-CYCLE-NO
035900            DELIMITED BY SIZE INTO SUSP-SOURCE-REF
036000     MOVE 0                     TO SUSP-INTENDED-ACCT
036100     IF WS-DIFFERENCE < 0
036200         COMPUTE SUSP-AMOUNT = 0 - WS-DIFFERENCE
036300         MOVE "ATMS"            TO SUSP-REASON-CODE
036400         SET SUSP-SIDE-DEBIT TO TRUE
036500     ELSE
036600         MOVE WS-DIFFERENCE     TO SUSP-AMOUNT
036700         MOVE "ATMX"            TO SUSP-REASON-CODE
036800         SET SUSP-SIDE-CREDIT TO TRUE
036900     END-IF
037000     MOVE WS-HOME-CURRENCY      TO SUSP-CURRENCY-CODE
037100     MOVE ATMY-BRANCH-CODE      TO SUSP-BRANCH-CODE
037200     MOVE WS-GL-TELLER-CASH     TO SUSP-SOURCE-GL
037300     MOVE 0                     TO SUSP-RETURN-ACCT
037400     MOVE WS-TODAYS-DATE        TO SUSP-PARK-DATE
037500     MOVE 0                     TO SUSP-PARKED-BY
037600     SET SUSP-STATUS-OPEN TO TRUE
037700     WRITE SUSPENSE-RECORD
037800         INVALID KEY
037900             DISPLAY "ATMBAL: UNABLE TO PARK THE DIFFERENCE "
038000                     "FOR TERMINAL " ATMY-TERM-ID " CYCLE "
038100                     ATMY-CYCLE-NO ", CYCLE HELD"
038200             GO TO 3000-PARK-DIFFERENCE-EXIT
038300     END-WRITE
038400     MOVE SUSP-ITEM-REF TO ATMY-SUSP-ITEM-REF
038500     SET WS-PARKED TO TRUE.
038600 3000-PARK-DIFFERENCE-EXIT.
038700     EXIT.
038800
038900*-----------------------------------------------------------------
039000* PRINT ONE CYCLE LINE.  THE CALLER HAS SET THE STATUS, COUNTED
039100* AND DIFFERENCE COLUMNS.
039200*-----------------------------------------------------------------
039300 4000-WRITE-DETAIL.
039400     MOVE ATMY-TERM-ID        TO DTL-TERM-ID
039500     MOVE ATMY-CYCLE-NO       TO DTL-CYCLE-NO
039600     MOVE ATMY-LOADED-AMOUNT  TO DTL-LOADED
039700     MOVE ATMY-ONUS-AMOUNT    TO DTL-ONUS
039800     MOVE ATMY-OFFUS-AMOUNT   TO DTL-OFFUS
039900     MOVE WS-EXPECTED-AMOUNT  TO DTL-EXPECTED
040000     MOVE WS-DETAIL-LINE TO REPORT-LINE
040100     WRITE REPORT-LINE.
040200 4000-WRITE-DETAIL-EXIT.
040300     EXIT.
040400
040500*-----------------------------------------------------------------
040600* PRINT THE RUN TOTALS.
040700*-----------------------------------------------------------------
040800 5000-WRITE-TOTALS.
040900     MOVE SPACES TO REPORT-LINE
041000     WRITE REPORT-LINE
041100     MOVE "CYCLES BALANCED"          TO TOT-LABEL
041200     MOVE 0                          TO TOT-AMOUNT
041300     MOVE WS-BALANCED-COUNT          TO TOT-COUNT
041400     MOVE WS-TOTAL-LINE TO REPORT-LINE
041500     WRITE REPORT-LINE
041600     MOVE "SHORTAGES TO SUSPENSE"    TO TOT-LABEL
041700     MOVE WS-SHORT-TOTAL             TO TOT-AMOUNT
041800     MOVE WS-SHORT-COUNT             TO TOT-COUNT
041900     MOVE WS-TOTAL-LINE TO REPORT-LINE
042000     WRITE REPORT-LINE
042100     MOVE "EXCESSES TO SUSPENSE"     TO TOT-LABEL
042200     MOVE WS-EXCESS-TOTAL            TO TOT-AMOUNT
042300     MOVE WS-EXCESS-COUNT            TO TOT-COUNT
042400     MOVE WS-TOTAL-LINE TO REPORT-LINE
042500     WRITE REPORT-LINE
042600     MOVE "CYCLES HELD - NOT PARKED" TO TOT-LABEL
042700     MOVE 0                          TO TOT-AMOUNT
042800     MOVE WS-HELD-COUNT              TO TOT-COUNT
042900     MOVE WS-TOTAL-LINE TO REPORT-LINE
043000     WRITE REPORT-LINE
043100     MOVE "CASH STILL IN TERMINALS"  TO TOT-LABEL
043200     MOVE WS-OPEN-TOTAL              TO TOT-AMOUNT
043300     MOVE WS-OPEN-COUNT              TO TOT-COUNT
043400     MOVE WS-TOTAL-LINE TO REPORT-LINE
043500     WRITE REPORT-LINE
043600
043700     DISPLAY "ATMBAL: CYCLES BALANCED = " WS-BALANCED-COUNT
043800             ", HELD = " WS-HELD-COUNT
043900             ", STILL OPEN = " WS-OPEN-COUNT
044000     DISPLAY "ATMBAL: SHORTAGES = " WS-SHORT-TOTAL
044100             " (" WS-SHORT-COUNT " CYCLES)"
044200     DISPLAY "ATMBAL: EXCESSES  = " WS-EXCESS-TOTAL
044300             " (" WS-EXCESS-COUNT " CYCLES)".
044400 5000-WRITE-TOTALS-EXIT.
044500     EXIT.
044600
044700*-----------------------------------------------------------------
044800* RELEASE THE BATCH WINDOW AND CLOSE DOWN.
044900*-----------------------------------------------------------------
045000 9999-TERMINATE.
045100     IF WS-BATCH-ACQUIRED
045200         CALL "BATCHREL" USING WS-JOB-NAME
045300     END-IF
045400     IF WS-ATMBALRP-OPEN
045500         CLOSE BALANCING-REPORT
045600     END-IF
045700     IF WS-ATMCYCLE-OPEN
045800         CLOSE ATM-CYCLE-FILE
045900     END-IF
046000     IF WS-SUSPENSE-OPEN
046100         CLOSE SUSPENSE-FILE
046200     END-IF.
046300 9999-TERMINATE-EXIT.
046400     EXIT.
