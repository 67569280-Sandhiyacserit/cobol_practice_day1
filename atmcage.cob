000100*****************************************************************
000200* PROGRAM      : ATMCAGE                                        *
000300* DESCRIPTION  : NIGHTLY ATM DISPUTE CASE AGEING.  READS EVERY  *
000400*                CASE STILL OPEN OR AWAITING THE SWITCH'S       *
000500*                CHARGEBACK ON THE CASE REGISTER, AGES IT FROM  *
000600*                THE TRANSACTION DATE AND FLAGS IT ONCE IT IS   *
000700*                PAST THE REGULATORY TURNAROUND DAYS.  FOR A    *
000800*                LATE CUSTOMER COMPLAINT IT WORKS OUT THE       *
000900*                PER-DAY DELAY COMPENSATION OWED SINCE THE LAST *
001000*                RUN AND CREDITS IT TO THE CUSTOMER THROUGH THE *
001100*                DEPOSIT LOG, SO GLJRNL CARRIES IT TO THE       *
001200*                COMPENSATION EXPENSE GL.  RUN AS AN EODDRIVE   *
001300*                STEP.                                          *
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. ATMCAGE.
001700 AUTHOR. S NATARAJAN.
001800 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100
002200*****************************************************************
002300* MODIFICATION HISTORY                                          *
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-10-15 SN    NEW PROGRAM - ATM DISPUTE CASE AGEING AND    *
002700*                  LATE COMPENSATION, RUN AS AN EODDRIVE STEP.  *
002701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002703*                  HELD.                                        *
002704* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002705*                  PLACE OF YYMMDD.                             *
002706* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002707*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002708*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CASE-FILE ASSIGN TO "ATMCASE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CASE-NUMBER
003700         FILE STATUS IS WS-ATMCASE-STATUS.
003800
003900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ACCT-NUMBER
004300         FILE STATUS IS WS-ACCMSTR-STATUS.
004400
004500     SELECT AGEING-REPORT ASSIGN TO "ATMCRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ATMCRPT-STATUS.
004800
004900     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-DEPLOG-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CASE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY ATMCREC.
005800
005900 FD  ACCOUNT-MASTER
006000     LABEL RECORDS ARE STANDARD.
006100     COPY ACCTREC.
006200
006300 FD  AGEING-REPORT
006400     LABEL RECORDS ARE STANDARD.
006500 01  REPORT-LINE                PIC X(80).
006600
006700 FD  DEPOSIT-LOG
006800     LABEL RECORDS ARE STANDARD.
006900 01  DEPOSIT-LOG-RECORD.
007000     05  LOG-DATE             PIC 9(08).
007100     05  LOG-TIME             PIC 9(08).
007200     05  FILLER               PIC X(01) VALUE SPACE.
007300     05  LOG-ACCT-NUMBER      PIC 9(06).
007400     05  FILLER               PIC X(01) VALUE SPACE.
007500     05  LOG-DEPOSIT-AMT      PIC 9(09).
007600     05  FILLER               PIC X(01) VALUE SPACE.
007700     05  LOG-NEW-BALANCE      PIC S9(09).
007800     05  FILLER               PIC X(01) VALUE SPACE.
007900     05  LOG-CURRENCY-CODE    PIC X(03).
008000     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  LOG-TRANS-TYPE       PIC X(01).
008200         88  LOG-TRANS-COMPENSATION VALUE "K".
008300     05  FILLER               PIC X(01) VALUE SPACE.
008400     05  LOG-OPERATOR-ID      PIC 9(04).
008500     05  FILLER               PIC X(01) VALUE SPACE.
008600     05  LOG-BRANCH-CODE      PIC 9(03).
008700     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LOG-TXN-REF          PIC 9(10).
008900     05  FILLER               PIC X(01) VALUE SPACE.
009000     05  LOG-VALUE-DATE       PIC 9(08).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009200     05  LOG-POST-BRANCH      PIC 9(03).
009210     05  FILLER               PIC X(01) VALUE SPACE.
009220     05  LOG-INSTRUMENT       PIC X(01).
009230         88  LOG-INSTR-CASH       VALUE "C".
009240         88  LOG-INSTR-CHEQUE     VALUE "Q".
009250         88  LOG-INSTR-TRANSFER   VALUE "T".
009260         88  LOG-INSTR-SYSTEM     VALUE "S".
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-ATMCASE-STATUS        PIC X(02).
009600     88  WS-ATMCASE-OK        VALUE "00".
009700     88  WS-ATMCASE-NOTFOUND  VALUE "35".
009800 01  WS-ACCMSTR-STATUS        PIC X(02).
009900     88  WS-ACCMSTR-OK        VALUE "00".
010000 01  WS-ATMCRPT-STATUS        PIC X(02).
010100     88  WS-ATMCRPT-OK        VALUE "00".
010200 01  WS-DEPLOG-STATUS         PIC X(02).
010300     88  WS-DEPLOG-OK         VALUE "00".
010400
010500 01  WS-JOB-NAME              PIC X(08) VALUE "ATMCAGE".
010600 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
010700     88  WS-BATCH-ACQUIRED    VALUE "Y".
010800
010900*    THE REGULATORY TURNAROUND FOR A FAILED ATM TRANSACTION,
011000*    COUNTED FROM THE TRANSACTION DATE, AND THE COMPENSATION
011100*    OWED TO THE CUSTOMER FOR EACH DAY BEYOND IT.
011200 01  WS-TAT-DAYS              PIC 9(03) VALUE 5.
011300 01  WS-COMP-PER-DAY          PIC 9(04) VALUE 100.
011400
011500 01  WS-BATCH-OPERATOR-ID     PIC 9(04) VALUE 0.
011600 01  WS-TODAYS-DATE           PIC 9(08).
011700 01  WS-TXN-TYPE              PIC X(01).
011800 01  WS-TXN-REF               PIC 9(10).
011900
012000 01  WS-CCYY                  PIC 9(04).
012100 01  WS-MM                    PIC 9(02).
012200 01  WS-DD                    PIC 9(02).
012300 01  WS-DAY-COUNT             PIC 9(07).
012400 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
012500 01  WS-AGE-DAYS              PIC S9(05).
012600 01  WS-LATE-DAYS             PIC S9(05).
012700 01  WS-DUE-DAYS              PIC S9(05).
012800 01  WS-COMP-AMOUNT           PIC 9(06).
012900
013000 01  WS-PENDING-COUNT         PIC 9(06) COMP VALUE 0.
013100 01  WS-LATE-COUNT            PIC 9(06) COMP VALUE 0.
013200 01  WS-COMP-COUNT            PIC 9(06) COMP VALUE 0.
013300 01  WS-PENDING-TOTAL         PIC 9(10) VALUE 0.
013400 01  WS-COMP-TOTAL            PIC 9(10) VALUE 0.
013500
013600 01  WS-HEADING-LINE.
013700     05  FILLER               PIC X(38)
013800         VALUE "CASE NO     ACCOUNT  AMOUNT  TXN DATE ".
013900     05  FILLER               PIC X(42)
014000         VALUE "AGE ST RSN  TAT   COMP TODAY".
014100
014200 01  WS-DETAIL-LINE.
014300     05  DTL-CASE-NUMBER      PIC 9(10).
014400     05  FILLER               PIC X(02) VALUE SPACES.
014500     05  DTL-ACCT-NUMBER      PIC 9(06).
014600     05  FILLER               PIC X(02) VALUE SPACES.
014700     05  DTL-AMOUNT           PIC Z(5)9.
014800     05  FILLER               PIC X(02) VALUE SPACES.
014900     05  DTL-TXN-DATE         PIC 9(08).
015000     05  FILLER               PIC X(02) VALUE SPACES.
015100     05  DTL-AGE-DAYS         PIC ZZ9.
015200     05  FILLER               PIC X(01) VALUE SPACE.
015300     05  DTL-STATUS           PIC X(01).
015400     05  FILLER               PIC X(02) VALUE SPACES.
015500     05  DTL-REASON-CODE      PIC X(04).
015600     05  FILLER               PIC X(01) VALUE SPACE.
015700     05  DTL-TAT-FLAG         PIC X(04).
015800     05  FILLER               PIC X(02) VALUE SPACES.
015900     05  DTL-COMP-AMOUNT      PIC Z(5)9.
016000
016100 01  WS-TOTAL-LINE.
016200     05  TOT-LABEL            PIC X(30).
016300     05  TOT-AMOUNT           PIC Z(9)9.
016400     05  FILLER               PIC X(02) VALUE SPACES.
016500     05  TOT-COUNT            PIC Z(5)9.
016600
016700 01  WS-SWITCHES.
016800     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
016900         88  WS-INIT-FAILED   VALUE "Y".
017000     05  WS-EOF-SW            PIC X(01) VALUE "N".
017100         88  WS-EOF           VALUE "Y".
017200
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT
017700
017800     PERFORM 2000-AGE-ONE-CASE
017900         THRU 2000-AGE-ONE-CASE-EXIT
018000         UNTIL WS-EOF
018100
018200     IF NOT WS-INIT-FAILED
018300         PERFORM 5000-WRITE-TOTALS
018400             THRU 5000-WRITE-TOTALS-EXIT
018500     END-IF
018600
018700     PERFORM 9999-TERMINATE
018800         THRU 9999-TERMINATE-EXIT
018900
019000     IF WS-INIT-FAILED
019100         MOVE 8 TO RETURN-CODE
019200     END-IF
019300     GOBACK.
019400
019500*-----------------------------------------------------------------
019600* ACQUIRE THE BATCH WINDOW AND OPEN THE FILES.  A CASE REGISTER
019700* THAT HAS NEVER BEEN SET UP IS CREATED EMPTY.
019800*-----------------------------------------------------------------
019900 1000-INITIALIZE.
020000     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
020100     IF NOT WS-BATCH-ACQUIRED
020200         DISPLAY "ATMCAGE: BATCH WINDOW CHECK FAILED, RUN "
020300                 "REFUSED"
020400         SET WS-INIT-FAILED TO TRUE
020500         SET WS-EOF TO TRUE
020600         GO TO 1000-INITIALIZE-EXIT
020700     END-IF
020800
020900     CALL "BUSDATE" USING WS-TODAYS-DATE
021000     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
021100     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
021200     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
021300     PERFORM 2600-CCYYMMDD-TO-DAYS
021400         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
021500     MOVE WS-DAY-COUNT TO WS-TODAYS-DAY-COUNT
021600
021700     OPEN OUTPUT AGEING-REPORT
021800     IF NOT WS-ATMCRPT-OK
021900         DISPLAY "ATMCAGE: UNABLE TO OPEN AGEING REPORT, "
022000                 "STATUS = " WS-ATMCRPT-STATUS
022100         SET WS-INIT-FAILED TO TRUE
022200         SET WS-EOF TO TRUE
022300         GO TO 1000-INITIALIZE-EXIT
022400     END-IF
022500     MOVE SPACES TO REPORT-LINE
022600     STRING "ATM DISPUTE CASE AGEING FOR " WS-TODAYS-DATE
022700            " - TURNAROUND " WS-TAT-DAYS " DAYS"
022800            DELIMITED BY SIZE INTO REPORT-LINE
022900     WRITE REPORT-LINE
023000     MOVE WS-HEADING-LINE TO REPORT-LINE
023100     WRITE REPORT-LINE
023200
023300     OPEN I-O CASE-FILE
023400     IF WS-ATMCASE-NOTFOUND
023500         OPEN OUTPUT CASE-FILE
023600         CLOSE CASE-FILE
023700         OPEN I-O CASE-FILE
023800     END-IF
023900     IF NOT WS-ATMCASE-OK
024000         DISPLAY "ATMCAGE: UNABLE TO OPEN CASE FILE, "
024100                 "STATUS = " WS-ATMCASE-STATUS
024200         SET WS-INIT-FAILED TO TRUE
024300         SET WS-EOF TO TRUE
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF
024600
024700     OPEN I-O ACCOUNT-MASTER
024800     IF NOT WS-ACCMSTR-OK
024900         DISPLAY "ATMCAGE: UNABLE TO OPEN ACCOUNT MASTER, "
025000                 "STATUS = " WS-ACCMSTR-STATUS
025100         SET WS-INIT-FAILED TO TRUE
025200         SET WS-EOF TO TRUE
025300         GO TO 1000-INITIALIZE-EXIT
025400     END-IF
025500
025600     OPEN EXTEND DEPOSIT-LOG
025700     IF NOT WS-DEPLOG-OK
025800         DISPLAY "ATMCAGE: UNABLE TO OPEN DEPOSIT LOG, "
025900                 "STATUS = " WS-DEPLOG-STATUS
026000         SET WS-INIT-FAILED TO TRUE
026100         SET WS-EOF TO TRUE
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF
026400
026500     MOVE 0 TO CASE-NUMBER
026600     START CASE-FILE
026700         KEY IS NOT LESS THAN CASE-NUMBER
026800         INVALID KEY
026900             SET WS-EOF TO TRUE
027000     END-START.
027100 1000-INITIALIZE-EXIT.
027200     EXIT.
027300
027400*-----------------------------------------------------------------
027500* AGE ONE CASE STILL AWAITING CLOSURE, PAY ANY COMPENSATION NOW
027600* DUE ON IT, AND LIST IT ON THE AGEING REPORT.
027700*-----------------------------------------------------------------
027800 2000-AGE-ONE-CASE.
027900     READ CASE-FILE NEXT RECORD
028000         AT END
028100             SET WS-EOF TO TRUE
028200             GO TO 2000-AGE-ONE-CASE-EXIT
028300     END-READ
028400     IF NOT CASE-STATUS-PENDING
028500         GO TO 2000-AGE-ONE-CASE-EXIT
028600     END-IF
028700
028800     MOVE CASE-TXN-DATE(1:4) TO WS-CCYY
028900     MOVE CASE-TXN-DATE(5:2) TO WS-MM
029000     MOVE CASE-TXN-DATE(7:2) TO WS-DD
029100     PERFORM 2600-CCYYMMDD-TO-DAYS
029200         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
029300     COMPUTE WS-AGE-DAYS = WS-TODAYS-DAY-COUNT - WS-DAY-COUNT
029400     IF WS-AGE-DAYS < 0
029500         MOVE 0 TO WS-AGE-DAYS
029600     END-IF
029700     COMPUTE WS-LATE-DAYS = WS-AGE-DAYS - WS-TAT-DAYS
029800
029900     ADD 1 TO WS-PENDING-COUNT
030000     ADD CASE-AMOUNT TO WS-PENDING-TOTAL
030100     MOVE 0 TO WS-COMP-AMOUNT
030200     MOVE SPACES TO DTL-TAT-FLAG
030300     IF WS-LATE-DAYS > 0
030400         MOVE "LATE" TO DTL-TAT-FLAG
030500         ADD 1 TO WS-LATE-COUNT
030600         IF CASE-SOURCE-COMPLAINT
030700             PERFORM 3000-PAY-COMPENSATION
030800                 THRU 3000-PAY-COMPENSATION-EXIT
030900         END-IF
031000     END-IF
031100
031200     MOVE CASE-NUMBER       TO DTL-CASE-NUMBER
031300     MOVE CASE-ACCT-NUMBER  TO DTL-ACCT-NUMBER
031400     MOVE CASE-AMOUNT       TO DTL-AMOUNT
031500     MOVE CASE-TXN-DATE     TO DTL-TXN-DATE
031600     MOVE WS-AGE-DAYS       TO DTL-AGE-DAYS
031700     MOVE CASE-STATUS       TO DTL-STATUS
031800     MOVE CASE-REASON-CODE  TO DTL-REASON-CODE
031900     MOVE WS-COMP-AMOUNT    TO DTL-COMP-AMOUNT
032000     MOVE WS-DETAIL-LINE TO REPORT-LINE
032100     WRITE REPORT-LINE.
032200 2000-AGE-ONE-CASE-EXIT.
032300     EXIT.
032400
032500*-----------------------------------------------------------------
032600* CONVERT WS-CCYY/WS-MM/WS-DD INTO A DAY COUNT USING THE
032700* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN WS-DAY-COUNT.
032800*-----------------------------------------------------------------
032900 2600-CCYYMMDD-TO-DAYS.
033000     COMPUTE WS-DAY-COUNT =
033100             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
033200 2600-CCYYMMDD-TO-DAYS-EXIT.
033300     EXIT.
033400
033500*-----------------------------------------------------------------
033600* CREDIT THE COMPENSATION FOR THE LATE DAYS NOT YET PAID ON THIS
033700* CASE AND RECORD THEM ON THE CASE, SO EACH LATE DAY IS PAID
033800* EXACTLY ONCE HOWEVER THE RUNS FALL.  AN ACCOUNT THAT CANNOT
033900* TAKE THE CREDIT LEAVES THE DAYS UNPAID FOR THE NEXT RUN.
034000*-----------------------------------------------------------------
034100 3000-PAY-COMPENSATION.
034200     COMPUTE WS-DUE-DAYS = WS-LATE-DAYS - CASE-COMP-DAYS-PAID
034300     IF WS-DUE-DAYS NOT > 0
034400         GO TO 3000-PAY-COMPENSATION-EXIT
034500     END-IF
034600     COMPUTE WS-COMP-AMOUNT = WS-DUE-DAYS * WS-COMP-PER-DAY
034700
034800     MOVE CASE-ACCT-NUMBER TO ACCT-NUMBER
034900     READ ACCOUNT-MASTER
035000         KEY IS ACCT-NUMBER
035100         INVALID KEY
035200             DISPLAY "ATMCAGE: ACCOUNT " CASE-ACCT-NUMBER
035300                     " FOR CASE " CASE-NUMBER " NOT FOUND, "
035400                     "COMPENSATION NOT PAID"
035500             MOVE 0 TO WS-COMP-AMOUNT
035600             GO TO 3000-PAY-COMPENSATION-EXIT
035700     END-READ
035800     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEAT
035900         DISPLAY "ATMCAGE: ACCOUNT " CASE-ACCT-NUMBER
036000                 " FOR CASE " CASE-NUMBER " IS CLOSED, "
036100                 "COMPENSATION NOT PAID"
036200         MOVE 0 TO WS-COMP-AMOUNT
036300         GO TO 3000-PAY-COMPENSATION-EXIT
036400     END-IF
036500
036600     ADD WS-COMP-AMOUNT TO ACCT-BALANCE
036700     REWRITE ACCOUNT-RECORD
036800         INVALID KEY
036900             DISPLAY "ATMCAGE: UNABLE TO REWRITE ACCOUNT "
037000                     CASE-ACCT-NUMBER
037100             MOVE 0 TO WS-COMP-AMOUNT
037200             GO TO 3000-PAY-COMPENSATION-EXIT
037300     END-REWRITE
037400
037500     PERFORM 4000-WRITE-LOG
037600         THRU 4000-WRITE-LOG-EXIT
037700
037800     ADD WS-DUE-DAYS    TO CASE-COMP-DAYS-PAID
037900     ADD WS-COMP-AMOUNT TO CASE-COMP-AMOUNT-PAID
038000     REWRITE ATM-CASE-RECORD
038100         INVALID KEY
038200             DISPLAY "ATMCAGE: UNABLE TO RECORD COMPENSATION ON "
038300                     "CASE " CASE-NUMBER
038400     END-REWRITE
038500     ADD WS-COMP-AMOUNT TO WS-COMP-TOTAL
038600     ADD 1 TO WS-COMP-COUNT.
038700 3000-PAY-COMPENSATION-EXIT.
038800     EXIT.
038900
039000*-----------------------------------------------------------------
039100* LOG THE COMPENSATION CREDIT UNDER A NEW REFERENCE.
039200*-----------------------------------------------------------------
039300 4000-WRITE-LOG.
039400     MOVE WS-TODAYS-DATE     TO LOG-DATE
039500     ACCEPT LOG-TIME FROM TIME
039600     MOVE ACCT-NUMBER        TO LOG-ACCT-NUMBER
039700     MOVE WS-COMP-AMOUNT     TO LOG-DEPOSIT-AMT
039800     MOVE ACCT-BALANCE       TO LOG-NEW-BALANCE
039900     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
040000     SET LOG-TRANS-COMPENSATION TO TRUE
040100     MOVE WS-BATCH-OPERATOR-ID TO LOG-OPERATOR-ID
040200     MOVE ACCT-BRANCH-CODE   TO LOG-BRANCH-CODE
040300     CALL "TXNREF" USING WS-TXN-REF
040400     MOVE WS-TXN-REF         TO LOG-TXN-REF
040500     MOVE WS-TODAYS-DATE     TO LOG-VALUE-DATE
040600     MOVE ACCT-BRANCH-CODE   TO LOG-POST-BRANCH
040601     SET LOG-INSTR-SYSTEM TO TRUE
040700     WRITE DEPOSIT-LOG-RECORD
040800     MOVE "D" TO WS-TXN-TYPE
040900     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE
041000                           LOG-TIME WS-TXN-TYPE
041100                           LOG-DEPOSIT-AMT LOG-NEW-BALANCE
041200                           LOG-OPERATOR-ID
041300                           LOG-TXN-REF
041300                           LOG-INSTRUMENT.
041400 4000-WRITE-LOG-EXIT.
041500     EXIT.
041600
041700*-----------------------------------------------------------------
041800* CLOSE THE REPORT WITH THE PENDING, LATE AND COMPENSATION
041900* TOTALS.
042000*-----------------------------------------------------------------
042100 5000-WRITE-TOTALS.
042200     MOVE SPACES TO REPORT-LINE
042300     WRITE REPORT-LINE
042400     MOVE "CASES PENDING"            TO TOT-LABEL
042500     MOVE WS-PENDING-TOTAL           TO TOT-AMOUNT
042600     MOVE WS-PENDING-COUNT           TO TOT-COUNT
042700     MOVE WS-TOTAL-LINE TO REPORT-LINE
042800     WRITE REPORT-LINE
042900     MOVE "CASES PAST TURNAROUND"    TO TOT-LABEL
043000     MOVE 0                          TO TOT-AMOUNT
043100     MOVE WS-LATE-COUNT              TO TOT-COUNT
043200     MOVE WS-TOTAL-LINE TO REPORT-LINE
043300     WRITE REPORT-LINE
043400     MOVE "COMPENSATION CREDITED"    TO TOT-LABEL
043500     MOVE WS-COMP-TOTAL              TO TOT-AMOUNT
043600     MOVE WS-COMP-COUNT              TO TOT-COUNT
043700     MOVE WS-TOTAL-LINE TO REPORT-LINE
043800     WRITE REPORT-LINE
043900
044000     DISPLAY "ATMCAGE: CASES PENDING = " WS-PENDING-COUNT
044100             ", PAST TURNAROUND = " WS-LATE-COUNT
044200     DISPLAY "ATMCAGE: COMPENSATION CREDITED = " WS-COMP-TOTAL
044300             " (" WS-COMP-COUNT " CASES)".
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
045400     CLOSE AGEING-REPORT
045500     CLOSE CASE-FILE
045600     CLOSE ACCOUNT-MASTER
045700     CLOSE DEPOSIT-LOG.
045800 9999-TERMINATE-EXIT.
045900     EXIT.
