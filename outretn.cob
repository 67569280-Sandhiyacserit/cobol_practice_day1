000100*****************************************************************
000200* PROGRAM      : OUTRETN                                        *
000300* DESCRIPTION  : NIGHTLY OUTWARD REMITTANCE RETURNS.  READS THE  *
000400*                PAYMENT NETWORK'S RETURN FILE OF REMITTANCES   *
000500*                THE RECEIVING BANKS REJECTED, FINDS EACH ONE   *
000600*                ON THE OUTWARD REMITTANCE REGISTER BY ITS      *
000700*                REFERENCE, CREDITS THE AMOUNT BACK TO THE      *
000800*                REMITTER THROUGH THE DEPOSIT LOG UNDER THE     *
000900*                ORIGINAL REFERENCE, AND MARKS THE REGISTER     *
001000*                ENTRY RETURNED WITH THE NETWORK'S REASON.  A   *
001100*                RETURN THAT CANNOT BE APPLIED IS LISTED ON THE *
001200*                RETURNS REPORT FOR THE BACK OFFICE.  THE RUN   *
001300*                ENDS WITH THE DAY'S OUTWARD SETTLEMENT         *
001400*                FIGURES - SENT, RETURNED AND NET TO SETTLE.    *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. OUTRETN.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - OUTWARD REMITTANCE RETURNS,    *
002800*                  RUN AS AN EODDRIVE STEP AHEAD OF GLJRNL.     *
002801* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002802*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002803*                  HELD.                                        *
002804* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002805*                  PLACE OF YYMMDD.                             *
002806* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002807*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002808*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-NUMBER
003800         FILE STATUS IS WS-ACCMSTR-STATUS.
003900
004000     SELECT REMIT-REGISTER ASSIGN TO "ORMFILE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ORM-TXN-REF
004400         FILE STATUS IS WS-ORMFILE-STATUS.
004500
004600     SELECT NETWORK-RETURNS ASSIGN TO "ORMRETN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ORMRETN-STATUS.
004900
005000     SELECT RETURNS-REPORT ASSIGN TO "ORMRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ORMRPT-STATUS.
005300
005400     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-DEPLOG-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ACCOUNT-MASTER
006100     LABEL RECORDS ARE STANDARD.
006200     COPY ACCTREC.
006300
006400 FD  REMIT-REGISTER
006500     LABEL RECORDS ARE STANDARD.
006600     COPY ORMREC.
006700
006800 FD  NETWORK-RETURNS
006900     LABEL RECORDS ARE STANDARD.
007000 01  NETWORK-RETURN-RECORD.
007100     05  NRT-TXN-REF            PIC 9(10).
007200     05  FILLER                 PIC X(01).
007300     05  NRT-AMOUNT             PIC 9(09).
007400     05  FILLER                 PIC X(01).
007500     05  NRT-REASON-CODE        PIC X(04).
007600
007700 FD  RETURNS-REPORT
007800     LABEL RECORDS ARE STANDARD.
007900 01  REPORT-LINE                PIC X(80).
008000
008100 FD  DEPOSIT-LOG
008200     LABEL RECORDS ARE STANDARD.
008300 01  DEPOSIT-LOG-RECORD.
008400     05  LOG-DATE             PIC 9(08).
008500     05  LOG-TIME             PIC 9(08).
008600     05  FILLER               PIC X(01) VALUE SPACE.
008700     05  LOG-ACCT-NUMBER      PIC 9(06).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008900     05  LOG-DEPOSIT-AMT      PIC 9(09).
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  LOG-NEW-BALANCE      PIC S9(09).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  LOG-CURRENCY-CODE    PIC X(03).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  LOG-TRANS-TYPE       PIC X(01).
009600         88  LOG-TRANS-REMIT-RETURN VALUE "O".
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  LOG-OPERATOR-ID      PIC 9(04).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  LOG-BRANCH-CODE      PIC 9(03).
010100     05  FILLER               PIC X(01) VALUE SPACE.
010200     05  LOG-TXN-REF          PIC 9(10).
010300     05  FILLER               PIC X(01) VALUE SPACE.
010400     05  LOG-VALUE-DATE       PIC 9(08).
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  LOG-POST-BRANCH      PIC 9(03).
010610     05  FILLER               PIC X(01) VALUE SPACE.
010620     05  LOG-INSTRUMENT       PIC X(01).
010630         88  LOG-INSTR-CASH       VALUE "C".
010640         88  LOG-INSTR-CHEQUE     VALUE "Q".
010650         88  LOG-INSTR-TRANSFER   VALUE "T".
010660         88  LOG-INSTR-SYSTEM     VALUE "S".
010700
010800 WORKING-STORAGE SECTION.
010900 01  WS-ACCMSTR-STATUS        PIC X(02).
011000     88  WS-ACCMSTR-OK        VALUE "00".
011100 01  WS-ORMFILE-STATUS        PIC X(02).
011200     88  WS-ORMFILE-OK        VALUE "00".
011300 01  WS-ORMRETN-STATUS        PIC X(02).
011400     88  WS-ORMRETN-OK        VALUE "00".
011500 01  WS-ORMRPT-STATUS         PIC X(02).
011600     88  WS-ORMRPT-OK         VALUE "00".
011700 01  WS-DEPLOG-STATUS         PIC X(02).
011800     88  WS-DEPLOG-OK         VALUE "00".
011900
012000 01  WS-JOB-NAME              PIC X(08) VALUE "OUTRETN".
012100 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
012200     88  WS-BATCH-ACQUIRED    VALUE "Y".
012300
012400 01  WS-BATCH-OPERATOR-ID     PIC 9(04) VALUE 0.
012500 01  WS-TODAYS-DATE           PIC 9(08).
012600 01  WS-TXN-TYPE              PIC X(01).
012700 01  WS-EXCEPTION-TEXT        PIC X(30).
012800
012900 01  WS-FILE-TOTAL            PIC 9(10) VALUE 0.
013000 01  WS-APPLIED-TOTAL         PIC 9(10) VALUE 0.
013100 01  WS-EXCEPTION-TOTAL       PIC 9(10) VALUE 0.
013200 01  WS-SENT-TODAY-TOTAL      PIC 9(10) VALUE 0.
013300 01  WS-NET-SETTLEMENT        PIC S9(10) VALUE 0.
013400 01  WS-APPLIED-COUNT         PIC 9(06) COMP VALUE 0.
013500 01  WS-EXCEPTION-COUNT       PIC 9(06) COMP VALUE 0.
013600 01  WS-SENT-TODAY-COUNT      PIC 9(06) COMP VALUE 0.
013700
013800 01  WS-DETAIL-LINE.
013900     05  DTL-TXN-REF          PIC 9(10).
014000     05  FILLER               PIC X(02) VALUE SPACES.
014100     05  DTL-ACCT-NUMBER      PIC 9(06).
014200     05  FILLER               PIC X(02) VALUE SPACES.
014300     05  DTL-AMOUNT           PIC Z(8)9.
014400     05  FILLER               PIC X(02) VALUE SPACES.
014500     05  DTL-REASON-CODE      PIC X(04).
014600     05  FILLER               PIC X(02) VALUE SPACES.
014700     05  DTL-OUTCOME          PIC X(30).
014800
014900 01  WS-TOTAL-LINE.
015000     05  TOT-LABEL            PIC X(30).
015100     05  TOT-AMOUNT           PIC -(10)9.
015200     05  FILLER               PIC X(02) VALUE SPACES.
015300     05  TOT-COUNT            PIC Z(5)9.
015400
015500 01  WS-SWITCHES.
015600     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
015700         88  WS-INIT-FAILED   VALUE "Y".
015800     05  WS-EOF-SW            PIC X(01) VALUE "N".
015900         88  WS-EOF           VALUE "Y".
016000     05  WS-REG-EOF-SW        PIC X(01) VALUE "N".
016100         88  WS-REG-EOF       VALUE "Y".
016200     05  WS-RETURNS-SW        PIC X(01) VALUE "N".
016300         88  WS-RETURNS-OPEN  VALUE "Y".
016400
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE
016800         THRU 1000-INITIALIZE-EXIT
016900     PERFORM 2000-PROCESS-RETURN
017000         THRU 2000-PROCESS-RETURN-EXIT
017100         UNTIL WS-EOF
017200     IF NOT WS-INIT-FAILED
017300         PERFORM 5000-SETTLEMENT-SUMMARY
017400             THRU 5000-SETTLEMENT-SUMMARY-EXIT
017500     END-IF
017600     PERFORM 9999-TERMINATE
017700         THRU 9999-TERMINATE-EXIT
017800     IF WS-INIT-FAILED
017900         MOVE 8 TO RETURN-CODE
018000     END-IF
018100     GOBACK.
018200
018300*-----------------------------------------------------------------
018400* ACQUIRE THE BATCH WINDOW AND OPEN THE FILES.  NO RETURN FILE
018500* FROM THE NETWORK SIMPLY MEANS NOTHING CAME BACK TODAY - THE
018600* SETTLEMENT SUMMARY IS STILL PRODUCED.
018700*-----------------------------------------------------------------
018800 1000-INITIALIZE.
018900     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
019000     IF NOT WS-BATCH-ACQUIRED
019100         DISPLAY "OUTRETN: BATCH WINDOW CHECK FAILED, RUN "
019200                 "REFUSED"
019300         SET WS-INIT-FAILED TO TRUE
019400         SET WS-EOF TO TRUE
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700     CALL "BUSDATE" USING WS-TODAYS-DATE
019800     OPEN OUTPUT RETURNS-REPORT
019900     IF NOT WS-ORMRPT-OK
020000         DISPLAY "OUTRETN: UNABLE TO OPEN RETURNS REPORT, "
020100                 "STATUS = " WS-ORMRPT-STATUS
020200         SET WS-INIT-FAILED TO TRUE
020300         SET WS-EOF TO TRUE
020400         GO TO 1000-INITIALIZE-EXIT
020500     END-IF
020600     MOVE SPACES TO REPORT-LINE
020700     STRING "OUTWARD REMITTANCE RETURNS FOR " WS-TODAYS-DATE
020800            DELIMITED BY SIZE INTO REPORT-LINE
020900     WRITE REPORT-LINE
021000     MOVE "REFERENCE   ACCOUNT      AMOUNT  RSN   OUTCOME"
021100         TO REPORT-LINE
021200     WRITE REPORT-LINE
021300     OPEN I-O REMIT-REGISTER
021400     IF NOT WS-ORMFILE-OK
021500         DISPLAY "OUTRETN: UNABLE TO OPEN REMITTANCE REGISTER, "
021600                 "STATUS = " WS-ORMFILE-STATUS
021700         SET WS-INIT-FAILED TO TRUE
021800         SET WS-EOF TO TRUE
021900         GO TO 1000-INITIALIZE-EXIT
022000     END-IF
022100     OPEN I-O ACCOUNT-MASTER
022200     IF NOT WS-ACCMSTR-OK
022300         DISPLAY "OUTRETN: UNABLE TO OPEN ACCOUNT MASTER, "
022400                 "STATUS = " WS-ACCMSTR-STATUS
022500         SET WS-INIT-FAILED TO TRUE
022600         SET WS-EOF TO TRUE
022700         GO TO 1000-INITIALIZE-EXIT
022800     END-IF
022900     OPEN EXTEND DEPOSIT-LOG
023000     IF NOT WS-DEPLOG-OK
023100         DISPLAY "OUTRETN: UNABLE TO OPEN DEPOSIT LOG, "
023200                 "STATUS = " WS-DEPLOG-STATUS
023300         SET WS-INIT-FAILED TO TRUE
023400         SET WS-EOF TO TRUE
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF
023700     OPEN INPUT NETWORK-RETURNS
023800     IF NOT WS-ORMRETN-OK
023900         DISPLAY "OUTRETN: NO RETURN FILE FROM THE NETWORK "
024000                 "TODAY, STATUS = " WS-ORMRETN-STATUS
024100         SET WS-EOF TO TRUE
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF
024400     SET WS-RETURNS-OPEN TO TRUE
024500     READ NETWORK-RETURNS
024600         AT END
024700             SET WS-EOF TO TRUE
024800     END-READ.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100
025200*-----------------------------------------------------------------
025300* APPLY ONE RETURNED REMITTANCE, THEN ADVANCE TO THE NEXT.
025400*-----------------------------------------------------------------
025500 2000-PROCESS-RETURN.
025600     ADD NRT-AMOUNT TO WS-FILE-TOTAL
025700     PERFORM 2500-APPLY-ONE-RETURN
025800         THRU 2500-APPLY-ONE-RETURN-EXIT
025900     READ NETWORK-RETURNS
026000         AT END
026100             SET WS-EOF TO TRUE
026200     END-READ.
026300 2000-PROCESS-RETURN-EXIT.
026400     EXIT.
026500
026600*-----------------------------------------------------------------
026700* THE RETURN MUST NAME A REMITTANCE ON THE REGISTER THAT IS
026800* STILL OUTSTANDING, FOR THE AMOUNT WE SENT, AGAINST AN ACCOUNT
026900* THAT CAN STILL TAKE A CREDIT.  ANYTHING ELSE IS AN EXCEPTION
027000* FOR THE BACK OFFICE - NOTHING IS CREDITED.
027100*-----------------------------------------------------------------
027200 2500-APPLY-ONE-RETURN.
027300     MOVE NRT-TXN-REF TO ORM-TXN-REF
027400     READ REMIT-REGISTER
027500         KEY IS ORM-TXN-REF
027600         INVALID KEY
027700             MOVE 0 TO ORM-ACCT-NUMBER
027800             MOVE "NO SUCH REMITTANCE" TO WS-EXCEPTION-TEXT
027900             PERFORM 3000-REPORT-EXCEPTION
028000                 THRU 3000-REPORT-EXCEPTION-EXIT
028100             GO TO 2500-APPLY-ONE-RETURN-EXIT
028200     END-READ
028300     IF ORM-STATUS-RETURNED
028400         MOVE "ALREADY RETURNED" TO WS-EXCEPTION-TEXT
028500         PERFORM 3000-REPORT-EXCEPTION
028600             THRU 3000-REPORT-EXCEPTION-EXIT
028700         GO TO 2500-APPLY-ONE-RETURN-EXIT
028800     END-IF
028900     IF NRT-AMOUNT NOT = ORM-AMOUNT
029000         MOVE "AMOUNT DIFFERS FROM REMITTANCE"
029100             TO WS-EXCEPTION-TEXT
029200         PERFORM 3000-REPORT-EXCEPTION
029300             THRU 3000-REPORT-EXCEPTION-EXIT
029400         GO TO 2500-APPLY-ONE-RETURN-EXIT
029500     END-IF
029600     MOVE ORM-ACCT-NUMBER TO ACCT-NUMBER
029700     READ ACCOUNT-MASTER
029800         KEY IS ACCT-NUMBER
029900         INVALID KEY
030000             MOVE "REMITTER ACCOUNT NOT FOUND"
030100                 TO WS-EXCEPTION-TEXT
030200             PERFORM 3000-REPORT-EXCEPTION
030300                 THRU 3000-REPORT-EXCEPTION-EXIT
030400             GO TO 2500-APPLY-ONE-RETURN-EXIT
030500     END-READ
030600     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEAT
030700         MOVE "REMITTER ACCOUNT CLOSED" TO WS-EXCEPTION-TEXT
030800         PERFORM 3000-REPORT-EXCEPTION
030900             THRU 3000-REPORT-EXCEPTION-EXIT
031000         GO TO 2500-APPLY-ONE-RETURN-EXIT
031100     END-IF
031200
031300     ADD NRT-AMOUNT TO ACCT-BALANCE
031400     REWRITE ACCOUNT-RECORD
031500         INVALID KEY
031600             MOVE "UNABLE TO REWRITE ACCOUNT"
031700                 TO WS-EXCEPTION-TEXT
031800             PERFORM 3000-REPORT-EXCEPTION
031900                 THRU 3000-REPORT-EXCEPTION-EXIT
032000             GO TO 2500-APPLY-ONE-RETURN-EXIT
032100     END-REWRITE
032200
032300     PERFORM 4000-WRITE-LOG
032400         THRU 4000-WRITE-LOG-EXIT
032500
032600     SET ORM-STATUS-RETURNED TO TRUE
032700     MOVE WS-TODAYS-DATE  TO ORM-RETURN-DATE
032800     MOVE NRT-REASON-CODE TO ORM-RETURN-REASON
032900     REWRITE REMIT-RECORD
033000         INVALID KEY
033100             DISPLAY "OUTRETN: UNABLE TO MARK REFERENCE "
033200                     ORM-TXN-REF " RETURNED ON THE REGISTER"
033300     END-REWRITE
033400
033500     MOVE ORM-TXN-REF     TO DTL-TXN-REF
033600     MOVE ORM-ACCT-NUMBER TO DTL-ACCT-NUMBER
033700     MOVE NRT-AMOUNT      TO DTL-AMOUNT
033800     MOVE NRT-REASON-CODE TO DTL-REASON-CODE
033900     MOVE "CREDITED BACK TO REMITTER" TO DTL-OUTCOME
034000     MOVE WS-DETAIL-LINE TO REPORT-LINE
034100     WRITE REPORT-LINE
034200     ADD NRT-AMOUNT TO WS-APPLIED-TOTAL
034300     ADD 1 TO WS-APPLIED-COUNT.
034400 2500-APPLY-ONE-RETURN-EXIT.
034500     EXIT.
034600
034700*-----------------------------------------------------------------
034800* LIST A RETURN THAT COULD NOT BE APPLIED.
034900*-----------------------------------------------------------------
035000 3000-REPORT-EXCEPTION.
035100     MOVE NRT-TXN-REF       TO DTL-TXN-REF
035200     MOVE ORM-ACCT-NUMBER   TO DTL-ACCT-NUMBER
035300     MOVE NRT-AMOUNT        TO DTL-AMOUNT
035400     MOVE NRT-REASON-CODE   TO DTL-REASON-CODE
035500     MOVE WS-EXCEPTION-TEXT TO DTL-OUTCOME
035600     MOVE WS-DETAIL-LINE TO REPORT-LINE
035700     WRITE REPORT-LINE
035800     ADD NRT-AMOUNT TO WS-EXCEPTION-TOTAL
035900     ADD 1 TO WS-EXCEPTION-COUNT.
036000 3000-REPORT-EXCEPTION-EXIT.
036100     EXIT.
036200
036300*-----------------------------------------------------------------
036400* CREDIT THE REMITTER THROUGH THE DEPOSIT LOG UNDER THE
036500* ORIGINAL REMITTANCE REFERENCE, SO THE STATEMENT SHOWS THE
036600* RETURN AGAINST THE PAYMENT IT REVERSES.
036700*-----------------------------------------------------------------
036800 4000-WRITE-LOG.
036900     MOVE WS-TODAYS-DATE     TO LOG-DATE
037000     ACCEPT LOG-TIME FROM TIME
037100     MOVE ACCT-NUMBER        TO LOG-ACCT-NUMBER
037200     MOVE NRT-AMOUNT         TO LOG-DEPOSIT-AMT
037300     MOVE ACCT-BALANCE       TO LOG-NEW-BALANCE
037400     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
037500     SET LOG-TRANS-REMIT-RETURN TO TRUE
037600     MOVE WS-BATCH-OPERATOR-ID TO LOG-OPERATOR-ID
037700     MOVE ACCT-BRANCH-CODE   TO LOG-BRANCH-CODE
037800     MOVE ORM-TXN-REF        TO LOG-TXN-REF
037900     MOVE WS-TODAYS-DATE     TO LOG-VALUE-DATE
038000     MOVE ACCT-BRANCH-CODE   TO LOG-POST-BRANCH
038001     SET LOG-INSTR-TRANSFER TO TRUE
038100     WRITE DEPOSIT-LOG-RECORD
038200     MOVE "D" TO WS-TXN-TYPE
038300     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE
038400                           LOG-TIME WS-TXN-TYPE
038500                           LOG-DEPOSIT-AMT LOG-NEW-BALANCE
038600                           LOG-OPERATOR-ID
038700                           LOG-TXN-REF
038700                           LOG-INSTRUMENT.
038800 4000-WRITE-LOG-EXIT.
038900     EXIT.
039000
039100*-----------------------------------------------------------------
039200* THE DAY'S OUTWARD SETTLEMENT: WHAT WENT OUT TODAY, LESS WHAT
039300* CAME BACK AND WAS CREDITED, IS WHAT THE NETWORK WILL SETTLE.
039400* THE SAME NET FIGURE STANDS ON THE OUTWARD CLEARING GL IN
039500* TONIGHT'S GLJRNL OUTPUT.
039600*-----------------------------------------------------------------
039700 5000-SETTLEMENT-SUMMARY.
039800     MOVE 0 TO ORM-TXN-REF
039900     START REMIT-REGISTER
040000         KEY IS NOT LESS THAN ORM-TXN-REF
040100         INVALID KEY
040200             SET WS-REG-EOF TO TRUE
040300     END-START
040400     PERFORM 5100-SUM-ONE-REMITTANCE
040500         THRU 5100-SUM-ONE-REMITTANCE-EXIT
040600         UNTIL WS-REG-EOF
040700     COMPUTE WS-NET-SETTLEMENT =
040800             WS-SENT-TODAY-TOTAL - WS-APPLIED-TOTAL
040900
041000     MOVE SPACES TO REPORT-LINE
041100     WRITE REPORT-LINE
041200     MOVE "SENT TODAY"               TO TOT-LABEL
041300     MOVE WS-SENT-TODAY-TOTAL        TO TOT-AMOUNT
041400     MOVE WS-SENT-TODAY-COUNT        TO TOT-COUNT
041500     MOVE WS-TOTAL-LINE TO REPORT-LINE
041600     WRITE REPORT-LINE
041700     MOVE "RETURNED AND CREDITED"    TO TOT-LABEL
041800     MOVE WS-APPLIED-TOTAL           TO TOT-AMOUNT
041900     MOVE WS-APPLIED-COUNT           TO TOT-COUNT
042000     MOVE WS-TOTAL-LINE TO REPORT-LINE
042100     WRITE REPORT-LINE
042200     MOVE "RETURNS NOT APPLIED"      TO TOT-LABEL
042300     MOVE WS-EXCEPTION-TOTAL         TO TOT-AMOUNT
042400     MOVE WS-EXCEPTION-COUNT         TO TOT-COUNT
042500     MOVE WS-TOTAL-LINE TO REPORT-LINE
042600     WRITE REPORT-LINE
042700     MOVE "NET OUTWARD SETTLEMENT"   TO TOT-LABEL
042800     MOVE WS-NET-SETTLEMENT          TO TOT-AMOUNT
042900     MOVE 0                          TO TOT-COUNT
043000     MOVE WS-TOTAL-LINE TO REPORT-LINE
043100     WRITE REPORT-LINE
043200
043300     IF WS-FILE-TOTAL NOT =
043400             (WS-APPLIED-TOTAL + WS-EXCEPTION-TOTAL)
043500         DISPLAY "OUTRETN: RETURN FILE DOES NOT PROVE - "
043600                 "INVESTIGATE BEFORE SETTLING WITH THE NETWORK"
043700     END-IF
043800     DISPLAY "OUTRETN: RETURNS CREDITED = " WS-APPLIED-TOTAL
043900             " (" WS-APPLIED-COUNT " ITEMS)"
044000     DISPLAY "OUTRETN: RETURNS NOT APPLIED = " WS-EXCEPTION-TOTAL
044100             " (" WS-EXCEPTION-COUNT " ITEMS)"
044200     DISPLAY "OUTRETN: NET OUTWARD SETTLEMENT = "
044300             WS-NET-SETTLEMENT.
044400 5000-SETTLEMENT-SUMMARY-EXIT.
044500     EXIT.
044600
044700*-----------------------------------------------------------------
044800* ADD ONE REGISTER ENTRY SENT TODAY INTO THE SETTLEMENT FIGURE.
044900*-----------------------------------------------------------------
045000 5100-SUM-ONE-REMITTANCE.
045100     READ REMIT-REGISTER NEXT RECORD
045200         AT END
045300             SET WS-REG-EOF TO TRUE
045400             GO TO 5100-SUM-ONE-REMITTANCE-EXIT
045500     END-READ
045600     IF ORM-SENT-DATE = WS-TODAYS-DATE
045700         ADD ORM-AMOUNT TO WS-SENT-TODAY-TOTAL
045800         ADD 1 TO WS-SENT-TODAY-COUNT
045900     END-IF.
046000 5100-SUM-ONE-REMITTANCE-EXIT.
046100     EXIT.
046200
046300*-----------------------------------------------------------------
046400* RELEASE THE BATCH WINDOW AND CLOSE DOWN.
046500*-----------------------------------------------------------------
046600 9999-TERMINATE.
046700     IF WS-BATCH-ACQUIRED
046800         CALL "BATCHREL" USING WS-JOB-NAME
046900     END-IF
047000     IF WS-RETURNS-OPEN
047100         CLOSE NETWORK-RETURNS
047200     END-IF
047300     CLOSE RETURNS-REPORT
047400     CLOSE REMIT-REGISTER
047500     CLOSE ACCOUNT-MASTER
047600     CLOSE DEPOSIT-LOG.
047700 9999-TERMINATE-EXIT.
047800     EXIT.
