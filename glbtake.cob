000100*****************************************************************
000200* PROGRAM      : GLBTAKE                                        *
000300* DESCRIPTION  : ONE-OFF TAKE-ON OF OPENING GL BALANCES.  READS *
000400*                THE OPENING BALANCE OF EACH GL ACCOUNT AT EACH *
000500*                BRANCH, AS AT THE CLOSE OF THE BUSINESS DAY    *
000600*                BEFORE GLPOST FIRST RUNS, FROM THE TAKE-ON     *
000700*                FILE THE ACCOUNTANTS PREPARE, AND LOADS THEM   *
000800*                ONTO THE EMPTY GL BALANCE FILE.  THE WHOLE     *
000900*                FILE IS PROVED FIRST - EVERY GL ACCOUNT ON THE *
001000*                CHART, EVERY BRANCH ON THE BRANCH FILE, LINES  *
001100*                IN ASCENDING GL AND BRANCH ORDER WITH NO       *
001200*                DUPLICATES, AND TOTAL DEBITS EQUAL TO TOTAL    *
001300*                CREDITS.  A FAILED PROOF, OR A BALANCE FILE    *
001400*                THAT ALREADY HOLDS BALANCES, LOADS NOTHING AND *
001500*                HANDS BACK RETURN CODE 8.                      *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. GLBTAKE.
001900 AUTHOR. S NATARAJAN.
002000 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300
002400*****************************************************************
002500* MODIFICATION HISTORY                                          *
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION                                  *
002800* 2026-10-15 SN    NEW PROGRAM - OPENING BALANCES FOR THE NEW   *
002900*                  GL BALANCE FILE.                             *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TAKEON-FILE ASSIGN TO "GLBTAKE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TAKEON-STATUS.
003800
003900     SELECT CHART-FILE ASSIGN TO "COAFILE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS COA-GL-NUMBER
004300         FILE STATUS IS WS-COAFILE-STATUS.
004400
004500     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS GLB-KEY
004900         FILE STATUS IS WS-GLBAL-STATUS.
005000
005100     SELECT TAKEON-REPORT ASSIGN TO "GLBTAKER"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REPORT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  TAKEON-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  TAKEON-RECORD.
006000     05  TKO-GL-NUMBER        PIC 9(04).
006100     05  FILLER               PIC X(01).
006200     05  TKO-BRANCH-CODE      PIC 9(03).
006300     05  FILLER               PIC X(01).
006400     05  TKO-DR-CR            PIC X(01).
006500         88  TKO-DEBIT            VALUE "D".
006600         88  TKO-CREDIT           VALUE "C".
006700     05  FILLER               PIC X(01).
006800     05  TKO-AMOUNT           PIC 9(13).
006900
007000 FD  CHART-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY COAREC.
007300
007400 FD  GL-BALANCE-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY GLBALREC.
007700
007800 FD  TAKEON-REPORT
007900     LABEL RECORDS ARE STANDARD.
008000 01  REPORT-LINE                PIC X(80).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-TAKEON-STATUS         PIC X(02).
008400     88  WS-TAKEON-OK         VALUE "00".
008500
008600 01  WS-COAFILE-STATUS        PIC X(02).
008700     88  WS-COAFILE-OK        VALUE "00".
008800
008900 01  WS-GLBAL-STATUS          PIC X(02).
009000     88  WS-GLBAL-OK          VALUE "00".
009100     88  WS-GLBAL-NOTFOUND    VALUE "35".
009200
009300 01  WS-REPORT-STATUS         PIC X(02).
009400     88  WS-REPORT-OK         VALUE "00".
009500
009600 01  WS-JOB-NAME              PIC X(08) VALUE "GLBTAKE".
009700 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
009800     88  WS-BATCH-ACQUIRED    VALUE "Y".
009900
010000 01  WS-TODAYS-DATE           PIC 9(08).
010100
010200 01  WS-BRANCH-NAME           PIC X(20).
010300 01  WS-BRANCH-FOUND-SW       PIC X(01).
010400     88  WS-BRANCH-FOUND      VALUE "Y".
010500
010600*    THE KEY OF THE LINE BEFORE, FOR THE SEQUENCE CHECK.
010700 01  WS-LAST-KEY.
010800     05  WS-LAST-GL-NUMBER    PIC 9(04) VALUE 0.
010900     05  WS-LAST-BRANCH-CODE  PIC 9(03) VALUE 0.
011000 01  WS-THIS-KEY.
011100     05  WS-THIS-GL-NUMBER    PIC 9(04).
011200     05  WS-THIS-BRANCH-CODE  PIC 9(03).
011300
011400 01  WS-LINE-COUNT            PIC 9(06) COMP VALUE 0.
011500 01  WS-ERROR-COUNT           PIC 9(06) COMP VALUE 0.
011600 01  WS-LOADED-COUNT          PIC 9(06) COMP VALUE 0.
011700 01  WS-LOADED-EDIT           PIC Z(5)9.
011800 01  WS-TOTAL-DEBITS          PIC S9(14) VALUE 0.
011900 01  WS-TOTAL-CREDITS         PIC S9(14) VALUE 0.
012000
012100 01  WS-HEADING-LINE.
012200     05  FILLER               PIC X(43)
012300         VALUE "GL   BRN GL NAME                      DEBIT".
012400     05  FILLER               PIC X(14)
012500         VALUE "        CREDIT".
012600
012700 01  WS-DETAIL-LINE.
012800     05  DTL-GL-NUMBER        PIC 9(04).
012900     05  FILLER               PIC X(01) VALUE SPACE.
013000     05  DTL-BRANCH-CODE      PIC 9(03).
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  DTL-GL-NAME          PIC X(20).
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  DTL-DEBIT            PIC Z(12)9.
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  DTL-CREDIT           PIC Z(12)9.
013700     05  FILLER               PIC X(01) VALUE SPACE.
013800     05  DTL-MESSAGE          PIC X(22).
013900
014000 01  WS-TOTAL-LINE.
014100     05  TOT-LABEL            PIC X(30).
014200     05  TOT-DEBITS           PIC Z(13)9.
014300     05  FILLER               PIC X(01) VALUE SPACE.
014400     05  TOT-CREDITS          PIC Z(13)9.
014500
014600 01  WS-SWITCHES.
014700     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
014800         88  WS-INIT-FAILED   VALUE "Y".
014900     05  WS-EOF-SW            PIC X(01) VALUE "N".
015000         88  WS-EOF           VALUE "Y".
015100     05  WS-PROOF-SW          PIC X(01) VALUE "Y".
015200         88  WS-PROOF-OK      VALUE "Y".
015300     05  WS-LOAD-FAILED-SW    PIC X(01) VALUE "N".
015400         88  WS-LOAD-FAILED   VALUE "Y".
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT
016000
016100     IF WS-BATCH-ACQUIRED
016200         AND NOT WS-INIT-FAILED
016300         PERFORM 2000-PROVE-ONE-LINE
016400             THRU 2000-PROVE-ONE-LINE-EXIT
016500             UNTIL WS-EOF
016600
016700         PERFORM 2500-CHECK-PROOF
016800             THRU 2500-CHECK-PROOF-EXIT
016900
017000         IF WS-PROOF-OK
017100             PERFORM 3000-LOAD-ONE-LINE
017200                 THRU 3000-LOAD-ONE-LINE-EXIT
017300                 UNTIL WS-EOF
017400             CLOSE GL-BALANCE-FILE
017500         END-IF
017600
017700         PERFORM 8000-WRITE-TOTALS
017800             THRU 8000-WRITE-TOTALS-EXIT
017900     END-IF
018000
018100     PERFORM 9999-TERMINATE
018200         THRU 9999-TERMINATE-EXIT
018300
018400*    A REFUSED RUN, A FAILED PROOF OR A FAILED LOAD HANDS BACK
018500*    RETURN CODE 8.
018600     IF WS-INIT-FAILED OR NOT WS-PROOF-OK OR WS-LOAD-FAILED
018700         MOVE 8 TO RETURN-CODE
018800     END-IF
018900     GOBACK.
019000
019100*-----------------------------------------------------------------
019200* CHECK THE BATCH WINDOW, REFUSE IF THE GL BALANCE FILE ALREADY
019300* HOLDS ANY BALANCE, THEN OPEN THE TAKE-ON FILE, THE CHART AND
019400* THE REPORT.
019500*-----------------------------------------------------------------
019600 1000-INITIALIZE.
019700     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
019800     IF NOT WS-BATCH-ACQUIRED
019900         DISPLAY "GLBTAKE: BATCH WINDOW CHECK FAILED, RUN "
020000                 "REFUSED"
020100         SET WS-INIT-FAILED TO TRUE
020200         GO TO 1000-INITIALIZE-EXIT
020300     END-IF
020400
020500     CALL "BUSDATE" USING WS-TODAYS-DATE
020600
020700     OPEN INPUT GL-BALANCE-FILE
020800     IF WS-GLBAL-OK
020900         READ GL-BALANCE-FILE NEXT RECORD
021000             AT END
021100                 MOVE "10" TO WS-GLBAL-STATUS
021200         END-READ
021300         CLOSE GL-BALANCE-FILE
021400         IF WS-GLBAL-OK
021500             DISPLAY "GLBTAKE: GL BALANCE FILE ALREADY HOLDS "
021600                     "BALANCES, RUN REFUSED"
021700             SET WS-INIT-FAILED TO TRUE
021800             GO TO 1000-INITIALIZE-EXIT
021900         END-IF
022000     END-IF
022100
022200     OPEN INPUT TAKEON-FILE
022300     IF NOT WS-TAKEON-OK
022400         DISPLAY "GLBTAKE: UNABLE TO OPEN TAKE-ON FILE, "
022500                 "STATUS = " WS-TAKEON-STATUS
022600         SET WS-INIT-FAILED TO TRUE
022700         GO TO 1000-INITIALIZE-EXIT
022800     END-IF
022900
023000     OPEN INPUT CHART-FILE
023100     IF NOT WS-COAFILE-OK
023200         DISPLAY "GLBTAKE: UNABLE TO OPEN CHART OF ACCOUNTS, "
023300                 "STATUS = " WS-COAFILE-STATUS
023400         SET WS-INIT-FAILED TO TRUE
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF
023700
023800     OPEN OUTPUT TAKEON-REPORT
023900     IF NOT WS-REPORT-OK
024000         DISPLAY "GLBTAKE: UNABLE TO OPEN TAKE-ON REPORT, "
024100                 "STATUS = " WS-REPORT-STATUS
024200         SET WS-INIT-FAILED TO TRUE
024300         GO TO 1000-INITIALIZE-EXIT
024400     END-IF
024500
024600     MOVE SPACES TO REPORT-LINE
024700     STRING "GL OPENING BALANCE TAKE-ON - RUN " WS-TODAYS-DATE
024800            DELIMITED BY SIZE INTO REPORT-LINE
024900     WRITE REPORT-LINE
025000     MOVE SPACES TO REPORT-LINE
025100     WRITE REPORT-LINE
025200     MOVE WS-HEADING-LINE TO REPORT-LINE
025300     WRITE REPORT-LINE.
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025600
025700*-----------------------------------------------------------------
025800* CHECK ONE TAKE-ON LINE, LIST IT, AND ADD IT INTO THE PROOF.
025900*-----------------------------------------------------------------
026000 2000-PROVE-ONE-LINE.
026100     READ TAKEON-FILE
026200         AT END
026300             SET WS-EOF TO TRUE
026400             GO TO 2000-PROVE-ONE-LINE-EXIT
026500     END-READ
026600
026700     ADD 1 TO WS-LINE-COUNT
026800     MOVE SPACES TO DTL-GL-NAME
026900     MOVE SPACES TO DTL-MESSAGE
027000     MOVE 0 TO DTL-DEBIT
027100     MOVE 0 TO DTL-CREDIT
027200
027300     EVALUATE TRUE
027400         WHEN TKO-GL-NUMBER NOT NUMERIC
027500           OR TKO-BRANCH-CODE NOT NUMERIC
027600           OR TKO-AMOUNT NOT NUMERIC
027700             MOVE "*** NOT NUMERIC" TO DTL-MESSAGE
027800         WHEN NOT TKO-DEBIT AND NOT TKO-CREDIT
027900             MOVE "*** NOT DEBIT/CREDIT" TO DTL-MESSAGE
028000     END-EVALUATE
028100     IF DTL-MESSAGE NOT = SPACES
028200         MOVE TAKEON-RECORD TO REPORT-LINE
028300         MOVE DTL-MESSAGE TO REPORT-LINE(59:22)
028400         WRITE REPORT-LINE
028500         ADD 1 TO WS-ERROR-COUNT
028600         GO TO 2000-PROVE-ONE-LINE-EXIT
028700     END-IF
028800
028900     MOVE TKO-GL-NUMBER TO COA-GL-NUMBER
029000     READ CHART-FILE
029100         KEY IS COA-GL-NUMBER
029200         INVALID KEY
029300             MOVE "*** GL NOT ON CHART" TO DTL-MESSAGE
029400     END-READ
029500     IF DTL-MESSAGE = SPACES
029600         MOVE COA-GL-NAME TO DTL-GL-NAME
029700     END-IF
029800
029900     MOVE "N" TO WS-BRANCH-FOUND-SW
030000     CALL "BRNLKUP" USING TKO-BRANCH-CODE WS-BRANCH-NAME
030100                          WS-BRANCH-FOUND-SW
030200     IF NOT WS-BRANCH-FOUND
030300         MOVE "*** BRANCH NOT ON FILE" TO DTL-MESSAGE
030400     END-IF
030500
030600     MOVE TKO-GL-NUMBER   TO WS-THIS-GL-NUMBER
030700     MOVE TKO-BRANCH-CODE TO WS-THIS-BRANCH-CODE
030800     IF WS-THIS-KEY NOT > WS-LAST-KEY
030900         AND WS-LINE-COUNT > 1
031000         MOVE "*** OUT OF SEQUENCE" TO DTL-MESSAGE
031100     END-IF
031200     MOVE WS-THIS-KEY TO WS-LAST-KEY
031300
031400     IF TKO-DEBIT
031500         ADD TKO-AMOUNT TO WS-TOTAL-DEBITS
031600         MOVE TKO-AMOUNT TO DTL-DEBIT
031700     ELSE
031800         ADD TKO-AMOUNT TO WS-TOTAL-CREDITS
031900         MOVE TKO-AMOUNT TO DTL-CREDIT
032000     END-IF
032100
032200     IF DTL-MESSAGE NOT = SPACES
032300         ADD 1 TO WS-ERROR-COUNT
032400     END-IF
032500     MOVE TKO-GL-NUMBER   TO DTL-GL-NUMBER
032600     MOVE TKO-BRANCH-CODE TO DTL-BRANCH-CODE
032700     MOVE WS-DETAIL-LINE TO REPORT-LINE
032800     WRITE REPORT-LINE.
032900 2000-PROVE-ONE-LINE-EXIT.
033000     EXIT.
033100
033200*-----------------------------------------------------------------
033300* PROVE THE TAKE-ON FILE CLEAN AND IN BALANCE, THEN - AND ONLY
033400* THEN - REOPEN IT AND OPEN THE GL BALANCE FILE FOR LOADING.
033500*-----------------------------------------------------------------
033600 2500-CHECK-PROOF.
033700     CLOSE TAKEON-FILE
033800
033900     IF WS-ERROR-COUNT > 0
034000         DISPLAY "GLBTAKE: " WS-ERROR-COUNT " TAKE-ON LINES IN "
034100                 "ERROR - SEE THE TAKE-ON REPORT"
034200         MOVE "N" TO WS-PROOF-SW
034300     END-IF
034400
034500     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
034600         DISPLAY "GLBTAKE: TAKE-ON DOES NOT BALANCE - DEBITS "
034700                 WS-TOTAL-DEBITS " CREDITS " WS-TOTAL-CREDITS
034800         MOVE "N" TO WS-PROOF-SW
034900     END-IF
035000
035100     IF NOT WS-PROOF-OK
035200         DISPLAY "GLBTAKE: PROOF FAILED, NOTHING LOADED"
035300         GO TO 2500-CHECK-PROOF-EXIT
035400     END-IF
035500
035600     MOVE "N" TO WS-EOF-SW
035700     OPEN INPUT TAKEON-FILE
035800     IF NOT WS-TAKEON-OK
035900         DISPLAY "GLBTAKE: UNABLE TO REOPEN TAKE-ON FILE, "
036000                 "STATUS = " WS-TAKEON-STATUS
036100         MOVE "N" TO WS-PROOF-SW
036200         GO TO 2500-CHECK-PROOF-EXIT
036300     END-IF
036400
036500     OPEN OUTPUT GL-BALANCE-FILE
036600     IF NOT WS-GLBAL-OK
036700         DISPLAY "GLBTAKE: UNABLE TO OPEN GL BALANCE FILE, "
036800                 "STATUS = " WS-GLBAL-STATUS
036900         MOVE "N" TO WS-PROOF-SW
037000     END-IF.
037100 2500-CHECK-PROOF-EXIT.
037200     EXIT.
037300
037400*-----------------------------------------------------------------
037500* LOAD ONE OPENING BALANCE.  IT CARRIES NO POSTING DATE, SO THE
037600* FIRST GLPOST RUN TAKES IT AS ITS OPENING BALANCE.
037700*-----------------------------------------------------------------
037800 3000-LOAD-ONE-LINE.
037900     READ TAKEON-FILE
038000         AT END
038100             SET WS-EOF TO TRUE
038200             GO TO 3000-LOAD-ONE-LINE-EXIT
038300     END-READ
038400
038500     MOVE TKO-GL-NUMBER   TO GLB-GL-NUMBER
038600     MOVE TKO-BRANCH-CODE TO GLB-BRANCH-CODE
038700     IF TKO-DEBIT
038800         MOVE TKO-AMOUNT TO GLB-BALANCE
038900     ELSE
039000         COMPUTE GLB-BALANCE = 0 - TKO-AMOUNT
039100     END-IF
039200     MOVE GLB-BALANCE TO GLB-OPEN-BALANCE
039300     MOVE 0 TO GLB-DAY-DEBITS
039400     MOVE 0 TO GLB-DAY-CREDITS
039500     MOVE 0 TO GLB-LAST-POST-DATE
039600
039700     WRITE GLBAL-RECORD
039800         INVALID KEY
039900             DISPLAY "GLBTAKE: UNABLE TO LOAD GL " GLB-GL-NUMBER
040000                     " BRANCH " GLB-BRANCH-CODE
040100             SET WS-LOAD-FAILED TO TRUE
040200             GO TO 3000-LOAD-ONE-LINE-EXIT
040300     END-WRITE
040400     ADD 1 TO WS-LOADED-COUNT.
040500 3000-LOAD-ONE-LINE-EXIT.
040600     EXIT.
040700
040800*-----------------------------------------------------------------
040900* WRITE THE TAKE-ON TOTALS AND THE OUTCOME.
041000*-----------------------------------------------------------------
041100 8000-WRITE-TOTALS.
041200     MOVE SPACES TO REPORT-LINE
041300     WRITE REPORT-LINE
041400     MOVE "TOTAL TAKE-ON" TO TOT-LABEL
041500     MOVE WS-TOTAL-DEBITS  TO TOT-DEBITS
041600     MOVE WS-TOTAL-CREDITS TO TOT-CREDITS
041700     MOVE WS-TOTAL-LINE TO REPORT-LINE
041800     WRITE REPORT-LINE
041900
042000     MOVE SPACES TO REPORT-LINE
042100     IF WS-PROOF-OK AND NOT WS-LOAD-FAILED
042200         MOVE WS-LOADED-COUNT TO WS-LOADED-EDIT
042300         STRING "OPENING BALANCES LOADED: " WS-LOADED-EDIT
042400                DELIMITED BY SIZE INTO REPORT-LINE
042500     ELSE
042600         MOVE "*** TAKE-ON REFUSED - GL BALANCE FILE NOT USABLE"
042700             TO REPORT-LINE
042800     END-IF
042900     WRITE REPORT-LINE
043000
043100     DISPLAY "GLBTAKE: " WS-LINE-COUNT " TAKE-ON LINES, "
043200             WS-LOADED-COUNT " BALANCES LOADED".
043300 8000-WRITE-TOTALS-EXIT.
043400     EXIT.
043500
043600*-----------------------------------------------------------------
043700* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
043800*-----------------------------------------------------------------
043900 9999-TERMINATE.
044000     IF WS-BATCH-ACQUIRED
044100         CLOSE TAKEON-FILE
044200         CLOSE CHART-FILE
044300         CLOSE TAKEON-REPORT
044400         CALL "BATCHREL" USING WS-JOB-NAME
044500     END-IF.
044600 9999-TERMINATE-EXIT.
044700     EXIT.
