000100*****************************************************************
000200* PROGRAM      : LOANSTMT                                       *
000300* DESCRIPTION  : PRINTS A LOAN ACCOUNT STATEMENT COVERING A     *
000400*                FROM/TO DATE RANGE.  POSITIONS DIRECTLY ON THE *
000500*                INDEXED LOAN HISTORY BY LOAN NUMBER AND DATE,  *
000600*                PULLS THE BORROWER'S NAME VIA CUSTLKUP ON THE  *
000700*                DISBURSEMENT ACCOUNT, AND PRINTS THE OPENING   *
000800*                PRINCIPAL OUTSTANDING, THE DISBURSEMENT, EACH  *
000900*                EMI SPLIT INTO PRINCIPAL AND INTEREST, EACH    *
001000*                MISSED EMI AND EACH PREPAYMENT IN DATE/TIME    *
001100*                ORDER, THE PRINCIPAL AND INTEREST REPAID OVER  *
001200*                THE RANGE, THE CLOSING OUTSTANDING AND THE     *
001300*                INSTALLMENTS NOW IN ARREARS.                   *
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. LOANSTMT.
001700 AUTHOR. S NATARAJAN.
001800 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100
002200*****************************************************************
002300* MODIFICATION HISTORY                                          *
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-10-15 SN    NEW PROGRAM - PRINTS A LOAN ACCOUNT          *
002700*                  STATEMENT COVERING A FROM/TO DATE RANGE.     *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS LOAN-NUMBER
003700         FILE STATUS IS WS-LOANMSTR-STATUS.
003800
003900     SELECT LOAN-HISTORY ASSIGN TO "LOANHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS LHST-KEY
004300         FILE STATUS IS WS-LOANHIST-STATUS.
004400
004500     SELECT STATEMENT-REPORT ASSIGN TO "LOANSTMT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REPORT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  LOAN-MASTER
005200     LABEL RECORDS ARE STANDARD.
005300     COPY LOANREC.
005400
005500 FD  LOAN-HISTORY
005600     LABEL RECORDS ARE STANDARD.
005700     COPY LOANHREC.
005800
005900 FD  STATEMENT-REPORT
006000     LABEL RECORDS ARE STANDARD.
006100 01  REPORT-LINE                 PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-LOANMSTR-STATUS       PIC X(02).
006500     88  WS-LOANMSTR-OK       VALUE "00".
006600
006700 01  WS-LOANHIST-STATUS       PIC X(02).
006800     88  WS-LOANHIST-OK       VALUE "00".
006900     88  WS-LOANHIST-NOTFOUND VALUE "35".
007000
007100 01  WS-REPORT-STATUS         PIC X(02).
007200     88  WS-REPORT-OK         VALUE "00".
007300
007400 01  WS-FROM-DATE             PIC 9(08).
007500 01  WS-TO-DATE               PIC 9(08).
007600
007700 01  WS-CUST-NAME             PIC X(30).
007800 01  WS-CUST-ADDRESS          PIC X(40).
007900 01  WS-CUST-PHONE            PIC X(15).
008000 01  WS-CUST-FOUND-SW         PIC X(01).
008100     88  WS-CUST-FOUND        VALUE "Y".
008200
008300 01  WS-SWITCHES.
008400     05  WS-LOAN-FOUND-SW     PIC X(01) VALUE "N".
008500         88  WS-LOAN-FOUND    VALUE "Y".
008600     05  WS-HIST-OPEN-SW      PIC X(01) VALUE "N".
008700         88  WS-HIST-OPEN     VALUE "Y".
008800     05  WS-RANGE-END-SW      PIC X(01) VALUE "N".
008900         88  WS-RANGE-END     VALUE "Y".
009000     05  WS-OPENING-SW        PIC X(01) VALUE "N".
009100         88  WS-OPENING-FOUND VALUE "Y".
009200
009300 01  WS-REMAINING             PIC 9(03).
009400 01  WS-OPENING-OUTSTANDING   PIC 9(11).
009500 01  WS-CLOSING-OUTSTANDING   PIC 9(11).
009600 01  WS-TOTAL-PRINCIPAL       PIC 9(11) VALUE 0.
009700 01  WS-TOTAL-INTEREST        PIC 9(11) VALUE 0.
009800 01  WS-ENTRY-COUNT           PIC 9(04) COMP VALUE 0.
009900 01  WS-MISSED-COUNT          PIC 9(04) COMP VALUE 0.
010000
010100 01  WS-HEADING-LINE.
010200     05  FILLER               PIC X(16)
010300              VALUE "LOAN STATEMENT: ".
010400     05  HDG-LOAN-NUMBER      PIC 9(06).
010500     05  FILLER               PIC X(03) VALUE SPACES.
010600     05  HDG-CUST-NAME        PIC X(30).
010700
010800 01  WS-TERMS-LINE.
010900     05  FILLER               PIC X(09) VALUE "ACCOUNT: ".
011000     05  TRM-ACCT-NUMBER      PIC 9(06).
011100     05  FILLER               PIC X(08) VALUE "  LOAN: ".
011200     05  TRM-PRINCIPAL        PIC Z(8)9.
011300     05  FILLER               PIC X(08) VALUE "  RATE: ".
011400     05  TRM-RATE             PIC ZZ9.99.
011500     05  FILLER               PIC X(08) VALUE "  TERM: ".
011600     05  TRM-TERM             PIC ZZ9.
011700     05  FILLER               PIC X(07) VALUE "  EMI: ".
011800     05  TRM-EMI              PIC Z(8)9.
011900
012000 01  WS-RANGE-LINE.
012100     05  FILLER               PIC X(06) VALUE "FROM: ".
012200     05  RNG-FROM-DATE        PIC 9(08).
012300     05  FILLER               PIC X(06) VALUE " TO : ".
012400     05  RNG-TO-DATE          PIC 9(08).
012500
012600 01  WS-COLUMN-LINE.
012700     05  FILLER               PIC X(21) VALUE "DATE      ENTRY".
012800     05  FILLER               PIC X(11) VALUE "     AMOUNT".
012900     05  FILLER               PIC X(11) VALUE "  PRINCIPAL".
013000     05  FILLER               PIC X(11) VALUE "   INTEREST".
013100     05  FILLER               PIC X(13) VALUE "  OUTSTANDING".
013200
013300 01  WS-BALANCE-LINE.
013400     05  BAL-LABEL            PIC X(26).
013500     05  BAL-AMOUNT           PIC Z(10)9.
013600
013700 01  WS-DETAIL-LINE.
013800     05  DTL-DATE             PIC 9(08).
013900     05  FILLER               PIC X(02) VALUE SPACES.
014000     05  DTL-TYPE             PIC X(11).
014100     05  FILLER               PIC X(01) VALUE SPACES.
014200     05  DTL-AMOUNT           PIC Z(9)9.
014300     05  FILLER               PIC X(01) VALUE SPACES.
014400     05  DTL-PRINCIPAL        PIC Z(9)9.
014500     05  FILLER               PIC X(01) VALUE SPACES.
014600     05  DTL-INTEREST         PIC Z(9)9.
014700     05  FILLER               PIC X(01) VALUE SPACES.
014800     05  DTL-OUTSTANDING      PIC Z(11)9.
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-INITIALIZE-EXIT
015400
015500     IF WS-LOAN-FOUND
015600         PERFORM 5000-PRINT-STATEMENT
015700             THRU 5000-PRINT-STATEMENT-EXIT
015800     END-IF
015900
016000     PERFORM 9999-TERMINATE
016100         THRU 9999-TERMINATE-EXIT
016200
016300     STOP RUN.
016400
016500*-----------------------------------------------------------------
016600* OPEN THE FILES, PROMPT FOR THE LOAN AND DATE RANGE, LOOK UP THE
016700* LOAN AND ITS BORROWER, AND WALK THE LOAN'S HISTORY UP TO THE
016800* FIRST ENTRY IN RANGE.
016900*-----------------------------------------------------------------
017000 1000-INITIALIZE.
017100     OPEN INPUT LOAN-MASTER
017200     IF NOT WS-LOANMSTR-OK
017300         DISPLAY "LOANSTMT: UNABLE TO OPEN LOAN MASTER, "
017400                 "STATUS = " WS-LOANMSTR-STATUS
017500         GO TO 1000-INITIALIZE-EXIT
017600     END-IF
017700
017800*    NO HISTORY FILE YET SIMPLY MEANS NO ENTRIES TO PRINT.
017900     OPEN INPUT LOAN-HISTORY
018000     IF WS-LOANHIST-OK
018100         SET WS-HIST-OPEN TO TRUE
018200     ELSE
018300         IF NOT WS-LOANHIST-NOTFOUND
018400             DISPLAY "LOANSTMT: UNABLE TO OPEN LOAN HISTORY, "
018500                     "STATUS = " WS-LOANHIST-STATUS
018600             GO TO 1000-INITIALIZE-EXIT
018700         END-IF
018800         SET WS-RANGE-END TO TRUE
018900     END-IF
019000
019100     OPEN OUTPUT STATEMENT-REPORT
019200     IF NOT WS-REPORT-OK
019300         DISPLAY "LOANSTMT: UNABLE TO OPEN STATEMENT REPORT, "
019400                 "STATUS = " WS-REPORT-STATUS
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700
019800     DISPLAY "ENTER LOAN NUMBER: "
019900     ACCEPT LOAN-NUMBER
020000
020100     DISPLAY "ENTER FROM DATE (CCYYMMDD): "
020200     ACCEPT WS-FROM-DATE
020300
020400     DISPLAY "ENTER TO DATE (CCYYMMDD): "
020500     ACCEPT WS-TO-DATE
020600
020700     READ LOAN-MASTER
020800         KEY IS LOAN-NUMBER
020900         INVALID KEY
021000             DISPLAY "LOANSTMT: LOAN " LOAN-NUMBER
021100                     " NOT FOUND ON LOAN MASTER"
021200             GO TO 1000-INITIALIZE-EXIT
021300     END-READ
021400
021500     SET WS-LOAN-FOUND TO TRUE
021600
021700     CALL "CUSTLKUP" USING LOAN-DISB-ACCT WS-CUST-NAME
021800                           WS-CUST-ADDRESS WS-CUST-PHONE
021900                           WS-CUST-FOUND-SW
022000
022100     IF NOT WS-CUST-FOUND
022200         MOVE "NAME NOT ON FILE" TO WS-CUST-NAME
022300     END-IF
022400
022500     IF NOT WS-HIST-OPEN
022600         GO TO 1000-INITIALIZE-EXIT
022700     END-IF
022800
022900     MOVE LOAN-NUMBER TO LHST-LOAN-NUMBER
023000     MOVE 0           TO LHST-DATE
023100     MOVE 0           TO LHST-TIME
023200     START LOAN-HISTORY
023300         KEY IS NOT LESS THAN LHST-KEY
023400         INVALID KEY
023500             SET WS-RANGE-END TO TRUE
023600             GO TO 1000-INITIALIZE-EXIT
023700     END-START
023800
023900*    EVERYTHING BEFORE THE FROM DATE ONLY SETS THE OPENING
024000*    OUTSTANDING; THE WALK STOPS WITH THE FIRST ENTRY IN RANGE
024100*    (IF ANY) IN THE RECORD AREA.
024200     PERFORM 1500-READ-HISTORY
024300         THRU 1500-READ-HISTORY-EXIT
024400     PERFORM 1600-SKIP-TO-RANGE
024500         THRU 1600-SKIP-TO-RANGE-EXIT
024600         UNTIL WS-RANGE-END
024700            OR LHST-DATE NOT LESS THAN WS-FROM-DATE.
024800 1000-INITIALIZE-EXIT.
024900     EXIT.
025000
025100*-----------------------------------------------------------------
025200* READ THE NEXT HISTORY ENTRY.  THE RANGE ENDS AT THE FIRST ENTRY
025300* PAST THE LOAN OR THE TO DATE.
025400*-----------------------------------------------------------------
025500 1500-READ-HISTORY.
025600     READ LOAN-HISTORY NEXT RECORD
025700         AT END
025800             SET WS-RANGE-END TO TRUE
025900             GO TO 1500-READ-HISTORY-EXIT
026000     END-READ
026100
026200     IF LHST-LOAN-NUMBER NOT = LOAN-NUMBER
026300         OR LHST-DATE > WS-TO-DATE
026400         SET WS-RANGE-END TO TRUE
026500     END-IF.
026600 1500-READ-HISTORY-EXIT.
026700     EXIT.
026800
026900*-----------------------------------------------------------------
027000* AN ENTRY BEFORE THE RANGE - ITS OUTSTANDING IS THE OPENING
027100* FIGURE UNLESS A LATER ONE REPLACES IT.
027200*-----------------------------------------------------------------
027300 1600-SKIP-TO-RANGE.
027400     MOVE LHST-OUTSTANDING TO WS-OPENING-OUTSTANDING
027500     SET WS-OPENING-FOUND TO TRUE
027600
027700     PERFORM 1500-READ-HISTORY
027800         THRU 1500-READ-HISTORY-EXIT.
027900 1600-SKIP-TO-RANGE-EXIT.
028000     EXIT.
028100
028200*-----------------------------------------------------------------
028300* PRINT THE HEADING, OPENING OUTSTANDING, EACH ENTRY IN RANGE,
028400* THE TOTALS AND THE CLOSING POSITION.
028500*-----------------------------------------------------------------
028600 5000-PRINT-STATEMENT.
028700     MOVE LOAN-NUMBER  TO HDG-LOAN-NUMBER
028800     MOVE WS-CUST-NAME TO HDG-CUST-NAME
028900     MOVE WS-HEADING-LINE TO REPORT-LINE
029000     WRITE REPORT-LINE
029100
029200     MOVE LOAN-DISB-ACCT   TO TRM-ACCT-NUMBER
029300     MOVE LOAN-PRINCIPAL   TO TRM-PRINCIPAL
029400     MOVE LOAN-RATE-PCT    TO TRM-RATE
029500     MOVE LOAN-TERM-MONTHS TO TRM-TERM
029600     MOVE LOAN-EMI-AMOUNT  TO TRM-EMI
029700     MOVE WS-TERMS-LINE TO REPORT-LINE
029800     WRITE REPORT-LINE
029900
030000     MOVE WS-FROM-DATE TO RNG-FROM-DATE
030100     MOVE WS-TO-DATE   TO RNG-TO-DATE
030200     MOVE WS-RANGE-LINE TO REPORT-LINE
030300     WRITE REPORT-LINE
030400
030500     IF NOT WS-OPENING-FOUND
030600         PERFORM 5100-DERIVE-OPENING
030700             THRU 5100-DERIVE-OPENING-EXIT
030800     END-IF
030900     MOVE WS-OPENING-OUTSTANDING TO WS-CLOSING-OUTSTANDING
031000
031100     MOVE "OPENING OUTSTANDING:      " TO BAL-LABEL
031200     MOVE WS-OPENING-OUTSTANDING TO BAL-AMOUNT
031300     MOVE WS-BALANCE-LINE TO REPORT-LINE
031400     WRITE REPORT-LINE
031500
031600     MOVE WS-COLUMN-LINE TO REPORT-LINE
031700     WRITE REPORT-LINE
031800
031900     PERFORM 5200-PRINT-ONE-DETAIL
032000         THRU 5200-PRINT-ONE-DETAIL-EXIT
032100         UNTIL WS-RANGE-END
032200
032300     IF WS-ENTRY-COUNT = 0
032400         MOVE "NO LOAN ENTRIES IN THIS RANGE" TO REPORT-LINE
032500         WRITE REPORT-LINE
032600     END-IF
032700
032800     MOVE "PRINCIPAL REPAID:         " TO BAL-LABEL
032900     MOVE WS-TOTAL-PRINCIPAL TO BAL-AMOUNT
033000     MOVE WS-BALANCE-LINE TO REPORT-LINE
033100     WRITE REPORT-LINE
033200
033300     MOVE "INTEREST PAID:            " TO BAL-LABEL
033400     MOVE WS-TOTAL-INTEREST TO BAL-AMOUNT
033500     MOVE WS-BALANCE-LINE TO REPORT-LINE
033600     WRITE REPORT-LINE
033700
033800     MOVE "EMIS MISSED IN RANGE:     " TO BAL-LABEL
033900     MOVE WS-MISSED-COUNT TO BAL-AMOUNT
034000     MOVE WS-BALANCE-LINE TO REPORT-LINE
034100     WRITE REPORT-LINE
034200
034300     MOVE "CLOSING OUTSTANDING:      " TO BAL-LABEL
034400     MOVE WS-CLOSING-OUTSTANDING TO BAL-AMOUNT
034500     MOVE WS-BALANCE-LINE TO REPORT-LINE
034600     WRITE REPORT-LINE
034700
034800     MOVE "INSTALLMENTS IN ARREARS:  " TO BAL-LABEL
034900     MOVE LOAN-ARREARS-COUNT TO BAL-AMOUNT
035000     MOVE WS-BALANCE-LINE TO REPORT-LINE
035100     WRITE REPORT-LINE.
035200 5000-PRINT-STATEMENT-EXIT.
035300     EXIT.
035400
035500*-----------------------------------------------------------------
035600* NO ENTRY BEFORE THE RANGE.  IF THE RANGE HAS ONE, THE OPENING
035700* FIGURE IS ITS OUTSTANDING PUT BACK TO BEFORE IT - NOTHING AHEAD
035800* OF A DISBURSEMENT.  A RANGE WITH NO ENTRIES AT ALL TAKES THE
035900* LOAN'S PRESENT OUTSTANDING.
036000*-----------------------------------------------------------------
036100 5100-DERIVE-OPENING.
036200     MOVE 0 TO WS-OPENING-OUTSTANDING
036300
036400     IF NOT WS-RANGE-END
036500         IF NOT LHST-DISBURSEMENT
036600             COMPUTE WS-OPENING-OUTSTANDING =
036700                     LHST-OUTSTANDING + LHST-PRINCIPAL
036800         END-IF
036900         GO TO 5100-DERIVE-OPENING-EXIT
037000     END-IF
037100
037200     IF LOAN-STATUS-ACTIVE
037300         COMPUTE WS-REMAINING = LOAN-TERM-MONTHS - LOAN-PAID-COUNT
037400         CALL "LOANBAL" USING LOAN-EMI-AMOUNT LOAN-RATE-PCT
037500                              WS-REMAINING WS-OPENING-OUTSTANDING
037600     END-IF.
037700 5100-DERIVE-OPENING-EXIT.
037800     EXIT.
037900
038000*-----------------------------------------------------------------
038100* PRINT ONE HISTORY ENTRY, ADD IT TO THE RANGE TOTALS, AND READ
038200* THE NEXT.
038300*-----------------------------------------------------------------
038400 5200-PRINT-ONE-DETAIL.
038500     ADD 1 TO WS-ENTRY-COUNT
038600     MOVE LHST-DATE        TO DTL-DATE
038700     MOVE LHST-AMOUNT      TO DTL-AMOUNT
038800     MOVE LHST-PRINCIPAL   TO DTL-PRINCIPAL
038900     MOVE LHST-INTEREST    TO DTL-INTEREST
039000     MOVE LHST-OUTSTANDING TO DTL-OUTSTANDING
039100     MOVE LHST-OUTSTANDING TO WS-CLOSING-OUTSTANDING
039200
039300     EVALUATE TRUE
039400         WHEN LHST-DISBURSEMENT
039500             MOVE "DISBURSED"   TO DTL-TYPE
039600         WHEN LHST-EMI-COLLECTED
039700             MOVE "EMI PAID"    TO DTL-TYPE
039800             ADD LHST-PRINCIPAL TO WS-TOTAL-PRINCIPAL
039900             ADD LHST-INTEREST  TO WS-TOTAL-INTEREST
040000         WHEN LHST-EMI-MISSED
040100             MOVE "EMI MISSED"  TO DTL-TYPE
040200             ADD 1 TO WS-MISSED-COUNT
040300         WHEN LHST-PREPAYMENT
040400             MOVE "PREPAYMENT"  TO DTL-TYPE
040500             ADD LHST-PRINCIPAL TO WS-TOTAL-PRINCIPAL
040600             ADD LHST-INTEREST  TO WS-TOTAL-INTEREST
040700     END-EVALUATE
040800
040900     MOVE WS-DETAIL-LINE TO REPORT-LINE
041000     WRITE REPORT-LINE
041100
041200     PERFORM 1500-READ-HISTORY
041300         THRU 1500-READ-HISTORY-EXIT.
041400 5200-PRINT-ONE-DETAIL-EXIT.
041500     EXIT.
041600
041700*-----------------------------------------------------------------
041800* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
041900*-----------------------------------------------------------------
042000 9999-TERMINATE.
042100     CLOSE LOAN-MASTER
042200     IF WS-HIST-OPEN
042300         CLOSE LOAN-HISTORY
042400     END-IF
042500     CLOSE STATEMENT-REPORT.
042600 9999-TERMINATE-EXIT.
042700     EXIT.
