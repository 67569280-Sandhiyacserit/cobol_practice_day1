000100*****************************************************************
000200* PROGRAM      : LOANCERT                                       *
000300* DESCRIPTION  : ANNUAL LOAN REPAYMENT CERTIFICATE RUN.  FOR    *
000400*                EVERY LOAN ON THE LOAN MASTER, TOTALS THE      *
000500*                PRINCIPAL REPAID AND INTEREST PAID OVER THE    *
000600*                FINANCIAL YEAR FROM THE LOAN HISTORY - EMIS    *
000700*                COLLECTED AND PREPAYMENTS - AND PRINTS A       *
000800*                CERTIFICATE NAMING THE BORROWER FOR EACH LOAN  *
000900*                THAT HAD REPAYMENTS IN THE YEAR.  EVERY LINE   *
001000*                PRINTED IS ALSO STORED IN THE REPORT           *
001100*                REPOSITORY UNDER "LOANCERT" AND THE RUN DATE,  *
001200*                SO RPTINQ CAN REPRINT A CERTIFICATE LATER.     *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. LOANCERT.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - ANNUAL LOAN REPAYMENT          *
002600*                  CERTIFICATES, PRINTED AND CAPTURED TO THE    *
002700*                  REPORT REPOSITORY.                           *
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
004500     SELECT REPORT-REPOSITORY ASSIGN TO "RPTREPO"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS RPO-KEY
004900         FILE STATUS IS WS-REPO-STATUS.
005000
005100     SELECT CERTIFICATE-REPORT ASSIGN TO "LOANCRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REPORT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  LOAN-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900     COPY LOANREC.
006000
006100 FD  LOAN-HISTORY
006200     LABEL RECORDS ARE STANDARD.
006300     COPY LOANHREC.
006400
006500 FD  REPORT-REPOSITORY
006600     LABEL RECORDS ARE STANDARD.
006700 01  REPOSITORY-RECORD.
006800     05  RPO-KEY.
006900         10  RPO-REPORT-NAME  PIC X(08).
007000         10  RPO-RUN-DATE     PIC 9(08).
007100         10  RPO-LINE-NO      PIC 9(05).
007200     05  RPO-LINE             PIC X(100).
007300
007400 FD  CERTIFICATE-REPORT
007500     LABEL RECORDS ARE STANDARD.
007600 01  REPORT-LINE                 PIC X(80).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-LOANMSTR-STATUS       PIC X(02).
008000     88  WS-LOANMSTR-OK       VALUE "00".
008100
008200 01  WS-LOANHIST-STATUS       PIC X(02).
008300     88  WS-LOANHIST-OK       VALUE "00".
008400     88  WS-LOANHIST-NOTFOUND VALUE "35".
008500
008600 01  WS-REPO-STATUS           PIC X(02).
008700     88  WS-REPO-OK           VALUE "00".
008800     88  WS-REPO-NOTFOUND     VALUE "35".
008900
009000 01  WS-REPORT-STATUS         PIC X(02).
009100     88  WS-REPORT-OK         VALUE "00".
009200
009300 01  WS-JOB-NAME              PIC X(08) VALUE "LOANCERT".
009400 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
009500     88  WS-BATCH-ACQUIRED    VALUE "Y".
009600
009700 01  WS-CUST-NAME             PIC X(30).
009800 01  WS-CUST-ADDRESS          PIC X(40).
009900 01  WS-CUST-PHONE            PIC X(15).
010000 01  WS-CUST-FOUND-SW         PIC X(01).
010100     88  WS-CUST-FOUND        VALUE "Y".
010200
010300 01  WS-TODAYS-DATE           PIC 9(08).
010400 01  WS-CERT-YEAR             PIC 9(04).
010500 01  WS-YEAR-START            PIC 9(08).
010600 01  WS-YEAR-END              PIC 9(08).
010700 01  WS-YEAR-PRINCIPAL        PIC 9(11).
010800 01  WS-YEAR-INTEREST         PIC 9(11).
010900 01  WS-LINE-NO               PIC 9(05) VALUE 0.
011000 01  WS-CERT-COUNT            PIC 9(06) COMP VALUE 0.
011100
011200 01  WS-SWITCHES.
011300     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
011400         88  WS-INIT-FAILED   VALUE "Y".
011500     05  WS-EOF-SW            PIC X(01) VALUE "N".
011600         88  WS-EOF           VALUE "Y".
011700     05  WS-LOANMSTR-OPEN-SW  PIC X(01) VALUE "N".
011800         88  WS-LOANMSTR-OPEN VALUE "Y".
011900     05  WS-HIST-OPEN-SW      PIC X(01) VALUE "N".
012000         88  WS-HIST-OPEN     VALUE "Y".
012100     05  WS-REPO-OPEN-SW      PIC X(01) VALUE "N".
012200         88  WS-REPO-OPEN     VALUE "Y".
012300     05  WS-REPORT-OPEN-SW    PIC X(01) VALUE "N".
012400         88  WS-REPORT-OPEN   VALUE "Y".
012500     05  WS-HIST-END-SW       PIC X(01) VALUE "N".
012600         88  WS-HIST-END      VALUE "Y".
012700
012800 01  WS-CERT-HEAD-LINE.
012900     05  FILLER               PIC X(27)
013000              VALUE "LOAN REPAYMENT CERTIFICATE ".
013100     05  FILLER               PIC X(06) VALUE "YEAR: ".
013200     05  HDG-CERT-YEAR        PIC 9(04).
013300     05  FILLER               PIC X(08) VALUE "  LOAN: ".
013400     05  HDG-LOAN-NUMBER      PIC 9(06).
013500
013600 01  WS-CERT-NAME-LINE.
013700     05  FILLER               PIC X(10) VALUE "BORROWER: ".
013800     05  CRT-CUST-NAME        PIC X(30).
013900     05  FILLER               PIC X(11) VALUE "  ACCOUNT: ".
014000     05  CRT-ACCT-NUMBER      PIC 9(06).
014100
014200 01  WS-CERT-ADDR-LINE.
014300     05  FILLER               PIC X(10) VALUE "ADDRESS : ".
014400     05  CRT-CUST-ADDRESS     PIC X(40).
014500
014600 01  WS-CERT-AMT-LINE.
014700     05  FILLER               PIC X(18)
014800              VALUE "PRINCIPAL REPAID: ".
014900     05  CRT-PRINCIPAL        PIC Z(10)9.
015000     05  FILLER               PIC X(17)
015100              VALUE "   INTEREST PAID:".
015200     05  CRT-INTEREST         PIC Z(10)9.
015300
015400 PROCEDURE DIVISION.
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-INITIALIZE-EXIT
015800
015900     IF NOT WS-INIT-FAILED
016000         PERFORM 2000-PROCESS-LOAN
016100             THRU 2000-PROCESS-LOAN-EXIT
016200             UNTIL WS-EOF
016300     END-IF
016400
016500     PERFORM 9999-TERMINATE
016600         THRU 9999-TERMINATE-EXIT
016700
016800     IF WS-INIT-FAILED
016900         MOVE 8 TO RETURN-CODE
017000     END-IF
017100     STOP RUN.
017200
017300*-----------------------------------------------------------------
017400* ACQUIRE THE BATCH WINDOW, TAKE THE CERTIFICATE YEAR AND OPEN
017500* THE FILES.  THE REPOSITORY IS CREATED ON FIRST USE, AS RPTCAPT
017600* DOES IT.
017700*-----------------------------------------------------------------
017800 1000-INITIALIZE.
017900     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
018000     IF NOT WS-BATCH-ACQUIRED
018100         DISPLAY "LOANCERT: BATCH WINDOW CHECK FAILED, RUN "
018200                 "REFUSED"
018300         SET WS-INIT-FAILED TO TRUE
018400         GO TO 1000-INITIALIZE-EXIT
018500     END-IF
018600
018700     CALL "BUSDATE" USING WS-TODAYS-DATE
018800
018900     MOVE 0 TO WS-CERT-YEAR
019000     DISPLAY "ENTER CERTIFICATE YEAR (CCYY, 0 FOR CURRENT): "
019100     ACCEPT WS-CERT-YEAR
019200     IF WS-CERT-YEAR = 0
019300         MOVE WS-TODAYS-DATE(1:4) TO WS-CERT-YEAR
019400     END-IF
019500     COMPUTE WS-YEAR-START = (WS-CERT-YEAR * 10000) + 0101
019600     COMPUTE WS-YEAR-END   = (WS-CERT-YEAR * 10000) + 1231
019700
019800     OPEN INPUT LOAN-MASTER
019900     IF NOT WS-LOANMSTR-OK
020000         DISPLAY "LOANCERT: UNABLE TO OPEN LOAN MASTER, "
020100                 "STATUS = " WS-LOANMSTR-STATUS
020200         SET WS-INIT-FAILED TO TRUE
020300         GO TO 1000-INITIALIZE-EXIT
020400     END-IF
020500     SET WS-LOANMSTR-OPEN TO TRUE
020600
020700     OPEN INPUT LOAN-HISTORY
020800     IF NOT WS-LOANHIST-OK
020900         DISPLAY "LOANCERT: UNABLE TO OPEN LOAN HISTORY, "
021000                 "STATUS = " WS-LOANHIST-STATUS
021100         SET WS-INIT-FAILED TO TRUE
021200         GO TO 1000-INITIALIZE-EXIT
021300     END-IF
021400     SET WS-HIST-OPEN TO TRUE
021500
021600     OPEN I-O REPORT-REPOSITORY
021700     IF WS-REPO-NOTFOUND
021800         OPEN OUTPUT REPORT-REPOSITORY
021900         CLOSE REPORT-REPOSITORY
022000         OPEN I-O REPORT-REPOSITORY
022100     END-IF
022200     IF NOT WS-REPO-OK
022300         DISPLAY "LOANCERT: UNABLE TO OPEN REPORT REPOSITORY, "
022400                 "STATUS = " WS-REPO-STATUS
022500         SET WS-INIT-FAILED TO TRUE
022600         GO TO 1000-INITIALIZE-EXIT
022700     END-IF
022800     SET WS-REPO-OPEN TO TRUE
022900
023000     OPEN OUTPUT CERTIFICATE-REPORT
023100     IF NOT WS-REPORT-OK
023200         DISPLAY "LOANCERT: UNABLE TO OPEN CERTIFICATE REPORT, "
023300                 "STATUS = " WS-REPORT-STATUS
023400         SET WS-INIT-FAILED TO TRUE
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF
023700     SET WS-REPORT-OPEN TO TRUE
023800
023900     MOVE "LOANCERT"     TO RPO-REPORT-NAME
024000     MOVE WS-TODAYS-DATE TO RPO-RUN-DATE
024100
024200     READ LOAN-MASTER NEXT RECORD
024300         AT END
024400             SET WS-EOF TO TRUE
024500     END-READ.
024600 1000-INITIALIZE-EXIT.
024700     EXIT.
024800
024900*-----------------------------------------------------------------
025000* TOTAL ONE LOAN'S REPAYMENTS FOR THE YEAR AND PRINT ITS
025100* CERTIFICATE IF IT HAD ANY, THEN ADVANCE TO THE NEXT LOAN.
025200*-----------------------------------------------------------------
025300 2000-PROCESS-LOAN.
025400     MOVE 0 TO WS-YEAR-PRINCIPAL
025500     MOVE 0 TO WS-YEAR-INTEREST
025600     MOVE "N" TO WS-HIST-END-SW
025700
025800*    POSITION STRAIGHT ONTO THE LOAN'S FIRST ENTRY OF THE YEAR.
025900     MOVE LOAN-NUMBER   TO LHST-LOAN-NUMBER
026000     MOVE WS-YEAR-START TO LHST-DATE
026100     MOVE 0             TO LHST-TIME
026200     START LOAN-HISTORY
026300         KEY IS NOT LESS THAN LHST-KEY
026400         INVALID KEY
026500             SET WS-HIST-END TO TRUE
026600     END-START
026700
026800     PERFORM 2500-ADD-ONE-ENTRY
026900         THRU 2500-ADD-ONE-ENTRY-EXIT
027000         UNTIL WS-HIST-END
027100
027200     IF WS-YEAR-PRINCIPAL > 0
027300         OR WS-YEAR-INTEREST > 0
027400         PERFORM 3000-PRINT-CERTIFICATE
027500             THRU 3000-PRINT-CERTIFICATE-EXIT
027600     END-IF
027700
027800     READ LOAN-MASTER NEXT RECORD
027900         AT END
028000             SET WS-EOF TO TRUE
028100     END-READ.
028200 2000-PROCESS-LOAN-EXIT.
028300     EXIT.
028400
028500*-----------------------------------------------------------------
028600* ADD ONE HISTORY ENTRY TO THE YEAR'S TOTALS.  ONLY MONEY
028700* RECEIVED - EMIS COLLECTED AND PREPAYMENTS - COUNTS.  THE WALK
028800* ENDS AT THE FIRST ENTRY PAST THE LOAN OR THE YEAR.
028900*-----------------------------------------------------------------
029000 2500-ADD-ONE-ENTRY.
029100     READ LOAN-HISTORY NEXT RECORD
029200         AT END
029300             SET WS-HIST-END TO TRUE
029400             GO TO 2500-ADD-ONE-ENTRY-EXIT
029500     END-READ
029600
029700     IF LHST-LOAN-NUMBER NOT = LOAN-NUMBER
029800         OR LHST-DATE > WS-YEAR-END
029900         SET WS-HIST-END TO TRUE
030000         GO TO 2500-ADD-ONE-ENTRY-EXIT
030100     END-IF
030200
030300     IF LHST-EMI-COLLECTED
030400         OR LHST-PREPAYMENT
030500         ADD LHST-PRINCIPAL TO WS-YEAR-PRINCIPAL
030600         ADD LHST-INTEREST  TO WS-YEAR-INTEREST
030700     END-IF.
030800 2500-ADD-ONE-ENTRY-EXIT.
030900     EXIT.
031000
031100*-----------------------------------------------------------------
031200* PRINT ONE LOAN'S CERTIFICATE - BORROWER'S NAME AND ADDRESS
031300* FROM THE CUSTOMER MASTER BY THE DISBURSEMENT ACCOUNT, THE
031400* YEAR'S TOTALS FROM THE HISTORY.
031500*-----------------------------------------------------------------
031600 3000-PRINT-CERTIFICATE.
031700     CALL "CUSTLKUP" USING LOAN-DISB-ACCT WS-CUST-NAME
031800                           WS-CUST-ADDRESS WS-CUST-PHONE
031900                           WS-CUST-FOUND-SW
032000     IF NOT WS-CUST-FOUND
032100         MOVE "NAME NOT ON FILE" TO WS-CUST-NAME
032200         MOVE SPACES TO WS-CUST-ADDRESS
032300     END-IF
032400
032500     MOVE WS-CERT-YEAR      TO HDG-CERT-YEAR
032600     MOVE LOAN-NUMBER       TO HDG-LOAN-NUMBER
032700     MOVE WS-CERT-HEAD-LINE TO REPORT-LINE
032800     PERFORM 3900-WRITE-LINE
032900         THRU 3900-WRITE-LINE-EXIT
033000
033100     MOVE WS-CUST-NAME      TO CRT-CUST-NAME
033200     MOVE LOAN-DISB-ACCT    TO CRT-ACCT-NUMBER
033300     MOVE WS-CERT-NAME-LINE TO REPORT-LINE
033400     PERFORM 3900-WRITE-LINE
033500         THRU 3900-WRITE-LINE-EXIT
033600
033700     MOVE WS-CUST-ADDRESS   TO CRT-CUST-ADDRESS
033800     MOVE WS-CERT-ADDR-LINE TO REPORT-LINE
033900     PERFORM 3900-WRITE-LINE
034000         THRU 3900-WRITE-LINE-EXIT
034100
034200     MOVE WS-YEAR-PRINCIPAL TO CRT-PRINCIPAL
034300     MOVE WS-YEAR-INTEREST  TO CRT-INTEREST
034400     MOVE WS-CERT-AMT-LINE  TO REPORT-LINE
034500     PERFORM 3900-WRITE-LINE
034600         THRU 3900-WRITE-LINE-EXIT
034700
034800     MOVE SPACES TO REPORT-LINE
034900     PERFORM 3900-WRITE-LINE
035000         THRU 3900-WRITE-LINE-EXIT
035100
035200     ADD 1 TO WS-CERT-COUNT.
035300 3000-PRINT-CERTIFICATE-EXIT.
035400     EXIT.
035500
035600*-----------------------------------------------------------------
035700* PRINT ONE LINE AND STORE IT IN THE REPOSITORY UNDER TODAY'S
035800* DATE AND THE NEXT LINE NUMBER.  A RERUN THE SAME DAY REPLACES
035900* ITS OWN LINES.
036000*-----------------------------------------------------------------
036100 3900-WRITE-LINE.
036200     WRITE REPORT-LINE
036300
036400     ADD 1 TO WS-LINE-NO
036500     MOVE WS-LINE-NO  TO RPO-LINE-NO
036600     MOVE REPORT-LINE TO RPO-LINE
036700     WRITE REPOSITORY-RECORD
036800         INVALID KEY
036900             REWRITE REPOSITORY-RECORD
037000                 INVALID KEY
037100                     DISPLAY "LOANCERT: UNABLE TO STORE LINE "
037200                             WS-LINE-NO " IN THE REPOSITORY"
037300             END-REWRITE
037400     END-WRITE.
037500 3900-WRITE-LINE-EXIT.
037600     EXIT.
037700
037800*-----------------------------------------------------------------
037900* PRINT THE RUN COUNT, RELEASE THE BATCH WINDOW AND CLOSE DOWN.
038000*-----------------------------------------------------------------
038100 9999-TERMINATE.
038200     IF WS-BATCH-ACQUIRED
038300         CALL "BATCHREL" USING WS-JOB-NAME
038400     END-IF
038500
038600     DISPLAY "LOANCERT: CERTIFICATES PRINTED = " WS-CERT-COUNT
038700
038800     IF WS-LOANMSTR-OPEN
038900         CLOSE LOAN-MASTER
039000     END-IF
039100     IF WS-HIST-OPEN
039200         CLOSE LOAN-HISTORY
039300     END-IF
039400     IF WS-REPO-OPEN
039500         CLOSE REPORT-REPOSITORY
039600     END-IF
039700     IF WS-REPORT-OPEN
039800         CLOSE CERTIFICATE-REPORT
039900     END-IF.
040000 9999-TERMINATE-EXIT.
040100     EXIT.
