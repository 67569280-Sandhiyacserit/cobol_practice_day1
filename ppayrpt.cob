000100*****************************************************************
000200* PROGRAM      : PPAYRPT                                        *
000300* DESCRIPTION  : POSITIVE-PAY EXCEPTIONS REPORT.  READS THE     *
000400*                DAY'S INWARD DEBIT RETURN FILE AND LISTS EVERY *
000500*                CHEQUE INWDEBIT RETURNED FOR FAILING THE       *
000600*                POSITIVE-PAY CHECK - NOT REGISTERED (PPNR) OR  *
000700*                AMOUNT DIFFERENT FROM THE REGISTRATION (PPAM)  *
000800*                - WITH THE ACCOUNT'S BRANCH, THE REGISTERED    *
000900*                AMOUNT WHERE THERE IS ONE, AND THE CUSTOMER'S  *
001000*                NAME AND PHONE, SO THE BRANCH CAN CALL THE     *
001100*                CUSTOMER.  RUN AFTER INWDEBIT.                 *
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. PPAYRPT.
001500 AUTHOR. S NATARAJAN.
001600 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900
002000*****************************************************************
002100* MODIFICATION HISTORY                                          *
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-10-15 SN    NEW PROGRAM - DAILY EXCEPTIONS FOR THE NEW   *
002500*                  POSITIVE-PAY CHECK IN INWDEBIT.              *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RETURN-FILE ASSIGN TO "IDHRETN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RETURN-STATUS.
003400
003500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS ACCT-NUMBER
003900         FILE STATUS IS WS-ACCMSTR-STATUS.
004000
004100     SELECT POSITIVE-PAY-FILE ASSIGN TO "PPAYFILE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS PP-KEY
004500         FILE STATUS IS WS-PPAYFILE-STATUS.
004600
004700     SELECT EXCEPTION-REPORT ASSIGN TO "PPAYRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PPAYRPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RETURN-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  RETURN-RECORD.
005600     05  RET-SEQ-NO           PIC 9(06).
005700     05  FILLER               PIC X(01).
005800     05  RET-ACCT-NUMBER      PIC 9(06).
005900     05  FILLER               PIC X(01).
006000     05  RET-CHEQUE-NUMBER    PIC 9(06).
006100     05  FILLER               PIC X(01).
006200     05  RET-AMOUNT           PIC 9(09).
006300     05  FILLER               PIC X(01).
006400     05  RET-REASON-CODE      PIC X(04).
006500         88  RET-PPAY-NOT-FOUND   VALUE "PPNR".
006600         88  RET-PPAY-AMOUNT-DIFF VALUE "PPAM".
006700
006800 FD  ACCOUNT-MASTER
006900     LABEL RECORDS ARE STANDARD.
007000     COPY ACCTREC.
007100
007200 FD  POSITIVE-PAY-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY PPAYREC.
007500
007600 FD  EXCEPTION-REPORT
007700     LABEL RECORDS ARE STANDARD.
007800 01  REPORT-LINE                PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-RETURN-STATUS         PIC X(02).
008200     88  WS-RETURN-OK         VALUE "00".
008300     88  WS-RETURN-NOTFOUND   VALUE "35".
008400 01  WS-ACCMSTR-STATUS        PIC X(02).
008500     88  WS-ACCMSTR-OK        VALUE "00".
008600 01  WS-PPAYFILE-STATUS       PIC X(02).
008700     88  WS-PPAYFILE-OK       VALUE "00".
008800     88  WS-PPAYFILE-NOTFOUND VALUE "35".
008900 01  WS-PPAYRPT-STATUS        PIC X(02).
009000     88  WS-PPAYRPT-OK        VALUE "00".
009100
009200 01  WS-JOB-NAME              PIC X(08) VALUE "PPAYRPT".
009300 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
009400     88  WS-BATCH-ACQUIRED    VALUE "Y".
009500
009600 01  WS-TODAYS-DATE           PIC 9(08).
009700 01  WS-CUST-NAME             PIC X(30).
009800 01  WS-CUST-ADDRESS          PIC X(40).
009900 01  WS-CUST-PHONE            PIC X(15).
010000 01  WS-CUST-FOUND-SW         PIC X(01).
010100
010200 01  WS-NOT-FOUND-COUNT       PIC 9(06) COMP VALUE 0.
010300 01  WS-AMOUNT-DIFF-COUNT     PIC 9(06) COMP VALUE 0.
010400 01  WS-EXCEPTION-COUNT       PIC 9(06) COMP VALUE 0.
010500 01  WS-EXCEPTION-AMOUNT      PIC 9(12) VALUE 0.
010600
010700 01  WS-HEADING-LINE.
010800     05  FILLER               PIC X(38)
010900         VALUE "BRN ACCT   CHEQUE PRESENTED REGISTERD ".
011000     05  FILLER               PIC X(39)
011100         VALUE "RSN  CUSTOMER           PHONE".
011200
011300 01  WS-DETAIL-LINE.
011400     05  DTL-BRANCH-CODE      PIC 9(03).
011500     05  FILLER               PIC X(01) VALUE SPACE.
011600     05  DTL-ACCT-NUMBER      PIC 9(06).
011700     05  FILLER               PIC X(01) VALUE SPACE.
011800     05  DTL-CHEQUE-NUMBER    PIC 9(06).
011900     05  FILLER               PIC X(01) VALUE SPACE.
012000     05  DTL-PRESENTED        PIC Z(8)9.
012100     05  FILLER               PIC X(01) VALUE SPACE.
012200     05  DTL-REGISTERED       PIC Z(8)9.
012300     05  FILLER               PIC X(01) VALUE SPACE.
012400     05  DTL-REASON-CODE      PIC X(04).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  DTL-CUST-NAME        PIC X(18).
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800     05  DTL-CUST-PHONE       PIC X(15).
012900
013000 01  WS-TOTAL-LINE.
013100     05  TOT-LABEL            PIC X(36).
013200     05  TOT-AMOUNT           PIC Z(11)9.
013300     05  FILLER               PIC X(02) VALUE SPACES.
013400     05  TOT-COUNT            PIC Z(5)9.
013500
013600 01  WS-SWITCHES.
013700     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
013800         88  WS-INIT-FAILED   VALUE "Y".
013900     05  WS-EOF-SW            PIC X(01) VALUE "N".
014000         88  WS-EOF           VALUE "Y".
014100     05  WS-REPORT-SW         PIC X(01) VALUE "N".
014200         88  WS-REPORT-OPEN   VALUE "Y".
014300     05  WS-RETURN-SW         PIC X(01) VALUE "N".
014400         88  WS-RETURN-OPEN   VALUE "Y".
014500     05  WS-ACCMSTR-SW        PIC X(01) VALUE "N".
014600         88  WS-ACCMSTR-OPEN  VALUE "Y".
014700     05  WS-PPAYFILE-SW       PIC X(01) VALUE "N".
014800         88  WS-PPAYFILE-OPEN VALUE "Y".
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-INITIALIZE-EXIT
015400
015500     PERFORM 2000-REPORT-ONE-RETURN
015600         THRU 2000-REPORT-ONE-RETURN-EXIT
015700         UNTIL WS-EOF
015800
015900     IF NOT WS-INIT-FAILED
016000         PERFORM 6000-WRITE-SUMMARY
016100             THRU 6000-WRITE-SUMMARY-EXIT
016200     END-IF
016300
016400     PERFORM 9999-TERMINATE
016500         THRU 9999-TERMINATE-EXIT
016600
016700     IF WS-INIT-FAILED
016800         MOVE 8 TO RETURN-CODE
016900     END-IF
017000     GOBACK.
017100
017200*-----------------------------------------------------------------
017300* ACQUIRE THE BATCH WINDOW AND OPEN THE REPORT, THE RETURN FILE,
017400* THE ACCOUNT MASTER AND THE POSITIVE-PAY REGISTER.  NO RETURN
017500* FILE MEANS NOTHING WAS RETURNED; NO REGISTER MEANS NOTHING HAS
017600* YET BEEN REGISTERED.
017700*-----------------------------------------------------------------
017800 1000-INITIALIZE.
017900     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
018000     IF NOT WS-BATCH-ACQUIRED
018100         DISPLAY "PPAYRPT: BATCH WINDOW CHECK FAILED, RUN "
018200                 "REFUSED"
018300         SET WS-INIT-FAILED TO TRUE
018400         SET WS-EOF TO TRUE
018500         GO TO 1000-INITIALIZE-EXIT
018600     END-IF
018700
018800     CALL "BUSDATE" USING WS-TODAYS-DATE
018900
019000     OPEN OUTPUT EXCEPTION-REPORT
019100     IF NOT WS-PPAYRPT-OK
019200         DISPLAY "PPAYRPT: UNABLE TO OPEN EXCEPTIONS REPORT, "
019300                 "STATUS = " WS-PPAYRPT-STATUS
019400         SET WS-INIT-FAILED TO TRUE
019500         SET WS-EOF TO TRUE
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF
019800     SET WS-REPORT-OPEN TO TRUE
019900     MOVE SPACES TO REPORT-LINE
020000     STRING "POSITIVE-PAY EXCEPTIONS - CHEQUES RETURNED AS AT "
020100            WS-TODAYS-DATE
020200            DELIMITED BY SIZE INTO REPORT-LINE
020300     WRITE REPORT-LINE
020400     MOVE SPACES TO REPORT-LINE
020500     STRING "PPNR = NOT REGISTERED   "
020600            "PPAM = AMOUNT DIFFERS FROM REGISTRATION"
020700            DELIMITED BY SIZE INTO REPORT-LINE
020800     WRITE REPORT-LINE
020900     MOVE WS-HEADING-LINE TO REPORT-LINE
021000     WRITE REPORT-LINE
021100
021200     OPEN INPUT ACCOUNT-MASTER
021300     IF NOT WS-ACCMSTR-OK
021400         DISPLAY "PPAYRPT: UNABLE TO OPEN ACCOUNT MASTER, "
021500                 "STATUS = " WS-ACCMSTR-STATUS
021600         SET WS-INIT-FAILED TO TRUE
021700         SET WS-EOF TO TRUE
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF
022000     SET WS-ACCMSTR-OPEN TO TRUE
022100
022200     OPEN INPUT POSITIVE-PAY-FILE
022300     IF WS-PPAYFILE-OK
022400         SET WS-PPAYFILE-OPEN TO TRUE
022500     ELSE
022600         IF NOT WS-PPAYFILE-NOTFOUND
022700             DISPLAY "PPAYRPT: UNABLE TO OPEN POSITIVE-PAY FILE, "
022800                     "STATUS = " WS-PPAYFILE-STATUS
022900             SET WS-INIT-FAILED TO TRUE
023000             SET WS-EOF TO TRUE
023100             GO TO 1000-INITIALIZE-EXIT
023200         END-IF
023300     END-IF
023400
023500     OPEN INPUT RETURN-FILE
023600     IF WS-RETURN-NOTFOUND
023700         SET WS-EOF TO TRUE
023800         GO TO 1000-INITIALIZE-EXIT
023900     END-IF
024000     IF NOT WS-RETURN-OK
024100         DISPLAY "PPAYRPT: UNABLE TO OPEN RETURN FILE, "
024200                 "STATUS = " WS-RETURN-STATUS
024300         SET WS-INIT-FAILED TO TRUE
024400         SET WS-EOF TO TRUE
024500         GO TO 1000-INITIALIZE-EXIT
024600     END-IF
024700     SET WS-RETURN-OPEN TO TRUE
024800
024900     READ RETURN-FILE
025000         AT END
025100             SET WS-EOF TO TRUE
025200     END-READ.
025300 1000-INITIALIZE-EXIT.
025400     EXIT.
025500
025600*-----------------------------------------------------------------
025700* LIST ONE RETURNED CHEQUE IF IT FAILED THE POSITIVE-PAY CHECK,
025800* THEN ADVANCE TO THE NEXT RETURN.
025900*-----------------------------------------------------------------
026000 2000-REPORT-ONE-RETURN.
026100     IF RET-PPAY-NOT-FOUND OR RET-PPAY-AMOUNT-DIFF
026200         PERFORM 3000-WRITE-EXCEPTION
026300             THRU 3000-WRITE-EXCEPTION-EXIT
026400     END-IF
026500
026600     READ RETURN-FILE
026700         AT END
026800             SET WS-EOF TO TRUE
026900     END-READ.
027000 2000-REPORT-ONE-RETURN-EXIT.
027100     EXIT.
027200
027300*-----------------------------------------------------------------
027400* BUILD ONE EXCEPTION LINE: THE ACCOUNT'S BRANCH, THE AMOUNT
027500* PRESENTED AND (FOR AN AMOUNT MISMATCH) THE AMOUNT REGISTERED,
027600* AND THE CUSTOMER TO CALL.
027700*-----------------------------------------------------------------
027800 3000-WRITE-EXCEPTION.
027900     MOVE SPACES TO WS-DETAIL-LINE
028000     MOVE ZERO TO DTL-BRANCH-CODE
028100     MOVE RET-ACCT-NUMBER TO ACCT-NUMBER
028200     READ ACCOUNT-MASTER
028300         KEY IS ACCT-NUMBER
028400         INVALID KEY
028500             CONTINUE
028600         NOT INVALID KEY
028700             MOVE ACCT-BRANCH-CODE TO DTL-BRANCH-CODE
028800     END-READ
028900
029000     MOVE RET-ACCT-NUMBER   TO DTL-ACCT-NUMBER
029100     MOVE RET-CHEQUE-NUMBER TO DTL-CHEQUE-NUMBER
029200     MOVE RET-AMOUNT        TO DTL-PRESENTED
029300     MOVE RET-REASON-CODE   TO DTL-REASON-CODE
029400
029500     IF RET-PPAY-AMOUNT-DIFF AND WS-PPAYFILE-OPEN
029600         MOVE RET-ACCT-NUMBER   TO PP-ACCT-NUMBER
029700         MOVE RET-CHEQUE-NUMBER TO PP-CHEQUE-NUMBER
029800         READ POSITIVE-PAY-FILE
029900             KEY IS PP-KEY
030000             INVALID KEY
030100                 CONTINUE
030200             NOT INVALID KEY
030300                 MOVE PP-AMOUNT TO DTL-REGISTERED
030400         END-READ
030500     END-IF
030600
030700     CALL "CUSTLKUP" USING RET-ACCT-NUMBER WS-CUST-NAME
030800                           WS-CUST-ADDRESS WS-CUST-PHONE
030900                           WS-CUST-FOUND-SW
031000     MOVE WS-CUST-NAME  TO DTL-CUST-NAME
031100     MOVE WS-CUST-PHONE TO DTL-CUST-PHONE
031200
031300     MOVE WS-DETAIL-LINE TO REPORT-LINE
031400     WRITE REPORT-LINE
031500
031600     IF RET-PPAY-NOT-FOUND
031700         ADD 1 TO WS-NOT-FOUND-COUNT
031800     ELSE
031900         ADD 1 TO WS-AMOUNT-DIFF-COUNT
032000     END-IF
032100     ADD 1 TO WS-EXCEPTION-COUNT
032200     ADD RET-AMOUNT TO WS-EXCEPTION-AMOUNT.
032300 3000-WRITE-EXCEPTION-EXIT.
032400     EXIT.
032500
032600*-----------------------------------------------------------------
032700* CLOSE THE REPORT WITH THE COUNT OF EACH KIND OF EXCEPTION AND
032800* THE TOTAL VALUE RETURNED.
032900*-----------------------------------------------------------------
033000 6000-WRITE-SUMMARY.
033100     MOVE SPACES TO REPORT-LINE
033200     WRITE REPORT-LINE
033300
033400     MOVE SPACES TO WS-TOTAL-LINE
033500     MOVE "NOT REGISTERED (PPNR)" TO TOT-LABEL
033600     MOVE WS-NOT-FOUND-COUNT TO TOT-COUNT
033700     MOVE WS-TOTAL-LINE TO REPORT-LINE
033800     WRITE REPORT-LINE
033900
034000     MOVE SPACES TO WS-TOTAL-LINE
034100     MOVE "AMOUNT DIFFERS (PPAM)" TO TOT-LABEL
034200     MOVE WS-AMOUNT-DIFF-COUNT TO TOT-COUNT
034300     MOVE WS-TOTAL-LINE TO REPORT-LINE
034400     WRITE REPORT-LINE
034500
034600     MOVE SPACES TO WS-TOTAL-LINE
034700     MOVE "TOTAL POSITIVE-PAY RETURNS" TO TOT-LABEL
034800     MOVE WS-EXCEPTION-AMOUNT TO TOT-AMOUNT
034900     MOVE WS-EXCEPTION-COUNT TO TOT-COUNT
035000     MOVE WS-TOTAL-LINE TO REPORT-LINE
035100     WRITE REPORT-LINE
035200
035300     DISPLAY "PPAYRPT: POSITIVE-PAY EXCEPTIONS = "
035400             WS-EXCEPTION-COUNT.
035500 6000-WRITE-SUMMARY-EXIT.
035600     EXIT.
035700
035800*-----------------------------------------------------------------
035900* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
036000*-----------------------------------------------------------------
036100 9999-TERMINATE.
036200     IF WS-BATCH-ACQUIRED
036300         CALL "BATCHREL" USING WS-JOB-NAME
036400     END-IF
036500
036600     IF WS-RETURN-OPEN
036700         CLOSE RETURN-FILE
036800     END-IF
036900     IF WS-ACCMSTR-OPEN
037000         CLOSE ACCOUNT-MASTER
037100     END-IF
037200     IF WS-PPAYFILE-OPEN
037300         CLOSE POSITIVE-PAY-FILE
037400     END-IF
037500     IF WS-REPORT-OPEN
037600         CLOSE EXCEPTION-REPORT
037700     END-IF.
037800 9999-TERMINATE-EXIT.
037900     EXIT.
