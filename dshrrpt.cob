000100*****************************************************************
000200* PROGRAM      : DSHRRPT                                        *
000300* DESCRIPTION  : MONTHLY HABITUAL DRAWERS REPORT.  READS THE    *
000400*                DISHONOUR REGISTER IN ACCOUNT ORDER AND, FOR   *
000500*                EACH ACCOUNT, TOTALS THE CHEQUES IT DREW THAT  *
000600*                WERE RETURNED UNPAID THIS FINANCIAL YEAR AND   *
000700*                THIS MONTH, THEIR VALUE AND THE RETURN CHARGES *
000800*                LEVIED.  EVERY ACCOUNT WITH TWO OR MORE        *
000900*                RETURNS IN THE YEAR IS LISTED, FLAGGED BLOCKED *
001000*                ONCE IT HAS REACHED THE SANCTION LIMIT HELD BY *
001100*                DSHRCHK.                                       *
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. DSHRRPT.
001500 AUTHOR. S NATARAJAN.
001600 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900
002000*****************************************************************
002100* MODIFICATION HISTORY                                          *
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-10-15 SN    NEW PROGRAM - MONTHLY REPORT FOR THE NEW     *
002500*                  REPEAT-BOUNCE SANCTIONS.                     *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DISHONOUR-FILE ASSIGN TO "DSHRFILE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS DSH-KEY
003500         FILE STATUS IS WS-DSHRFILE-STATUS.
003600
003700     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS ACCT-NUMBER
004100         FILE STATUS IS WS-ACCMSTR-STATUS.
004200
004300     SELECT HABITUAL-REPORT ASSIGN TO "DSHRRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DSHRRPT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DISHONOUR-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DSHRREC.
005200
005300 FD  ACCOUNT-MASTER
005400     LABEL RECORDS ARE STANDARD.
005500     COPY ACCTREC.
005600
005700 FD  HABITUAL-REPORT
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-LINE                PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-DSHRFILE-STATUS       PIC X(02).
006300     88  WS-DSHRFILE-OK       VALUE "00".
006400     88  WS-DSHRFILE-NOTFOUND VALUE "35".
006500 01  WS-ACCMSTR-STATUS        PIC X(02).
006600     88  WS-ACCMSTR-OK        VALUE "00".
006700 01  WS-DSHRRPT-STATUS        PIC X(02).
006800     88  WS-DSHRRPT-OK        VALUE "00".
006900
007000 01  WS-JOB-NAME              PIC X(08) VALUE "DSHRRPT".
007100 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
007200     88  WS-BATCH-ACQUIRED    VALUE "Y".
007300
007400 01  WS-TODAYS-DATE           PIC 9(08).
007500 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
007600     05  WS-TODAY-YEAR        PIC 9(04).
007700     05  WS-TODAY-MONTH       PIC 9(02).
007800     05  WS-TODAY-DAY         PIC 9(02).
007900 01  WS-ENTRY-DATE            PIC 9(08).
008000 01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
008100     05  WS-ENTRY-YEAR        PIC 9(04).
008200     05  WS-ENTRY-MONTH       PIC 9(02).
008300     05  WS-ENTRY-DAY         PIC 9(02).
008400
008500 01  WS-HABITUAL-MINIMUM      PIC 9(03) VALUE 2.
008600
008700 01  WS-DSHR-FUNCTION         PIC X(01).
008800 01  WS-DSHR-CHEQUE-NUMBER    PIC 9(06) VALUE 0.
008900 01  WS-DSHR-AMOUNT           PIC 9(09) VALUE 0.
009000 01  WS-DSHR-SOURCE           PIC X(01) VALUE SPACE.
009100 01  WS-DSHR-REASON           PIC X(04) VALUE SPACES.
009200 01  WS-DSHR-LIMIT            PIC 9(03).
009300 01  WS-DSHR-BLOCKED-SW       PIC X(01).
009400
009500 01  WS-CUST-NAME             PIC X(30).
009600 01  WS-CUST-ADDRESS          PIC X(40).
009700 01  WS-CUST-PHONE            PIC X(15).
009800 01  WS-CUST-FOUND-SW         PIC X(01).
009900
010000 01  WS-CUR-ACCT-NUMBER       PIC 9(06) VALUE 0.
010100 01  WS-ACCT-YEAR-COUNT       PIC 9(05) COMP VALUE 0.
010200 01  WS-ACCT-MONTH-COUNT      PIC 9(05) COMP VALUE 0.
010300 01  WS-ACCT-YEAR-AMOUNT      PIC 9(11) VALUE 0.
010400 01  WS-ACCT-CHARGES          PIC 9(09) VALUE 0.
010500
010600 01  WS-LISTED-COUNT          PIC 9(06) COMP VALUE 0.
010700 01  WS-BLOCKED-COUNT         PIC 9(06) COMP VALUE 0.
010800 01  WS-LISTED-AMOUNT         PIC 9(13) VALUE 0.
010900 01  WS-LISTED-CHARGES        PIC 9(11) VALUE 0.
011000
011100 01  WS-HEADING-LINE.
011200     05  FILLER               PIC X(04) VALUE "BRN".
011300     05  FILLER               PIC X(07) VALUE "ACCT".
011400     05  FILLER               PIC X(21) VALUE "CUSTOMER".
011500     05  FILLER               PIC X(04) VALUE " YR".
011600     05  FILLER               PIC X(04) VALUE "MTH".
011700     05  FILLER               PIC X(12) VALUE "YEAR AMOUNT".
011800     05  FILLER               PIC X(09) VALUE " CHARGES".
011900     05  FILLER               PIC X(07) VALUE "STATUS".
012000
012100 01  WS-DETAIL-LINE.
012200     05  DTL-BRANCH-CODE      PIC 9(03).
012300     05  FILLER               PIC X(01) VALUE SPACE.
012400     05  DTL-ACCT-NUMBER      PIC 9(06).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  DTL-CUST-NAME        PIC X(20).
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800     05  DTL-YEAR-COUNT       PIC ZZ9.
012900     05  FILLER               PIC X(01) VALUE SPACE.
013000     05  DTL-MONTH-COUNT      PIC ZZ9.
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  DTL-YEAR-AMOUNT      PIC Z(10)9.
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  DTL-CHARGES          PIC Z(7)9.
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  DTL-STATUS           PIC X(07).
013700
013800 01  WS-TOTAL-LINE.
013900     05  TOT-LABEL            PIC X(36).
014000     05  TOT-AMOUNT           PIC Z(11)9.
014100     05  FILLER               PIC X(02) VALUE SPACES.
014200     05  TOT-COUNT            PIC Z(5)9.
014300
014400 01  WS-SWITCHES.
014500     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
014600         88  WS-INIT-FAILED   VALUE "Y".
014700     05  WS-EOF-SW            PIC X(01) VALUE "N".
014800         88  WS-EOF           VALUE "Y".
014900     05  WS-REPORT-SW         PIC X(01) VALUE "N".
015000         88  WS-REPORT-OPEN   VALUE "Y".
015100     05  WS-DSHRFILE-SW       PIC X(01) VALUE "N".
015200         88  WS-DSHRFILE-OPEN VALUE "Y".
015300     05  WS-ACCMSTR-SW        PIC X(01) VALUE "N".
015400         88  WS-ACCMSTR-OPEN  VALUE "Y".
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT
016000
016100     PERFORM 2000-PROCESS-ONE-ENTRY
016200         THRU 2000-PROCESS-ONE-ENTRY-EXIT
016300         UNTIL WS-EOF
016400
016500     IF NOT WS-INIT-FAILED
016600         PERFORM 3000-FINISH-ACCOUNT
016700             THRU 3000-FINISH-ACCOUNT-EXIT
016800         PERFORM 6000-WRITE-SUMMARY
016900             THRU 6000-WRITE-SUMMARY-EXIT
017000     END-IF
017100
017200     PERFORM 9999-TERMINATE
017300         THRU 9999-TERMINATE-EXIT
017400
017500     IF WS-INIT-FAILED
017600         MOVE 8 TO RETURN-CODE
017700     END-IF
017800     GOBACK.
017900
018000*-----------------------------------------------------------------
018100* ACQUIRE THE BATCH WINDOW, FETCH THE SANCTION LIMIT AND OPEN
018200* THE FILES.  NO REGISTER MEANS NO CHEQUE HAS EVER BEEN
018300* RETURNED - AN EMPTY REPORT.
018400*-----------------------------------------------------------------
018500 1000-INITIALIZE.
018600     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
018700     IF NOT WS-BATCH-ACQUIRED
018800         DISPLAY "DSHRRPT: BATCH WINDOW CHECK FAILED, RUN "
018900                 "REFUSED"
019000         SET WS-INIT-FAILED TO TRUE
019100         SET WS-EOF TO TRUE
019200         GO TO 1000-INITIALIZE-EXIT
019300     END-IF
019400
019500     CALL "BUSDATE" USING WS-TODAYS-DATE
019600
019700     MOVE "L" TO WS-DSHR-FUNCTION
019800     CALL "DSHRCHK" USING WS-DSHR-FUNCTION WS-CUR-ACCT-NUMBER
019900                          WS-DSHR-CHEQUE-NUMBER WS-DSHR-AMOUNT
020000                          WS-DSHR-SOURCE WS-DSHR-REASON
020100                          WS-DSHR-LIMIT WS-DSHR-BLOCKED-SW
020200
020300     OPEN OUTPUT HABITUAL-REPORT
020400     IF NOT WS-DSHRRPT-OK
020500         DISPLAY "DSHRRPT: UNABLE TO OPEN REPORT, STATUS = "
020600                 WS-DSHRRPT-STATUS
020700         SET WS-INIT-FAILED TO TRUE
020800         SET WS-EOF TO TRUE
020900         GO TO 1000-INITIALIZE-EXIT
021000     END-IF
021100     SET WS-REPORT-OPEN TO TRUE
021200     MOVE SPACES TO REPORT-LINE
021300     STRING "HABITUAL CHEQUE DRAWERS FOR " WS-TODAY-YEAR
021400            " AS AT " WS-TODAYS-DATE
021500            DELIMITED BY SIZE INTO REPORT-LINE
021600     WRITE REPORT-LINE
021700     MOVE WS-HEADING-LINE TO REPORT-LINE
021800     WRITE REPORT-LINE
021900
022000     OPEN INPUT ACCOUNT-MASTER
022100     IF NOT WS-ACCMSTR-OK
022200         DISPLAY "DSHRRPT: UNABLE TO OPEN ACCOUNT MASTER, "
022300                 "STATUS = " WS-ACCMSTR-STATUS
022400         SET WS-INIT-FAILED TO TRUE
022500         SET WS-EOF TO TRUE
022600         GO TO 1000-INITIALIZE-EXIT
022700     END-IF
022800     SET WS-ACCMSTR-OPEN TO TRUE
022900
023000     OPEN INPUT DISHONOUR-FILE
023100     IF WS-DSHRFILE-NOTFOUND
023200         SET WS-EOF TO TRUE
023300         GO TO 1000-INITIALIZE-EXIT
023400     END-IF
023500     IF NOT WS-DSHRFILE-OK
023600         DISPLAY "DSHRRPT: UNABLE TO OPEN DISHONOUR REGISTER, "
023700                 "STATUS = " WS-DSHRFILE-STATUS
023800         SET WS-INIT-FAILED TO TRUE
023900         SET WS-EOF TO TRUE
024000         GO TO 1000-INITIALIZE-EXIT
024100     END-IF
024200     SET WS-DSHRFILE-OPEN TO TRUE.
024300 1000-INITIALIZE-EXIT.
024400     EXIT.
024500
024600*-----------------------------------------------------------------
024700* READ THE NEXT REGISTER ENTRY.  A CHANGE OF ACCOUNT CLOSES OFF
024800* THE PREVIOUS ONE.  ONLY CHEQUES THE ACCOUNT DREW, RETURNED IN
024900* THE CURRENT FINANCIAL YEAR, ARE COUNTED.
025000*-----------------------------------------------------------------
025100 2000-PROCESS-ONE-ENTRY.
025200     READ DISHONOUR-FILE NEXT RECORD
025300         AT END
025400             SET WS-EOF TO TRUE
025500             GO TO 2000-PROCESS-ONE-ENTRY-EXIT
025600     END-READ
025700
025800     IF DSH-ACCT-NUMBER NOT = WS-CUR-ACCT-NUMBER
025900         PERFORM 3000-FINISH-ACCOUNT
026000             THRU 3000-FINISH-ACCOUNT-EXIT
026100         MOVE DSH-ACCT-NUMBER TO WS-CUR-ACCT-NUMBER
026200     END-IF
026300
026400     MOVE DSH-DATE TO WS-ENTRY-DATE
026500     IF NOT DSH-SOURCE-DRAWN
026600        OR WS-ENTRY-YEAR NOT = WS-TODAY-YEAR
026700         GO TO 2000-PROCESS-ONE-ENTRY-EXIT
026800     END-IF
026900
027000     ADD 1 TO WS-ACCT-YEAR-COUNT
027100     IF WS-ENTRY-MONTH = WS-TODAY-MONTH
027200         ADD 1 TO WS-ACCT-MONTH-COUNT
027300     END-IF
027400     ADD DSH-AMOUNT TO WS-ACCT-YEAR-AMOUNT
027500     IF DSH-CHARGE-LEVIED
027600         ADD DSH-CHARGE-AMOUNT TO WS-ACCT-CHARGES
027700     END-IF.
027800 2000-PROCESS-ONE-ENTRY-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------------
028200* LIST THE ACCOUNT JUST FINISHED IF IT HAS REACHED THE HABITUAL
028300* MINIMUM, THEN CLEAR THE ACCOUNT TOTALS.
028400*-----------------------------------------------------------------
028500 3000-FINISH-ACCOUNT.
028600     IF WS-ACCT-YEAR-COUNT < WS-HABITUAL-MINIMUM
028700         GO TO 3000-CLEAR-TOTALS
028800     END-IF
028900
029000     MOVE ZERO TO DTL-BRANCH-CODE
029100     MOVE WS-CUR-ACCT-NUMBER TO ACCT-NUMBER
029200     READ ACCOUNT-MASTER
029300         KEY IS ACCT-NUMBER
029400         INVALID KEY
029500             CONTINUE
029600         NOT INVALID KEY
029700             MOVE ACCT-BRANCH-CODE TO DTL-BRANCH-CODE
029800     END-READ
029900
030000     CALL "CUSTLKUP" USING WS-CUR-ACCT-NUMBER WS-CUST-NAME
030100                           WS-CUST-ADDRESS WS-CUST-PHONE
030200                           WS-CUST-FOUND-SW
030300
030400     MOVE WS-CUR-ACCT-NUMBER  TO DTL-ACCT-NUMBER
030500     MOVE WS-CUST-NAME        TO DTL-CUST-NAME
030600     MOVE WS-ACCT-YEAR-COUNT  TO DTL-YEAR-COUNT
030700     MOVE WS-ACCT-MONTH-COUNT TO DTL-MONTH-COUNT
030800     MOVE WS-ACCT-YEAR-AMOUNT TO DTL-YEAR-AMOUNT
030900     MOVE WS-ACCT-CHARGES     TO DTL-CHARGES
031000     MOVE SPACES TO DTL-STATUS
031100     IF WS-ACCT-YEAR-COUNT NOT < WS-DSHR-LIMIT
031200         MOVE "BLOCKED" TO DTL-STATUS
031300         ADD 1 TO WS-BLOCKED-COUNT
031400     END-IF
031500     MOVE WS-DETAIL-LINE TO REPORT-LINE
031600     WRITE REPORT-LINE
031700
031800     ADD 1 TO WS-LISTED-COUNT
031900     ADD WS-ACCT-YEAR-AMOUNT TO WS-LISTED-AMOUNT
032000     ADD WS-ACCT-CHARGES TO WS-LISTED-CHARGES.
032100 3000-CLEAR-TOTALS.
032200     MOVE ZERO TO WS-ACCT-YEAR-COUNT
032300     MOVE ZERO TO WS-ACCT-MONTH-COUNT
032400     MOVE ZERO TO WS-ACCT-YEAR-AMOUNT
032500     MOVE ZERO TO WS-ACCT-CHARGES.
032600 3000-FINISH-ACCOUNT-EXIT.
032700     EXIT.
032800
032900*-----------------------------------------------------------------
033000* WRITE THE REPORT TOTALS.
033100*-----------------------------------------------------------------
033200 6000-WRITE-SUMMARY.
033300     MOVE SPACES TO REPORT-LINE
033400     WRITE REPORT-LINE
033500
033600     MOVE SPACES TO WS-TOTAL-LINE
033700     MOVE "HABITUAL DRAWERS LISTED" TO TOT-LABEL
033800     MOVE WS-LISTED-AMOUNT TO TOT-AMOUNT
033900     MOVE WS-LISTED-COUNT TO TOT-COUNT
034000     MOVE WS-TOTAL-LINE TO REPORT-LINE
034100     WRITE REPORT-LINE
034200
034300     MOVE SPACES TO WS-TOTAL-LINE
034400     MOVE "RETURN CHARGES LEVIED ON THEM" TO TOT-LABEL
034500     MOVE WS-LISTED-CHARGES TO TOT-AMOUNT
034600     MOVE WS-TOTAL-LINE TO REPORT-LINE
034700     WRITE REPORT-LINE
034800
034900     MOVE SPACES TO WS-TOTAL-LINE
035000     MOVE "ACCOUNTS BLOCKED FROM NEW BOOKS" TO TOT-LABEL
035100     MOVE WS-BLOCKED-COUNT TO TOT-COUNT
035200     MOVE WS-TOTAL-LINE TO REPORT-LINE
035300     WRITE REPORT-LINE
035400
035500     DISPLAY "DSHRRPT: HABITUAL DRAWERS LISTED = "
035600             WS-LISTED-COUNT ", BLOCKED = " WS-BLOCKED-COUNT.
035700 6000-WRITE-SUMMARY-EXIT.
035800     EXIT.
035900
036000*-----------------------------------------------------------------
036100* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
036200*-----------------------------------------------------------------
036300 9999-TERMINATE.
036400     IF WS-BATCH-ACQUIRED
036500         CALL "BATCHREL" USING WS-JOB-NAME
036600     END-IF
036700
036800     IF WS-DSHRFILE-OPEN
036900         CLOSE DISHONOUR-FILE
037000     END-IF
037100     IF WS-ACCMSTR-OPEN
037200         CLOSE ACCOUNT-MASTER
037300     END-IF
037400     IF WS-REPORT-OPEN
037500         CLOSE HABITUAL-REPORT
037600     END-IF.
037700 9999-TERMINATE-EXIT.
037800     EXIT.
