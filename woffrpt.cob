000100*****************************************************************
000200* PROGRAM      : WOFFRPT                                        *
000300* DESCRIPTION  : MONTHLY WRITE-OFF AND RECOVERY REGISTER.       *
000400*                SORTS THIS MONTH'S LOAN WRITE-OFFS FROM THE    *
000500*                WRITTEN-OFF LOAN BOOK AND THE RECOVERIES TAKEN *
000600*                AGAINST IT BY THE BRANCH THAT HOLDS THE LOAN,  *
000700*                AND LISTS THEM WITH, FOR EACH BRANCH, THE      *
000800*                PRINCIPAL WRITTEN OFF, THE PROVISION REVERSED  *
000900*                AND THE SUM RECOVERED, THEN THE BANK TOTALS.   *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. WOFFRPT.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - MONTHLY REGISTER FOR THE NEW   *
002300*                  WRITTEN-OFF LOAN BOOK.                       *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS WOFF-LOAN-NUMBER
003300         FILE STATUS IS WS-WOFFFILE-STATUS.
003400
003500     SELECT RECOVERY-FILE ASSIGN TO "WRECFILE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS WREC-KEY
003900         FILE STATUS IS WS-WRECFILE-STATUS.
004000
004100     SELECT WRITE-OFF-REPORT ASSIGN TO "WOFFRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-WOFFRPT-STATUS.
004400
004500     SELECT SORT-WORK ASSIGN TO "SORTWK".
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  WRITE-OFF-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY WOFFREC.
005200
005300 FD  RECOVERY-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY WRECREC.
005600
005700 FD  WRITE-OFF-REPORT
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-LINE                PIC X(80).
006000
006100 SD  SORT-WORK.
006200 01  SORT-RECORD.
006300     05  SRT-BRANCH-CODE      PIC 9(03).
006400     05  SRT-ENTRY-TYPE       PIC X(01).
006500         88  SRT-WRITE-OFF    VALUE "W".
006600         88  SRT-RECOVERY     VALUE "R".
006700     05  SRT-LOAN-NUMBER      PIC 9(06).
006800     05  SRT-SEQ              PIC 9(03).
006900     05  SRT-CUST-NUMBER      PIC 9(06).
007000     05  SRT-DATE             PIC 9(08).
007100     05  SRT-AMOUNT           PIC 9(11).
007200     05  SRT-PROVISION        PIC 9(11).
007300     05  SRT-MODE             PIC X(01).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-WOFFFILE-STATUS       PIC X(02).
007700     88  WS-WOFFFILE-OK       VALUE "00".
007800     88  WS-WOFFFILE-NOTFOUND VALUE "35".
007900 01  WS-WRECFILE-STATUS       PIC X(02).
008000     88  WS-WRECFILE-OK       VALUE "00".
008100     88  WS-WRECFILE-NOTFOUND VALUE "35".
008200 01  WS-WOFFRPT-STATUS        PIC X(02).
008300     88  WS-WOFFRPT-OK        VALUE "00".
008400
008500 01  WS-JOB-NAME              PIC X(08) VALUE "WOFFRPT".
008600 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
008700     88  WS-BATCH-ACQUIRED    VALUE "Y".
008800
008900 01  WS-TODAYS-DATE           PIC 9(08).
009000 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
009100     05  WS-TODAY-YEAR        PIC 9(04).
009200     05  WS-TODAY-MONTH       PIC 9(02).
009300     05  WS-TODAY-DAY         PIC 9(02).
009400 01  WS-ENTRY-DATE            PIC 9(08).
009500 01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
009600     05  WS-ENTRY-YEAR        PIC 9(04).
009700     05  WS-ENTRY-MONTH       PIC 9(02).
009800     05  WS-ENTRY-DAY         PIC 9(02).
009900
010000 01  WS-CUR-BRANCH            PIC 9(03) VALUE 0.
010100 01  WS-BRN-WOFF-COUNT        PIC 9(05) COMP VALUE 0.
010200 01  WS-BRN-WOFF-AMOUNT       PIC 9(13) VALUE 0.
010300 01  WS-BRN-PROVISION         PIC 9(13) VALUE 0.
010400 01  WS-BRN-REC-COUNT         PIC 9(05) COMP VALUE 0.
010500 01  WS-BRN-REC-AMOUNT        PIC 9(13) VALUE 0.
010600
010700 01  WS-TOT-WOFF-COUNT        PIC 9(06) COMP VALUE 0.
010800 01  WS-TOT-WOFF-AMOUNT       PIC 9(13) VALUE 0.
010900 01  WS-TOT-PROVISION         PIC 9(13) VALUE 0.
011000 01  WS-TOT-REC-COUNT         PIC 9(06) COMP VALUE 0.
011100 01  WS-TOT-REC-AMOUNT        PIC 9(13) VALUE 0.
011200
011300 01  WS-HEADING-LINE.
011400     05  FILLER               PIC X(04) VALUE "BRN".
011500     05  FILLER               PIC X(07) VALUE "LOAN".
011600     05  FILLER               PIC X(07) VALUE "CUST".
011700     05  FILLER               PIC X(09) VALUE "DATE".
011800     05  FILLER               PIC X(10) VALUE "ENTRY".
011900     05  FILLER               PIC X(12) VALUE "     AMOUNT".
012000     05  FILLER               PIC X(12) VALUE "  PROVISION".
012100     05  FILLER               PIC X(04) VALUE "MODE".
012200
012300 01  WS-DETAIL-LINE.
012400     05  DTL-BRANCH-CODE      PIC 9(03).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  DTL-LOAN-NUMBER      PIC 9(06).
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800     05  DTL-CUST-NUMBER      PIC 9(06).
012900     05  FILLER               PIC X(01) VALUE SPACE.
013000     05  DTL-DATE             PIC 9(08).
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  DTL-ENTRY            PIC X(09).
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  DTL-AMOUNT           PIC Z(10)9.
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  DTL-PROVISION        PIC Z(10)9.
013700     05  FILLER               PIC X(01) VALUE SPACE.
013800     05  DTL-MODE             PIC X(04).
013900
014000 01  WS-TOTAL-LINE.
014100     05  TOT-LABEL            PIC X(36).
014200     05  TOT-AMOUNT           PIC Z(11)9.
014300     05  FILLER               PIC X(02) VALUE SPACES.
014400     05  TOT-COUNT            PIC Z(5)9.
014500
014600 01  WS-SWITCHES.
014700     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
014800         88  WS-INIT-FAILED   VALUE "Y".
014900     05  WS-WOFFFILE-EOF-SW   PIC X(01) VALUE "N".
015000         88  WS-WOFFFILE-EOF  VALUE "Y".
015100     05  WS-WRECFILE-EOF-SW   PIC X(01) VALUE "N".
015200         88  WS-WRECFILE-EOF  VALUE "Y".
015300     05  WS-SORT-EOF-SW       PIC X(01) VALUE "N".
015400         88  WS-SORT-EOF      VALUE "Y".
015500     05  WS-FIRST-SW          PIC X(01) VALUE "Y".
015600         88  WS-FIRST-ENTRY   VALUE "Y".
015700     05  WS-REPORT-SW         PIC X(01) VALUE "N".
015800         88  WS-REPORT-OPEN   VALUE "Y".
015900     05  WS-WOFFFILE-SW       PIC X(01) VALUE "N".
016000         88  WS-WOFFFILE-OPEN VALUE "Y".
016100     05  WS-WRECFILE-SW       PIC X(01) VALUE "N".
016200         88  WS-WRECFILE-OPEN VALUE "Y".
016300
016400 PROCEDURE DIVISION.
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE
016700         THRU 1000-INITIALIZE-EXIT
016800
016900     IF NOT WS-INIT-FAILED
017000         SORT SORT-WORK
017100             ON ASCENDING KEY SRT-BRANCH-CODE
017200                              SRT-ENTRY-TYPE
017300                              SRT-LOAN-NUMBER
017400                              SRT-SEQ
017500             INPUT PROCEDURE IS 2000-RELEASE-MONTH
017600                 THRU 2000-RELEASE-MONTH-EXIT
017700             OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
017800                 THRU 3000-PRINT-REGISTER-EXIT
017900         PERFORM 6000-WRITE-SUMMARY
018000             THRU 6000-WRITE-SUMMARY-EXIT
018100     END-IF
018200
018300     PERFORM 9999-TERMINATE
018400         THRU 9999-TERMINATE-EXIT
018500
018600     IF WS-INIT-FAILED
018700         MOVE 8 TO RETURN-CODE
018800     END-IF
018900     GOBACK.
019000
019100*-----------------------------------------------------------------
019200* ACQUIRE THE BATCH WINDOW AND OPEN THE FILES.  NO WRITTEN-OFF
019300* BOOK MEANS NO LOAN HAS EVER BEEN WRITTEN OFF, AND NO RECOVERY
019400* FILE THAT NOTHING HAS BEEN RECOVERED - AN EMPTY REGISTER.
019500*-----------------------------------------------------------------
019600 1000-INITIALIZE.
019700     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
019800     IF NOT WS-BATCH-ACQUIRED
019900         DISPLAY "WOFFRPT: BATCH WINDOW CHECK FAILED, RUN "
020000                 "REFUSED"
020100         SET WS-INIT-FAILED TO TRUE
020200         GO TO 1000-INITIALIZE-EXIT
020300     END-IF
020400
020500     CALL "BUSDATE" USING WS-TODAYS-DATE
020600
020700     OPEN OUTPUT WRITE-OFF-REPORT
020800     IF NOT WS-WOFFRPT-OK
020900         DISPLAY "WOFFRPT: UNABLE TO OPEN REPORT, STATUS = "
021000                 WS-WOFFRPT-STATUS
021100         SET WS-INIT-FAILED TO TRUE
021200         GO TO 1000-INITIALIZE-EXIT
021300     END-IF
021400     SET WS-REPORT-OPEN TO TRUE
021500     MOVE SPACES TO REPORT-LINE
021600     STRING "LOAN WRITE-OFFS AND RECOVERIES FOR "
021700            WS-TODAY-YEAR "-" WS-TODAY-MONTH
021800            " AS AT " WS-TODAYS-DATE
021900            DELIMITED BY SIZE INTO REPORT-LINE
022000     WRITE REPORT-LINE
022100     MOVE WS-HEADING-LINE TO REPORT-LINE
022200     WRITE REPORT-LINE
022300
022400     OPEN INPUT WRITE-OFF-FILE
022500     IF WS-WOFFFILE-NOTFOUND
022600         SET WS-WOFFFILE-EOF TO TRUE
022700         SET WS-WRECFILE-EOF TO TRUE
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF
023000     IF NOT WS-WOFFFILE-OK
023100         DISPLAY "WOFFRPT: UNABLE TO OPEN WRITTEN-OFF LOAN "
023200                 "BOOK, STATUS = " WS-WOFFFILE-STATUS
023300         SET WS-INIT-FAILED TO TRUE
023400         GO TO 1000-INITIALIZE-EXIT
023500     END-IF
023600     SET WS-WOFFFILE-OPEN TO TRUE
023700
023800     OPEN INPUT RECOVERY-FILE
023900     IF WS-WRECFILE-NOTFOUND
024000         SET WS-WRECFILE-EOF TO TRUE
024100         GO TO 1000-INITIALIZE-EXIT
024200     END-IF
024300     IF NOT WS-WRECFILE-OK
024400         DISPLAY "WOFFRPT: UNABLE TO OPEN RECOVERY FILE, "
024500                 "STATUS = " WS-WRECFILE-STATUS
024600         SET WS-INIT-FAILED TO TRUE
024700         GO TO 1000-INITIALIZE-EXIT
024800     END-IF
024900     SET WS-WRECFILE-OPEN TO TRUE.
025000 1000-INITIALIZE-EXIT.
025100     EXIT.
025200
025300*-----------------------------------------------------------------
025400* RELEASE THIS MONTH'S WRITE-OFFS, THEN THIS MONTH'S RECOVERIES,
025500* INTO THE SORT.
025600*-----------------------------------------------------------------
025700 2000-RELEASE-MONTH.
025800     PERFORM 2100-RELEASE-ONE-WRITE-OFF
025900         THRU 2100-RELEASE-ONE-WRITE-OFF-EXIT
026000         UNTIL WS-WOFFFILE-EOF
026100
026200     PERFORM 2200-RELEASE-ONE-RECOVERY
026300         THRU 2200-RELEASE-ONE-RECOVERY-EXIT
026400         UNTIL WS-WRECFILE-EOF.
026500 2000-RELEASE-MONTH-EXIT.
026600     EXIT.
026700
026800*-----------------------------------------------------------------
026900* ONE LOAN FROM THE WRITTEN-OFF BOOK - INTO THE SORT IF IT WAS
027000* WRITTEN OFF THIS MONTH.
027100*-----------------------------------------------------------------
027200 2100-RELEASE-ONE-WRITE-OFF.
027300     READ WRITE-OFF-FILE NEXT RECORD
027400         AT END
027500             SET WS-WOFFFILE-EOF TO TRUE
027600             GO TO 2100-RELEASE-ONE-WRITE-OFF-EXIT
027700     END-READ
027800
027900     MOVE WOFF-DATE TO WS-ENTRY-DATE
028000     IF WS-ENTRY-YEAR NOT = WS-TODAY-YEAR
028100        OR WS-ENTRY-MONTH NOT = WS-TODAY-MONTH
028200         GO TO 2100-RELEASE-ONE-WRITE-OFF-EXIT
028300     END-IF
028400
028500     MOVE SPACES TO SORT-RECORD
028600     MOVE WOFF-BRANCH-CODE TO SRT-BRANCH-CODE
028700     SET SRT-WRITE-OFF     TO TRUE
028800     MOVE WOFF-LOAN-NUMBER TO SRT-LOAN-NUMBER
028900     MOVE 0                TO SRT-SEQ
029000     MOVE WOFF-CUST-NUMBER TO SRT-CUST-NUMBER
029100     MOVE WOFF-DATE        TO SRT-DATE
029200     MOVE WOFF-AMOUNT      TO SRT-AMOUNT
029300     MOVE WOFF-PROVISION   TO SRT-PROVISION
029400     RELEASE SORT-RECORD.
029500 2100-RELEASE-ONE-WRITE-OFF-EXIT.
029600     EXIT.
029700
029800*-----------------------------------------------------------------
029900* ONE RECOVERY - INTO THE SORT IF IT WAS TAKEN THIS MONTH, WITH
030000* THE CUSTOMER FROM ITS LOAN ON THE WRITTEN-OFF BOOK.
030100*-----------------------------------------------------------------
030200 2200-RELEASE-ONE-RECOVERY.
030300     READ RECOVERY-FILE NEXT RECORD
030400         AT END
030500             SET WS-WRECFILE-EOF TO TRUE
030600             GO TO 2200-RELEASE-ONE-RECOVERY-EXIT
030700     END-READ
030800
030900     MOVE WREC-DATE TO WS-ENTRY-DATE
031000     IF WS-ENTRY-YEAR NOT = WS-TODAY-YEAR
031100        OR WS-ENTRY-MONTH NOT = WS-TODAY-MONTH
031200         GO TO 2200-RELEASE-ONE-RECOVERY-EXIT
031300     END-IF
031400
031500     MOVE WREC-LOAN-NUMBER TO WOFF-LOAN-NUMBER
031600     READ WRITE-OFF-FILE
031700         KEY IS WOFF-LOAN-NUMBER
031800         INVALID KEY
031900             MOVE 0 TO WOFF-CUST-NUMBER
032000     END-READ
032100
032200     MOVE SPACES TO SORT-RECORD
032300     MOVE WREC-BRANCH-CODE TO SRT-BRANCH-CODE
032400     SET SRT-RECOVERY      TO TRUE
032500     MOVE WREC-LOAN-NUMBER TO SRT-LOAN-NUMBER
032600     MOVE WREC-SEQ         TO SRT-SEQ
032700     MOVE WOFF-CUST-NUMBER TO SRT-CUST-NUMBER
032800     MOVE WREC-DATE        TO SRT-DATE
032900     MOVE WREC-AMOUNT      TO SRT-AMOUNT
033000     MOVE 0                TO SRT-PROVISION
033100     MOVE WREC-MODE        TO SRT-MODE
033200     RELEASE SORT-RECORD.
033300 2200-RELEASE-ONE-RECOVERY-EXIT.
033400     EXIT.
033500
033600*-----------------------------------------------------------------
033700* PRINT THE SORTED ENTRIES, TOTALLING EACH BRANCH.
033800*-----------------------------------------------------------------
033900 3000-PRINT-REGISTER.
034000     PERFORM 3100-PRINT-ONE-ENTRY
034100         THRU 3100-PRINT-ONE-ENTRY-EXIT
034200         UNTIL WS-SORT-EOF
034300
034400     IF NOT WS-FIRST-ENTRY
034500         PERFORM 4000-FINISH-BRANCH
034600             THRU 4000-FINISH-BRANCH-EXIT
034700     END-IF.
034800 3000-PRINT-REGISTER-EXIT.
034900     EXIT.
035000
035100*-----------------------------------------------------------------
035200* RETURN THE NEXT ENTRY.  A CHANGE OF BRANCH CLOSES OFF THE
035300* PREVIOUS ONE.
035400*-----------------------------------------------------------------
035500 3100-PRINT-ONE-ENTRY.
035600     RETURN SORT-WORK
035700         AT END
035800             SET WS-SORT-EOF TO TRUE
035900             GO TO 3100-PRINT-ONE-ENTRY-EXIT
036000     END-RETURN
036100
036200     IF WS-FIRST-ENTRY
036300         MOVE "N" TO WS-FIRST-SW
036400         MOVE SRT-BRANCH-CODE TO WS-CUR-BRANCH
036500     END-IF
036600     IF SRT-BRANCH-CODE NOT = WS-CUR-BRANCH
036700         PERFORM 4000-FINISH-BRANCH
036800             THRU 4000-FINISH-BRANCH-EXIT
036900         MOVE SRT-BRANCH-CODE TO WS-CUR-BRANCH
037000     END-IF
037100
037200     MOVE SRT-BRANCH-CODE TO DTL-BRANCH-CODE
037300     MOVE SRT-LOAN-NUMBER TO DTL-LOAN-NUMBER
037400     MOVE SRT-CUST-NUMBER TO DTL-CUST-NUMBER
037500     MOVE SRT-DATE        TO DTL-DATE
037600     MOVE SRT-AMOUNT      TO DTL-AMOUNT
037700     IF SRT-WRITE-OFF
037800         MOVE "WRITE-OFF"    TO DTL-ENTRY
037900         MOVE SRT-PROVISION  TO DTL-PROVISION
038000         MOVE SPACES         TO DTL-MODE
038100         ADD 1               TO WS-BRN-WOFF-COUNT
038200         ADD SRT-AMOUNT      TO WS-BRN-WOFF-AMOUNT
038300         ADD SRT-PROVISION   TO WS-BRN-PROVISION
038400     ELSE
038500         MOVE "RECOVERY"     TO DTL-ENTRY
038600         MOVE 0              TO DTL-PROVISION
038700         IF SRT-MODE = "C"
038800             MOVE "CASH"     TO DTL-MODE
038900         ELSE
039000             MOVE "ACCT"     TO DTL-MODE
039100         END-IF
039200         ADD 1               TO WS-BRN-REC-COUNT
039300         ADD SRT-AMOUNT      TO WS-BRN-REC-AMOUNT
039400     END-IF
039500     MOVE WS-DETAIL-LINE TO REPORT-LINE
039600     WRITE REPORT-LINE.
039700 3100-PRINT-ONE-ENTRY-EXIT.
039800     EXIT.
039900
040000*-----------------------------------------------------------------
040100* WRITE THE BRANCH JUST FINISHED'S TOTALS, ADD THEM TO THE BANK
040200* TOTALS AND CLEAR THEM.
040300*-----------------------------------------------------------------
040400 4000-FINISH-BRANCH.
040500     MOVE SPACES TO WS-TOTAL-LINE
040600     STRING "BRANCH " WS-CUR-BRANCH " WRITTEN OFF"
040700            DELIMITED BY SIZE INTO TOT-LABEL
040800     MOVE WS-BRN-WOFF-AMOUNT TO TOT-AMOUNT
040900     MOVE WS-BRN-WOFF-COUNT TO TOT-COUNT
041000     MOVE WS-TOTAL-LINE TO REPORT-LINE
041100     WRITE REPORT-LINE
041200
041300     MOVE SPACES TO WS-TOTAL-LINE
041400     STRING "BRANCH " WS-CUR-BRANCH " PROVISION REVERSED"
041500            DELIMITED BY SIZE INTO TOT-LABEL
041600     MOVE WS-BRN-PROVISION TO TOT-AMOUNT
041700     MOVE WS-TOTAL-LINE TO REPORT-LINE
041800     WRITE REPORT-LINE
041900
042000     MOVE SPACES TO WS-TOTAL-LINE
042100     STRING "BRANCH " WS-CUR-BRANCH " RECOVERED"
042200            DELIMITED BY SIZE INTO TOT-LABEL
042300     MOVE WS-BRN-REC-AMOUNT TO TOT-AMOUNT
042400     MOVE WS-BRN-REC-COUNT TO TOT-COUNT
042500     MOVE WS-TOTAL-LINE TO REPORT-LINE
042600     WRITE REPORT-LINE
042700
042800     MOVE SPACES TO REPORT-LINE
042900     WRITE REPORT-LINE
043000
043100     ADD WS-BRN-WOFF-COUNT  TO WS-TOT-WOFF-COUNT
043200     ADD WS-BRN-WOFF-AMOUNT TO WS-TOT-WOFF-AMOUNT
043300     ADD WS-BRN-PROVISION   TO WS-TOT-PROVISION
043400     ADD WS-BRN-REC-COUNT   TO WS-TOT-REC-COUNT
043500     ADD WS-BRN-REC-AMOUNT  TO WS-TOT-REC-AMOUNT
043600
043700     MOVE ZERO TO WS-BRN-WOFF-COUNT
043800     MOVE ZERO TO WS-BRN-WOFF-AMOUNT
043900     MOVE ZERO TO WS-BRN-PROVISION
044000     MOVE ZERO TO WS-BRN-REC-COUNT
044100     MOVE ZERO TO WS-BRN-REC-AMOUNT.
044200 4000-FINISH-BRANCH-EXIT.
044300     EXIT.
044400
044500*-----------------------------------------------------------------
044600* WRITE THE BANK TOTALS.
044700*-----------------------------------------------------------------
044800 6000-WRITE-SUMMARY.
044900     MOVE SPACES TO WS-TOTAL-LINE
045000     MOVE "BANK TOTAL WRITTEN OFF" TO TOT-LABEL
045100     MOVE WS-TOT-WOFF-AMOUNT TO TOT-AMOUNT
045200     MOVE WS-TOT-WOFF-COUNT TO TOT-COUNT
045300     MOVE WS-TOTAL-LINE TO REPORT-LINE
045400     WRITE REPORT-LINE
045500
045600     MOVE SPACES TO WS-TOTAL-LINE
045700     MOVE "BANK TOTAL PROVISION REVERSED" TO TOT-LABEL
045800     MOVE WS-TOT-PROVISION TO TOT-AMOUNT
045900     MOVE WS-TOTAL-LINE TO REPORT-LINE
046000     WRITE REPORT-LINE
046100
046200     MOVE SPACES TO WS-TOTAL-LINE
046300     MOVE "BANK TOTAL RECOVERED" TO TOT-LABEL
046400     MOVE WS-TOT-REC-AMOUNT TO TOT-AMOUNT
046500     MOVE WS-TOT-REC-COUNT TO TOT-COUNT
046600     MOVE WS-TOTAL-LINE TO REPORT-LINE
046700     WRITE REPORT-LINE
046800
046900     DISPLAY "WOFFRPT: LOANS WRITTEN OFF = " WS-TOT-WOFF-COUNT
047000             ", RECOVERIES = " WS-TOT-REC-COUNT.
047100 6000-WRITE-SUMMARY-EXIT.
047200     EXIT.
047300
047400*-----------------------------------------------------------------
047500* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
047600*-----------------------------------------------------------------
047700 9999-TERMINATE.
047800     IF WS-BATCH-ACQUIRED
047900         CALL "BATCHREL" USING WS-JOB-NAME
048000     END-IF
048100
048200     IF WS-WOFFFILE-OPEN
048300         CLOSE WRITE-OFF-FILE
048400     END-IF
048500     IF WS-WRECFILE-OPEN
048600         CLOSE RECOVERY-FILE
048700     END-IF
048800     IF WS-REPORT-OPEN
048900         CLOSE WRITE-OFF-REPORT
049000     END-IF.
049100 9999-TERMINATE-EXIT.
049200     EXIT.
