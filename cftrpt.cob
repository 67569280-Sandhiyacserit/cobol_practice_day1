000100*****************************************************************
000200* PROGRAM      : CFTRPT                                         *
000300* DESCRIPTION  : MONTHLY COUNTERFEIT CURRENCY REPORT PER BRANCH *
000400*                FOR THE POLICE AND THE CENTRAL-BANK RETURN.    *
000500*                WALKS THE COUNTERFEIT IMPOUNDING REGISTER IN   *
000600*                BRANCH AND DATE ORDER AND LISTS EVERY NOTE     *
000700*                IMPOUNDED AT THE COUNTER IN THE BUSINESS       *
000800*                MONTH - DATE, TRANSACTION REFERENCE, ACCOUNT,  *
000900*                CURRENCY, DENOMINATION, SERIAL NUMBER, TELLER  *
001000*                AND WHO TENDERED IT - CLOSING EACH BRANCH WITH *
001100*                ITS NOTE COUNT, RUPEE FACE VALUE AND THE RUPEE *
001200*                NOTES BY DENOMINATION THE RETURN ASKS FOR.     *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. CFTRPT.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - MONTHLY COUNTERFEIT REPORT     *
002600*                  FROM THE IMPOUNDING REGISTER.                *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT COUNTERFEIT-FILE ASSIGN TO "CFTFILE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CFT-KEY
003600         ALTERNATE RECORD KEY IS CFT-BRANCH-DATE
003700             WITH DUPLICATES
003800         FILE STATUS IS WS-CFTFILE-STATUS.
003900
004000     SELECT COUNTERFEIT-REPORT ASSIGN TO "CFTRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CFTRPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  COUNTERFEIT-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY CFTREC.
004900
005000 FD  COUNTERFEIT-REPORT
005100     LABEL RECORDS ARE STANDARD.
005200 01  REPORT-LINE                PIC X(80).
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-CFTFILE-STATUS        PIC X(02).
005600     88  WS-CFTFILE-OK        VALUE "00".
005700     88  WS-CFTFILE-NOTFOUND  VALUE "35".
005800 01  WS-CFTRPT-STATUS         PIC X(02).
005900     88  WS-CFTRPT-OK         VALUE "00".
006000
006100 01  WS-JOB-NAME              PIC X(08) VALUE "CFTRPT".
006200 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
006300     88  WS-BATCH-ACQUIRED    VALUE "Y".
006400
006500 01  WS-TODAYS-DATE           PIC 9(08).
006600 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
006700     05  WS-TODAY-YEAR        PIC 9(04).
006800     05  WS-TODAY-MONTH       PIC 9(02).
006900     05  WS-TODAY-DAY         PIC 9(02).
007000 01  WS-MONTH-START           PIC 9(08).
007100 01  WS-MONTH-END             PIC 9(08).
007200 01  WS-REPORT-MONTH          PIC 9(06).
007300
007400*    THE RUPEE NOTES ISSUED, IN THE ORDER THE RETURN LISTS THEM.
007500 01  WS-DENOM-VALUES.
007600     05  FILLER               PIC 9(05) VALUE 02000.
007700     05  FILLER               PIC 9(05) VALUE 00500.
007800     05  FILLER               PIC 9(05) VALUE 00200.
007900     05  FILLER               PIC 9(05) VALUE 00100.
008000     05  FILLER               PIC 9(05) VALUE 00050.
008100     05  FILLER               PIC 9(05) VALUE 00020.
008200     05  FILLER               PIC 9(05) VALUE 00010.
008300 01  WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
008400     05  WS-DENOM-VALUE       PIC 9(05) OCCURS 7 TIMES.
008500 01  WS-DENOM-IDX             PIC 9(02) COMP.
008600
008700*    THE BRANCH BEING LISTED AND ITS RUNNING TOTALS.
008800 01  WS-CURR-BRANCH           PIC 9(03).
008900 01  WS-BRANCH-NAME           PIC X(20).
009000 01  WS-BRANCH-FOUND-SW       PIC X(01).
009100     88  WS-BRANCH-FOUND      VALUE "Y".
009200 01  WS-BRN-NOTES             PIC 9(05) COMP.
009300 01  WS-BRN-INR-VALUE         PIC 9(09).
009400 01  WS-BRN-FOREIGN-NOTES     PIC 9(05) COMP.
009500 01  WS-BRN-DENOM-COUNTS.
009600     05  WS-BRN-DENOM-COUNT   PIC 9(05) COMP OCCURS 7 TIMES.
009700
009800 01  WS-TOTAL-BRANCHES        PIC 9(04) COMP VALUE 0.
009900 01  WS-TOTAL-NOTES           PIC 9(06) COMP VALUE 0.
010000 01  WS-TOTAL-INR-VALUE       PIC 9(11) VALUE 0.
010100 01  WS-TOTAL-FOREIGN-NOTES   PIC 9(06) COMP VALUE 0.
010200
010300 01  WS-TITLE-LINE.
010400     05  FILLER               PIC X(37)
010500         VALUE "COUNTERFEIT NOTES IMPOUNDED - MONTH ".
010600     05  TTL-REPORT-MONTH     PIC 9(06).
010700     05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
010800     05  TTL-RUN-DATE         PIC 9(08).
010900
011000 01  WS-BRANCH-HEADING.
011100     05  FILLER               PIC X(08) VALUE "BRANCH: ".
011200     05  BRH-BRANCH-CODE      PIC 9(03).
011300     05  FILLER               PIC X(01) VALUE SPACE.
011400     05  BRH-BRANCH-NAME      PIC X(20).
011500
011600 01  WS-COLUMN-HEADING.
011700     05  FILLER               PIC X(09) VALUE "DATE".
011800     05  FILLER               PIC X(11) VALUE "REFERENCE".
011900     05  FILLER               PIC X(07) VALUE "ACCT".
012000     05  FILLER               PIC X(04) VALUE "CCY".
012100     05  FILLER               PIC X(06) VALUE "DENOM".
012200     05  FILLER               PIC X(16) VALUE "SERIAL NUMBER".
012300     05  FILLER               PIC X(05) VALUE "OPR".
012400     05  FILLER               PIC X(20) VALUE "TENDERED BY".
012500
012600 01  WS-DETAIL-LINE.
012700     05  DTL-DATE             PIC 9(08).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  DTL-TXN-REF          PIC 9(10).
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  DTL-ACCT-NUMBER      PIC 9(06).
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  DTL-CURRENCY         PIC X(03).
013400     05  FILLER               PIC X(01) VALUE SPACE.
013500     05  DTL-DENOM            PIC Z(4)9.
013600     05  FILLER               PIC X(01) VALUE SPACE.
013700     05  DTL-SERIAL           PIC X(15).
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900     05  DTL-OPERATOR-ID      PIC 9(04).
014000     05  FILLER               PIC X(01) VALUE SPACE.
014100     05  DTL-TENDERED-BY      PIC X(20).
014200
014300 01  WS-BRANCH-TOTAL-LINE.
014400     05  FILLER               PIC X(15) VALUE "  BRANCH NOTES:".
014500     05  BRT-NOTES            PIC Z(4)9.
014600     05  FILLER               PIC X(17) VALUE "  RUPEE VALUE:".
014700     05  BRT-INR-VALUE        PIC Z(8)9.
014800     05  FILLER               PIC X(17) VALUE "  FOREIGN NOTES:".
014900     05  BRT-FOREIGN-NOTES    PIC Z(4)9.
015000
015100 01  WS-DENOM-LINE.
015200     05  FILLER               PIC X(08) VALUE "  RUPEE ".
015300     05  DNL-ENTRY            OCCURS 7 TIMES.
015400         10  DNL-DENOM        PIC Z(3)9.
015500         10  FILLER           PIC X(01) VALUE "=".
015600         10  DNL-COUNT        PIC Z(3)9.
015700         10  FILLER           PIC X(01) VALUE SPACE.
015800
015900 01  WS-TOTAL-LINE.
016000     05  TOT-LABEL            PIC X(36).
016100     05  TOT-COUNT            PIC Z(10)9.
016200
016300 01  WS-SWITCHES.
016400     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
016500         88  WS-INIT-FAILED   VALUE "Y".
016600     05  WS-NO-REGISTER-SW    PIC X(01) VALUE "N".
016700         88  WS-NO-REGISTER   VALUE "Y".
016800     05  WS-EOF-SW            PIC X(01) VALUE "N".
016900         88  WS-EOF           VALUE "Y".
017000     05  WS-BRANCH-OPEN-SW    PIC X(01) VALUE "N".
017100         88  WS-BRANCH-OPEN   VALUE "Y".
017200     05  WS-REPORT-SW         PIC X(01) VALUE "N".
017300         88  WS-REPORT-OPEN   VALUE "Y".
017400     05  WS-CFTFILE-SW        PIC X(01) VALUE "N".
017500         88  WS-CFTFILE-OPEN  VALUE "Y".
017600
017700 PROCEDURE DIVISION.
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE
018000         THRU 1000-INITIALIZE-EXIT
018100
018200     IF NOT WS-INIT-FAILED
018300         IF NOT WS-NO-REGISTER
018400             PERFORM 2000-LIST-NOTES
018500                 THRU 2000-LIST-NOTES-EXIT
018600         END-IF
018700         PERFORM 6000-WRITE-SUMMARY
018800             THRU 6000-WRITE-SUMMARY-EXIT
018900     END-IF
019000
019100     PERFORM 9999-TERMINATE
019200         THRU 9999-TERMINATE-EXIT
019300
019400     IF WS-INIT-FAILED
019500         MOVE 8 TO RETURN-CODE
019600     END-IF
019700     GOBACK.
019800
019900*-----------------------------------------------------------------
020000* ACQUIRE THE BATCH WINDOW, FIX THE REPORTING MONTH FROM THE
020100* BUSINESS DATE AND OPEN THE FILES.  NO REGISTER MEANS NOTHING
020200* HAS EVER BEEN IMPOUNDED - A NIL RETURN, NOT A FAILURE.
020300*-----------------------------------------------------------------
020400 1000-INITIALIZE.
020500     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
020600     IF NOT WS-BATCH-ACQUIRED
020700         DISPLAY "CFTRPT: BATCH WINDOW CHECK FAILED, RUN "
020800                 "REFUSED"
020900         SET WS-INIT-FAILED TO TRUE
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200
021300     CALL "BUSDATE" USING WS-TODAYS-DATE
021400     COMPUTE WS-REPORT-MONTH = WS-TODAY-YEAR * 100
021500                             + WS-TODAY-MONTH
021600     COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
021700     COMPUTE WS-MONTH-END   = WS-REPORT-MONTH * 100 + 31
021800
021900     OPEN OUTPUT COUNTERFEIT-REPORT
022000     IF NOT WS-CFTRPT-OK
022100         DISPLAY "CFTRPT: UNABLE TO OPEN REPORT, STATUS = "
022200                 WS-CFTRPT-STATUS
022300         SET WS-INIT-FAILED TO TRUE
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF
022600     SET WS-REPORT-OPEN TO TRUE
022700     MOVE WS-REPORT-MONTH TO TTL-REPORT-MONTH
022800     MOVE WS-TODAYS-DATE TO TTL-RUN-DATE
022900     MOVE WS-TITLE-LINE TO REPORT-LINE
023000     WRITE REPORT-LINE
023100
023200     OPEN INPUT COUNTERFEIT-FILE
023300     IF WS-CFTFILE-NOTFOUND
023400         SET WS-NO-REGISTER TO TRUE
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF
023700     IF NOT WS-CFTFILE-OK
023800         DISPLAY "CFTRPT: UNABLE TO OPEN COUNTERFEIT REGISTER, "
023900                 "STATUS = " WS-CFTFILE-STATUS
024000         SET WS-INIT-FAILED TO TRUE
024100         GO TO 1000-INITIALIZE-EXIT
024200     END-IF
024300     SET WS-CFTFILE-OPEN TO TRUE.
024400 1000-INITIALIZE-EXIT.
024500     EXIT.
024600
024700*-----------------------------------------------------------------
024800* WALK THE REGISTER BY BRANCH AND DATE, LISTING THE MONTH'S
024900* NOTES AND CLOSING EACH BRANCH AS THE NEXT ONE BEGINS.
025000*-----------------------------------------------------------------
025100 2000-LIST-NOTES.
025200     MOVE LOW-VALUES TO CFT-BRANCH-DATE
025300     START COUNTERFEIT-FILE
025400         KEY IS NOT LESS THAN CFT-BRANCH-DATE
025500         INVALID KEY
025600             SET WS-EOF TO TRUE
025700     END-START
025800
025900     PERFORM 2100-EXAMINE-ONE-NOTE
026000         THRU 2100-EXAMINE-ONE-NOTE-EXIT
026100         UNTIL WS-EOF
026200
026300     IF WS-BRANCH-OPEN
026400         PERFORM 2300-CLOSE-BRANCH
026500             THRU 2300-CLOSE-BRANCH-EXIT
026600     END-IF.
026700 2000-LIST-NOTES-EXIT.
026800     EXIT.
026900
027000*-----------------------------------------------------------------
027100* ONE REGISTER ENTRY - SKIPPED UNLESS IMPOUNDED THIS MONTH.
027200*-----------------------------------------------------------------
027300 2100-EXAMINE-ONE-NOTE.
027400     READ COUNTERFEIT-FILE NEXT RECORD
027500         AT END
027600             SET WS-EOF TO TRUE
027700             GO TO 2100-EXAMINE-ONE-NOTE-EXIT
027800     END-READ
027900
028000     IF CFT-IMPOUND-DATE < WS-MONTH-START
028100         OR CFT-IMPOUND-DATE > WS-MONTH-END
028200         GO TO 2100-EXAMINE-ONE-NOTE-EXIT
028300     END-IF
028400
028500     IF WS-BRANCH-OPEN
028600         AND CFT-BRANCH-CODE NOT = WS-CURR-BRANCH
028700         PERFORM 2300-CLOSE-BRANCH
028800             THRU 2300-CLOSE-BRANCH-EXIT
028900     END-IF
029000     IF NOT WS-BRANCH-OPEN
029100         PERFORM 2200-OPEN-BRANCH
029200             THRU 2200-OPEN-BRANCH-EXIT
029300     END-IF
029400
029500     MOVE SPACES TO WS-DETAIL-LINE
029600     MOVE CFT-IMPOUND-DATE   TO DTL-DATE
029700     MOVE CFT-IMPOUND-REF    TO DTL-TXN-REF
029800     MOVE CFT-ACCT-NUMBER    TO DTL-ACCT-NUMBER
029900     MOVE CFT-CURRENCY-CODE  TO DTL-CURRENCY
030000     MOVE CFT-DENOMINATION   TO DTL-DENOM
030100     MOVE CFT-SERIAL-NUMBER  TO DTL-SERIAL
030200     MOVE CFT-OPERATOR-ID    TO DTL-OPERATOR-ID
030300     MOVE CFT-TENDERED-BY    TO DTL-TENDERED-BY
030400     MOVE WS-DETAIL-LINE TO REPORT-LINE
030500     WRITE REPORT-LINE
030600
030700     ADD 1 TO WS-BRN-NOTES
030800     IF CFT-CURRENCY-CODE = "INR"
030900         ADD CFT-DENOMINATION TO WS-BRN-INR-VALUE
031000         PERFORM 2400-TALLY-ONE-DENOM
031100             THRU 2400-TALLY-ONE-DENOM-EXIT
031200             VARYING WS-DENOM-IDX FROM 1 BY 1
031300             UNTIL WS-DENOM-IDX > 7
031400     ELSE
031500         ADD 1 TO WS-BRN-FOREIGN-NOTES
031600     END-IF.
031700 2100-EXAMINE-ONE-NOTE-EXIT.
031800     EXIT.
031900
032000*-----------------------------------------------------------------
032100* START A BRANCH - HEADING WITH ITS NAME, COUNTERS CLEARED.
032200*-----------------------------------------------------------------
032300 2200-OPEN-BRANCH.
032400     MOVE CFT-BRANCH-CODE TO WS-CURR-BRANCH
032500     MOVE SPACES TO WS-BRANCH-NAME
032600     MOVE "N" TO WS-BRANCH-FOUND-SW
032700     CALL "BRNLKUP" USING WS-CURR-BRANCH WS-BRANCH-NAME
032800                          WS-BRANCH-FOUND-SW
032900     IF NOT WS-BRANCH-FOUND
033000         MOVE "** NOT ON FILE **" TO WS-BRANCH-NAME
033100     END-IF
033200
033300     MOVE 0 TO WS-BRN-NOTES
033400     MOVE 0 TO WS-BRN-INR-VALUE
033500     MOVE 0 TO WS-BRN-FOREIGN-NOTES
033700     PERFORM 2250-CLEAR-ONE-DENOM
033800         THRU 2250-CLEAR-ONE-DENOM-EXIT
033900         VARYING WS-DENOM-IDX FROM 1 BY 1
034000         UNTIL WS-DENOM-IDX > 7
034100
034200     MOVE SPACES TO REPORT-LINE
034300     WRITE REPORT-LINE
034400     MOVE WS-CURR-BRANCH TO BRH-BRANCH-CODE
034500     MOVE WS-BRANCH-NAME TO BRH-BRANCH-NAME
034600     MOVE WS-BRANCH-HEADING TO REPORT-LINE
034700     WRITE REPORT-LINE
034800     MOVE WS-COLUMN-HEADING TO REPORT-LINE
034900     WRITE REPORT-LINE
035000
035100     ADD 1 TO WS-TOTAL-BRANCHES
035200     SET WS-BRANCH-OPEN TO TRUE.
035300 2200-OPEN-BRANCH-EXIT.
035400     EXIT.
035500
035600 2250-CLEAR-ONE-DENOM.
035700     MOVE 0 TO WS-BRN-DENOM-COUNT(WS-DENOM-IDX).
035800 2250-CLEAR-ONE-DENOM-EXIT.
035900     EXIT.
036000
036100*-----------------------------------------------------------------
036200* CLOSE A BRANCH WITH ITS TOTALS AND RUPEE DENOMINATION COUNTS,
036300* AND CARRY THEM INTO THE GRAND TOTALS.
036400*-----------------------------------------------------------------
036500 2300-CLOSE-BRANCH.
036600     MOVE WS-BRN-NOTES         TO BRT-NOTES
036700     MOVE WS-BRN-INR-VALUE     TO BRT-INR-VALUE
036800     MOVE WS-BRN-FOREIGN-NOTES TO BRT-FOREIGN-NOTES
036900     MOVE WS-BRANCH-TOTAL-LINE TO REPORT-LINE
037000     WRITE REPORT-LINE
037100
037200     PERFORM 2350-FORMAT-ONE-DENOM
037300         THRU 2350-FORMAT-ONE-DENOM-EXIT
037400         VARYING WS-DENOM-IDX FROM 1 BY 1
037500         UNTIL WS-DENOM-IDX > 7
037600     MOVE WS-DENOM-LINE TO REPORT-LINE
037700     WRITE REPORT-LINE
037800
037900     ADD WS-BRN-NOTES         TO WS-TOTAL-NOTES
038000     ADD WS-BRN-INR-VALUE     TO WS-TOTAL-INR-VALUE
038100     ADD WS-BRN-FOREIGN-NOTES TO WS-TOTAL-FOREIGN-NOTES
038200     MOVE "N" TO WS-BRANCH-OPEN-SW.
038300 2300-CLOSE-BRANCH-EXIT.
038400     EXIT.
038500
038600 2350-FORMAT-ONE-DENOM.
038700     MOVE WS-DENOM-VALUE(WS-DENOM-IDX)
038800         TO DNL-DENOM(WS-DENOM-IDX)
038900     MOVE WS-BRN-DENOM-COUNT(WS-DENOM-IDX)
039000         TO DNL-COUNT(WS-DENOM-IDX).
039100 2350-FORMAT-ONE-DENOM-EXIT.
039200     EXIT.
039300
039400*-----------------------------------------------------------------
039500* COUNT A RUPEE NOTE AGAINST ITS DENOMINATION.
039600*-----------------------------------------------------------------
039700 2400-TALLY-ONE-DENOM.
039800     IF CFT-DENOMINATION = WS-DENOM-VALUE(WS-DENOM-IDX)
039900         ADD 1 TO WS-BRN-DENOM-COUNT(WS-DENOM-IDX)
040000     END-IF.
040100 2400-TALLY-ONE-DENOM-EXIT.
040200     EXIT.
040300
040400*-----------------------------------------------------------------
040500* CLOSE THE REPORT WITH THE BANK-WIDE FIGURES FOR THE RETURN.
040600*-----------------------------------------------------------------
040700 6000-WRITE-SUMMARY.
040800     MOVE SPACES TO REPORT-LINE
040900     WRITE REPORT-LINE
041000
041100     IF WS-TOTAL-NOTES = 0
041200         MOVE "NIL RETURN - NO NOTES IMPOUNDED THIS MONTH"
041300             TO REPORT-LINE
041400         WRITE REPORT-LINE
041500     END-IF
041600
041700     MOVE SPACES TO WS-TOTAL-LINE
041800     MOVE "BRANCHES REPORTING" TO TOT-LABEL
041900     MOVE WS-TOTAL-BRANCHES TO TOT-COUNT
042000     MOVE WS-TOTAL-LINE TO REPORT-LINE
042100     WRITE REPORT-LINE
042200
042300     MOVE "NOTES IMPOUNDED" TO TOT-LABEL
042400     MOVE WS-TOTAL-NOTES TO TOT-COUNT
042500     MOVE WS-TOTAL-LINE TO REPORT-LINE
042600     WRITE REPORT-LINE
042700
042800     MOVE "RUPEE FACE VALUE IMPOUNDED" TO TOT-LABEL
042900     MOVE WS-TOTAL-INR-VALUE TO TOT-COUNT
043000     MOVE WS-TOTAL-LINE TO REPORT-LINE
043100     WRITE REPORT-LINE
043200
043300     MOVE "FOREIGN NOTES IMPOUNDED" TO TOT-LABEL
043400     MOVE WS-TOTAL-FOREIGN-NOTES TO TOT-COUNT
043500     MOVE WS-TOTAL-LINE TO REPORT-LINE
043600     WRITE REPORT-LINE
043700
043800     DISPLAY "CFTRPT: NOTES IMPOUNDED = " WS-TOTAL-NOTES
043900             ", BRANCHES = " WS-TOTAL-BRANCHES.
044000 6000-WRITE-SUMMARY-EXIT.
044100     EXIT.
044200
044300*-----------------------------------------------------------------
044400* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
044500*-----------------------------------------------------------------
044600 9999-TERMINATE.
044700     IF WS-BATCH-ACQUIRED
044800         CALL "BATCHREL" USING WS-JOB-NAME
044900     END-IF
045000
045100     IF WS-CFTFILE-OPEN
045200         CLOSE COUNTERFEIT-FILE
045300     END-IF
045400     IF WS-REPORT-OPEN
045500         CLOSE COUNTERFEIT-REPORT
045600     END-IF.
045700 9999-TERMINATE-EXIT.
045800     EXIT.
