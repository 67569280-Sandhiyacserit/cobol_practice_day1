000100*****************************************************************
000200* PROGRAM      : GLTRIAL                                        *
000300* DESCRIPTION  : DAILY TRIAL BALANCE AND SUMMARY STATEMENTS.    *
000400*                LISTS EVERY GL ACCOUNT AT EVERY BRANCH ON THE  *
000500*                GL BALANCE FILE WITH TODAY'S DEBITS AND        *
000600*                CREDITS AND ITS CLOSING BALANCE IN THE DEBIT   *
000700*                OR CREDIT COLUMN, PROVES THE DEBIT AND CREDIT  *
000800*                COLUMNS AGREE FOR THE BANK AND FOR EACH        *
000900*                BRANCH, THEN PRINTS A SUMMARY BALANCE SHEET    *
001000*                AND INCOME STATEMENT WITH THE GL ACCOUNTS      *
001100*                GROUPED BY THEIR CHART OF ACCOUNTS CLASS.  RUN *
001200*                AS AN EODDRIVE STEP AFTER GLPOST.              *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. GLTRIAL.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - DAILY TRIAL BALANCE, BALANCE   *
002600*                  SHEET AND INCOME STATEMENT FROM THE GL       *
002700*                  BALANCE FILE.                                *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS GLB-KEY
003700         FILE STATUS IS WS-GLBAL-STATUS.
003800
003900     SELECT CHART-FILE ASSIGN TO "COAFILE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS COA-GL-NUMBER
004300         FILE STATUS IS WS-COAFILE-STATUS.
004400
004500     SELECT TRIAL-REPORT ASSIGN TO "GLTRIAL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REPORT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  GL-BALANCE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY GLBALREC.
005400
005500 FD  CHART-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY COAREC.
005800
005900 FD  TRIAL-REPORT
006000     LABEL RECORDS ARE STANDARD.
006100 01  REPORT-LINE                PIC X(100).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-GLBAL-STATUS          PIC X(02).
006500     88  WS-GLBAL-OK          VALUE "00".
006600     88  WS-GLBAL-NOTFOUND    VALUE "35".
006700
006800 01  WS-COAFILE-STATUS        PIC X(02).
006900     88  WS-COAFILE-OK        VALUE "00".
007000
007100 01  WS-REPORT-STATUS         PIC X(02).
007200     88  WS-REPORT-OK         VALUE "00".
007300
007400 01  WS-JOB-NAME              PIC X(08) VALUE "GLTRIAL".
007500 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
007600     88  WS-BATCH-ACQUIRED    VALUE "Y".
007700
007800 01  WS-TODAYS-DATE           PIC 9(08).
007900
008000*    TODAY'S MOVEMENT ON THE RECORD IN HAND - NOTHING IF IT WAS
008100*    LAST POSTED ON AN EARLIER DAY.
008200 01  WS-DAY-DEBITS            PIC S9(12).
008300 01  WS-DAY-CREDITS           PIC S9(12).
008400
008500 01  WS-RECORD-COUNT          PIC 9(06) COMP VALUE 0.
008600 01  WS-TOTAL-DAY-DEBITS      PIC S9(14) VALUE 0.
008700 01  WS-TOTAL-DAY-CREDITS     PIC S9(14) VALUE 0.
008800 01  WS-TOTAL-BAL-DEBITS      PIC S9(14) VALUE 0.
008900 01  WS-TOTAL-BAL-CREDITS     PIC S9(14) VALUE 0.
009000 01  WS-DIFFERENCE            PIC S9(14) VALUE 0.
009100
009200*    ONE ENTRY PER GL ACCOUNT, BANK-WIDE, FOR THE STATEMENTS.
009300*    THE BALANCE FILE IS READ IN GL ORDER, SO A NEW ENTRY IS
009400*    STARTED WHENEVER THE GL NUMBER CHANGES.
009500 01  WS-GLT-COUNT             PIC 9(03) COMP VALUE 0.
009600 01  WS-GLT-MAX               PIC 9(03) COMP VALUE 200.
009700 01  WS-GL-TABLE.
009800     05  WS-GLT-ENTRY OCCURS 200 TIMES
009900                      INDEXED BY WS-GLT-IDX.
010000         10  GLT-GL-NUMBER    PIC 9(04).
010100         10  GLT-GL-NAME      PIC X(30).
010200         10  GLT-GL-CLASS     PIC X(01).
010300         10  GLT-BALANCE      PIC S9(14).
010400
010500*    ONE ENTRY PER BRANCH FOR THE BRANCH AGREEMENT.
010600 01  WS-BRT-COUNT             PIC 9(03) COMP VALUE 0.
010700 01  WS-BRT-MAX               PIC 9(03) COMP VALUE 200.
010800 01  WS-BRT-FOUND-IDX         PIC 9(03) COMP VALUE 0.
010900 01  WS-BRANCH-TABLE.
011000     05  WS-BRT-ENTRY OCCURS 200 TIMES
011100                      INDEXED BY WS-BRT-IDX.
011200         10  BRT-BRANCH-CODE  PIC 9(03).
011300         10  BRT-BAL-DEBITS   PIC S9(14).
011400         10  BRT-BAL-CREDITS  PIC S9(14).
011500
011600*    THE CLASS BEING LISTED ON THE STATEMENTS, AND THE SIGN THAT
011700*    TURNS ITS BALANCES THE RIGHT WAY UP - CREDIT-BALANCE CLASSES
011800*    ARE SHOWN POSITIVE.
011900 01  WS-CLASS-WANTED          PIC X(01).
012000 01  WS-CLASS-SIGN            PIC S9(01).
012100 01  WS-CLASS-AMOUNT          PIC S9(14).
012200 01  WS-ASSET-TOTAL           PIC S9(14) VALUE 0.
012300 01  WS-LIABILITY-TOTAL       PIC S9(14) VALUE 0.
012400 01  WS-INCOME-TOTAL          PIC S9(14) VALUE 0.
012500 01  WS-EXPENSE-TOTAL         PIC S9(14) VALUE 0.
012600 01  WS-UNCLASSED-TOTAL       PIC S9(14) VALUE 0.
012700 01  WS-SURPLUS               PIC S9(14) VALUE 0.
012800
012900 01  WS-TB-HEADING-1.
013000     05  FILLER               PIC X(41)
013100         VALUE "GL   BRN GL NAME                  CL     ".
013200     05  FILLER               PIC X(22)
013300         VALUE "TODAY DR      TODAY CR".
013400     05  FILLER               PIC X(30)
013500         VALUE "     BALANCE DR     BALANCE CR".
013600
013700 01  WS-TB-DETAIL-LINE.
013800     05  TBD-GL-NUMBER        PIC 9(04).
013900     05  FILLER               PIC X(01) VALUE SPACE.
014000     05  TBD-BRANCH-CODE      PIC 9(03).
014100     05  FILLER               PIC X(01) VALUE SPACE.
014200     05  TBD-GL-NAME          PIC X(24).
014300     05  FILLER               PIC X(01) VALUE SPACE.
014400     05  TBD-GL-CLASS         PIC X(01).
014500     05  FILLER               PIC X(01) VALUE SPACE.
014600     05  TBD-DAY-DEBITS       PIC Z(12)9.
014700     05  FILLER               PIC X(01) VALUE SPACE.
014800     05  TBD-DAY-CREDITS      PIC Z(12)9.
014900     05  FILLER               PIC X(01) VALUE SPACE.
015000     05  TBD-BAL-DEBIT        PIC Z(13)9.
015100     05  FILLER               PIC X(01) VALUE SPACE.
015200     05  TBD-BAL-CREDIT       PIC Z(13)9.
015300
015400 01  WS-BR-DETAIL-LINE.
015500     05  FILLER               PIC X(07) VALUE "BRANCH ".
015600     05  BRD-BRANCH-CODE      PIC 9(03).
015700     05  FILLER               PIC X(54) VALUE SPACES.
015800     05  BRD-BAL-DEBIT        PIC Z(13)9.
015900     05  FILLER               PIC X(01) VALUE SPACE.
016000     05  BRD-BAL-CREDIT       PIC Z(13)9.
016100     05  FILLER               PIC X(01) VALUE SPACE.
016200     05  BRD-FLAG             PIC X(05).
016300
016400 01  WS-STMT-LINE.
016500     05  FILLER               PIC X(04) VALUE SPACES.
016600     05  STM-GL-NUMBER        PIC 9(04).
016700     05  FILLER               PIC X(02) VALUE SPACES.
016800     05  STM-GL-NAME          PIC X(30).
016900     05  FILLER               PIC X(10) VALUE SPACES.
017000     05  STM-AMOUNT           PIC -(13)9.
017100
017200 01  WS-STMT-TOTAL-LINE.
017300     05  STT-LABEL            PIC X(50).
017400     05  STT-AMOUNT           PIC -(13)9.
017500
017600 01  WS-SWITCHES.
017700     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
017800         88  WS-INIT-FAILED   VALUE "Y".
017900     05  WS-EOF-SW            PIC X(01) VALUE "N".
018000         88  WS-EOF           VALUE "Y".
018100     05  WS-BALANCE-SW        PIC X(01) VALUE "N".
018200         88  WS-BALANCE-OPEN  VALUE "Y".
018300     05  WS-AGREED-SW         PIC X(01) VALUE "Y".
018400         88  WS-AGREED        VALUE "Y".
018500
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE
018900         THRU 1000-INITIALIZE-EXIT
019000
019100     PERFORM 2000-LIST-ONE-BALANCE
019200         THRU 2000-LIST-ONE-BALANCE-EXIT
019300         UNTIL WS-EOF
019400
019500     IF NOT WS-INIT-FAILED
019600         PERFORM 3000-WRITE-TB-TOTALS
019700             THRU 3000-WRITE-TB-TOTALS-EXIT
019800         PERFORM 4000-WRITE-BALANCE-SHEET
019900             THRU 4000-WRITE-BALANCE-SHEET-EXIT
020000         PERFORM 5000-WRITE-INCOME-STMT
020100             THRU 5000-WRITE-INCOME-STMT-EXIT
020200     END-IF
020300
020400     PERFORM 9999-TERMINATE
020500         THRU 9999-TERMINATE-EXIT
020600
020700     IF WS-INIT-FAILED
020800         MOVE 8 TO RETURN-CODE
020900     END-IF
021000     GOBACK.
021100
021200*-----------------------------------------------------------------
021300* ACQUIRE THE BATCH WINDOW AND OPEN THE CHART, THE REPORT AND THE
021400* BALANCE FILE.  A BALANCE FILE THAT HAS NEVER BEEN SET UP GIVES
021500* AN EMPTY TRIAL BALANCE.
021600*-----------------------------------------------------------------
021700 1000-INITIALIZE.
021800     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
021900     IF NOT WS-BATCH-ACQUIRED
022000         DISPLAY "GLTRIAL: BATCH WINDOW CHECK FAILED, RUN "
022100                 "REFUSED"
022200         SET WS-INIT-FAILED TO TRUE
022300         SET WS-EOF TO TRUE
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF
022600
022700     CALL "BUSDATE" USING WS-TODAYS-DATE
022800
022900     OPEN INPUT CHART-FILE
023000     IF NOT WS-COAFILE-OK
023100         DISPLAY "GLTRIAL: UNABLE TO OPEN CHART OF ACCOUNTS, "
023200                 "STATUS = " WS-COAFILE-STATUS
023300         SET WS-INIT-FAILED TO TRUE
023400         SET WS-EOF TO TRUE
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF
023700
023800     OPEN OUTPUT TRIAL-REPORT
023900     IF NOT WS-REPORT-OK
024000         DISPLAY "GLTRIAL: UNABLE TO OPEN TRIAL BALANCE REPORT, "
024100                 "STATUS = " WS-REPORT-STATUS
024200         SET WS-INIT-FAILED TO TRUE
024300         SET WS-EOF TO TRUE
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF
024600     MOVE SPACES TO REPORT-LINE
024700     STRING "TRIAL BALANCE AS AT CLOSE OF " WS-TODAYS-DATE
024800            DELIMITED BY SIZE INTO REPORT-LINE
024900     WRITE REPORT-LINE
025000     MOVE SPACES TO REPORT-LINE
025100     WRITE REPORT-LINE
025200     MOVE WS-TB-HEADING-1 TO REPORT-LINE
025300     WRITE REPORT-LINE
025400
025500     OPEN INPUT GL-BALANCE-FILE
025600     IF WS-GLBAL-NOTFOUND
025700         SET WS-EOF TO TRUE
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF
026000     IF NOT WS-GLBAL-OK
026100         DISPLAY "GLTRIAL: UNABLE TO OPEN GL BALANCE FILE, "
026200                 "STATUS = " WS-GLBAL-STATUS
026300         SET WS-INIT-FAILED TO TRUE
026400         SET WS-EOF TO TRUE
026500         GO TO 1000-INITIALIZE-EXIT
026600     END-IF
026700     SET WS-BALANCE-OPEN TO TRUE.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
027000
027100*-----------------------------------------------------------------
027200* LIST ONE GL ACCOUNT AT ONE BRANCH AND TAKE IT INTO THE TOTALS,
027300* THE GL TABLE AND THE BRANCH TABLE.
027400*-----------------------------------------------------------------
027500 2000-LIST-ONE-BALANCE.
027600     READ GL-BALANCE-FILE NEXT RECORD
027700         AT END
027800             SET WS-EOF TO TRUE
027900             GO TO 2000-LIST-ONE-BALANCE-EXIT
028000     END-READ
028100
028200     ADD 1 TO WS-RECORD-COUNT
028300     IF GLB-LAST-POST-DATE = WS-TODAYS-DATE
028400         MOVE GLB-DAY-DEBITS  TO WS-DAY-DEBITS
028500         MOVE GLB-DAY-CREDITS TO WS-DAY-CREDITS
028600     ELSE
028700         MOVE 0 TO WS-DAY-DEBITS
028800         MOVE 0 TO WS-DAY-CREDITS
028900     END-IF
029000
029100     MOVE GLB-GL-NUMBER TO COA-GL-NUMBER
029200     READ CHART-FILE
029300         KEY IS COA-GL-NUMBER
029400         INVALID KEY
029500             MOVE "** NOT ON THE CHART **" TO COA-GL-NAME
029600             MOVE SPACE TO COA-GL-CLASS
029700     END-READ
029800
029900     MOVE GLB-GL-NUMBER   TO TBD-GL-NUMBER
030000     MOVE GLB-BRANCH-CODE TO TBD-BRANCH-CODE
030100     MOVE COA-GL-NAME     TO TBD-GL-NAME
030200     MOVE COA-GL-CLASS    TO TBD-GL-CLASS
030300     MOVE WS-DAY-DEBITS   TO TBD-DAY-DEBITS
030400     MOVE WS-DAY-CREDITS  TO TBD-DAY-CREDITS
030500     ADD WS-DAY-DEBITS  TO WS-TOTAL-DAY-DEBITS
030600     ADD WS-DAY-CREDITS TO WS-TOTAL-DAY-CREDITS
030700
030800     PERFORM 2200-FIND-OR-ADD-BRANCH
030900         THRU 2200-FIND-OR-ADD-BRANCH-EXIT
031000
031100     IF GLB-BALANCE < 0
031200         MOVE 0 TO TBD-BAL-DEBIT
031300         COMPUTE TBD-BAL-CREDIT = 0 - GLB-BALANCE
031400         SUBTRACT GLB-BALANCE FROM WS-TOTAL-BAL-CREDITS
031500         IF WS-BRT-FOUND-IDX > 0
031600             SUBTRACT GLB-BALANCE
031700                 FROM BRT-BAL-CREDITS(WS-BRT-FOUND-IDX)
031800         END-IF
031900     ELSE
032000         MOVE GLB-BALANCE TO TBD-BAL-DEBIT
032100         MOVE 0 TO TBD-BAL-CREDIT
032200         ADD GLB-BALANCE TO WS-TOTAL-BAL-DEBITS
032300         IF WS-BRT-FOUND-IDX > 0
032400             ADD GLB-BALANCE TO BRT-BAL-DEBITS(WS-BRT-FOUND-IDX)
032500         END-IF
032600     END-IF
032700
032800     MOVE WS-TB-DETAIL-LINE TO REPORT-LINE
032900     WRITE REPORT-LINE
033000
033100     PERFORM 2100-ADD-TO-GL-TABLE
033200         THRU 2100-ADD-TO-GL-TABLE-EXIT.
033300 2000-LIST-ONE-BALANCE-EXIT.
033400     EXIT.
033500
033600*-----------------------------------------------------------------
033700* ADD THE BALANCE INTO ITS GL ACCOUNT'S BANK-WIDE ENTRY, STARTING
033800* A NEW ENTRY WHEN THE GL NUMBER CHANGES.
033900*-----------------------------------------------------------------
034000 2100-ADD-TO-GL-TABLE.
034100     IF WS-GLT-COUNT > 0
034200         IF GLT-GL-NUMBER(WS-GLT-COUNT) = GLB-GL-NUMBER
034300             ADD GLB-BALANCE TO GLT-BALANCE(WS-GLT-COUNT)
034400             GO TO 2100-ADD-TO-GL-TABLE-EXIT
034500         END-IF
034600     END-IF
034700
034800     IF WS-GLT-COUNT NOT LESS THAN WS-GLT-MAX
034900         DISPLAY "GLTRIAL: GL TABLE FULL, GL " GLB-GL-NUMBER
035000                 " LEFT OFF THE STATEMENTS"
035100         MOVE "N" TO WS-AGREED-SW
035200         GO TO 2100-ADD-TO-GL-TABLE-EXIT
035300     END-IF
035400     ADD 1 TO WS-GLT-COUNT
035500     MOVE GLB-GL-NUMBER TO GLT-GL-NUMBER(WS-GLT-COUNT)
035600     MOVE COA-GL-NAME   TO GLT-GL-NAME(WS-GLT-COUNT)
035700     MOVE COA-GL-CLASS  TO GLT-GL-CLASS(WS-GLT-COUNT)
035800     MOVE GLB-BALANCE   TO GLT-BALANCE(WS-GLT-COUNT).
035900 2100-ADD-TO-GL-TABLE-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------------
036300* FIND THE BRANCH TABLE ENTRY FOR THE RECORD'S BRANCH, ADDING A
036400* NEW ONE THE FIRST TIME THE BRANCH IS SEEN.
036500*-----------------------------------------------------------------
036600 2200-FIND-OR-ADD-BRANCH.
036700     MOVE 0 TO WS-BRT-FOUND-IDX
036800
036900     PERFORM 2210-SEARCH-ONE-BRANCH
037000         THRU 2210-SEARCH-ONE-BRANCH-EXIT
037100         VARYING WS-BRT-IDX FROM 1 BY 1
037200         UNTIL WS-BRT-IDX > WS-BRT-COUNT
037300            OR WS-BRT-FOUND-IDX NOT = 0
037400
037500     IF WS-BRT-FOUND-IDX = 0
037600         IF WS-BRT-COUNT NOT LESS THAN WS-BRT-MAX
037700             DISPLAY "GLTRIAL: BRANCH TABLE FULL, BRANCH "
037800                     GLB-BRANCH-CODE " LEFT OUT OF THE AGREEMENT"
037900             MOVE "N" TO WS-AGREED-SW
038000             GO TO 2200-FIND-OR-ADD-BRANCH-EXIT
038100         END-IF
038200         ADD 1 TO WS-BRT-COUNT
038300         MOVE GLB-BRANCH-CODE TO BRT-BRANCH-CODE(WS-BRT-COUNT)
038400         MOVE 0 TO BRT-BAL-DEBITS(WS-BRT-COUNT)
038500         MOVE 0 TO BRT-BAL-CREDITS(WS-BRT-COUNT)
038600         MOVE WS-BRT-COUNT TO WS-BRT-FOUND-IDX
038700     END-IF.
038800 2200-FIND-OR-ADD-BRANCH-EXIT.
038900     EXIT.
039000
039100*-----------------------------------------------------------------
039200* COMPARE ONE BRANCH TABLE ENTRY TO THE BRANCH BEING LOOKED UP.
039300*-----------------------------------------------------------------
039400 2210-SEARCH-ONE-BRANCH.
039500     IF BRT-BRANCH-CODE(WS-BRT-IDX) = GLB-BRANCH-CODE
039600         MOVE WS-BRT-IDX TO WS-BRT-FOUND-IDX
039700     END-IF.
039800 2210-SEARCH-ONE-BRANCH-EXIT.
039900     EXIT.
040000
040100*-----------------------------------------------------------------
040200* WRITE THE TRIAL BALANCE TOTALS, PROVE THE DEBIT AND CREDIT
040300* COLUMNS AGREE, AND AGREE EACH BRANCH'S OWN BOOKS.
040400*-----------------------------------------------------------------
040500 3000-WRITE-TB-TOTALS.
040600     MOVE SPACES TO TBD-GL-NAME
040700     MOVE SPACES TO REPORT-LINE
040800     WRITE REPORT-LINE
040900     MOVE WS-TOTAL-DAY-DEBITS  TO TBD-DAY-DEBITS
041000     MOVE WS-TOTAL-DAY-CREDITS TO TBD-DAY-CREDITS
041100     MOVE WS-TOTAL-BAL-DEBITS  TO TBD-BAL-DEBIT
041200     MOVE WS-TOTAL-BAL-CREDITS TO TBD-BAL-CREDIT
041300     MOVE WS-TB-DETAIL-LINE TO REPORT-LINE
041400     MOVE "TOTALS" TO REPORT-LINE(1:36)
041500     WRITE REPORT-LINE
041600
041700     MOVE SPACES TO REPORT-LINE
041800     IF WS-TOTAL-BAL-DEBITS = WS-TOTAL-BAL-CREDITS
041900         AND WS-TOTAL-DAY-DEBITS = WS-TOTAL-DAY-CREDITS
042000         MOVE "TRIAL BALANCE AGREES" TO REPORT-LINE
042100     ELSE
042200         MOVE "N" TO WS-AGREED-SW
042300         MOVE "*** TRIAL BALANCE DOES NOT AGREE" TO REPORT-LINE
042400     END-IF
042500     WRITE REPORT-LINE
042600
042700     MOVE SPACES TO REPORT-LINE
042800     WRITE REPORT-LINE
042900     MOVE "BRANCH AGREEMENT" TO REPORT-LINE
043000     WRITE REPORT-LINE
043100     PERFORM 3100-WRITE-ONE-BRANCH
043200         THRU 3100-WRITE-ONE-BRANCH-EXIT
043300         VARYING WS-BRT-IDX FROM 1 BY 1
043400         UNTIL WS-BRT-IDX > WS-BRT-COUNT
043500
043600     IF NOT WS-AGREED
043700         DISPLAY "GLTRIAL: TRIAL BALANCE DOES NOT AGREE - SEE "
043800                 "THE TRIAL BALANCE REPORT"
043900     END-IF
044000     DISPLAY "GLTRIAL: " WS-RECORD-COUNT " GL BALANCES LISTED, "
044100             "DEBITS " WS-TOTAL-BAL-DEBITS " CREDITS "
044200             WS-TOTAL-BAL-CREDITS.
044300 3000-WRITE-TB-TOTALS-EXIT.
044400     EXIT.
044500
044600*-----------------------------------------------------------------
044700* WRITE ONE BRANCH'S DEBIT AND CREDIT BALANCE TOTALS, FLAGGING A
044800* BRANCH WHOSE BOOKS DO NOT BALANCE ON THEIR OWN.
044900*-----------------------------------------------------------------
045000 3100-WRITE-ONE-BRANCH.
045100     MOVE BRT-BRANCH-CODE(WS-BRT-IDX) TO BRD-BRANCH-CODE
045200     MOVE BRT-BAL-DEBITS(WS-BRT-IDX)  TO BRD-BAL-DEBIT
045300     MOVE BRT-BAL-CREDITS(WS-BRT-IDX) TO BRD-BAL-CREDIT
045400     MOVE SPACES TO BRD-FLAG
045500     IF BRT-BAL-DEBITS(WS-BRT-IDX)
045600         NOT = BRT-BAL-CREDITS(WS-BRT-IDX)
045700         MOVE "*****" TO BRD-FLAG
045800         MOVE "N" TO WS-AGREED-SW
045900     END-IF
046000     MOVE WS-BR-DETAIL-LINE TO REPORT-LINE
046100     WRITE REPORT-LINE.
046200 3100-WRITE-ONE-BRANCH-EXIT.
046300     EXIT.
046400
046500*-----------------------------------------------------------------
046600* SUMMARY BALANCE SHEET - ASSETS AGAINST LIABILITIES AND THE
046700* SURPLUS OF INCOME OVER EXPENSE NOT YET CLOSED OUT.
046800*-----------------------------------------------------------------
046900 4000-WRITE-BALANCE-SHEET.
047000     PERFORM 6000-TOTAL-ONE-GL
047100         THRU 6000-TOTAL-ONE-GL-EXIT
047200         VARYING WS-GLT-IDX FROM 1 BY 1
047300         UNTIL WS-GLT-IDX > WS-GLT-COUNT
047400     COMPUTE WS-SURPLUS = WS-INCOME-TOTAL - WS-EXPENSE-TOTAL
047500
047600     MOVE SPACES TO REPORT-LINE
047700     WRITE REPORT-LINE
047800     MOVE SPACES TO REPORT-LINE
047900     STRING "SUMMARY BALANCE SHEET AS AT " WS-TODAYS-DATE
048000            DELIMITED BY SIZE INTO REPORT-LINE
048100     WRITE REPORT-LINE
048200
048300     MOVE "ASSETS" TO REPORT-LINE
048400     WRITE REPORT-LINE
048500     MOVE "A" TO WS-CLASS-WANTED
048600     MOVE 1 TO WS-CLASS-SIGN
048700     PERFORM 6100-LIST-CLASS
048800         THRU 6100-LIST-CLASS-EXIT
048900     MOVE "TOTAL ASSETS" TO STT-LABEL
049000     MOVE WS-ASSET-TOTAL TO STT-AMOUNT
049100     MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE
049200     WRITE REPORT-LINE
049300
049400     MOVE "LIABILITIES" TO REPORT-LINE
049500     WRITE REPORT-LINE
049600     MOVE "L" TO WS-CLASS-WANTED
049700     MOVE -1 TO WS-CLASS-SIGN
049800     PERFORM 6100-LIST-CLASS
049900         THRU 6100-LIST-CLASS-EXIT
050000     MOVE "TOTAL LIABILITIES" TO STT-LABEL
050100     MOVE WS-LIABILITY-TOTAL TO STT-AMOUNT
050200     MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE
050300     WRITE REPORT-LINE
050400
050500     MOVE "SURPLUS OF INCOME OVER EXPENSE" TO STT-LABEL
050600     MOVE WS-SURPLUS TO STT-AMOUNT
050700     MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE
050800     WRITE REPORT-LINE
050900
051000     IF WS-UNCLASSED-TOTAL NOT = 0
051100         MOVE "GL ACCOUNTS NOT ON THE CHART (NET CREDIT)"
051200             TO STT-LABEL
051300         COMPUTE STT-AMOUNT = 0 - WS-UNCLASSED-TOTAL
051400         MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE
051500         WRITE REPORT-LINE
051600     END-IF
051700
051800     COMPUTE WS-DIFFERENCE = WS-LIABILITY-TOTAL + WS-SURPLUS
051900                           - WS-UNCLASSED-TOTAL
052000     MOVE "TOTAL LIABILITIES AND SURPLUS" TO STT-LABEL
052100     MOVE WS-DIFFERENCE TO STT-AMOUNT
052200     MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE
052300     WRITE REPORT-LINE
052400
052500     MOVE SPACES TO REPORT-LINE
052600     IF WS-DIFFERENCE = WS-ASSET-TOTAL
052700         MOVE "BALANCE SHEET BALANCES" TO REPORT-LINE
052800     ELSE
052900         MOVE "*** BALANCE SHEET DOES NOT BALANCE" TO REPORT-LINE
053000     END-IF
053100     WRITE REPORT-LINE.
053200 4000-WRITE-BALANCE-SHEET-EXIT.
053300     EXIT.
053400
053500*-----------------------------------------------------------------
053600* SUMMARY INCOME STATEMENT - INCOME LESS EXPENSE TO DATE.
053700*-----------------------------------------------------------------
053800 5000-WRITE-INCOME-STMT.
053900     MOVE SPACES TO REPORT-LINE
054000     WRITE REPORT-LINE
054100     MOVE SPACES TO REPORT-LINE
054200     STRING "SUMMARY INCOME STATEMENT TO " WS-TODAYS-DATE
054300            DELIMITED BY SIZE INTO REPORT-LINE
054400     WRITE REPORT-LINE
054500
054600     MOVE "INCOME" TO REPORT-LINE
054700     WRITE REPORT-LINE
054800     MOVE "I" TO WS-CLASS-WANTED
054900     MOVE -1 TO WS-CLASS-SIGN
055000     PERFORM 6100-LIST-CLASS
055100         THRU 6100-LIST-CLASS-EXIT
055200     MOVE "TOTAL INCOME" TO STT-LABEL
055300     MOVE WS-INCOME-TOTAL TO STT-AMOUNT
055400     MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE
055500     WRITE REPORT-LINE
055600
055700     MOVE "EXPENSES" TO REPORT-LINE
055800     WRITE REPORT-LINE
055900     MOVE "E" TO WS-CLASS-WANTED
056000     MOVE 1 TO WS-CLASS-SIGN
056100     PERFORM 6100-LIST-CLASS
056200         THRU 6100-LIST-CLASS-EXIT
056300     MOVE "TOTAL EXPENSES" TO STT-LABEL
056400     MOVE WS-EXPENSE-TOTAL TO STT-AMOUNT
056500     MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE
056600     WRITE REPORT-LINE
056700
056800     MOVE "SURPLUS OF INCOME OVER EXPENSE" TO STT-LABEL
056900     MOVE WS-SURPLUS TO STT-AMOUNT
057000     MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE
057100     WRITE REPORT-LINE.
057200 5000-WRITE-INCOME-STMT-EXIT.
057300     EXIT.
057400
057500*-----------------------------------------------------------------
057600* ADD ONE GL ACCOUNT'S BANK-WIDE BALANCE INTO ITS CLASS TOTAL,
057700* CREDIT-BALANCE CLASSES TURNED POSITIVE.
057800*-----------------------------------------------------------------
057900 6000-TOTAL-ONE-GL.
058000     EVALUATE GLT-GL-CLASS(WS-GLT-IDX)
058100         WHEN "A"
058200             ADD GLT-BALANCE(WS-GLT-IDX) TO WS-ASSET-TOTAL
058300         WHEN "L"
058400             SUBTRACT GLT-BALANCE(WS-GLT-IDX)
058500                 FROM WS-LIABILITY-TOTAL
058600         WHEN "I"
058700             SUBTRACT GLT-BALANCE(WS-GLT-IDX) FROM WS-INCOME-TOTAL
058800         WHEN "E"
058900             ADD GLT-BALANCE(WS-GLT-IDX) TO WS-EXPENSE-TOTAL
059000         WHEN OTHER
059100             ADD GLT-BALANCE(WS-GLT-IDX) TO WS-UNCLASSED-TOTAL
059200     END-EVALUATE.
059300 6000-TOTAL-ONE-GL-EXIT.
059400     EXIT.
059500
059600*-----------------------------------------------------------------
059700* LIST EVERY GL ACCOUNT OF THE CLASS IN WS-CLASS-WANTED.
059800*-----------------------------------------------------------------
059900 6100-LIST-CLASS.
060000     PERFORM 6200-LIST-ONE-GL
060100         THRU 6200-LIST-ONE-GL-EXIT
060200         VARYING WS-GLT-IDX FROM 1 BY 1
060300         UNTIL WS-GLT-IDX > WS-GLT-COUNT.
060400 6100-LIST-CLASS-EXIT.
060500     EXIT.
060600
060700*-----------------------------------------------------------------
060800* LIST ONE GL ACCOUNT IF IT IS OF THE CLASS WANTED.
060900*-----------------------------------------------------------------
061000 6200-LIST-ONE-GL.
061100     IF GLT-GL-CLASS(WS-GLT-IDX) NOT = WS-CLASS-WANTED
061200         GO TO 6200-LIST-ONE-GL-EXIT
061300     END-IF
061400
061500     COMPUTE WS-CLASS-AMOUNT =
061600             GLT-BALANCE(WS-GLT-IDX) * WS-CLASS-SIGN
061700     MOVE GLT-GL-NUMBER(WS-GLT-IDX) TO STM-GL-NUMBER
061800     MOVE GLT-GL-NAME(WS-GLT-IDX)   TO STM-GL-NAME
061900     MOVE WS-CLASS-AMOUNT           TO STM-AMOUNT
062000     MOVE WS-STMT-LINE TO REPORT-LINE
062100     WRITE REPORT-LINE.
062200 6200-LIST-ONE-GL-EXIT.
062300     EXIT.
062400
062500*-----------------------------------------------------------------
062600* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
062700*-----------------------------------------------------------------
062800 9999-TERMINATE.
062900     IF WS-BALANCE-OPEN
063000         CLOSE GL-BALANCE-FILE
063100     END-IF
063200     IF WS-BATCH-ACQUIRED
063300         CLOSE CHART-FILE
063400         CLOSE TRIAL-REPORT
063500         CALL "BATCHREL" USING WS-JOB-NAME
063600     END-IF.
063700 9999-TERMINATE-EXIT.
063800     EXIT.
