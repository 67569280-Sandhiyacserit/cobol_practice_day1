000100*****************************************************************
000200* PROGRAM      : GLPOST                                         *
000300* DESCRIPTION  : NIGHTLY GL BALANCE UPDATE.  READS THE JOURNAL  *
000400*                GLJRNL HAS JUST RELEASED AND ADDS EACH LINE'S  *
000500*                DEBITS AND CREDITS INTO THE RUNNING BALANCE OF *
000600*                ITS GL ACCOUNT AND BRANCH ON THE GL BALANCE    *
000700*                FILE, ROLLING THE BALANCE FORWARD THE FIRST    *
000800*                TIME A RECORD IS TOUCHED ON A NEW DAY.  THE    *
000900*                JOURNAL IS PROVED FIRST - EVERY LINE DATED     *
001000*                TODAY AND DEBITS EQUAL TO CREDITS - AND A      *
001100*                FAILED PROOF POSTS NOTHING AND HANDS BACK      *
001200*                RETURN CODE 8.  A RECORD ALREADY POSTED TODAY  *
001300*                IS LEFT ALONE, SO A RERUN AFTER AN ABEND NEVER *
001400*                POSTS A LINE TWICE.  RUN AS AN EODDRIVE STEP   *
001500*                AFTER GLJRNL.                                  *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. GLPOST.
001900 AUTHOR. S NATARAJAN.
002000 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300
002400*****************************************************************
002500* MODIFICATION HISTORY                                          *
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION                                  *
002800* 2026-10-15 SN    NEW PROGRAM - RUNNING GL BALANCES BY GL      *
002900*                  ACCOUNT AND BRANCH, IN PLACE OF THE          *
003000*                  ACCOUNTANTS REBUILDING THE TRIAL BALANCE     *
003100*                  FROM EACH DAY'S JOURNAL BY HAND.             *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-GLJRNL-STATUS.
004000
004100     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS GLB-KEY
004500         FILE STATUS IS WS-GLBAL-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  GL-JOURNAL
005000     LABEL RECORDS ARE STANDARD.
005100 01  GL-JOURNAL-RECORD.
005200     05  GLJ-DATE             PIC 9(08).
005300     05  FILLER               PIC X(01).
005400     05  GLJ-GL-NUMBER        PIC 9(04).
005500     05  FILLER               PIC X(01).
005600     05  GLJ-BRANCH-CODE      PIC 9(03).
005700     05  FILLER               PIC X(01).
005800     05  GLJ-GL-NAME          PIC X(30).
005900     05  FILLER               PIC X(01).
006000     05  GLJ-DEBIT-TOTAL      PIC S9(12).
006100     05  FILLER               PIC X(01).
006200     05  GLJ-CREDIT-TOTAL     PIC S9(12).
006300
006400 FD  GL-BALANCE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY GLBALREC.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-GLJRNL-STATUS         PIC X(02).
007000     88  WS-GLJRNL-OK         VALUE "00".
007100
007200 01  WS-GLBAL-STATUS          PIC X(02).
007300     88  WS-GLBAL-OK          VALUE "00".
007400     88  WS-GLBAL-NOTFOUND    VALUE "35".
007500
007600 01  WS-JOB-NAME              PIC X(08) VALUE "GLPOST".
007700 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
007800     88  WS-BATCH-ACQUIRED    VALUE "Y".
007900
008000 01  WS-TODAYS-DATE           PIC 9(08).
008100
008200 01  WS-LINE-COUNT            PIC 9(06) COMP VALUE 0.
008300 01  WS-POSTED-COUNT          PIC 9(06) COMP VALUE 0.
008400 01  WS-NEW-COUNT             PIC 9(06) COMP VALUE 0.
008500 01  WS-SKIPPED-COUNT         PIC 9(06) COMP VALUE 0.
008600
008700 01  WS-TOTAL-DEBITS          PIC S9(14) VALUE 0.
008800 01  WS-TOTAL-CREDITS         PIC S9(14) VALUE 0.
008900
009000 01  WS-SWITCHES.
009100     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
009200         88  WS-INIT-FAILED   VALUE "Y".
009300     05  WS-EOF-SW            PIC X(01) VALUE "N".
009400         88  WS-EOF           VALUE "Y".
009500     05  WS-PROOF-SW          PIC X(01) VALUE "Y".
009600         88  WS-PROOF-OK      VALUE "Y".
009700     05  WS-POST-FAILED-SW    PIC X(01) VALUE "N".
009800         88  WS-POST-FAILED   VALUE "Y".
009900     05  WS-BALANCE-SW        PIC X(01) VALUE "N".
010000         88  WS-BALANCE-OPEN  VALUE "Y".
010100
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT
010600
010700     IF WS-BATCH-ACQUIRED
010800         AND NOT WS-INIT-FAILED
010900         PERFORM 2000-PROVE-ONE-LINE
011000             THRU 2000-PROVE-ONE-LINE-EXIT
011100             UNTIL WS-EOF
011200
011300         PERFORM 2500-CHECK-PROOF
011400             THRU 2500-CHECK-PROOF-EXIT
011500
011600         IF WS-PROOF-OK
011700             PERFORM 3000-POST-ONE-LINE
011800                 THRU 3000-POST-ONE-LINE-EXIT
011900                 UNTIL WS-EOF
012000             DISPLAY "GLPOST: " WS-LINE-COUNT " JOURNAL LINES, "
012100                     WS-POSTED-COUNT " POSTED (" WS-NEW-COUNT
012200                     " NEW), " WS-SKIPPED-COUNT
012300                     " ALREADY POSTED TODAY"
012400         END-IF
012500     END-IF
012600
012700     PERFORM 9999-TERMINATE
012800         THRU 9999-TERMINATE-EXIT
012900
013000*    A REFUSED RUN, A FAILED PROOF OR A FAILED UPDATE HANDS BACK
013100*    RETURN CODE 8.
013200     IF WS-INIT-FAILED OR NOT WS-PROOF-OK OR WS-POST-FAILED
013300         MOVE 8 TO RETURN-CODE
013400     END-IF
013500     GOBACK.
013600
013700*-----------------------------------------------------------------
013800* CHECK THE BATCH WINDOW, THEN OPEN THE JOURNAL AND THE BALANCE
013900* FILE.  A BALANCE FILE THAT HAS NEVER BEEN SET UP IS CREATED
014000* EMPTY, EVERY GL ACCOUNT THEN STARTING FROM A ZERO BALANCE.
014100*-----------------------------------------------------------------
014200 1000-INITIALIZE.
014300     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
014400     IF NOT WS-BATCH-ACQUIRED
014500         DISPLAY "GLPOST: BATCH WINDOW CHECK FAILED, RUN "
014600                 "REFUSED"
014700         SET WS-INIT-FAILED TO TRUE
014800         GO TO 1000-INITIALIZE-EXIT
014900     END-IF
015000
015100     CALL "BUSDATE" USING WS-TODAYS-DATE
015200
015300     OPEN I-O GL-BALANCE-FILE
015400     IF WS-GLBAL-NOTFOUND
015500         OPEN OUTPUT GL-BALANCE-FILE
015600         CLOSE GL-BALANCE-FILE
015700         OPEN I-O GL-BALANCE-FILE
015800     END-IF
015900     IF NOT WS-GLBAL-OK
016000         DISPLAY "GLPOST: UNABLE TO OPEN GL BALANCE FILE, "
016100                 "STATUS = " WS-GLBAL-STATUS
016200         SET WS-INIT-FAILED TO TRUE
016300         GO TO 1000-INITIALIZE-EXIT
016400     END-IF
016500     SET WS-BALANCE-OPEN TO TRUE
016600
016700     OPEN INPUT GL-JOURNAL
016800     IF NOT WS-GLJRNL-OK
016900         DISPLAY "GLPOST: UNABLE TO OPEN GL JOURNAL, "
017000                 "STATUS = " WS-GLJRNL-STATUS
017100         SET WS-INIT-FAILED TO TRUE
017200         GO TO 1000-INITIALIZE-EXIT
017300     END-IF.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600
017700*-----------------------------------------------------------------
017800* TAKE ONE JOURNAL LINE INTO THE PROOF.  EVERY LINE MUST BE FOR
017900* TODAY'S BUSINESS DATE.
018000*-----------------------------------------------------------------
018100 2000-PROVE-ONE-LINE.
018200     READ GL-JOURNAL
018300         AT END
018400             SET WS-EOF TO TRUE
018500             GO TO 2000-PROVE-ONE-LINE-EXIT
018600     END-READ
018700
018800     ADD 1 TO WS-LINE-COUNT
018900     ADD GLJ-DEBIT-TOTAL  TO WS-TOTAL-DEBITS
019000     ADD GLJ-CREDIT-TOTAL TO WS-TOTAL-CREDITS
019100
019200     IF GLJ-DATE NOT = WS-TODAYS-DATE
019300         DISPLAY "GLPOST: JOURNAL LINE FOR GL " GLJ-GL-NUMBER
019400                 " BRANCH " GLJ-BRANCH-CODE " IS DATED " GLJ-DATE
019500                 ", BUSINESS DATE IS " WS-TODAYS-DATE
019600         MOVE "N" TO WS-PROOF-SW
019700     END-IF.
019800 2000-PROVE-ONE-LINE-EXIT.
019900     EXIT.
020000
020100*-----------------------------------------------------------------
020200* PROVE THE JOURNAL BALANCES, THEN - AND ONLY THEN - REOPEN IT
020300* FOR POSTING.
020400*-----------------------------------------------------------------
020500 2500-CHECK-PROOF.
020600     CLOSE GL-JOURNAL
020700
020800     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
020900         DISPLAY "GLPOST: JOURNAL DOES NOT BALANCE - DEBITS "
021000                 WS-TOTAL-DEBITS " CREDITS " WS-TOTAL-CREDITS
021100         MOVE "N" TO WS-PROOF-SW
021200     END-IF
021300
021400     IF NOT WS-PROOF-OK
021500         DISPLAY "GLPOST: PROOF FAILED, NOTHING POSTED TO THE GL "
021600                 "BALANCE FILE"
021700         GO TO 2500-CHECK-PROOF-EXIT
021800     END-IF
021900
022000     MOVE "N" TO WS-EOF-SW
022100     OPEN INPUT GL-JOURNAL
022200     IF NOT WS-GLJRNL-OK
022300         DISPLAY "GLPOST: UNABLE TO REOPEN GL JOURNAL, "
022400                 "STATUS = " WS-GLJRNL-STATUS
022500         MOVE "N" TO WS-PROOF-SW
022600     END-IF.
022700 2500-CHECK-PROOF-EXIT.
022800     EXIT.
022900
023000*-----------------------------------------------------------------
023100* ADD ONE JOURNAL LINE INTO ITS GL ACCOUNT'S BALANCE AT ITS
023200* BRANCH.  THE FIRST LINE OF A NEW DAY CARRIES THE CLOSING
023300* BALANCE FORWARD AS THE OPENING BALANCE.
023400*-----------------------------------------------------------------
023500 3000-POST-ONE-LINE.
023600     READ GL-JOURNAL
023700         AT END
023800             SET WS-EOF TO TRUE
023900             GO TO 3000-POST-ONE-LINE-EXIT
024000     END-READ
024100
024200     MOVE GLJ-GL-NUMBER   TO GLB-GL-NUMBER
024300     MOVE GLJ-BRANCH-CODE TO GLB-BRANCH-CODE
024400     READ GL-BALANCE-FILE
024500         KEY IS GLB-KEY
024600         INVALID KEY
024700             PERFORM 3100-ADD-NEW-BALANCE
024800                 THRU 3100-ADD-NEW-BALANCE-EXIT
024900             GO TO 3000-POST-ONE-LINE-EXIT
025000     END-READ
025100
025200     IF GLB-LAST-POST-DATE = WS-TODAYS-DATE
025300         ADD 1 TO WS-SKIPPED-COUNT
025400         GO TO 3000-POST-ONE-LINE-EXIT
025500     END-IF
025600
025700     IF GLB-LAST-POST-DATE > WS-TODAYS-DATE
025800         DISPLAY "GLPOST: GL " GLB-GL-NUMBER " BRANCH "
025900                 GLB-BRANCH-CODE " ALREADY POSTED FOR "
026000                 GLB-LAST-POST-DATE ", LINE NOT POSTED"
026100         SET WS-POST-FAILED TO TRUE
026200         GO TO 3000-POST-ONE-LINE-EXIT
026300     END-IF
026400
026500     MOVE GLB-BALANCE      TO GLB-OPEN-BALANCE
026600     MOVE GLJ-DEBIT-TOTAL  TO GLB-DAY-DEBITS
026700     MOVE GLJ-CREDIT-TOTAL TO GLB-DAY-CREDITS
026800     COMPUTE GLB-BALANCE = GLB-OPEN-BALANCE + GLB-DAY-DEBITS
026900                         - GLB-DAY-CREDITS
027000     MOVE WS-TODAYS-DATE   TO GLB-LAST-POST-DATE
027100
027200     REWRITE GLBAL-RECORD
027300         INVALID KEY
027400             DISPLAY "GLPOST: UNABLE TO REWRITE GL " GLB-GL-NUMBER
027500                     " BRANCH " GLB-BRANCH-CODE
027600             SET WS-POST-FAILED TO TRUE
027700             GO TO 3000-POST-ONE-LINE-EXIT
027800     END-REWRITE
027900     ADD 1 TO WS-POSTED-COUNT.
028000 3000-POST-ONE-LINE-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------------
028400* FIRST POSTING EVER TO A GL ACCOUNT AT A BRANCH - START IT FROM
028500* A ZERO OPENING BALANCE.
028600*-----------------------------------------------------------------
028700 3100-ADD-NEW-BALANCE.
028800     MOVE 0                TO GLB-OPEN-BALANCE
028900     MOVE GLJ-DEBIT-TOTAL  TO GLB-DAY-DEBITS
029000     MOVE GLJ-CREDIT-TOTAL TO GLB-DAY-CREDITS
029100     COMPUTE GLB-BALANCE = GLB-DAY-DEBITS - GLB-DAY-CREDITS
029200     MOVE WS-TODAYS-DATE   TO GLB-LAST-POST-DATE
029300
029400     WRITE GLBAL-RECORD
029500         INVALID KEY
029600             DISPLAY "GLPOST: UNABLE TO ADD GL " GLB-GL-NUMBER
029700                     " BRANCH " GLB-BRANCH-CODE
029800             SET WS-POST-FAILED TO TRUE
029900             GO TO 3100-ADD-NEW-BALANCE-EXIT
030000     END-WRITE
030100     ADD 1 TO WS-POSTED-COUNT
030200     ADD 1 TO WS-NEW-COUNT.
030300 3100-ADD-NEW-BALANCE-EXIT.
030400     EXIT.
030500
030600*-----------------------------------------------------------------
030700* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
030800*-----------------------------------------------------------------
030900 9999-TERMINATE.
031000     IF WS-BALANCE-OPEN
031100         CLOSE GL-BALANCE-FILE
031200     END-IF
031300     IF WS-BATCH-ACQUIRED
031400         CLOSE GL-JOURNAL
031500         CALL "BATCHREL" USING WS-JOB-NAME
031600     END-IF.
031700 9999-TERMINATE-EXIT.
031800     EXIT.
