000100*****************************************************************
000200* PROGRAM      : OPRIDLE                                        *
000300* DESCRIPTION  : NIGHTLY IDLE-OPERATOR SWEEP.  SCANS THE        *
000400*                OPERATOR MASTER AND SUSPENDS EVERY ACTIVE      *
000500*                OPERATOR WHO HAS NOT SIGNED IN FOR THE IDLE    *
000600*                LIMIT, SO A LEAVER'S SIGN-ON DOES NOT SIT      *
000700*                USABLE UNTIL SOMEONE NOTICES.  IDLE TIME RUNS  *
000800*                FROM THE LATER OF THE LAST SIGN-IN AND THE PIN *
000900*                LAST BEING SET, ON THE 360-DAY CONVENTION, THE *
001000*                SAME RULE OPRLOGIN APPLIES AT SIGN-IN.  EVERY  *
001100*                SUSPENSION IS JOURNALLED, LOGGED TO THE        *
001200*                OPERATOR SECURITY LOG AND LISTED.              *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. OPRIDLE.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - AUTOMATIC SUSPENSION OF IDLE   *
002600*                  OPERATORS.                                   *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPERATOR-MASTER ASSIGN TO "OPRFILE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OPR-ID
003600         FILE STATUS IS WS-OPRFILE-STATUS.
003700
003800     SELECT IDLE-REPORT ASSIGN TO "OPRIDRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  OPERATOR-MASTER
004500     LABEL RECORDS ARE STANDARD.
004600     COPY OPRREC.
004700
004800 FD  IDLE-REPORT
004900     LABEL RECORDS ARE STANDARD.
005000 01  REPORT-LINE                PIC X(80).
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-OPRFILE-STATUS        PIC X(02).
005400     88  WS-OPRFILE-OK        VALUE "00".
005500 01  WS-REPORT-STATUS         PIC X(02).
005600     88  WS-REPORT-OK         VALUE "00".
005700
005800 01  WS-JOB-NAME              PIC X(08) VALUE "OPRIDLE".
005900 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
006000     88  WS-BATCH-ACQUIRED    VALUE "Y".
006100
006200*    DAYS WITHOUT A SIGN-IN BEFORE SUSPENSION - AS OPRLOGIN.
006300 01  WS-IDLE-LIMIT-DAYS       PIC 9(03) VALUE 90.
006400 01  WS-SYSTEM-OPERATOR-ID    PIC 9(04) VALUE 0.
006500
006600 01  WS-TODAYS-DATE           PIC 9(08).
006700 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
006800     05  WS-TODAY-CCYY        PIC 9(04).
006900     05  WS-TODAY-MM          PIC 9(02).
007000     05  WS-TODAY-DD          PIC 9(02).
007100 01  WS-CHECK-DATE            PIC 9(08).
007200 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
007300     05  WS-CHECK-CCYY        PIC 9(04).
007400     05  WS-CHECK-MM          PIC 9(02).
007500     05  WS-CHECK-DD          PIC 9(02).
007600 01  WS-TODAY-DAY-COUNT       PIC 9(07).
007700 01  WS-CHECK-DAY-COUNT       PIC 9(07).
007800 01  WS-DAYS-ELAPSED          PIC 9(07).
007900
008000 01  WS-JRNL-FILE             PIC X(08).
008100 01  WS-JRNL-KEY              PIC X(12).
008200 01  WS-BEFORE-IMAGE          PIC X(100).
008300 01  WS-AFTER-IMAGE           PIC X(100).
008400 01  WS-LOG-EVENT             PIC X(01) VALUE "S".
008500 01  WS-LOG-FUNCTION          PIC X(10) VALUE "OPRIDLE".
008600 01  WS-LOG-REASON            PIC X(30)
008700         VALUE "NO SIGN-IN WITHIN IDLE LIMIT".
008800 01  WS-LOG-OPERATOR-ID       PIC 9(04).
008900
009000 01  WS-OPERATOR-COUNT        PIC 9(05) COMP VALUE 0.
009100 01  WS-SUSPENDED-COUNT       PIC 9(05) COMP VALUE 0.
009200
009300 01  WS-HEADING-LINE.
009400     05  FILLER               PIC X(05) VALUE "OPR".
009500     05  FILLER               PIC X(21) VALUE "NAME".
009600     05  FILLER               PIC X(09) VALUE "SIGNED-IN".
009700     05  FILLER               PIC X(09) VALUE "PIN SET".
009800     05  FILLER               PIC X(10) VALUE "IDLE DAYS".
009900
010000 01  WS-DETAIL-LINE.
010100     05  DTL-OPR-ID           PIC 9(04).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  DTL-OPR-NAME         PIC X(20).
010400     05  FILLER               PIC X(01) VALUE SPACE.
010500     05  DTL-LAST-SIGNIN      PIC 9(08).
010600     05  FILLER               PIC X(01) VALUE SPACE.
010700     05  DTL-PIN-CHANGED      PIC 9(08).
010800     05  FILLER               PIC X(01) VALUE SPACE.
010900     05  DTL-IDLE-DAYS        PIC Z(6)9.
011000
011100 01  WS-SWITCHES.
011200     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
011300         88  WS-INIT-FAILED   VALUE "Y".
011400     05  WS-EOF-SW            PIC X(01) VALUE "N".
011500         88  WS-EOF           VALUE "Y".
011600     05  WS-OPRFILE-SW        PIC X(01) VALUE "N".
011700         88  WS-OPRFILE-OPEN  VALUE "Y".
011800     05  WS-REPORT-SW         PIC X(01) VALUE "N".
011900         88  WS-REPORT-OPEN   VALUE "Y".
012000
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE
012400         THRU 1000-INITIALIZE-EXIT
012500
012600     IF NOT WS-INIT-FAILED
012700         PERFORM 2000-CHECK-ONE-OPERATOR
012800             THRU 2000-CHECK-ONE-OPERATOR-EXIT
012900             UNTIL WS-EOF
013000     END-IF
013100
013200     PERFORM 9999-TERMINATE
013300         THRU 9999-TERMINATE-EXIT
013400
013500     IF WS-INIT-FAILED
013600         MOVE 8 TO RETURN-CODE
013700     END-IF
013800     GOBACK.
013900
014000*-----------------------------------------------------------------
014100* ACQUIRE THE BATCH WINDOW, OPEN THE FILES AND POSITION AT THE
014200* FIRST OPERATOR.
014300*-----------------------------------------------------------------
014400 1000-INITIALIZE.
014500     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
014600     IF NOT WS-BATCH-ACQUIRED
014700         DISPLAY "OPRIDLE: BATCH WINDOW CHECK FAILED, RUN "
014800                 "REFUSED"
014900         SET WS-INIT-FAILED TO TRUE
015000         GO TO 1000-INITIALIZE-EXIT
015100     END-IF
015200
015300     CALL "BUSDATE" USING WS-TODAYS-DATE
015400     COMPUTE WS-TODAY-DAY-COUNT =
015500             (WS-TODAY-CCYY * 360) + (WS-TODAY-MM * 30)
015600             + WS-TODAY-DD
015700
015800     OPEN OUTPUT IDLE-REPORT
015900     IF NOT WS-REPORT-OK
016000         DISPLAY "OPRIDLE: UNABLE TO OPEN REPORT, STATUS = "
016100                 WS-REPORT-STATUS
016200         SET WS-INIT-FAILED TO TRUE
016300         GO TO 1000-INITIALIZE-EXIT
016400     END-IF
016500     SET WS-REPORT-OPEN TO TRUE
016600     MOVE SPACES TO REPORT-LINE
016700     STRING "OPERATORS SUSPENDED FOR NO SIGN-IN IN "
016800            WS-IDLE-LIMIT-DAYS " DAYS - " WS-TODAYS-DATE
016900            DELIMITED BY SIZE INTO REPORT-LINE
017000     WRITE REPORT-LINE
017100     MOVE WS-HEADING-LINE TO REPORT-LINE
017200     WRITE REPORT-LINE
017300
017400     OPEN I-O OPERATOR-MASTER
017500     IF NOT WS-OPRFILE-OK
017600         DISPLAY "OPRIDLE: UNABLE TO OPEN OPERATOR MASTER, "
017700                 "STATUS = " WS-OPRFILE-STATUS
017800         SET WS-INIT-FAILED TO TRUE
017900         GO TO 1000-INITIALIZE-EXIT
018000     END-IF
018100     SET WS-OPRFILE-OPEN TO TRUE
018200
018300     MOVE 0 TO OPR-ID
018400     START OPERATOR-MASTER
018500         KEY IS NOT LESS THAN OPR-ID
018600         INVALID KEY
018700             SET WS-EOF TO TRUE
018800     END-START.
018900 1000-INITIALIZE-EXIT.
019000     EXIT.
019100
019200*-----------------------------------------------------------------
019300* READ THE NEXT OPERATOR AND SUSPEND THEM IF THEY ARE ACTIVE AND
019400* HAVE BEEN IDLE BEYOND THE LIMIT.  NO DATE AT ALL LEAVES THE
019500* OPERATOR ALONE - THERE IS NOTHING TO MEASURE FROM.
019600*-----------------------------------------------------------------
019700 2000-CHECK-ONE-OPERATOR.
019800     READ OPERATOR-MASTER NEXT RECORD
019900         AT END
020000             SET WS-EOF TO TRUE
020100             GO TO 2000-CHECK-ONE-OPERATOR-EXIT
020200     END-READ
020300     ADD 1 TO WS-OPERATOR-COUNT
020400
020500     IF NOT OPR-STATUS-ACTIVE
020600         GO TO 2000-CHECK-ONE-OPERATOR-EXIT
020700     END-IF
020800
020900     MOVE 0 TO WS-CHECK-DATE
021000     IF OPR-LAST-SIGNIN-DATE NUMERIC
021100         MOVE OPR-LAST-SIGNIN-DATE TO WS-CHECK-DATE
021200     END-IF
021300     IF OPR-PIN-CHANGED-DATE NUMERIC
021400         AND OPR-PIN-CHANGED-DATE > WS-CHECK-DATE
021500         MOVE OPR-PIN-CHANGED-DATE TO WS-CHECK-DATE
021600     END-IF
021700     IF WS-CHECK-DATE = ZERO
021800         GO TO 2000-CHECK-ONE-OPERATOR-EXIT
021900     END-IF
022000
022100     COMPUTE WS-CHECK-DAY-COUNT =
022200             (WS-CHECK-CCYY * 360) + (WS-CHECK-MM * 30)
022300             + WS-CHECK-DD
022400     MOVE 0 TO WS-DAYS-ELAPSED
022500     IF WS-TODAY-DAY-COUNT > WS-CHECK-DAY-COUNT
022600         COMPUTE WS-DAYS-ELAPSED =
022700                 WS-TODAY-DAY-COUNT - WS-CHECK-DAY-COUNT
022800     END-IF
022900     IF WS-DAYS-ELAPSED NOT > WS-IDLE-LIMIT-DAYS
023000         GO TO 2000-CHECK-ONE-OPERATOR-EXIT
023100     END-IF
023200
023300     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
023400     SET OPR-STATUS-SUSPENDED TO TRUE
023500     REWRITE OPERATOR-RECORD
023600         INVALID KEY
023700             DISPLAY "OPRIDLE: UNABLE TO REWRITE OPERATOR "
023800                     OPR-ID
023900             GO TO 2000-CHECK-ONE-OPERATOR-EXIT
024000     END-REWRITE
024100
024200     MOVE "OPRFILE " TO WS-JRNL-FILE
024300     MOVE SPACES TO WS-JRNL-KEY
024400     MOVE OPR-ID TO WS-JRNL-KEY
024500     MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE
024600     CALL "MNTJRNL" USING WS-SYSTEM-OPERATOR-ID WS-JRNL-FILE
024700                          WS-JRNL-KEY WS-BEFORE-IMAGE
024800                          WS-AFTER-IMAGE
024900
025000     MOVE OPR-ID TO WS-LOG-OPERATOR-ID
025100     CALL "OPRLGWRT" USING WS-LOG-OPERATOR-ID WS-LOG-EVENT
025200                           WS-LOG-FUNCTION WS-LOG-REASON
025300
025400     MOVE OPR-ID               TO DTL-OPR-ID
025500     MOVE OPR-NAME             TO DTL-OPR-NAME
025600     MOVE OPR-LAST-SIGNIN-DATE TO DTL-LAST-SIGNIN
025700     MOVE OPR-PIN-CHANGED-DATE TO DTL-PIN-CHANGED
025800     MOVE WS-DAYS-ELAPSED      TO DTL-IDLE-DAYS
025900     MOVE WS-DETAIL-LINE TO REPORT-LINE
026000     WRITE REPORT-LINE
026100     ADD 1 TO WS-SUSPENDED-COUNT.
026200 2000-CHECK-ONE-OPERATOR-EXIT.
026300     EXIT.
026400
026500*-----------------------------------------------------------------
026600* PRINT THE RUN TOTALS, RELEASE THE BATCH WINDOW AND CLOSE DOWN.
026700*-----------------------------------------------------------------
026800 9999-TERMINATE.
026900     IF WS-BATCH-ACQUIRED
027000         CALL "BATCHREL" USING WS-JOB-NAME
027100     END-IF
027200     DISPLAY "OPRIDLE: OPERATORS SCANNED   = " WS-OPERATOR-COUNT
027300     DISPLAY "OPRIDLE: OPERATORS SUSPENDED = " WS-SUSPENDED-COUNT
027400
027500     IF WS-OPRFILE-OPEN
027600         CLOSE OPERATOR-MASTER
027700     END-IF
027800     IF WS-REPORT-OPEN
027900         CLOSE IDLE-REPORT
028000     END-IF.
028100 9999-TERMINATE-EXIT.
028200     EXIT.
