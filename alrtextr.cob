000100*****************************************************************
000200* PROGRAM      : ALRTEXTR                                       *
000300* DESCRIPTION  : CUSTOMER ALERT EXTRACT.  RUN SEVERAL TIMES A   *
000400*                DAY.  EVERY PENDING ALERT ON THE ALERT FILE IS *
000500*                WRITTEN TO THE OUTBOUND FILE FOR THE MESSAGING *
000600*                GATEWAY AND MARKED SENT WITH THE DATE AND TIME *
000700*                OF THE RUN, SO IT IS NEVER SENT TWICE.  DOES   *
000800*                NOT TAKE THE BATCH WINDOW - THE TELLERS KEEP   *
000900*                POSTING WHILE IT RUNS.                         *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. ALRTEXTR.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - OUTBOUND EXTRACT OF CUSTOMER   *
002300*                  ALERTS TO THE MESSAGING GATEWAY.             *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS ALRT-KEY
003300         ALTERNATE RECORD KEY IS ALRT-ACCT-NUMBER
003400             WITH DUPLICATES
003500         FILE STATUS IS WS-ALERTFIL-STATUS.
003600
003700     SELECT GATEWAY-FILE ASSIGN TO "ALRTOUT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ALRTOUT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ALERT-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY ALRTREC.
004600
004700 FD  GATEWAY-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  GATEWAY-LINE               PIC X(150).
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-ALERTFIL-STATUS       PIC X(02).
005300     88  WS-ALERTFIL-OK       VALUE "00".
005400     88  WS-ALERTFIL-NOTFOUND VALUE "35".
005500
005600 01  WS-ALRTOUT-STATUS        PIC X(02).
005700     88  WS-ALRTOUT-OK        VALUE "00".
005800
005900 01  WS-TODAYS-DATE           PIC 9(08).
006000 01  WS-RUN-TIME              PIC 9(08).
006100
006200 01  WS-COUNTERS.
006300     05  WS-ALERTS-READ       PIC 9(07) VALUE 0.
006400     05  WS-ALERTS-SENT       PIC 9(07) VALUE 0.
006500     05  WS-REWRITE-ERRORS    PIC 9(07) VALUE 0.
006600
006700*    THE GATEWAY IDENTIFIES EACH MESSAGE BY THE ALERT KEY AND
006800*    QUOTES IT BACK ON ITS DELIVERY REPORT.
006900 01  WS-GATEWAY-HEADER.
007000     05  FILLER               PIC X(02) VALUE "H ".
007100     05  GWH-SENDER           PIC X(30)
007200                              VALUE "UNITY TRUST BANK".
007300     05  FILLER               PIC X(01) VALUE SPACE.
007400     05  GWH-RUN-DATE         PIC 9(08).
007500     05  FILLER               PIC X(01) VALUE SPACE.
007600     05  GWH-RUN-TIME         PIC 9(08).
007700
007800 01  WS-GATEWAY-DETAIL.
007900     05  FILLER               PIC X(02) VALUE "D ".
008000     05  GWD-ALERT-KEY.
008100         10  GWD-ALERT-DATE   PIC 9(08).
008200         10  GWD-ALERT-TIME   PIC 9(08).
008300         10  GWD-CUST-NUMBER  PIC 9(06).
008400     05  FILLER               PIC X(01) VALUE SPACE.
008500     05  GWD-CHANNEL          PIC X(01).
008600     05  FILLER               PIC X(01) VALUE SPACE.
008700     05  GWD-MOBILE           PIC X(15).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008900     05  GWD-EMAIL            PIC X(40).
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  GWD-EVENT            PIC X(01).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  GWD-MASKED-ACCT      PIC X(06).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  GWD-AMOUNT           PIC 9(09).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  GWD-BALANCE-SIGN     PIC X(01).
009800     05  GWD-NEW-BALANCE      PIC 9(09).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  GWD-TXN-REF          PIC 9(10).
010100
010200 01  WS-GATEWAY-TRAILER.
010300     05  FILLER               PIC X(02) VALUE "T ".
010400     05  GWT-ALERT-COUNT      PIC 9(07).
010500
010600 01  WS-SWITCHES.
010700     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
010800         88  WS-INIT-FAILED   VALUE "Y".
010900     05  WS-ALERT-EOF-SW      PIC X(01) VALUE "N".
011000         88  WS-ALERT-EOF     VALUE "Y".
011100     05  WS-ALERTFIL-SW       PIC X(01) VALUE "N".
011200         88  WS-ALERTFIL-OPEN VALUE "Y".
011300     05  WS-ALRTOUT-SW        PIC X(01) VALUE "N".
011400         88  WS-ALRTOUT-OPEN  VALUE "Y".
011500
011600 PROCEDURE DIVISION.
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE
011900         THRU 1000-INITIALIZE-EXIT
012000
012100     IF NOT WS-INIT-FAILED
012200         PERFORM 2000-EXTRACT-ONE-ALERT
012300             THRU 2000-EXTRACT-ONE-ALERT-EXIT
012400             UNTIL WS-ALERT-EOF
012500         MOVE WS-ALERTS-SENT     TO GWT-ALERT-COUNT
012600         MOVE WS-GATEWAY-TRAILER TO GATEWAY-LINE
012700         WRITE GATEWAY-LINE
012800     END-IF
012900
013000     PERFORM 9999-TERMINATE
013100         THRU 9999-TERMINATE-EXIT
013200
013300     IF WS-INIT-FAILED
013400         MOVE 8 TO RETURN-CODE
013500     END-IF
013600     GOBACK.
013700
013800*-----------------------------------------------------------------
013900* OPEN THE ALERT FILE AND THE OUTBOUND FILE AND WRITE THE HEADER.
014000* NO ALERT FILE MEANS NO ALERT HAS BEEN RAISED YET - AN EMPTY
014100* EXTRACT IS STILL SENT SO THE GATEWAY SEES THE RUN.
014200*-----------------------------------------------------------------
014300 1000-INITIALIZE.
014400     CALL "BUSDATE" USING WS-TODAYS-DATE
014500     ACCEPT WS-RUN-TIME FROM TIME
014600
014700     OPEN I-O ALERT-FILE
014800     IF WS-ALERTFIL-OK
014900         SET WS-ALERTFIL-OPEN TO TRUE
015000     ELSE
015100         IF WS-ALERTFIL-NOTFOUND
015200             SET WS-ALERT-EOF TO TRUE
015300         ELSE
015400             DISPLAY "ALRTEXTR: UNABLE TO OPEN ALERT FILE, "
015500                     "STATUS = " WS-ALERTFIL-STATUS
015600             SET WS-INIT-FAILED TO TRUE
015700             GO TO 1000-INITIALIZE-EXIT
015800         END-IF
015900     END-IF
016000
016100     OPEN OUTPUT GATEWAY-FILE
016200     IF NOT WS-ALRTOUT-OK
016300         DISPLAY "ALRTEXTR: UNABLE TO OPEN GATEWAY FILE, "
016400                 "STATUS = " WS-ALRTOUT-STATUS
016500         SET WS-INIT-FAILED TO TRUE
016600         GO TO 1000-INITIALIZE-EXIT
016700     END-IF
016800     SET WS-ALRTOUT-OPEN TO TRUE
016900
017000     MOVE WS-TODAYS-DATE    TO GWH-RUN-DATE
017100     MOVE WS-RUN-TIME       TO GWH-RUN-TIME
017200     MOVE WS-GATEWAY-HEADER TO GATEWAY-LINE
017300     WRITE GATEWAY-LINE.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600
017700*-----------------------------------------------------------------
017800* PASS ONE PENDING ALERT TO THE GATEWAY AND MARK IT SENT.  ALERTS
017900* ALREADY SENT, DELIVERED OR FAILED ARE LEFT ALONE.
018000*-----------------------------------------------------------------
018100 2000-EXTRACT-ONE-ALERT.
018200     READ ALERT-FILE NEXT RECORD
018300         AT END
018400             SET WS-ALERT-EOF TO TRUE
018500             GO TO 2000-EXTRACT-ONE-ALERT-EXIT
018600     END-READ
018700     ADD 1 TO WS-ALERTS-READ
018800
018900     IF NOT ALRT-STATUS-PENDING
019000         GO TO 2000-EXTRACT-ONE-ALERT-EXIT
019100     END-IF
019200
019300     MOVE ALRT-DATE        TO GWD-ALERT-DATE
019400     MOVE ALRT-TIME        TO GWD-ALERT-TIME
019500     MOVE ALRT-CUST-NUMBER TO GWD-CUST-NUMBER
019600     MOVE ALRT-CHANNEL     TO GWD-CHANNEL
019700     MOVE ALRT-MOBILE      TO GWD-MOBILE
019800     MOVE ALRT-EMAIL       TO GWD-EMAIL
019900     MOVE ALRT-EVENT       TO GWD-EVENT
020000     MOVE ALRT-MASKED-ACCT TO GWD-MASKED-ACCT
020100     MOVE ALRT-AMOUNT      TO GWD-AMOUNT
020200     IF ALRT-NEW-BALANCE < 0
020300         MOVE "-" TO GWD-BALANCE-SIGN
020400     ELSE
020500         MOVE "+" TO GWD-BALANCE-SIGN
020600     END-IF
020700     MOVE ALRT-NEW-BALANCE TO GWD-NEW-BALANCE
020800     MOVE ALRT-TXN-REF     TO GWD-TXN-REF
020900     MOVE WS-GATEWAY-DETAIL TO GATEWAY-LINE
021000     WRITE GATEWAY-LINE
021100
021200     SET ALRT-STATUS-SENT TO TRUE
021300     MOVE WS-TODAYS-DATE TO ALRT-SENT-DATE
021400     MOVE WS-RUN-TIME    TO ALRT-SENT-TIME
021500     REWRITE ALERT-RECORD
021600         INVALID KEY
021700             DISPLAY "ALRTEXTR: UNABLE TO MARK ALERT SENT FOR "
021800                     "CUSTOMER " ALRT-CUST-NUMBER " AT "
021900                     ALRT-DATE " " ALRT-TIME
022000             ADD 1 TO WS-REWRITE-ERRORS
022100     END-REWRITE
022200     ADD 1 TO WS-ALERTS-SENT.
022300 2000-EXTRACT-ONE-ALERT-EXIT.
022400     EXIT.
022500
022600*-----------------------------------------------------------------
022700* PRINT THE RUN COUNTS AND CLOSE DOWN.
022800*-----------------------------------------------------------------
022900 9999-TERMINATE.
023000     DISPLAY "ALRTEXTR: ALERTS READ        = " WS-ALERTS-READ
023100     DISPLAY "ALRTEXTR: ALERTS SENT        = " WS-ALERTS-SENT
023200     DISPLAY "ALRTEXTR: NOT MARKED SENT    = " WS-REWRITE-ERRORS
023300
023400     IF WS-ALERTFIL-OPEN
023500         CLOSE ALERT-FILE
023600     END-IF
023700     IF WS-ALRTOUT-OPEN
023800         CLOSE GATEWAY-FILE
023900     END-IF.
024000 9999-TERMINATE-EXIT.
024100     EXIT.
