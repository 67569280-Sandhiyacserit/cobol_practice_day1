000100*****************************************************************
000200* PROGRAM      : YRMAINT                                        *
000300* DESCRIPTION  : FINANCIAL YEAR LOCK MAINTENANCE.  SHOWS THE    *
000400*                LATEST YEAR CLOSED BY YECLOSE AND THE DATE     *
000500*                THROUGH WHICH POSTINGS ARE LOCKED, AND LETS A  *
000600*                SUPERVISOR REOPEN THE LATEST CLOSED YEAR FOR   *
000700*                VALUE-DATED POSTINGS OR LOCK IT AGAIN.  THE    *
000800*                CLOSING ENTRIES THEMSELVES ARE NOT REVERSED BY *
000900*                A REOPEN.  EVERY CHANGE IS JOURNALLED THROUGH  *
001000*                MNTJRNL.                                       *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. YRMAINT.
001400 AUTHOR. S NATARAJAN.
001500 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001600 DATE-WRITTEN. 2026-10-15.
001700 DATE-COMPILED.
001800
001900*****************************************************************
002000* MODIFICATION HISTORY                                          *
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-10-15 SN    NEW PROGRAM - SUPERVISOR REOPEN AND RELOCK   *
002400*                  OF THE LATEST CLOSED FINANCIAL YEAR.         *
002400* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002400*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002400*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DATE-CONTROL ASSIGN TO "PROCDATE"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS PD-CONTROL-KEY
003400         FILE STATUS IS WS-PROCDATE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  DATE-CONTROL
003900     LABEL RECORDS ARE STANDARD.
004000 01  DATE-CONTROL-RECORD.
004100     05  PD-CONTROL-KEY       PIC X(06).
004200     05  PD-CONTROL-DATE      PIC 9(08).
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-PROCDATE-STATUS       PIC X(02).
004600     88  WS-PROCDATE-OK       VALUE "00".
004700
004800 01  WS-CLOSED-KEY            PIC X(06) VALUE "FYCLOS".
004900 01  WS-LOCK-KEY              PIC X(06) VALUE "FYLOCK".
005000 01  WS-CLOSED-DATE           PIC 9(08) VALUE 0.
005100 01  WS-LOCK-DATE             PIC 9(08) VALUE 0.
005200 01  WS-NEW-LOCK-DATE         PIC 9(08).
005300 01  WS-PRIOR-YEAR            PIC 9(04).
005400
005500 01  WS-FUNCTION-CODE         PIC 9(01).
005600 01  WS-OPERATOR-ID           PIC 9(04).
005700 01  WS-OPERATOR-AUTH         PIC X(01).
005800
005900 01  WS-JRNL-FILE             PIC X(08) VALUE "PROCDATE".
006000 01  WS-JRNL-KEY              PIC X(12).
006100 01  WS-BEFORE-IMAGE          PIC X(100).
006200 01  WS-AFTER-IMAGE           PIC X(100).
006300
006400 01  WS-SWITCHES.
006500     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
006600         88  WS-OPERATOR-OK   VALUE "Y".
006600
006600 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "YRMAINT".
006600 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006600 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006600     88  WS-ENTITLED          VALUE "Y".
006700
006800 PROCEDURE DIVISION.
006900 0000-MAINLINE.
007000     PERFORM 1000-INITIALIZE
007100         THRU 1000-INITIALIZE-EXIT
007200
007300     IF WS-OPERATOR-OK
007400         PERFORM 2000-PROCESS-FUNCTION
007500             THRU 2000-PROCESS-FUNCTION-EXIT
007600     END-IF
007700
007800     PERFORM 9999-TERMINATE
007900         THRU 9999-TERMINATE-EXIT
008000
008100     STOP RUN.
008200
008300*-----------------------------------------------------------------
008400* REQUIRE A SUPERVISOR LOGIN, THEN OPEN THE CONTROL FILE AND
008500* FETCH THE CLOSED YEAR AND THE LOCK.
008600*-----------------------------------------------------------------
008700 1000-INITIALIZE.
008800     MOVE "N" TO WS-OPERATOR-SW
008900     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
009000                           WS-OPERATOR-AUTH
009100     IF NOT WS-OPERATOR-OK
009200         DISPLAY "YRMAINT: OPERATOR LOGIN FAILED, "
009300                 "MAINTENANCE REFUSED"
009400         GO TO 1000-INITIALIZE-EXIT
009500     END-IF
009500     MOVE "N" TO WS-ENTITLED-SW
009500     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
009500                          WS-ENTL-MODE WS-ENTITLED-SW
009500     IF NOT WS-ENTITLED
009500         DISPLAY "YRMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
009500                 "ENTITLED TO YRMAINT, REFUSED"
009500         MOVE "N" TO WS-OPERATOR-SW
009500         GO TO 1000-INITIALIZE-EXIT
009500     END-IF
009600     IF WS-OPERATOR-AUTH NOT = "S"
009700         DISPLAY "YRMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
009800                 "A SUPERVISOR, MAINTENANCE REFUSED"
009900         MOVE "N" TO WS-OPERATOR-SW
010000         GO TO 1000-INITIALIZE-EXIT
010100     END-IF
010200
010300     OPEN I-O DATE-CONTROL
010400     IF NOT WS-PROCDATE-OK
010500         DISPLAY "YRMAINT: UNABLE TO OPEN DATE CONTROL, "
010600                 "STATUS = " WS-PROCDATE-STATUS
010700         MOVE "N" TO WS-OPERATOR-SW
010800         GO TO 1000-INITIALIZE-EXIT
010900     END-IF
011000
011100     MOVE WS-CLOSED-KEY TO PD-CONTROL-KEY
011200     READ DATE-CONTROL
011300         KEY IS PD-CONTROL-KEY
011400         INVALID KEY
011500             MOVE 0 TO PD-CONTROL-DATE
011600     END-READ
011700     MOVE PD-CONTROL-DATE TO WS-CLOSED-DATE
011800     MOVE WS-LOCK-KEY TO PD-CONTROL-KEY
011900     READ DATE-CONTROL
012000         KEY IS PD-CONTROL-KEY
012100         INVALID KEY
012200             MOVE 0 TO PD-CONTROL-DATE
012300     END-READ
012400     MOVE PD-CONTROL-DATE TO WS-LOCK-DATE
012500
012600     IF WS-CLOSED-DATE = 0
012700         DISPLAY "YRMAINT: NO FINANCIAL YEAR HAS BEEN CLOSED"
012800         CLOSE DATE-CONTROL
012900         MOVE "N" TO WS-OPERATOR-SW
013000         GO TO 1000-INITIALIZE-EXIT
013100     END-IF
013200
013300     DISPLAY "LATEST YEAR CLOSED    : " WS-CLOSED-DATE(1:4)
013400     DISPLAY "POSTINGS LOCKED UP TO : " WS-LOCK-DATE.
013500 1000-INITIALIZE-EXIT.
013600     EXIT.
013700
013800*-----------------------------------------------------------------
013900* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
014000*-----------------------------------------------------------------
014100 2000-PROCESS-FUNCTION.
014200     DISPLAY "1. REOPEN THE LATEST CLOSED YEAR"
014300     DISPLAY "2. LOCK THE LATEST CLOSED YEAR AGAIN"
014400     DISPLAY "ENTER FUNCTION: "
014500     ACCEPT WS-FUNCTION-CODE
014600
014700     EVALUATE WS-FUNCTION-CODE
014800         WHEN 1
014900             PERFORM 3000-REOPEN-YEAR
015000                 THRU 3000-REOPEN-YEAR-EXIT
015100         WHEN 2
015200             PERFORM 4000-RELOCK-YEAR
015300                 THRU 4000-RELOCK-YEAR-EXIT
015400         WHEN OTHER
015500             DISPLAY "YRMAINT: INVALID FUNCTION"
015600     END-EVALUATE.
015700 2000-PROCESS-FUNCTION-EXIT.
015800     EXIT.
015900
016000*-----------------------------------------------------------------
016100* REOPEN THE LATEST CLOSED YEAR - THE LOCK FALLS BACK TO THE END
016200* OF THE YEAR BEFORE IT.
016300*-----------------------------------------------------------------
016400 3000-REOPEN-YEAR.
016500     IF WS-LOCK-DATE < WS-CLOSED-DATE
016600         DISPLAY "YRMAINT: YEAR " WS-CLOSED-DATE(1:4)
016700                 " IS ALREADY OPEN"
016800         GO TO 3000-REOPEN-YEAR-EXIT
016900     END-IF
017000
017100     MOVE WS-CLOSED-DATE(1:4) TO WS-PRIOR-YEAR
017200     SUBTRACT 1 FROM WS-PRIOR-YEAR
017300     MOVE WS-PRIOR-YEAR TO WS-NEW-LOCK-DATE(1:4)
017400     MOVE "1231" TO WS-NEW-LOCK-DATE(5:4)
017500
017600     PERFORM 5000-SET-LOCK
017700         THRU 5000-SET-LOCK-EXIT
017800     IF WS-LOCK-DATE = WS-NEW-LOCK-DATE
017900         DISPLAY "YRMAINT: YEAR " WS-CLOSED-DATE(1:4)
018000                 " REOPENED FOR VALUE-DATED POSTINGS - LOCK IT "
018100                 "AGAIN ONCE THEY ARE DONE"
018200     END-IF.
018300 3000-REOPEN-YEAR-EXIT.
018400     EXIT.
018500
018600*-----------------------------------------------------------------
018700* LOCK THE LATEST CLOSED YEAR AGAIN AFTER A REOPEN.
018800*-----------------------------------------------------------------
018900 4000-RELOCK-YEAR.
019000     IF WS-LOCK-DATE NOT LESS THAN WS-CLOSED-DATE
019100         DISPLAY "YRMAINT: YEAR " WS-CLOSED-DATE(1:4)
019200                 " IS ALREADY LOCKED"
019300         GO TO 4000-RELOCK-YEAR-EXIT
019400     END-IF
019500
019600     MOVE WS-CLOSED-DATE TO WS-NEW-LOCK-DATE
019700     PERFORM 5000-SET-LOCK
019800         THRU 5000-SET-LOCK-EXIT
019900     IF WS-LOCK-DATE = WS-NEW-LOCK-DATE
020000         DISPLAY "YRMAINT: YEAR " WS-CLOSED-DATE(1:4) " LOCKED"
020100     END-IF.
020200 4000-RELOCK-YEAR-EXIT.
020300     EXIT.
020400
020500*-----------------------------------------------------------------
020600* WRITE (OR REWRITE) THE LOCK RECORD AND JOURNAL THE CHANGE.
020700*-----------------------------------------------------------------
020800 5000-SET-LOCK.
020900     MOVE WS-LOCK-KEY      TO PD-CONTROL-KEY
021000     MOVE WS-LOCK-DATE     TO PD-CONTROL-DATE
021100     MOVE DATE-CONTROL-RECORD TO WS-BEFORE-IMAGE
021200
021300     MOVE WS-NEW-LOCK-DATE TO PD-CONTROL-DATE
021400     WRITE DATE-CONTROL-RECORD
021500         INVALID KEY
021600             REWRITE DATE-CONTROL-RECORD
021700                 INVALID KEY
021800                     DISPLAY "YRMAINT: UNABLE TO UPDATE THE LOCK"
021900                     GO TO 5000-SET-LOCK-EXIT
022000             END-REWRITE
022100     END-WRITE
022200     MOVE WS-NEW-LOCK-DATE TO WS-LOCK-DATE
022300
022400     MOVE SPACES TO WS-JRNL-KEY
022500     MOVE WS-LOCK-KEY TO WS-JRNL-KEY
022600     MOVE DATE-CONTROL-RECORD TO WS-AFTER-IMAGE
022700     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
022800                          WS-JRNL-KEY WS-BEFORE-IMAGE
022900                          WS-AFTER-IMAGE.
023000 5000-SET-LOCK-EXIT.
023100     EXIT.
023200
023300*-----------------------------------------------------------------
023400* CLOSE DOWN THE FILE BEFORE ENDING THE RUN.
023500*-----------------------------------------------------------------
023600 9999-TERMINATE.
023700     IF WS-OPERATOR-OK
023800         CLOSE DATE-CONTROL
023900     END-IF.
024000 9999-TERMINATE-EXIT.
024100     EXIT.
