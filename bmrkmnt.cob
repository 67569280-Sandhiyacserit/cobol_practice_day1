000100*****************************************************************
000200* PROGRAM      : BMRKMNT                                        *
000300* DESCRIPTION  : BENCHMARK LENDING RATE MAINTENANCE.  CAPTURES  *
000400*                A NEW RATE FOR A BENCHMARK FROM A GIVEN DATE   *
000500*                AS A PENDING CHANGE FOR A DIFFERENT SUPERVISOR *
000600*                TO APPROVE IN PENDAPPR, AND SHOWS THE RATE IN  *
000700*                FORCE FOR A BENCHMARK ON ANY DATE.  A NEW RATE *
000800*                MAY NOT TAKE EFFECT BEFORE TODAY - LOANRSET    *
000900*                MAY ALREADY HAVE REPRICED LOANS ON THE OLD     *
001000*                ONE.  REQUIRES AN OPERATOR LOGIN.              *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. BMRKMNT.
001400 AUTHOR. S NATARAJAN.
001500 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001600 DATE-WRITTEN. 2026-10-15.
001700 DATE-COMPILED.
001800
001900*****************************************************************
002000* MODIFICATION HISTORY                                          *
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002400*                  BENCHMARK RATE FILE.                         *
002400* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002400*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002400*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BENCHMARK-FILE ASSIGN TO "BMRKFILE"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS BMK-KEY
003400         FILE STATUS IS WS-BMRKFILE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  BENCHMARK-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY BMRKREC.
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-BMRKFILE-STATUS       PIC X(02).
004400     88  WS-BMRKFILE-OK       VALUE "00".
004500     88  WS-BMRKFILE-NOTFOUND VALUE "35".
004600
004700 01  WS-FUNCTION-CODE         PIC 9(01).
004800 01  WS-TODAYS-DATE           PIC 9(08).
004900 01  WS-TARGET-CODE           PIC X(04).
005000 01  WS-TARGET-DATE           PIC 9(08).
005100 01  WS-NEW-EFF-DATE          PIC 9(08).
005200 01  WS-NEW-RATE-PCT          PIC 9(03)V99.
005300 01  WS-NEW-DESCRIPTION       PIC X(25).
005400 01  WS-CONFIRM               PIC X(01).
005500 01  WS-PND-TYPE              PIC X(01).
005600 01  WS-PND-KEY.
005700     05  WS-PND-BMK-CODE      PIC X(04).
005800     05  WS-PND-BMK-DATE      PIC 9(08).
005900 01  WS-PENDING-ID            PIC 9(06).
006000 01  WS-PND-NEW-DATA.
006100     05  WS-PND-BMK-RATE      PIC 9(03)V99.
006200     05  WS-PND-BMK-DESC      PIC X(25).
006300     05  FILLER               PIC X(10).
006400 01  WS-OPERATOR-ID           PIC 9(04).
006500 01  WS-OPERATOR-AUTH         PIC X(01).
006600
006700 01  WS-SWITCHES.
006800     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
006900         88  WS-OPERATOR-OK   VALUE "Y".
007000     05  WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
007100         88  WS-SCAN-EOF      VALUE "Y".
007200     05  WS-RATE-FOUND-SW     PIC X(01) VALUE "N".
007300         88  WS-RATE-FOUND    VALUE "Y".
007400
007500 01  WS-SHOW-RATE.
007600     05  WS-SHOW-EFF-DATE     PIC 9(08).
007700     05  WS-SHOW-RATE-PCT     PIC 9(03)V99.
007800     05  WS-SHOW-DESCRIPTION  PIC X(25).
007800
007800 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "BMRKMNT".
007800 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
007800 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
007800     88  WS-ENTITLED          VALUE "Y".
007900
008000 PROCEDURE DIVISION.
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE
008300         THRU 1000-INITIALIZE-EXIT
008400
008500     IF WS-OPERATOR-OK
008600         PERFORM 2000-PROCESS-FUNCTION
008700             THRU 2000-PROCESS-FUNCTION-EXIT
008800     END-IF
008900
009000     PERFORM 9999-TERMINATE
009100         THRU 9999-TERMINATE-EXIT
009200
009300     STOP RUN.
009400
009500*-----------------------------------------------------------------
009600* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE BENCHMARK FILE,
009700* CREATING IT IF IT HAS NEVER BEEN SET UP.
009800*-----------------------------------------------------------------
009900 1000-INITIALIZE.
010000     MOVE "N" TO WS-OPERATOR-SW
010100     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
010200                           WS-OPERATOR-AUTH
010300     IF NOT WS-OPERATOR-OK
010400         DISPLAY "BMRKMNT: OPERATOR LOGIN FAILED, MAINTENANCE "
010500                 "REFUSED"
010600         GO TO 1000-INITIALIZE-EXIT
010700     END-IF
010700     MOVE "N" TO WS-ENTITLED-SW
010700     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
010700                          WS-ENTL-MODE WS-ENTITLED-SW
010700     IF NOT WS-ENTITLED
010700         DISPLAY "BMRKMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
010700                 "ENTITLED TO BMRKMNT, REFUSED"
010700         MOVE "N" TO WS-OPERATOR-SW
010700         GO TO 1000-INITIALIZE-EXIT
010700     END-IF
010800
010900     OPEN I-O BENCHMARK-FILE
011000     IF WS-BMRKFILE-NOTFOUND
011100         OPEN OUTPUT BENCHMARK-FILE
011200         CLOSE BENCHMARK-FILE
011300         OPEN I-O BENCHMARK-FILE
011400     END-IF
011500     IF NOT WS-BMRKFILE-OK
011600         DISPLAY "BMRKMNT: UNABLE TO OPEN BENCHMARK FILE, "
011700                 "STATUS = " WS-BMRKFILE-STATUS
011800         MOVE "N" TO WS-OPERATOR-SW
011900         GO TO 1000-INITIALIZE-EXIT
012000     END-IF
012100
012200     CALL "BUSDATE" USING WS-TODAYS-DATE.
012300 1000-INITIALIZE-EXIT.
012400     EXIT.
012500
012600*-----------------------------------------------------------------
012700* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
012800*-----------------------------------------------------------------
012900 2000-PROCESS-FUNCTION.
013000     DISPLAY "1. ADD BENCHMARK RATE"
013100     DISPLAY "2. SHOW BENCHMARK RATE IN FORCE ON A DATE"
013200     DISPLAY "ENTER FUNCTION: "
013300     ACCEPT WS-FUNCTION-CODE
013400
013500     EVALUATE WS-FUNCTION-CODE
013600         WHEN 1
013700             PERFORM 3000-ADD-BENCHMARK-RATE
013800                 THRU 3000-ADD-BENCHMARK-RATE-EXIT
013900         WHEN 2
014000             PERFORM 4000-SHOW-BENCHMARK-RATE
014100                 THRU 4000-SHOW-BENCHMARK-RATE-EXIT
014200         WHEN OTHER
014300             DISPLAY "BMRKMNT: INVALID FUNCTION"
014400     END-EVALUATE.
014500 2000-PROCESS-FUNCTION-EXIT.
014600     EXIT.
014700
014800*-----------------------------------------------------------------
014900* CAPTURE A NEW RATE FOR A BENCHMARK AND QUEUE IT FOR APPROVAL.
015000*-----------------------------------------------------------------
015100 3000-ADD-BENCHMARK-RATE.
015200     DISPLAY "ENTER BENCHMARK CODE: "
015300     ACCEPT WS-TARGET-CODE
015400     IF WS-TARGET-CODE = SPACES
015500         DISPLAY "BMRKMNT: BENCHMARK CODE IS REQUIRED"
015600         GO TO 3000-ADD-BENCHMARK-RATE-EXIT
015700     END-IF
015800
015900     DISPLAY "ENTER EFFECTIVE DATE (CCYYMMDD): "
016000     ACCEPT WS-NEW-EFF-DATE
016100     IF WS-NEW-EFF-DATE < WS-TODAYS-DATE
016200         DISPLAY "BMRKMNT: A BENCHMARK RATE CANNOT TAKE EFFECT "
016300                 "BEFORE TODAY, RATE NOT STORED"
016400         GO TO 3000-ADD-BENCHMARK-RATE-EXIT
016500     END-IF
016600
016700     MOVE WS-TARGET-CODE  TO BMK-CODE
016800     MOVE WS-NEW-EFF-DATE TO BMK-EFF-DATE
016900     READ BENCHMARK-FILE
017000         KEY IS BMK-KEY
017100         INVALID KEY
017200             CONTINUE
017300     END-READ
017400     IF WS-BMRKFILE-OK
017500         DISPLAY "BMRKMNT: BENCHMARK " WS-TARGET-CODE
017600                 " ALREADY HAS A RATE EFFECTIVE " WS-NEW-EFF-DATE
017700         GO TO 3000-ADD-BENCHMARK-RATE-EXIT
017800     END-IF
017900
018000     DISPLAY "ENTER BENCHMARK RATE PCT: "
018100     ACCEPT WS-NEW-RATE-PCT
018200     IF WS-NEW-RATE-PCT NOT > 0
018300         DISPLAY "BMRKMNT: INVALID RATE, RATE NOT STORED"
018400         GO TO 3000-ADD-BENCHMARK-RATE-EXIT
018500     END-IF
018600
018700     DISPLAY "ENTER DESCRIPTION: "
018800     ACCEPT WS-NEW-DESCRIPTION
018900
019000     DISPLAY "CONFIRM " WS-TARGET-CODE " AT " WS-NEW-RATE-PCT
019100             " PCT FROM " WS-NEW-EFF-DATE " (Y/N): "
019200     ACCEPT WS-CONFIRM
019300     IF WS-CONFIRM NOT = "Y"
019400         DISPLAY "BMRKMNT: RATE ABANDONED"
019500         GO TO 3000-ADD-BENCHMARK-RATE-EXIT
019600     END-IF
019700
019800*    A BENCHMARK RATE REPRICES EVERY FLOATING LOAN ON IT AT ITS
019900*    NEXT RESET - IT IS CAPTURED AS A PENDING CHANGE AND ONLY
020000*    TAKES EFFECT WHEN A DIFFERENT SUPERVISOR APPROVES IT IN
020100*    PENDAPPR, WHICH ALSO WRITES THE MAINTENANCE JOURNAL ENTRY.
020200     MOVE "B" TO WS-PND-TYPE
020300     MOVE WS-TARGET-CODE     TO WS-PND-BMK-CODE
020400     MOVE WS-NEW-EFF-DATE    TO WS-PND-BMK-DATE
020500     MOVE SPACES             TO WS-PND-NEW-DATA
020600     MOVE WS-NEW-RATE-PCT    TO WS-PND-BMK-RATE
020700     MOVE WS-NEW-DESCRIPTION TO WS-PND-BMK-DESC
020800     CALL "PENDADD" USING WS-PND-TYPE WS-PND-KEY
020900                          WS-PND-NEW-DATA WS-OPERATOR-ID
021000                          WS-PENDING-ID
021100     IF WS-PENDING-ID = 0
021200         DISPLAY "BMRKMNT: UNABLE TO QUEUE THE BENCHMARK RATE"
021300         GO TO 3000-ADD-BENCHMARK-RATE-EXIT
021400     END-IF
021500     DISPLAY "BMRKMNT: " WS-TARGET-CODE " RATE EFFECTIVE "
021600             WS-NEW-EFF-DATE " QUEUED AS PENDING CHANGE "
021700             WS-PENDING-ID " FOR SUPERVISOR APPROVAL".
021800 3000-ADD-BENCHMARK-RATE-EXIT.
021900     EXIT.
022000
022100*-----------------------------------------------------------------
022200* WALK THE BENCHMARK'S RATES IN EFFECTIVE-DATE ORDER AND SHOW
022300* THE LAST ONE AT OR BEFORE THE ASKED-FOR DATE - THE SAME PICK
022400* BMRKRATE MAKES FOR THE LOAN PROGRAMS.
022500*-----------------------------------------------------------------
022600 4000-SHOW-BENCHMARK-RATE.
022700     DISPLAY "ENTER BENCHMARK CODE: "
022800     ACCEPT WS-TARGET-CODE
022900     DISPLAY "ENTER DATE (CCYYMMDD): "
023000     ACCEPT WS-TARGET-DATE
023100
023200     MOVE "N" TO WS-SCAN-EOF-SW
023300     MOVE "N" TO WS-RATE-FOUND-SW
023400     MOVE WS-TARGET-CODE TO BMK-CODE
023500     MOVE 0 TO BMK-EFF-DATE
023600     START BENCHMARK-FILE
023700         KEY IS NOT LESS THAN BMK-KEY
023800         INVALID KEY
023900             SET WS-SCAN-EOF TO TRUE
024000     END-START
024100
024200     PERFORM 4100-EXAMINE-ONE-RATE
024300         THRU 4100-EXAMINE-ONE-RATE-EXIT
024400         UNTIL WS-SCAN-EOF
024500
024600     IF WS-RATE-FOUND
024700         DISPLAY WS-TARGET-CODE " " WS-SHOW-DESCRIPTION
024800         DISPLAY "  " WS-SHOW-RATE-PCT " PCT IN FORCE FROM "
024900                 WS-SHOW-EFF-DATE
025000     ELSE
025100         DISPLAY "BMRKMNT: NO RATE FOR BENCHMARK " WS-TARGET-CODE
025200                 " COVERS " WS-TARGET-DATE
025300     END-IF.
025400 4000-SHOW-BENCHMARK-RATE-EXIT.
025500     EXIT.
025600
025700*-----------------------------------------------------------------
025800* KEEP THE LATEST RATE SEEN AT OR BEFORE THE ASKED-FOR DATE.
025900*-----------------------------------------------------------------
026000 4100-EXAMINE-ONE-RATE.
026100     READ BENCHMARK-FILE NEXT RECORD
026200         AT END
026300             SET WS-SCAN-EOF TO TRUE
026400             GO TO 4100-EXAMINE-ONE-RATE-EXIT
026500     END-READ
026600
026700     IF BMK-CODE NOT = WS-TARGET-CODE
026800     OR BMK-EFF-DATE > WS-TARGET-DATE
026900         SET WS-SCAN-EOF TO TRUE
027000         GO TO 4100-EXAMINE-ONE-RATE-EXIT
027100     END-IF
027200
027300     MOVE BMK-EFF-DATE    TO WS-SHOW-EFF-DATE
027400     MOVE BMK-RATE-PCT    TO WS-SHOW-RATE-PCT
027500     MOVE BMK-DESCRIPTION TO WS-SHOW-DESCRIPTION
027600     SET WS-RATE-FOUND TO TRUE.
027700 4100-EXAMINE-ONE-RATE-EXIT.
027800     EXIT.
027900
028000*-----------------------------------------------------------------
028100* CLOSE DOWN THE FILE BEFORE ENDING THE RUN.
028200*-----------------------------------------------------------------
028300 9999-TERMINATE.
028400     CLOSE BENCHMARK-FILE.
028500 9999-TERMINATE-EXIT.
028600     EXIT.
