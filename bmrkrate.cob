000100*****************************************************************
000200* PROGRAM      : BMRKRATE                                       *
000300* DESCRIPTION  : RETURNS THE RATE IN FORCE FOR A BENCHMARK ON A *
000400*                GIVEN DATE - THE LATEST BENCHMARK RATE FILE    *
000500*                ENTRY FOR THE CODE EFFECTIVE AT OR BEFORE THE  *
000600*                DATE.  CALLED BY LOANAPP AND LOANOPEN TO PRICE *
000700*                A FLOATING-RATE LOAN AND BY LOANRSET TO        *
000800*                REPRICE IT.  A BENCHMARK WITH NO RATE IN FORCE *
000900*                (OR NO FILE SET UP) COMES BACK NOT FOUND.      *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. BMRKRATE.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - SHARED BENCHMARK RATE LOOKUP   *
002300*                  FOR FLOATING-RATE LOANS.                     *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BENCHMARK-FILE ASSIGN TO "BMRKFILE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS BMK-KEY
003300         FILE STATUS IS WS-BMRKFILE-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  BENCHMARK-FILE
003800     LABEL RECORDS ARE STANDARD.
003900     COPY BMRKREC.
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-BMRKFILE-STATUS       PIC X(02).
004300     88  WS-BMRKFILE-OK       VALUE "00".
004400     88  WS-BMRKFILE-NOTFOUND VALUE "35".
004500
004600 01  WS-SCAN-EOF-SW           PIC X(01).
004700     88  WS-SCAN-EOF          VALUE "Y".
004800
004900 LINKAGE SECTION.
005000 01  LK-BMK-CODE              PIC X(04).
005100 01  LK-AS-OF-DATE            PIC 9(08).
005200 01  LK-RATE-PCT              PIC 9(03)V99.
005300 01  LK-FOUND-SW              PIC X(01).
005400     88  LK-RATE-FOUND        VALUE "Y".
005500
005600 PROCEDURE DIVISION USING LK-BMK-CODE
005700                          LK-AS-OF-DATE
005800                          LK-RATE-PCT
005900                          LK-FOUND-SW.
006000 0000-MAINLINE.
006100     PERFORM 1000-FIND-RATE
006200         THRU 1000-FIND-RATE-EXIT
006300
006400     GOBACK.
006500
006600*-----------------------------------------------------------------
006700* WALK THE BENCHMARK'S RATES IN EFFECTIVE-DATE ORDER.
006800*-----------------------------------------------------------------
006900 1000-FIND-RATE.
007000     MOVE "N" TO LK-FOUND-SW
007100     MOVE 0 TO LK-RATE-PCT
007200
007300     OPEN INPUT BENCHMARK-FILE
007400     IF WS-BMRKFILE-NOTFOUND
007500         GO TO 1000-FIND-RATE-EXIT
007600     END-IF
007700     IF NOT WS-BMRKFILE-OK
007800         DISPLAY "BMRKRATE: UNABLE TO OPEN BENCHMARK FILE, "
007900                 "STATUS = " WS-BMRKFILE-STATUS
008000         GO TO 1000-FIND-RATE-EXIT
008100     END-IF
008200
008300     MOVE "N" TO WS-SCAN-EOF-SW
008400     MOVE LK-BMK-CODE TO BMK-CODE
008500     MOVE 0 TO BMK-EFF-DATE
008600     START BENCHMARK-FILE
008700         KEY IS NOT LESS THAN BMK-KEY
008800         INVALID KEY
008900             SET WS-SCAN-EOF TO TRUE
009000     END-START
009100
009200     PERFORM 1100-EXAMINE-ONE-RATE
009300         THRU 1100-EXAMINE-ONE-RATE-EXIT
009400         UNTIL WS-SCAN-EOF
009500
009600     CLOSE BENCHMARK-FILE.
009700 1000-FIND-RATE-EXIT.
009800     EXIT.
009900
010000*-----------------------------------------------------------------
010100* KEEP THE LATEST RATE FOR THE CODE AT OR BEFORE THE DATE.
010200*-----------------------------------------------------------------
010300 1100-EXAMINE-ONE-RATE.
010400     READ BENCHMARK-FILE NEXT RECORD
010500         AT END
010600             SET WS-SCAN-EOF TO TRUE
010700             GO TO 1100-EXAMINE-ONE-RATE-EXIT
010800     END-READ
010900
011000     IF BMK-CODE NOT = LK-BMK-CODE
011100     OR BMK-EFF-DATE > LK-AS-OF-DATE
011200         SET WS-SCAN-EOF TO TRUE
011300         GO TO 1100-EXAMINE-ONE-RATE-EXIT
011400     END-IF
011500
011600     MOVE BMK-RATE-PCT TO LK-RATE-PCT
011700     SET LK-RATE-FOUND TO TRUE.
011800 1100-EXAMINE-ONE-RATE-EXIT.
011900     EXIT.
