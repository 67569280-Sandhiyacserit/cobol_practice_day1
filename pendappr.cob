000500*                TAKES A SUPERVISOR'S DECISION ON EACH.  AN     *
000600*                APPROVED CHANGE IS APPLIED TO ITS MASTER FILE  *
000700*                HERE - RATE SET, OPERATOR AUTHORITY, HOLD      *
000800*                RELEASE, CREDIT LIMIT OR BENCHMARK LENDING     *
000810*                RATE - WITH THE USUAL BEFORE/AFTER JOURNAL     *
000900*                ENTRY, AND EVERY DECISION GOES TO THE          *
001000*                APPROVAL REGISTER.  THE CHECKER MUST NOT BE    *
001100*                THE MAKER.  REQUIRES A SUPERVISOR LOGIN.       *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. PENDAPPR.
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-09-02 SN    NEW PROGRAM - SUPERVISOR APPROVAL QUEUE FOR  *
002600*                  THE MAKER-CHECKER PENDING CHANGES.           *
002601* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002602*                  PLACE OF YYMMDD.                             *
002603* 2026-10-15 SN    AN APPROVED AUTHORITY CHANGE NOW ALSO SETS   *
002604*                  THE OPERATOR'S LOAN SANCTION LIMIT.          *
002605* 2026-10-15 SN    AN APPROVED BENCHMARK LENDING RATE IS NOW    *
002606*                  WRITTEN TO THE NEW BENCHMARK RATE FILE.      *
002606* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002606*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002606*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
005900         RECORD KEY IS ACCT-NUMBER
006000         FILE STATUS IS WS-ACCMSTR-STATUS.
006100
006110     SELECT BENCHMARK-FILE ASSIGN TO "BMRKFILE"
006120         ORGANIZATION IS INDEXED
006130         ACCESS MODE IS DYNAMIC
006140         RECORD KEY IS BMK-KEY
006150         FILE STATUS IS WS-BMRKFILE-STATUS.
006160
006200     SELECT APPROVAL-REGISTER ASSIGN TO "PNDAPREG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REGISTER-STATUS.
008500     LABEL RECORDS ARE STANDARD.
008600     COPY ACCTREC.
008700
008710 FD  BENCHMARK-FILE
008720     LABEL RECORDS ARE STANDARD.
008730     COPY BMRKREC.
008740
008800 FD  APPROVAL-REGISTER
008900     LABEL RECORDS ARE STANDARD.
009000 01  APPROVAL-REGISTER-RECORD.
009100     05  APR-DATE             PIC 9(08).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  APR-PND-ID           PIC 9(06).
009400     05  FILLER               PIC X(01) VALUE SPACE.
012100 01  WS-ACCMSTR-STATUS        PIC X(02).
012200     88  WS-ACCMSTR-OK        VALUE "00".
012300
012310 01  WS-BMRKFILE-STATUS       PIC X(02).
012320     88  WS-BMRKFILE-OK       VALUE "00".
012330     88  WS-BMRKFILE-NOTFOUND VALUE "35".
012340
012400 01  WS-REGISTER-STATUS       PIC X(02).
012500     88  WS-REGISTER-OK       VALUE "00".
012600     88  WS-REGISTER-NOTFOUND VALUE "35".
012700
012800 01  WS-TODAYS-DATE           PIC 9(08).
012900 01  WS-OPERATOR-ID           PIC 9(04).
013000 01  WS-OPERATOR-AUTH         PIC X(01).
013100 01  WS-DECISION              PIC X(01).
014300         88  WS-QUEUE-EOF     VALUE "Y".
014400     05  WS-APPLY-SW          PIC X(01) VALUE "N".
014500         88  WS-APPLY-OK      VALUE "Y".
014500
014500 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "PENDAPPR".
014500 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
014500 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
014500     88  WS-ENTITLED          VALUE "Y".
014600
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
017200         SET WS-QUEUE-EOF TO TRUE
017300         GO TO 1000-INITIALIZE-EXIT
017400     END-IF
017400     MOVE "N" TO WS-ENTITLED-SW
017400     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
017400                          WS-ENTL-MODE WS-ENTITLED-SW
017400     IF NOT WS-ENTITLED
017400         DISPLAY "PENDAPPR: OPERATOR " WS-OPERATOR-ID " IS NOT "
017400                 "ENTITLED TO PENDAPPR, REFUSED"
017400         SET WS-QUEUE-EOF TO TRUE
017400         MOVE "N" TO WS-OPERATOR-SW
017400         GO TO 1000-INITIALIZE-EXIT
017400     END-IF
017500     IF WS-OPERATOR-AUTH NOT = "S"
017600         DISPLAY "PENDAPPR: OPERATOR " WS-OPERATOR-ID " IS "
017700                 "NOT A SUPERVISOR, REVIEW REFUSED"
029000         WHEN PND-TYPE-CRLIMIT
029100             PERFORM 3400-APPLY-CREDIT-LIMIT
029200                 THRU 3400-APPLY-CREDIT-LIMIT-EXIT
029210         WHEN PND-TYPE-BENCHMARK
029220             PERFORM 3500-APPLY-BENCHMARK
029230                 THRU 3500-APPLY-BENCHMARK-EXIT
029300         WHEN OTHER
029400             DISPLAY "PENDAPPR: CHANGE TYPE " PND-TYPE
029500                     " NOT RECOGNISED"
031300         GO TO 3100-APPLY-RATE-SET-EXIT
031400     END-IF
031500
031600     MOVE PND-KEY-DATA(1:8) TO RATE-EFF-DATE
031700     MOVE PND-SLAB-1-LIMIT  TO RATE-SLAB-1-LIMIT
031800     MOVE PND-SLAB-1-RATE   TO RATE-SLAB-1-RATE
031900     MOVE PND-SLAB-2-LIMIT  TO RATE-SLAB-2-LIMIT
034100     EXIT.
034200
034300*-----------------------------------------------------------------
034400* SET THE APPROVED AUTHORITY LEVEL AND LOAN SANCTION LIMIT ON
034410* THE OPERATOR MASTER.  A CHANGE QUEUED BEFORE THE LIMIT WAS
034420* CARRIED LEAVES THE OPERATOR WITH NO SANCTION AUTHORITY.
034500*-----------------------------------------------------------------
034600 3200-APPLY-OPR-AUTH.
034700     OPEN I-O OPERATOR-MASTER
036300
036400     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
036500     MOVE PND-AUTH-LEVEL TO OPR-AUTH-LEVEL
036510     IF PND-SANCTION-LIMIT NUMERIC
036520         MOVE PND-SANCTION-LIMIT TO OPR-SANCTION-LIMIT
036530     ELSE
036540         MOVE 0 TO OPR-SANCTION-LIMIT
036550     END-IF
036600     REWRITE OPERATOR-RECORD
036700         INVALID KEY
036800             DISPLAY "PENDAPPR: UNABLE TO REWRITE OPERATOR "
046300 3400-APPLY-CREDIT-LIMIT-EXIT.
046400     EXIT.
046500
046501*-----------------------------------------------------------------
046502* WRITE THE APPROVED BENCHMARK RATE TO THE BENCHMARK FILE.  A
046503* RATE WHOSE EFFECTIVE DATE HAS PASSED WHILE IT WAITED IS NOT
046504* APPLIED - LOANRSET MAY ALREADY HAVE REPRICED ON THE OLD RATE -
046505* AND MUST BE RE-ENTERED IN BMRKMNT.
046506*-----------------------------------------------------------------
046508 3500-APPLY-BENCHMARK.
046510     IF PND-KEY-DATA(5:8) < WS-TODAYS-DATE
046512         DISPLAY "PENDAPPR: BENCHMARK RATE EFFECTIVE "
046514                 PND-KEY-DATA(5:8) " HAS ALREADY PASSED, "
046516                 "CHANGE NOT APPLIED"
046518         GO TO 3500-APPLY-BENCHMARK-EXIT
046520     END-IF
046522
046524     OPEN I-O BENCHMARK-FILE
046526     IF WS-BMRKFILE-NOTFOUND
046528         OPEN OUTPUT BENCHMARK-FILE
046530         CLOSE BENCHMARK-FILE
046532         OPEN I-O BENCHMARK-FILE
046534     END-IF
046536     IF NOT WS-BMRKFILE-OK
046538         DISPLAY "PENDAPPR: UNABLE TO OPEN BENCHMARK FILE, "
046540                 "STATUS = " WS-BMRKFILE-STATUS
046542         GO TO 3500-APPLY-BENCHMARK-EXIT
046544     END-IF
046546
046548     MOVE PND-KEY-DATA(1:4)   TO BMK-CODE
046550     MOVE PND-KEY-DATA(5:8)   TO BMK-EFF-DATE
046552     MOVE PND-BMK-RATE-PCT    TO BMK-RATE-PCT
046554     MOVE PND-BMK-DESC        TO BMK-DESCRIPTION
046556     MOVE WS-TODAYS-DATE      TO BMK-APPROVED-DATE
046558
046560     WRITE BENCHMARK-RATE-RECORD
046562         INVALID KEY
046564             DISPLAY "PENDAPPR: BENCHMARK " BMK-CODE
046566                     " ALREADY HAS A RATE EFFECTIVE "
046568                     BMK-EFF-DATE ", CHANGE NOT APPLIED"
046570             CLOSE BENCHMARK-FILE
046572             GO TO 3500-APPLY-BENCHMARK-EXIT
046574     END-WRITE
046576     CLOSE BENCHMARK-FILE
046578
046580     MOVE "BMRKFILE" TO WS-JRNL-FILE
046582     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
046584     MOVE BENCHMARK-RATE-RECORD TO WS-AFTER-IMAGE
046586     PERFORM 4000-WRITE-JOURNAL
046588         THRU 4000-WRITE-JOURNAL-EXIT
046590
046592     SET WS-APPLY-OK TO TRUE.
046594 3500-APPLY-BENCHMARK-EXIT.
046596     EXIT.
046598
046600*-----------------------------------------------------------------
046700* ONE BEFORE/AFTER JOURNAL ENTRY UNDER THE CHECKER'S ID.
046800*-----------------------------------------------------------------
