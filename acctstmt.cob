002399*                  THE MONTHLY ARCHIVES, SO OLD STATEMENTS      *
002399*                  SURVIVE THE LOG CUT-OVER - THE MERGED TABLE  *
002399*                  IS SORTED AGAIN WHEN THE ARCHIVES ARE USED.  *
002399* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002399*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002399*                  HELD.                                        *
002399* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002399*                  PLACE OF YYMMDD.                             *
002399* 2026-10-15 SN    AN ACCOUNT NO LONGER ON THE ACCOUNT MASTER   *
002399*                  IS LOOKED FOR ON THE CLOSED-ACCOUNT ARCHIVE, *
002399*                  AND ITS STATEMENT IS PRINTED FROM THE        *
002399*                  ARCHIVED RECORD AND HISTORY, MARKED          *
002399*                  ARCHIVED.                                    *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004060         ORGANIZATION IS LINE SEQUENTIAL
004070         FILE STATUS IS WS-WDARCH-STATUS.
004080
004100     SELECT CLOSED-ARCHIVE ASSIGN TO "CLSARCH"
004110         ORGANIZATION IS INDEXED
004120         ACCESS MODE IS DYNAMIC
004130         RECORD KEY IS CLA-KEY
004140         FILE STATUS IS WS-CLSARCH-STATUS.
004150
004160     SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004400
005412 FD  DEPOSIT-ARCHIVE
005413     LABEL RECORDS ARE STANDARD.
005414 01  DEPOSIT-ARCH-RECORD.
005415     05  ARCLOG-DATE          PIC 9(08).
005416     05  ARCLOG-TIME          PIC 9(08).
005417     05  FILLER               PIC X(01).
005418     05  ARCLOG-ACCT-NUMBER   PIC 9(06).
005419     05  FILLER               PIC X(01).
005420     05  ARCLOG-DEPOSIT-AMT   PIC 9(09).
005421     05  FILLER               PIC X(01).
005422     05  ARCLOG-NEW-BALANCE   PIC S9(09).
005423     05  FILLER               PIC X(01).
005424     05  ARCLOG-CURRENCY-CODE PIC X(03).
005425     05  FILLER               PIC X(01).
005430 FD  WITHDRAW-ARCHIVE
005431     LABEL RECORDS ARE STANDARD.
005432 01  WITHDRAW-ARCH-RECORD.
005433     05  ARCWD-DATE           PIC 9(08).
005434     05  ARCWD-TIME           PIC 9(08).
005435     05  FILLER               PIC X(01).
005436     05  ARCWD-ACCT-NUMBER    PIC 9(06).
005437     05  FILLER               PIC X(01).
005438     05  ARCWD-WITHDRAW-AMT   PIC 9(09).
005439     05  FILLER               PIC X(01).
005440     05  ARCWD-NEW-BALANCE    PIC S9(09).
005441
005500*    AN ACCOUNT CLOSED LONG ENOUGH AGO HAS LEFT THE MASTER AND THE
005510*    HISTORY FOR THE CLOSED-ACCOUNT ARCHIVE, AND ITS STATEMENT IS
005520*    PRINTED FROM THERE.
005530 FD  CLOSED-ARCHIVE
005540     LABEL RECORDS ARE STANDARD.
005550     COPY CLSARCH.
005560
005570 FD  STATEMENT-REPORT
005600     LABEL RECORDS ARE STANDARD.
005700 01  REPORT-LINE                 PIC X(80).
005800
006740
006750 01  WS-WDARCH-STATUS         PIC X(02).
006760     88  WS-WDARCH-OK         VALUE "00".
006765
006770 01  WS-CLSARCH-STATUS        PIC X(02).
006776     88  WS-CLSARCH-OK        VALUE "00".
006782
006788*    THE DATE THE HISTORY IS POSITIONED AT.
006794 01  WS-START-DATE            PIC 9(08).
006800
006900 01  WS-FROM-DATE             PIC 9(08).
007000 01  WS-TO-DATE               PIC 9(08).
007010
007020*    THE DATE OF THE ACCOUNT'S OLDEST HISTORY ENTRY - ANYTHING
007030*    REQUESTED BEFORE IT CAN ONLY COME FROM THE ARCHIVES.
007040 01  WS-HIST-FIRST-DATE       PIC 9(08) VALUE 99999999.
007100
007200 01  WS-CUST-NAME             PIC X(30).
007300 01  WS-CUST-ADDRESS         PIC X(40).
008280         88  WS-WDARCH-EOF    VALUE "Y".
008290     05  WS-WDARCH-AVAIL-SW   PIC X(01) VALUE "N".
008291         88  WS-WDARCH-AVAIL  VALUE "Y".
008292     05  WS-CLSARCH-AVAIL-SW  PIC X(01) VALUE "N".
008294         88  WS-CLSARCH-AVAIL VALUE "Y".
008296     05  WS-ACCT-ARCHIVED-SW  PIC X(01) VALUE "N".
008298         88  WS-ACCT-ARCHIVED VALUE "Y".
008300
008400 01  WS-STMT-COUNT            PIC 9(04) COMP VALUE 0.
008500 01  WS-STMT-MAX              PIC 9(04) COMP VALUE 200.
008900 01  WS-STMT-TABLE.
009000     05  WS-STMT-ENTRY OCCURS 200 TIMES
009100                       INDEXED BY WS-STMT-IDX.
009200         10  STMT-DATE            PIC 9(08).
009300         10  STMT-TIME            PIC 9(08).
009400         10  STMT-TYPE            PIC X(01).
009500             88  STMT-TYPE-DEPOSIT     VALUE "D".
009600             88  STMT-TYPE-WITHDRAWAL  VALUE "W".
009700             88  STMT-TYPE-REVERSAL    VALUE "R".
009800             88  STMT-TYPE-INTEREST    VALUE "I".
009900         10  STMT-AMOUNT          PIC S9(09).
010000         10  STMT-NEW-BALANCE     PIC S9(09).
010100
010110 01  WS-SWAP-ENTRY            PIC X(35).
010120 01  WS-SORT-I                PIC 9(04) COMP.
010130 01  WS-SORT-J                PIC 9(04) COMP.
010140
010200 01  WS-OPENING-BALANCE       PIC S9(09).
010300 01  WS-CLOSING-BALANCE       PIC S9(09).
010400
010500 01  WS-HEADING-LINE.
010600     05  FILLER               PIC X(19)
011100
011200 01  WS-RANGE-LINE.
011300     05  FILLER               PIC X(06) VALUE "FROM: ".
011400     05  RNG-FROM-DATE        PIC 9(08).
011500     05  FILLER               PIC X(06) VALUE " TO : ".
011600     05  RNG-TO-DATE          PIC 9(08).
011700
011800 01  WS-ARCHIVED-LINE.
011810     05  FILLER               PIC X(26)
011820              VALUE "ARCHIVED ACCOUNT - CLOSED ".
011830     05  ARC-CLOSED-DATE      PIC 9(08).
011840
011850 01  WS-BALANCE-LINE.
011900     05  BAL-LABEL            PIC X(18).
012000     05  BAL-AMOUNT           PIC -(9)9.
012100
012200 01  WS-DETAIL-LINE.
012300     05  DTL-DATE             PIC 9(08).
012400     05  FILLER               PIC X(02) VALUE SPACES.
012500     05  DTL-TYPE             PIC X(11).
012600     05  FILLER               PIC X(02) VALUE SPACES.
012700     05  DTL-AMOUNT           PIC -(9)9.
012800     05  FILLER               PIC X(02) VALUE SPACES.
012900     05  DTL-BALANCE          PIC -(9)9.
013000
013100 PROCEDURE DIVISION.
013200 0000-MAINLINE.
017700     DISPLAY "ENTER ACCOUNT NUMBER: "
017800     ACCEPT ACCT-NUMBER
017900
018000     DISPLAY "ENTER FROM DATE (CCYYMMDD): "
018100     ACCEPT WS-FROM-DATE
018200
018300     DISPLAY "ENTER TO DATE (CCYYMMDD): "
018400     ACCEPT WS-TO-DATE
018500
018600     READ ACCOUNT-MASTER
018700         KEY IS ACCT-NUMBER
018800         INVALID KEY
018900             PERFORM 1200-READ-CLOSED-ARCHIVE
019000                 THRU 1200-READ-CLOSED-ARCHIVE-EXIT
019100     END-READ
019200     IF NOT WS-ACCMSTR-OK AND NOT WS-ACCT-ARCHIVED
019210         DISPLAY "ACCTSTMT: ACCOUNT " ACCT-NUMBER
019220                 " NOT FOUND ON ACCOUNT MASTER"
019230         GO TO 1000-INITIALIZE-EXIT
019240     END-IF
019300
019400     SET WS-ACCT-FOUND TO TRUE
019500
020393
020400*    POSITION STRAIGHT ONTO THE ACCOUNT'S FIRST ENTRY AT OR
020500*    AFTER THE FROM DATE - NOTHING BEFORE IT IS EVER READ.
020600     MOVE WS-FROM-DATE TO WS-START-DATE
020700     PERFORM 2200-START-HISTORY
020800         THRU 2200-START-HISTORY-EXIT.
020900 1000-INITIALIZE-EXIT.
021000     EXIT.
021100
021200*-----------------------------------------------------------------
021300* NOT ON THE MASTER - LOOK FOR THE ACCOUNT ON THE CLOSED-ACCOUNT
021400* ARCHIVE.  IF IT IS THERE ITS ARCHIVED RECORD STANDS IN FOR THE
021500* MASTER AND ITS HISTORY IS READ FROM THE ARCHIVE.
021504*-----------------------------------------------------------------
021508 1200-READ-CLOSED-ARCHIVE.
021512     OPEN INPUT CLOSED-ARCHIVE
021516     IF NOT WS-CLSARCH-OK
021520         GO TO 1200-READ-CLOSED-ARCHIVE-EXIT
021524     END-IF
021528     SET WS-CLSARCH-AVAIL TO TRUE
021532
021536     MOVE ACCT-NUMBER TO CLA-ACCT-NUMBER
021540     SET CLA-TYPE-ACCOUNT TO TRUE
021544     MOVE SPACES TO CLA-SOURCE-KEY
021548     READ CLOSED-ARCHIVE
021552         KEY IS CLA-KEY
021556         INVALID KEY
021560             GO TO 1200-READ-CLOSED-ARCHIVE-EXIT
021565     END-READ
021570
021575     MOVE CLA-IMAGE TO ACCOUNT-RECORD
021580     MOVE CLA-CLOSED-DATE TO ARC-CLOSED-DATE
021585     SET WS-ACCT-ARCHIVED TO TRUE.
021590 1200-READ-CLOSED-ARCHIVE-EXIT.
021595     EXIT.
021600
021610*-----------------------------------------------------------------
021611* FIND THE DATE OF THE ACCOUNT'S OLDEST HISTORY ENTRY.  AN
021613* VALUE, SO THE WHOLE RANGE FALLS TO THE ARCHIVES.
021614*-----------------------------------------------------------------
021615 1500-FIND-HISTORY-START.
021616     MOVE 0 TO WS-START-DATE
021617     PERFORM 2200-START-HISTORY
021618         THRU 2200-START-HISTORY-EXIT
021619     IF WS-HIST-EOF
021620         GO TO 1500-FIND-HISTORY-START-EXIT
021621     END-IF
021622
021623     PERFORM 2100-READ-NEXT-HISTORY
021624         THRU 2100-READ-NEXT-HISTORY-EXIT
021625     IF WS-HIST-EOF
021626         GO TO 1500-FIND-HISTORY-START-EXIT
021627     END-IF
021628
021629     IF TXN-ACCT-NUMBER = ACCT-NUMBER
021631         MOVE TXN-DATE TO WS-HIST-FIRST-DATE
021632     END-IF.
021633 1500-FIND-HISTORY-START-EXIT.
021900* ENDS AT THE FIRST ENTRY PAST THE ACCOUNT OR THE TO DATE.
022000*-----------------------------------------------------------------
022100 2000-LOAD-HISTORY.
022200     PERFORM 2100-READ-NEXT-HISTORY
022300         THRU 2100-READ-NEXT-HISTORY-EXIT
022400     IF WS-HIST-EOF
022500         GO TO 2000-LOAD-HISTORY-EXIT
022600     END-IF
022700
022800     IF TXN-ACCT-NUMBER NOT = ACCT-NUMBER
022900         OR TXN-DATE > WS-TO-DATE
025800     END-EVALUATE.
025900 2000-LOAD-HISTORY-EXIT.
026000     EXIT.
026001
026002*-----------------------------------------------------------------
026003* READ THE NEXT HISTORY ENTRY INTO THE HISTORY RECORD - FROM THE
026004* LIVE HISTORY, OR FOR AN ARCHIVED ACCOUNT FROM ITS ARCHIVED
026005* ENTRIES.  THE END OF THE ACCOUNT'S ARCHIVED ENTRIES IS THE END
026006* OF ITS HISTORY.
026007*-----------------------------------------------------------------
026008 2100-READ-NEXT-HISTORY.
026009     IF NOT WS-ACCT-ARCHIVED
026010         READ TXN-HISTORY NEXT RECORD
026011             AT END
026012                 SET WS-HIST-EOF TO TRUE
026013         END-READ
026014         GO TO 2100-READ-NEXT-HISTORY-EXIT
026015     END-IF
026016
026017     READ CLOSED-ARCHIVE NEXT RECORD
026018         AT END
026020             SET WS-HIST-EOF TO TRUE
026022             GO TO 2100-READ-NEXT-HISTORY-EXIT
026024     END-READ
026026     IF CLA-ACCT-NUMBER NOT = ACCT-NUMBER
026028         OR NOT CLA-TYPE-HISTORY
026030         SET WS-HIST-EOF TO TRUE
026032         GO TO 2100-READ-NEXT-HISTORY-EXIT
026034     END-IF
026036     MOVE CLA-IMAGE TO TXN-RECORD.
026038 2100-READ-NEXT-HISTORY-EXIT.
026040     EXIT.
026042
026044*-----------------------------------------------------------------
026046* POSITION THE HISTORY ON THE ACCOUNT'S FIRST ENTRY AT OR AFTER
026048* THE START DATE.
026050*-----------------------------------------------------------------
026052 2200-START-HISTORY.
026054     MOVE "N" TO WS-HIST-EOF-SW
026056     MOVE ACCT-NUMBER   TO TXN-ACCT-NUMBER
026058     MOVE WS-START-DATE TO TXN-DATE
026060     MOVE 0             TO TXN-TIME
026062
026064     IF WS-ACCT-ARCHIVED
026066         MOVE ACCT-NUMBER TO CLA-ACCT-NUMBER
026068         SET CLA-TYPE-HISTORY TO TRUE
026070         MOVE TXN-KEY TO CLA-SOURCE-KEY
026072         START CLOSED-ARCHIVE
026074             KEY IS NOT LESS THAN CLA-KEY
026076             INVALID KEY
026078                 SET WS-HIST-EOF TO TRUE
026080         END-START
026082     ELSE
026084         START TXN-HISTORY
026086             KEY IS NOT LESS THAN TXN-KEY
026088             INVALID KEY
026090                 SET WS-HIST-EOF TO TRUE
026092         END-START
026094     END-IF.
026096 2200-START-HISTORY-EXIT.
026098     EXIT.
026100
026101*-----------------------------------------------------------------
026102* TAKE THE ARCHIVED DEPOSIT ENTRIES THE HISTORY CANNOT COVER.
027300     MOVE WS-TO-DATE   TO RNG-TO-DATE
027400     MOVE WS-RANGE-LINE TO REPORT-LINE
027500     WRITE REPORT-LINE
027510
027520     IF WS-ACCT-ARCHIVED
027530         MOVE WS-ARCHIVED-LINE TO REPORT-LINE
027540         WRITE REPORT-LINE
027550     END-IF
027600
027700     IF WS-STMT-COUNT = 0
027800         MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
035540     IF WS-WDARCH-AVAIL
035550         CLOSE WITHDRAW-ARCHIVE
035560     END-IF
035600     IF WS-CLSARCH-AVAIL
035610         CLOSE CLOSED-ARCHIVE
035620     END-IF
035630     CLOSE STATEMENT-REPORT.
035700 9999-TERMINATE-EXIT.
035800     EXIT.
035900
