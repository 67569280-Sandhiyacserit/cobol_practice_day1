000200* PROGRAM      : MATPROC                                        *
000300* DESCRIPTION  : NIGHTLY FIXED/RECURRING DEPOSIT MATURITY RUN.  *
000400*                FINDS ACTIVE TERM ACCOUNTS PAST THE MATURITY   *
000500*                PERIOD FROM THEIR OPEN DATE (THEIR PRODUCT'S   *
000600*                TERM, ON THE 30-DAY-MONTH CONVENTION WITHDRAW  *
000700*                USES), COMPUTES THE MATURITY VALUE WITH        *
000800*                INTCALC'S COMPOUND MODE, CREDITS THE MATURITY  *
000900*                INTEREST THROUGH THE DEPOSIT LOG, AND THEN     *
002852*                  IS NOW TYPED AS A TRANSFER, SO THE PAIRED   *
002853*                  LEGS NET INSIDE CUSTOMER DEPOSITS ON THE    *
002854*                  GL JOURNAL INSTEAD OF TOUCHING TELLER CASH. *
002855* 2026-10-15 SN    A TERM DEPOSIT'S TERM AND TERM RATE NOW COME *
002856*                  FROM ITS PRODUCT THROUGH PRDLKUP, AND ANY    *
002857*                  ACCOUNT WHOSE PRODUCT IS A FIXED OR          *
002858*                  RECURRING DEPOSIT IS MATURED. THE STANDARD   *
002859*                  PRODUCTS KEEP THE 180 DAYS AT 6.50.          *
002860* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002861*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002862*                  HELD.                                        *
002863* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002864*                  PLACE OF YYMMDD.                             *
002865* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002866*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002867*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
005800 FD  DEPOSIT-LOG
005900     LABEL RECORDS ARE STANDARD.
006000 01  DEPOSIT-LOG-RECORD.
006100     05  LOG-DATE             PIC 9(08).
006200     05  LOG-TIME             PIC 9(08).
006300     05  FILLER               PIC X(01) VALUE SPACE.
006400     05  LOG-ACCT-NUMBER      PIC 9(06).
006500     05  FILLER               PIC X(01) VALUE SPACE.
006600     05  LOG-DEPOSIT-AMT      PIC 9(09).
006700     05  FILLER               PIC X(01) VALUE SPACE.
006800     05  LOG-NEW-BALANCE      PIC S9(09).
006900     05  FILLER               PIC X(01) VALUE SPACE.
007000     05  LOG-CURRENCY-CODE    PIC X(03).
007100     05  FILLER               PIC X(01) VALUE SPACE.
007900     05  LOG-BRANCH-CODE      PIC 9(03).
008000     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  LOG-TXN-REF          PIC 9(10).
008109     05  FILLER               PIC X(01) VALUE SPACE.
008118     05  LOG-VALUE-DATE       PIC 9(08).
008127     05  FILLER               PIC X(01) VALUE SPACE.
008136     05  LOG-POST-BRANCH      PIC 9(03).
008145     05  FILLER               PIC X(01) VALUE SPACE.
008154     05  LOG-INSTRUMENT       PIC X(01).
008163         88  LOG-INSTR-CASH       VALUE "C".
008172         88  LOG-INSTR-CHEQUE     VALUE "Q".
008181         88  LOG-INSTR-TRANSFER   VALUE "T".
008190         88  LOG-INSTR-SYSTEM     VALUE "S".
008200
008300 FD  WITHDRAW-LOG
008400     LABEL RECORDS ARE STANDARD.
008500 01  WITHDRAW-LOG-RECORD.
008600     05  WDLOG-DATE           PIC 9(08).
008700     05  WDLOG-TIME           PIC 9(08).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008900     05  WDLOG-ACCT-NUMBER    PIC 9(06).
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  WDLOG-NEW-BALANCE    PIC S9(09).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  WDLOG-OPERATOR-ID    PIC 9(04).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009910     05  FILLER               PIC X(01) VALUE SPACE.
009920     05  WDLOG-TRANS-TYPE     PIC X(01).
009930         88  WDLOG-TRANS-MATURITY VALUE "M".
009937     05  FILLER               PIC X(01) VALUE SPACE.
009944     05  WDLOG-POST-BRANCH    PIC 9(03).
009951     05  FILLER               PIC X(01) VALUE SPACE.
009958     05  WDLOG-INSTRUMENT     PIC X(01).
009965         88  WDLOG-INSTR-CASH     VALUE "C".
009972         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
009979         88  WDLOG-INSTR-TRANSFER VALUE "T".
009986         88  WDLOG-INSTR-SYSTEM   VALUE "S".
010000
010100 FD  MATURITY-REGISTER
010200     LABEL RECORDS ARE STANDARD.
011630     88  WS-RDLFILE-OK        VALUE "00".
011640     88  WS-RDLFILE-NOTFOUND  VALUE "35".
011650
011655 01  WS-HOLD-TOTAL            PIC 9(10).
011656
011660 01  WS-RD-WORK.
011670     05  WS-RDL-AVAIL-SW      PIC X(01) VALUE "N".
011680         88  WS-RDL-AVAIL     VALUE "Y".
011690     05  WS-RDL-EOF-SW        PIC X(01).
011691         88  WS-RDL-EOF       VALUE "Y".
011692     05  WS-RD-INTEREST       PIC 9(10)V99.
011693     05  WS-RD-PENALTIES      PIC 9(10).
011694     05  WS-PAID-DAY-COUNT    PIC 9(07).
011695     05  WS-EARN-DAYS         PIC S9(07).
011700
011900 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
012000     88  WS-BATCH-ACQUIRED    VALUE "Y".
012100
012101*    THE TERM AND TERM RATE OF THE ACCOUNT'S PRODUCT - 180 DAYS
012102*    AT 6.50 UNDER THE STANDARD FIXED AND RECURRING PRODUCTS.
012103 01  WS-MATURITY-DAYS         PIC 9(05) VALUE 180.
012300 01  WS-TERM-RATE             PIC 9(03)V99 VALUE 6.50.
012301 01  WS-PRODUCT-FOUND-SW      PIC X(01).
012302     COPY PRODREC.
012400 01  WS-TODAYS-DATE           PIC 9(08).
012500 01  WS-TXN-TYPE              PIC X(01).
012600 01  WS-TXN-REF               PIC 9(10).
012700 01  WS-TRANS-TIME            PIC 9(08).
012800
012900 01  WS-CCYY                  PIC 9(04).
013000 01  WS-MM                    PIC 9(02).
013100 01  WS-DD                    PIC 9(02).
013200 01  WS-DAY-COUNT-RESULT      PIC 9(07).
013500 01  WS-HELD-DAYS             PIC S9(07).
013600
013700 01  WS-INTCALC-WORK.
013800     05  WS-PRINCIPAL         PIC 9(10)V99.
013900     05  WS-RATE              PIC 9(03)V99.
014000     05  WS-TIME-YEARS        PIC 9(03)V99.
014100     05  WS-CALC-MODE         PIC X(01) VALUE "C".
014200     05  WS-COMPOUND-FREQ     PIC 9(02) VALUE 4.
014210     05  WS-CALC-DATE         PIC 9(08).
014300     05  WS-INTEREST          PIC 9(10)V99.
014400     05  WS-MATURITY-VALUE    PIC 9(10)V99.
014500
014600 01  WS-INTEREST-AMT          PIC 9(09).
014700 01  WS-PAYOUT-AMT            PIC 9(10).
014800 01  WS-FD-ACCT               PIC 9(06).
014900 01  WS-FD-BRANCH             PIC 9(03).
015000 01  WS-FD-CURRENCY           PIC X(03).
016200     05  FILLER               PIC X(03) VALUE SPACES.
016300     05  DTL-DISP             PIC X(01).
016400     05  FILLER               PIC X(03) VALUE SPACES.
016500     05  DTL-INTEREST         PIC -(9)9.
016600     05  FILLER               PIC X(03) VALUE SPACES.
016700     05  DTL-PAYOUT           PIC -(9)9.
016800     05  FILLER               PIC X(03) VALUE SPACES.
016900     05  DTL-LINKED-ACCT      PIC 9(06).
017000
023000
023100     MOVE "TERM DEPOSIT MATURITY REGISTER" TO REPORT-LINE
023200     WRITE REPORT-LINE
023300     MOVE "ACCT NO  D     INTEREST     PAYOUT   LINKED"
023400         TO REPORT-LINE
023500     WRITE REPORT-LINE
023600
024600* THEN ADVANCE TO THE NEXT ACCOUNT.
024700*-----------------------------------------------------------------
024800 2000-PROCESS-ACCOUNT.
024801*    THE TERM AND THE RATE IT EARNS ARE THE PRODUCT'S.
024802     IF ACCT-STATUS-ACTIVE
024803         MOVE "N" TO WS-PRODUCT-FOUND-SW
024804         CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
024805                              PRODUCT-RECORD WS-PRODUCT-FOUND-SW
024806         MOVE PRD-TERM-DAYS TO WS-MATURITY-DAYS
024807         MOVE PRD-INT-RATE  TO WS-TERM-RATE
024808     END-IF
024809     IF ACCT-STATUS-ACTIVE AND PRD-BASE-TERM
025100         PERFORM 2500-CHECK-MATURITY
025200             THRU 2500-CHECK-MATURITY-EXIT
025300     END-IF
026400* MATURITY, SETTLE THE DEPOSIT.
026500*-----------------------------------------------------------------
026600 2500-CHECK-MATURITY.
026700     MOVE ACCT-OPEN-DATE(1:4) TO WS-CCYY
026800     MOVE ACCT-OPEN-DATE(5:2) TO WS-MM
026900     MOVE ACCT-OPEN-DATE(7:2) TO WS-DD
027000     PERFORM 2600-CCYYMMDD-TO-DAYS
027100         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
027200     MOVE WS-DAY-COUNT-RESULT TO WS-OPEN-DAY-COUNT
027300
027400     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
027500     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
027600     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
027700     PERFORM 2600-CCYYMMDD-TO-DAYS
027800         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
027900     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
028000
028100     COMPUTE WS-HELD-DAYS =
029100     EXIT.
029200
029300*-----------------------------------------------------------------
029400* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
029500*-----------------------------------------------------------------
029600 2600-CCYYMMDD-TO-DAYS.
029700     COMPUTE WS-DAY-COUNT-RESULT =
029800             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
029900 2600-CCYYMMDD-TO-DAYS-EXIT.
030000     EXIT.
030100
030200*-----------------------------------------------------------------
033551         GO TO 3600-VALUE-ONE-INSTL-EXIT
033552     END-IF
033553
033554     MOVE RDI-PAID-DATE(1:4) TO WS-CCYY
033555     MOVE RDI-PAID-DATE(5:2) TO WS-MM
033556     MOVE RDI-PAID-DATE(7:2) TO WS-DD
033557     PERFORM 2600-CCYYMMDD-TO-DAYS
033558         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
033559     MOVE WS-DAY-COUNT-RESULT TO WS-PAID-DAY-COUNT
033560
033561     COMPUTE WS-EARN-DAYS =
039100     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
039200     CALL "TXNREF" USING WS-TXN-REF
039300     MOVE WS-TXN-REF TO LOG-TXN-REF
039301     MOVE 0 TO LOG-VALUE-DATE
039302     MOVE 0 TO LOG-POST-BRANCH
039303     SET LOG-INSTR-TRANSFER TO TRUE
039400     WRITE DEPOSIT-LOG-RECORD
039500     MOVE "D" TO WS-TXN-TYPE
039600     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
039700                           WS-TXN-TYPE LOG-DEPOSIT-AMT
039800                           LOG-NEW-BALANCE LOG-OPERATOR-ID
039800                           LOG-TXN-REF
039800                           LOG-INSTRUMENT
039900
040000*    NOW SETTLE THE TERM DEPOSIT ITSELF - INTEREST CREDIT,
040100*    PAYOUT DEBIT, AND CLOSE.
048800     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
048900     CALL "TXNREF" USING WS-TXN-REF
049000     MOVE WS-TXN-REF TO LOG-TXN-REF
049001     MOVE 0 TO LOG-VALUE-DATE
049002     MOVE 0 TO LOG-POST-BRANCH
049003     SET LOG-INSTR-SYSTEM TO TRUE
049100     WRITE DEPOSIT-LOG-RECORD
049200
049300     MOVE "I" TO WS-TXN-TYPE
049400     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
049500                           WS-TXN-TYPE LOG-DEPOSIT-AMT
049600                           LOG-NEW-BALANCE LOG-OPERATOR-ID
049600                           LOG-TXN-REF
049600                           LOG-INSTRUMENT.
049700 6000-WRITE-INTEREST-LOG-EXIT.
049800     EXIT.
049900
051310*    THE PAYOUT LANDS IN THE LINKED SAVINGS ACCOUNT - AN
051320*    INTERNAL MOVEMENT, NOT CASH OVER THE COUNTER.
051330     SET WDLOG-TRANS-MATURITY TO TRUE
051331     MOVE 0 TO WDLOG-POST-BRANCH
051332     SET WDLOG-INSTR-TRANSFER TO TRUE
051400     WRITE WITHDRAW-LOG-RECORD
051500
051600     MOVE "W" TO WS-TXN-TYPE
051800                           WDLOG-TIME WS-TXN-TYPE
051900                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
052000                           WDLOG-OPERATOR-ID
052000                           WDLOG-TXN-REF
052000                           WDLOG-INSTRUMENT.
052100 7000-WRITE-PAYOUT-LOG-EXIT.
052200     EXIT.
052300
