000100*****************************************************************
000200* PROGRAM      : INTACCR                                        *
000300* DESCRIPTION  : BATCH MONTHLY INTEREST-ACCRUAL RUN.  APPLIES    *
000400*                INTCALC'S TIERED-SLAB RATE (OR THE PRODUCT'S   *
000500*                FLAT RATE) TO EVERY ACCOUNT WHOSE PRODUCT      *
000600*                EARNS INTEREST - BY STANDARD, SAVINGS AND      *
000700*                FIXED DEPOSITS - FOR ONE MONTH, CREDITS THE    *
000800*                INTEREST TO THE ACCOUNT'S BALANCE, AND PRINTS  *
000900*                WHAT WAS ACCRUED PER ACCOUNT.  ACCOUNTS WHOSE  *
000910*                PRODUCT EARNS NO INTEREST ARE SKIPPED.         *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. INTACCR.
002692*                  OWN TRANSACTION TYPE, SO THE GL JOURNAL     *
002693*                  CREDITS THE TAX-PAYABLE LIABILITY INSTEAD   *
002694*                  OF TELLER CASH.                             *
002695* 2026-10-15 SN    WHETHER AN ACCOUNT ACCRUES INTEREST NOW      *
002696*                  COMES FROM ITS PRODUCT (THROUGH PRDLKUP)     *
002697*                  INSTEAD OF ITS TYPE, AND A FLAT-RATE PRODUCT *
002698*                  ACCRUES SIMPLE INTEREST AT ITS OWN RATE IN   *
002699*                  PLACE OF THE SLAB RATE.                      *
002699* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002699*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002699*                  HELD.                                        *
002699* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002699*                  PLACE OF YYMMDD.                             *
002699* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002699*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002699*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
005020 FD  DEPOSIT-LOG
005030     LABEL RECORDS ARE STANDARD.
005040 01  DEPOSIT-LOG-RECORD.
005041     05  LOG-DATE             PIC 9(08).
005042     05  LOG-TIME             PIC 9(08).
005043     05  FILLER               PIC X(01) VALUE SPACE.
005044     05  LOG-ACCT-NUMBER      PIC 9(06).
005045     05  FILLER               PIC X(01) VALUE SPACE.
005046     05  LOG-DEPOSIT-AMT      PIC 9(09).
005047     05  FILLER               PIC X(01) VALUE SPACE.
005048     05  LOG-NEW-BALANCE      PIC S9(09).
005049     05  FILLER               PIC X(01) VALUE SPACE.
005050     05  LOG-CURRENCY-CODE    PIC X(03).
005051     05  FILLER               PIC X(01) VALUE SPACE.
005057     05  LOG-BRANCH-CODE      PIC 9(03).
005057     05  FILLER               PIC X(01) VALUE SPACE.
005057     05  LOG-TXN-REF          PIC 9(10).
005057     05  FILLER               PIC X(01) VALUE SPACE.
005057     05  LOG-VALUE-DATE       PIC 9(08).
005057     05  FILLER               PIC X(01) VALUE SPACE.
005057     05  LOG-POST-BRANCH      PIC 9(03).
005057     05  FILLER               PIC X(01) VALUE SPACE.
005057     05  LOG-INSTRUMENT       PIC X(01).
005057         88  LOG-INSTR-CASH       VALUE "C".
005057         88  LOG-INSTR-CHEQUE     VALUE "Q".
005057         88  LOG-INSTR-TRANSFER   VALUE "T".
005057         88  LOG-INSTR-SYSTEM     VALUE "S".
005058
005059 FD  WITHDRAW-LOG
005060     LABEL RECORDS ARE STANDARD.
005061 01  WITHDRAW-LOG-RECORD.
005062     05  WDLOG-DATE           PIC 9(08).
005063     05  WDLOG-TIME           PIC 9(08).
005064     05  FILLER               PIC X(01) VALUE SPACE.
005065     05  WDLOG-ACCT-NUMBER    PIC 9(06).
005066     05  FILLER               PIC X(01) VALUE SPACE.
005067     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
005068     05  FILLER               PIC X(01) VALUE SPACE.
005069     05  WDLOG-NEW-BALANCE    PIC S9(09).
005070     05  FILLER               PIC X(01) VALUE SPACE.
005071     05  WDLOG-OPERATOR-ID    PIC 9(04).
005071     05  FILLER               PIC X(01) VALUE SPACE.
005072     05  FILLER               PIC X(01) VALUE SPACE.
005073     05  WDLOG-TRANS-TYPE     PIC X(01).
005074         88  WDLOG-TRANS-TAX      VALUE "X".
005074     05  FILLER               PIC X(01) VALUE SPACE.
005074     05  WDLOG-POST-BRANCH    PIC 9(03).
005074     05  FILLER               PIC X(01) VALUE SPACE.
005074     05  WDLOG-INSTRUMENT     PIC X(01).
005074         88  WDLOG-INSTR-CASH     VALUE "C".
005074         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
005074         88  WDLOG-INSTR-TRANSFER VALUE "T".
005074         88  WDLOG-INSTR-SYSTEM   VALUE "S".
005072
005073 FD  TAX-LEDGER
005074     LABEL RECORDS ARE STANDARD.
005075 01  TAX-LEDGER-RECORD.
005076     05  TAX-DATE             PIC 9(08).
005077     05  FILLER               PIC X(01) VALUE SPACE.
005078     05  TAX-ACCT-NUMBER      PIC 9(06).
005079     05  FILLER               PIC X(01) VALUE SPACE.
005080     05  TAX-INTEREST-AMT     PIC 9(09).
005081     05  FILLER               PIC X(01) VALUE SPACE.
005082     05  TAX-WITHHELD         PIC 9(09).
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-ACCMSTR-STATUS        PIC X(02).
005704
005705 01  WS-TXN-TYPE              PIC X(01).
005706 01  WS-TXN-REF               PIC 9(10).
005706 01  WS-INTEREST-AMT          PIC 9(09).
005707
005708 01  WS-WDLOG-STATUS          PIC X(02).
005709     88  WS-WDLOG-OK          VALUE "00".
005710
005711 01  WS-TAXLEDGR-STATUS       PIC X(02).
005712     88  WS-TAXLEDGR-OK       VALUE "00".
005712
005712 01  WS-PRODUCT-FOUND-SW      PIC X(01).
005712
005712*    THE RULES OF THE PRODUCT THE ACCOUNT WAS OPENED UNDER.
005712     COPY PRODREC.
005713
005714 01  WS-TAX-THRESHOLD         PIC 9(07) VALUE 10000.
005715 01  WS-TAX-RATE-PCT          PIC 9(03) VALUE 10.
005716 01  WS-TAX-AMT               PIC 9(09).
005717 01  WS-BAL-AFTER-INT         PIC S9(09).
005718
005720 01  WS-JOB-NAME              PIC X(08) VALUE "INTACCR ".
005730 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
005740     88  WS-BATCH-ACQUIRED    VALUE "Y".
005800
005890 01  WS-TODAYS-DATE           PIC 9(08).
005810 01  WS-TXNHIST-STATUS        PIC X(02).
005820     88  WS-TXNHIST-OK        VALUE "00".
005830     88  WS-TXNHIST-NOTFOUND  VALUE "35".
005854         88  WS-HIST-EOF      VALUE "Y".
005855     05  WS-FIRST-TXN-SW      PIC X(01).
005856         88  WS-FIRST-TXN     VALUE "Y".
005857     05  WS-MONTH-START       PIC 9(08).
005858     05  WS-TXN-DD            PIC 9(02).
005859     05  WS-PREV-DD           PIC 9(02).
005860     05  WS-PREV-BAL          PIC S9(11).
005861     05  WS-DAY-WEIGHTED      PIC S9(12).
005862     05  WS-AVG-BALANCE       PIC S9(11).
005863
005900 01  WS-MONTHLY-TIME          PIC 9(03)V99 VALUE .08.
006000
006100 01  WS-INTCALC-WORK.
006200     05  WS-PRINCIPAL         PIC 9(10)V99.
006300     05  WS-RATE              PIC 9(03)V99.
006400     05  WS-CALC-MODE         PIC X(01) VALUE "T".
006410     05  WS-COMPOUND-FREQ     PIC 9(02) VALUE 1.
006420     05  WS-CALC-DATE         PIC 9(08).
006500     05  WS-INTEREST          PIC 9(10)V99.
006600     05  WS-MATURITY-VALUE    PIC 9(10)V99.
006700
006800 01  WS-EXCEPTION-COUNT       PIC 9(06) COMP VALUE ZERO.
006900 01  WS-ACCOUNT-COUNT         PIC 9(06) COMP VALUE ZERO.
007800     05  FILLER               PIC X(03) VALUE SPACES.
007900     05  DTL-ACCT-TYPE        PIC X(01).
008000     05  FILLER               PIC X(05) VALUE SPACES.
008100     05  DTL-OLD-BALANCE      PIC -(9)9.
008110     05  FILLER               PIC X(03) VALUE SPACES.
008120     05  DTL-AVG-BALANCE      PIC -(10)9.
008200     05  FILLER               PIC X(03) VALUE SPACES.
008300     05  DTL-RATE             PIC ZZ9.99.
008400     05  FILLER               PIC X(03) VALUE SPACES.
008500     05  DTL-INTEREST         PIC -(9)9.
008600     05  FILLER               PIC X(03) VALUE SPACES.
008700     05  DTL-NEW-BALANCE      PIC -(9)9.
008800
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
012500     WRITE REPORT-LINE
012600     MOVE SPACES TO REPORT-LINE
012700     WRITE REPORT-LINE
012800     MOVE "ACCT NO TYPE      OLD BAL       AVG BAL     RATE     IN
012810-         "TEREST      NEW BAL" TO REPORT-LINE
013000     WRITE REPORT-LINE
013010
013020*    WITHOUT THE HISTORY FILE THE ACCRUAL FALLS BACK TO THE
014400 2000-PROCESS-ACCOUNT.
014500     ADD 1 TO WS-ACCOUNT-COUNT
014600
014601*    WHETHER THE ACCOUNT EARNS INTEREST, AND ON WHAT BASIS, IS
014602*    THE PRODUCT'S RULE - NOT THE ACCOUNT TYPE'S.
014603     MOVE "N" TO WS-PRODUCT-FOUND-SW
014604     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
014605                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
014606     IF PRD-EARNS-INTEREST
014800         PERFORM 2500-ACCRUE-INTEREST
014900             THRU 2500-ACCRUE-INTEREST-EXIT
015000     END-IF
015865     END-IF
015866
015867     MOVE WS-TODAYS-DATE TO WS-MONTH-START
015868     MOVE 01 TO WS-MONTH-START(7:2)
015869
015870     MOVE "N" TO WS-HIST-EOF-SW
015871     MOVE "Y" TO WS-FIRST-TXN-SW
015927         MOVE "N" TO WS-FIRST-TXN-SW
015928     END-IF
015929
015930     MOVE TXN-DATE(7:2) TO WS-TXN-DD
015931     COMPUTE WS-DAY-WEIGHTED = WS-DAY-WEIGHTED
015932             + (WS-PREV-BAL * (WS-TXN-DD - WS-PREV-DD))
015933     MOVE TXN-NEW-BALANCE TO WS-PREV-BAL
016380     ELSE
016390         MOVE 0 TO WS-PRINCIPAL
016391     END-IF
016392*    A FLAT-RATE PRODUCT EARNS ITS OWN RATE AS SIMPLE INTEREST;
016393*    EVERYTHING ELSE EARNS THE SLAB RATE FOR THE BALANCE.
016394     IF PRD-RATE-FLAT
016395         MOVE "S" TO WS-CALC-MODE
016396         MOVE PRD-INT-RATE TO WS-RATE
016397     ELSE
016398         MOVE "T" TO WS-CALC-MODE
016399         MOVE WS-MONTHLY-TIME TO WS-RATE
016400     END-IF
016600
016700     MOVE WS-TODAYS-DATE TO WS-CALC-DATE
016700     CALL "INTCALC" USING WS-PRINCIPAL
019293     MOVE ACCT-BRANCH-CODE   TO LOG-BRANCH-CODE
019294     CALL "TXNREF" USING WS-TXN-REF
019295     MOVE WS-TXN-REF         TO LOG-TXN-REF
019295     MOVE 0 TO LOG-VALUE-DATE
019295     MOVE 0 TO LOG-POST-BRANCH
019295     SET LOG-INSTR-SYSTEM TO TRUE
019293
019294     WRITE DEPOSIT-LOG-RECORD
019295
019297     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
019298                           WS-TXN-TYPE LOG-DEPOSIT-AMT
019299                           LOG-NEW-BALANCE LOG-OPERATOR-ID
019299                           LOG-TXN-REF
019299                           LOG-INSTRUMENT.
019300 2700-WRITE-INTEREST-LOG-EXIT.
019301     EXIT.
019302
019318*    NO CASH LEAVES THE TILL - THE TYPE BYTE SENDS THE CREDIT
019319*    TO THE TAX-PAYABLE LIABILITY ON THE GL JOURNAL.
019320     SET WDLOG-TRANS-TAX TO TRUE
019320     MOVE 0 TO WDLOG-POST-BRANCH
019320     SET WDLOG-INSTR-SYSTEM TO TRUE
019315     WRITE WITHDRAW-LOG-RECORD
019316
019317     MOVE "W" TO WS-TXN-TYPE
019320                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
019321                           WDLOG-OPERATOR-ID
019321                           WDLOG-TXN-REF
019321                           WDLOG-INSTRUMENT
019322
019323     MOVE LOG-DATE        TO TAX-DATE
019324     MOVE ACCT-NUMBER     TO TAX-ACCT-NUMBER
