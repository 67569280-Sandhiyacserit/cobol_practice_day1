000700*                TELLER CASH, CUSTOMER DEPOSITS, INTEREST       *
000800*                EXPENSE, FEE INCOME, LOAN PRINCIPAL AND        *
000900*                CLEARING SETTLEMENT - USING THE TRANSACTION    *
001000*                TYPE BYTE EACH LOG ENTRY NOW CARRIES, AND THE  *
001010*                ITEMS PARKED ON OR CLEARED FROM THE SUSPENSE   *
001020*                LEDGER AND LOANS WRITTEN OFF TODAY.  THE       *
001030*                JOURNAL FILE IS ONLY RELEASED AFTER THE PROOF  *
001100*                THAT TOTAL DEBITS EQUAL TOTAL CREDITS AND      *
001200*                EVERY GL ACCOUNT POSTED IS ON THE CHART - A    *
001300*                FAILED PROOF REFUSES THE RUN WITH RETURN CODE  *
001400*                8 AND RELEASES NOTHING.                        *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. GLJRNL.
003170*                  CARRY THEIR OWN TYPES AND MAP TO CLEARING   *
003180*                  SETTLEMENT, TAX PAYABLE (2030), INTEREST    *
003190*                  INCOME (4020) AND THE UNCLAIMED LIABILITY.  *
003191* 2026-10-15 SN    OUTWARD REMITTANCES (WITHDRAW-LOG TYPE "O")  *
003192*                  NOW CREDIT THE NEW OUTWARD CLEARING GL       *
003193*                  (1030) AND THEIR NETWORK RETURNS (DEPOSIT-   *
003194*                  LOG TYPE "O") DEBIT IT, SO THE GL CARRIES    *
003195*                  THE NET OUTWARD SETTLEMENT.                  *
003196* 2026-10-15 SN    ATM DISPUTE REFUNDS (DEPOSIT-LOG TYPE "A")   *
003197*                  NOW DEBIT THE CLEARING SETTLEMENT GL THE ATM *
003198*                  DEBIT WENT TO, AND LATE-CASE COMPENSATION    *
003199*                  (DEPOSIT-LOG TYPE "K") DEBITS THE NEW        *
003199*                  COMPENSATION EXPENSE GL (5020).              *
003199* 2026-10-15 SN    DEMAND DRAFTS AND PAY ORDERS NOW CLEAR       *
003199*                  THROUGH THE NEW DD-PAYABLE GL (2040) -       *
003199*                  ISSUES AGAINST AN ACCOUNT (WITHDRAW-LOG TYPE *
003199*                  "D") OR FOR CASH (DEPOSIT-LOG TYPE "B")      *
003199*                  CREDIT IT, AND PAYMENT OR REFUND TO AN       *
003199*                  ACCOUNT (DEPOSIT-LOG "V"), IN CASH           *
003199*                  (WITHDRAW-LOG "J") OR THROUGH CLEARING       *
003199*                  (WITHDRAW-LOG "Y") DEBITS IT.  COMMISSION    *
003199*                  TAKEN IN CASH (DEPOSIT-LOG "G") GOES TO FEE  *
003199*                  INCOME.                                      *
003199* 2026-10-15 SN    INTEREST RECOVERED FROM A DEPOSIT BROKEN     *
003199*                  BEFORE MATURITY (WITHDRAW-LOG TYPE "K") NOW  *
003199*                  CREDITS BACK THE INTEREST EXPENSE GL IT WAS  *
003199*                  FIRST CHARGED TO.                            *
003199* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003199*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003199*                  HELD.                                        *
003199* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003199*                  PLACE OF YYMMDD.                             *
003199* 2026-10-15 SN    JOURNAL LINES NOW CARRY THE BRANCH, TOTALLED *
003199*                  BY GL ACCOUNT AND THE BRANCH ON EACH LOG     *
003199*                  ENTRY, SO GLPOST CAN KEEP BALANCES PER       *
003199*                  BRANCH. BOOK TRANSFERS BETWEEN CUSTOMER      *
003199*                  ACCOUNTS (LOG TYPE "T", MATURITY PAYOUTS     *
003199*                  "M") NOW PASS THROUGH THE NEW INTER-BRANCH   *
003199*                  TRANSFER GL (1040) SO EACH BRANCH'S CUSTOMER *
003199*                  DEPOSITS MOVE WITH ITS OWN ACCOUNTS.         *
003199* 2026-10-15 SN    SUSPENSE LEDGER ITEMS PARKED TODAY NOW DEBIT *
003199*                  THE GL THEY CAME THROUGH AND CREDIT THE NEW  *
003199*                  SUSPENSE GL (2050); ITEMS APPLIED OR         *
003199*                  RETURNED TO AN ACCOUNT (DEPOSIT-LOG TYPE     *
003199*                  "S") CLEAR IT THROUGH INTER-BRANCH TRANSFER, *
003199*                  AND OTHER RETURNS BACK TO THEIR SOURCE GL.   *
003199* 2026-10-15 SN    LOANS WRITTEN OFF TODAY NOW DEBIT THE NEW    *
003199*                  WRITE-OFF GL (5030) AND CREDIT LOAN          *
003199*                  PRINCIPAL; RECOVERIES AGAINST THE WRITTEN-   *
003199*                  OFF BOOK, IN CASH (DEPOSIT-LOG TYPE "W") OR  *
003199*                  BY ACCOUNT DEBIT (WITHDRAW-LOG TYPE "R"),    *
003199*                  CREDIT THE NEW RECOVERY INCOME GL (4030).    *
003199* 2026-10-15 SN    GST TAKEN ON SERVICE CHARGES - FROM AN       *
003199*                  ACCOUNT (WITHDRAW-LOG TYPE "G") OR IN CASH   *
003199*                  WITH A DRAFT COMMISSION (DEPOSIT-LOG TYPE    *
003199*                  "H") - NOW CREDITS THE NEW GST PAYABLE GL    *
003199*                  (2060).                                      *
003199* 2026-10-15 SN    A DEBIT SUSPENSE ITEM - AN OWN-ATM CASH      *
003199*                  SHORTAGE PARKED BY ATMBAL - POSTS THE OTHER  *
003199*                  WAY ROUND: PARKING DEBITS SUSPENSE AND       *
003199*                  CREDITS ITS SOURCE GL, AND ITS RECOVERY      *
003199*                  REVERSES THAT.                               *
003199* 2026-10-15 SN    CASH FROM OUR OWN ATM TERMINALS NOW LEAVES   *
003199*                  TELLER CASH AT THE TERMINAL'S BRANCH - AN    *
003199*                  ON-US DISPENSE (WITHDRAW-LOG TYPE "B")       *
003199*                  DEBITS THE CUSTOMER'S DEPOSITS AT HOME,      *
003199*                  THROUGH INTER-BRANCH TRANSFER WHEN THE       *
003199*                  TERMINAL IS AT ANOTHER BRANCH, AND AN OTHER  *
003199*                  BANK'S CARD (TYPE "Z") DEBITS CLEARING       *
003199*                  SETTLEMENT.                                  *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
004800         RECORD KEY IS COA-GL-NUMBER
004900         FILE STATUS IS WS-COAFILE-STATUS.
005000
005100     SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
005101         ORGANIZATION IS INDEXED
005102         ACCESS MODE IS SEQUENTIAL
005103         RECORD KEY IS WOFF-LOAN-NUMBER
005104         FILE STATUS IS WS-WOFFFILE-STATUS.
005106
005108     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
005110         ORGANIZATION IS INDEXED
005120         ACCESS MODE IS SEQUENTIAL
005130         RECORD KEY IS SUSP-ITEM-REF
005140         FILE STATUS IS WS-SUSPENSE-STATUS.
005150
005160     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-GLJRNL-STATUS.
005400
005700 FD  DEPOSIT-LOG
005800     LABEL RECORDS ARE STANDARD.
005900 01  DEPOSIT-LOG-RECORD.
006000     05  LOG-DATE             PIC 9(08).
006100     05  LOG-TIME             PIC 9(08).
006200     05  FILLER               PIC X(01).
006300     05  LOG-ACCT-NUMBER      PIC 9(06).
006400     05  FILLER               PIC X(01).
006500     05  LOG-DEPOSIT-AMT      PIC 9(09).
006600     05  FILLER               PIC X(01).
006700     05  LOG-NEW-BALANCE      PIC S9(09).
006800     05  FILLER               PIC X(01).
006900     05  LOG-CURRENCY-CODE    PIC X(03).
007000     05  FILLER               PIC X(01).
007500         88  LOG-TRANS-LOANDISB   VALUE "L".
007510         88  LOG-TRANS-TRANSFER   VALUE "T".
007520         88  LOG-TRANS-CLEARING   VALUE "Q".
007521         88  LOG-TRANS-REMIT-RETURN VALUE "O".
007522         88  LOG-TRANS-ATM-REFUND   VALUE "A".
007523         88  LOG-TRANS-COMPENSATION VALUE "K".
007524         88  LOG-TRANS-DD-CASH      VALUE "B".
007525         88  LOG-TRANS-DD-CASH-COMM VALUE "G".
007525         88  LOG-TRANS-DD-CASH-GST  VALUE "H".
007526         88  LOG-TRANS-DD-CREDIT    VALUE "V".
007531         88  LOG-TRANS-SUSPENSE     VALUE "S".
007533         88  LOG-TRANS-WOFF-RECOVERY VALUE "W".
007536     05  FILLER               PIC X(06).
007546     05  LOG-BRANCH-CODE      PIC 9(03).
007600
007700 FD  WITHDRAW-LOG
007800     LABEL RECORDS ARE STANDARD.
007900 01  WITHDRAW-LOG-RECORD.
008000     05  WDLOG-DATE           PIC 9(08).
008100     05  WDLOG-TIME           PIC 9(08).
008200     05  FILLER               PIC X(01).
008300     05  WDLOG-ACCT-NUMBER    PIC 9(06).
008400     05  FILLER               PIC X(01).
008500     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
008600     05  FILLER               PIC X(01).
008700     05  WDLOG-NEW-BALANCE    PIC S9(09).
008800     05  FILLER               PIC X(01).
008900     05  WDLOG-OPERATOR-ID    PIC 9(04).
009000     05  FILLER               PIC X(01).
009960         88  WDLOG-TRANS-TAX      VALUE "X".
009970         88  WDLOG-TRANS-DEBIT-INT VALUE "I".
009980         88  WDLOG-TRANS-CLAIM    VALUE "P".
009981         88  WDLOG-TRANS-REMIT    VALUE "O".
009982         88  WDLOG-TRANS-DD-ISSUE VALUE "D".
009983         88  WDLOG-TRANS-DD-CASH-PAID VALUE "J".
009984         88  WDLOG-TRANS-DD-CLEARING  VALUE "Y".
009985         88  WDLOG-TRANS-INT-RECOVERY VALUE "K".
009986         88  WDLOG-TRANS-GST      VALUE "G".
009992         88  WDLOG-TRANS-WOFF-RECOVERY VALUE "R".
009993         88  WDLOG-TRANS-OWN-ATM  VALUE "B".
009994         88  WDLOG-TRANS-ATM-ACQUIRED VALUE "Z".
009995     05  FILLER               PIC X(01).
009996     05  WDLOG-POST-BRANCH    PIC 9(03).
010000
010100 FD  CHART-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY COAREC.
010400
010500 FD  SUSPENSE-FILE
010510     LABEL RECORDS ARE STANDARD.
010520     COPY SUSPREC.
010530
010540 FD  WRITE-OFF-FILE
010550     LABEL RECORDS ARE STANDARD.
010560     COPY WOFFREC.
010570
010580 FD  GL-JOURNAL
010600     LABEL RECORDS ARE STANDARD.
010700 01  GL-JOURNAL-RECORD.
010800     05  GLJ-DATE             PIC 9(08).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  GLJ-GL-NUMBER        PIC 9(04).
011100     05  FILLER               PIC X(01) VALUE SPACE.
011200     05  GLJ-BRANCH-CODE      PIC 9(03).
011210     05  FILLER               PIC X(01) VALUE SPACE.
011220     05  GLJ-GL-NAME          PIC X(30).
011300     05  FILLER               PIC X(01) VALUE SPACE.
011400     05  GLJ-DEBIT-TOTAL      PIC S9(12).
011500     05  FILLER               PIC X(01) VALUE SPACE.
011600     05  GLJ-CREDIT-TOTAL     PIC S9(12).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-DEPLOG-STATUS         PIC X(02).
012700
012800 01  WS-GLJRNL-STATUS         PIC X(02).
012900     88  WS-GLJRNL-OK         VALUE "00".
012910
012920 01  WS-SUSPENSE-STATUS       PIC X(02).
012930     88  WS-SUSPENSE-OK       VALUE "00".
012940     88  WS-SUSPENSE-NOTFOUND VALUE "35".
012950
012960 01  WS-WOFFFILE-STATUS       PIC X(02).
012970     88  WS-WOFFFILE-OK       VALUE "00".
012980     88  WS-WOFFFILE-NOTFOUND VALUE "35".
013000
013100 01  WS-JOB-NAME              PIC X(08) VALUE "GLJRNL".
013200 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
013300     88  WS-BATCH-ACQUIRED    VALUE "Y".
013400
013500 01  WS-TODAYS-DATE           PIC 9(08).
013600
013700*    THE GL ACCOUNTS THE DAY'S ACTIVITY POSTS TO.  EVERY ONE
013800*    MUST BE SET UP ON THE CHART THROUGH COAMAINT.
013900 01  WS-GL-TELLER-CASH        PIC 9(04) VALUE 1010.
014000 01  WS-GL-CLEARING-SETTLE    PIC 9(04) VALUE 1020.
014001 01  WS-GL-OUTWARD-CLEARING   PIC 9(04) VALUE 1030.
014011 01  WS-GL-INTER-BRANCH       PIC 9(04) VALUE 1040.
014100 01  WS-GL-LOAN-PRINCIPAL     PIC 9(04) VALUE 1310.
014200 01  WS-GL-CUST-DEPOSITS      PIC 9(04) VALUE 2010.
014210 01  WS-GL-UNCLAIMED-FUNDS    PIC 9(04) VALUE 2020.
014220 01  WS-GL-TAX-PAYABLE        PIC 9(04) VALUE 2030.
014221 01  WS-GL-DD-PAYABLE         PIC 9(04) VALUE 2040.
014225 01  WS-GL-SUSPENSE           PIC 9(04) VALUE 2050.
014226 01  WS-GL-GST-PAYABLE        PIC 9(04) VALUE 2060.
014230 01  WS-GL-INT-INCOME         PIC 9(04) VALUE 4020.
014300 01  WS-GL-FEE-INCOME         PIC 9(04) VALUE 4010.
014310 01  WS-GL-RECOVERY-INCOME    PIC 9(04) VALUE 4030.
014400 01  WS-GL-INT-EXPENSE        PIC 9(04) VALUE 5010.
014401 01  WS-GL-COMPENSATION       PIC 9(04) VALUE 5020.
014411 01  WS-GL-WRITE-OFF          PIC 9(04) VALUE 5030.
014500
014600 01  WS-DR-GL                 PIC 9(04).
014700 01  WS-CR-GL                 PIC 9(04).
014800 01  WS-POST-AMOUNT           PIC 9(09).
014900 01  WS-POST-BRANCH           PIC 9(03).
015000 01  WS-LOOKUP-GL             PIC 9(04).
015100 01  WS-FOUND-IDX             PIC 9(03) COMP VALUE 0.
015200
015300*    ONE ENTRY PER GL ACCOUNT AND BRANCH TOUCHED TODAY - BOTH LEGS
015400*    OF A LOG ENTRY POST TO THE BRANCH THE LOG ENTRY CARRIES.
015500 01  WS-JRNL-COUNT            PIC 9(03) COMP VALUE 0.
015600 01  WS-JRNL-MAX              PIC 9(03) COMP VALUE 500.
015700 01  WS-JRNL-TABLE.
015710     05  WS-JRNL-ENTRY OCCURS 500 TIMES
015720                       INDEXED BY WS-JRNL-IDX.
015730         10  JRNL-GL-NUMBER   PIC 9(04).
015740         10  JRNL-BRANCH-CODE PIC 9(03).
015800         10  JRNL-DR-TOTAL    PIC S9(12).
015900         10  JRNL-CR-TOTAL    PIC S9(12).
016000
016100 01  WS-TOTAL-DEBITS          PIC S9(14).
016200 01  WS-TOTAL-CREDITS         PIC S9(14).
016300
016400 01  WS-SWITCHES.
016500     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
016800         88  WS-DEPLOG-EOF    VALUE "Y".
016900     05  WS-WDLOG-EOF-SW      PIC X(01) VALUE "N".
017000         88  WS-WDLOG-EOF     VALUE "Y".
017010     05  WS-SUSPENSE-EOF-SW   PIC X(01) VALUE "N".
017020         88  WS-SUSPENSE-EOF  VALUE "Y".
017030     05  WS-WOFFFILE-EOF-SW   PIC X(01) VALUE "N".
017040         88  WS-WOFFFILE-EOF  VALUE "Y".
017100     05  WS-PROOF-SW          PIC X(01) VALUE "Y".
017200         88  WS-PROOF-OK      VALUE "Y".
017300
018600             THRU 3000-LOAD-WITHDRAW-LOG-EXIT
018700             UNTIL WS-WDLOG-EOF
018800
018810         PERFORM 4000-LOAD-SUSPENSE-LEDGER
018820             THRU 4000-LOAD-SUSPENSE-LEDGER-EXIT
018830             UNTIL WS-SUSPENSE-EOF
018840
018850         PERFORM 4500-LOAD-WRITE-OFFS
018860             THRU 4500-LOAD-WRITE-OFFS-EXIT
018870             UNTIL WS-WOFFFILE-EOF
018880
018900         PERFORM 6000-PROVE-AND-RELEASE
019000             THRU 6000-PROVE-AND-RELEASE-EXIT
019100     END-IF
020000     GOBACK.
020100
020200*-----------------------------------------------------------------
020300* CHECK THE BATCH WINDOW, THEN OPEN BOTH LOGS, THE SUSPENSE
020310* LEDGER, THE WRITTEN-OFF LOAN BOOK AND THE CHART.  NO SUSPENSE
020320* LEDGER YET MEANS NOTHING HAS EVER BEEN PARKED, AND NO BOOK THAT
020330* NO LOAN HAS EVER BEEN WRITTEN OFF.
020400*-----------------------------------------------------------------
020500 1000-INITIALIZE.
020600     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF
023100
023200     OPEN INPUT SUSPENSE-FILE
023207     IF WS-SUSPENSE-NOTFOUND
023214         SET WS-SUSPENSE-EOF TO TRUE
023221     ELSE
023228         IF NOT WS-SUSPENSE-OK
023236             DISPLAY "GLJRNL: UNABLE TO OPEN SUSPENSE LEDGER, "
023244                     "STATUS = " WS-SUSPENSE-STATUS
023252             SET WS-INIT-FAILED TO TRUE
023260             GO TO 1000-INITIALIZE-EXIT
023268         END-IF
023276     END-IF
023284
023292     OPEN INPUT WRITE-OFF-FILE
023292     IF WS-WOFFFILE-NOTFOUND
023292         SET WS-WOFFFILE-EOF TO TRUE
023292     ELSE
023292         IF NOT WS-WOFFFILE-OK
023292             DISPLAY "GLJRNL: UNABLE TO OPEN WRITTEN-OFF LOAN "
023293                     "BOOK, STATUS = " WS-WOFFFILE-STATUS
023294             SET WS-INIT-FAILED TO TRUE
023295             GO TO 1000-INITIALIZE-EXIT
023296         END-IF
023297     END-IF
023298
023299     OPEN INPUT CHART-FILE
023300     IF NOT WS-COAFILE-OK
023400         DISPLAY "GLJRNL: UNABLE TO OPEN CHART OF ACCOUNTS, "
023500                 "STATUS = " WS-COAFILE-STATUS
025500     END-IF
025600
025700     MOVE LOG-DEPOSIT-AMT TO WS-POST-AMOUNT
025710     MOVE LOG-BRANCH-CODE TO WS-POST-BRANCH
025800     EVALUATE TRUE
025801         WHEN LOG-TRANS-DD-CASH
025802             MOVE WS-GL-TELLER-CASH     TO WS-DR-GL
025803             MOVE WS-GL-DD-PAYABLE      TO WS-CR-GL
025804         WHEN LOG-TRANS-DD-CASH-COMM
025805             MOVE WS-GL-TELLER-CASH     TO WS-DR-GL
025806             MOVE WS-GL-FEE-INCOME      TO WS-CR-GL
025806         WHEN LOG-TRANS-DD-CASH-GST
025806             MOVE WS-GL-TELLER-CASH     TO WS-DR-GL
025806             MOVE WS-GL-GST-PAYABLE     TO WS-CR-GL
025807         WHEN LOG-TRANS-DD-CREDIT
025808             MOVE WS-GL-DD-PAYABLE      TO WS-DR-GL
025809             MOVE WS-GL-CUST-DEPOSITS   TO WS-CR-GL
025810         WHEN LOG-TRANS-TRANSFER
025820             MOVE WS-GL-INTER-BRANCH  TO WS-DR-GL
025830             MOVE WS-GL-CUST-DEPOSITS TO WS-CR-GL
025830         WHEN LOG-TRANS-SUSPENSE
025830             MOVE WS-GL-INTER-BRANCH  TO WS-DR-GL
025830             MOVE WS-GL-CUST-DEPOSITS TO WS-CR-GL
025830         WHEN LOG-TRANS-WOFF-RECOVERY
025830             MOVE WS-GL-TELLER-CASH     TO WS-DR-GL
025830             MOVE WS-GL-RECOVERY-INCOME TO WS-CR-GL
025830         WHEN LOG-TRANS-ATM-REFUND
025830             MOVE WS-GL-CLEARING-SETTLE TO WS-DR-GL
025830             MOVE WS-GL-CUST-DEPOSITS   TO WS-CR-GL
025830         WHEN LOG-TRANS-COMPENSATION
025830             MOVE WS-GL-COMPENSATION    TO WS-DR-GL
025830             MOVE WS-GL-CUST-DEPOSITS   TO WS-CR-GL
025831         WHEN LOG-TRANS-REMIT-RETURN
025832             MOVE WS-GL-OUTWARD-CLEARING TO WS-DR-GL
025833             MOVE WS-GL-CUST-DEPOSITS    TO WS-CR-GL
025840         WHEN LOG-TRANS-CLEARING
025850             MOVE WS-GL-CLEARING-SETTLE TO WS-DR-GL
025860             MOVE WS-GL-CUST-DEPOSITS   TO WS-CR-GL
027800*-----------------------------------------------------------------
027900* TURN ONE OF TODAY'S WITHDRAW LOG ENTRIES INTO ITS DEBIT AND
028000* CREDIT LEGS.  AN ENTRY FROM BEFORE THE TYPE BYTE WAS ADDED
028100* CARRIES SPACES THERE AND COUNTS AS CASH.  AN OWN-TERMINAL ATM
028110* DISPENSE IS SPLIT ACROSS TWO BRANCHES BY 3500.
028200*-----------------------------------------------------------------
028300 3000-LOAD-WITHDRAW-LOG.
028400     READ WITHDRAW-LOG
029200     END-IF
029300
029400     MOVE WDLOG-WITHDRAW-AMT  TO WS-POST-AMOUNT
029410     MOVE WDLOG-BRANCH-CODE   TO WS-POST-BRANCH
029420     IF WDLOG-TRANS-OWN-ATM
029430         PERFORM 3500-POST-OWN-ATM-DISPENSE
029440             THRU 3500-POST-OWN-ATM-DISPENSE-EXIT
029450         GO TO 3000-LOAD-WITHDRAW-LOG-EXIT
029460     END-IF
029470
029500     MOVE WS-GL-CUST-DEPOSITS TO WS-DR-GL
029600     EVALUATE TRUE
029610         WHEN WDLOG-TRANS-TRANSFER
029620             MOVE WS-GL-INTER-BRANCH    TO WS-CR-GL
029700         WHEN WDLOG-TRANS-FEE
029800             MOVE WS-GL-FEE-INCOME      TO WS-CR-GL
029900         WHEN WDLOG-TRANS-EMI
030200             MOVE WS-GL-CLEARING-SETTLE TO WS-CR-GL
030210         WHEN WDLOG-TRANS-ATM
030220             MOVE WS-GL-CLEARING-SETTLE TO WS-CR-GL
030221         WHEN WDLOG-TRANS-ATM-ACQUIRED
030222             MOVE WS-GL-CLEARING-SETTLE TO WS-DR-GL
030223             MOVE WS-GL-TELLER-CASH     TO WS-CR-GL
030230         WHEN WDLOG-TRANS-ESCHEAT
030240             MOVE WS-GL-UNCLAIMED-FUNDS TO WS-CR-GL
030250         WHEN WDLOG-TRANS-MATURITY
030260             MOVE WS-GL-INTER-BRANCH    TO WS-CR-GL
030270         WHEN WDLOG-TRANS-CLOSURE
030280             MOVE WS-GL-TELLER-CASH     TO WS-CR-GL
030281         WHEN WDLOG-TRANS-TAX
030282             MOVE WS-GL-TAX-PAYABLE     TO WS-CR-GL
030282         WHEN WDLOG-TRANS-GST
030282             MOVE WS-GL-GST-PAYABLE     TO WS-CR-GL
030283         WHEN WDLOG-TRANS-DEBIT-INT
030284             MOVE WS-GL-INT-INCOME      TO WS-CR-GL
030284         WHEN WDLOG-TRANS-REMIT
030284             MOVE WS-GL-OUTWARD-CLEARING TO WS-CR-GL
030284         WHEN WDLOG-TRANS-DD-ISSUE
030284             MOVE WS-GL-DD-PAYABLE      TO WS-CR-GL
030284         WHEN WDLOG-TRANS-DD-CASH-PAID
030284             MOVE WS-GL-DD-PAYABLE      TO WS-DR-GL
030284             MOVE WS-GL-TELLER-CASH     TO WS-CR-GL
030284         WHEN WDLOG-TRANS-DD-CLEARING
030284             MOVE WS-GL-DD-PAYABLE      TO WS-DR-GL
030284             MOVE WS-GL-CLEARING-SETTLE TO WS-CR-GL
030284         WHEN WDLOG-TRANS-INT-RECOVERY
030284             MOVE WS-GL-INT-EXPENSE     TO WS-CR-GL
030285         WHEN WDLOG-TRANS-WOFF-RECOVERY
030285             MOVE WS-GL-RECOVERY-INCOME TO WS-CR-GL
030285         WHEN WDLOG-TRANS-CLAIM
030286             MOVE WS-GL-UNCLAIMED-FUNDS TO WS-DR-GL
030287             MOVE WS-GL-TELLER-CASH     TO WS-CR-GL
030800         THRU 5000-POST-JOURNAL-PAIR-EXIT.
030900 3000-LOAD-WITHDRAW-LOG-EXIT.
031000     EXIT.
031001
031001*-----------------------------------------------------------------
031001* CASH DISPENSED TO OUR OWN CUSTOMER AT OUR OWN TERMINAL LEAVES
031001* TELLER CASH AT THE TERMINAL'S BRANCH (THE POSTING BRANCH ON
031001* THE LOG).  WHEN THE ACCOUNT IS HELD AT ANOTHER BRANCH THE
031001* DEBIT TO ITS DEPOSITS PASSES THROUGH INTER-BRANCH TRANSFER SO
031001* EACH BRANCH STAYS IN BALANCE.
031001*-----------------------------------------------------------------
031001 3500-POST-OWN-ATM-DISPENSE.
031001     MOVE WS-GL-CUST-DEPOSITS TO WS-DR-GL
031001     IF WDLOG-POST-BRANCH NOT NUMERIC
031001         OR WDLOG-POST-BRANCH = ZERO
031001         OR WDLOG-POST-BRANCH = WDLOG-BRANCH-CODE
031001         MOVE WS-GL-TELLER-CASH TO WS-CR-GL
031001         PERFORM 5000-POST-JOURNAL-PAIR
031001             THRU 5000-POST-JOURNAL-PAIR-EXIT
031001         GO TO 3500-POST-OWN-ATM-DISPENSE-EXIT
031001     END-IF
031001
031001     MOVE WS-GL-INTER-BRANCH TO WS-CR-GL
031001     PERFORM 5000-POST-JOURNAL-PAIR
031001         THRU 5000-POST-JOURNAL-PAIR-EXIT
031001
031001     MOVE WDLOG-POST-BRANCH  TO WS-POST-BRANCH
031001     MOVE WS-GL-INTER-BRANCH TO WS-DR-GL
031001     MOVE WS-GL-TELLER-CASH  TO WS-CR-GL
031001     PERFORM 5000-POST-JOURNAL-PAIR
031001         THRU 5000-POST-JOURNAL-PAIR-EXIT.
031001 3500-POST-OWN-ATM-DISPENSE-EXIT.
031001     EXIT.
031002
031004*-----------------------------------------------------------------
031006* TURN ONE SUSPENSE LEDGER ITEM PARKED OR CLEARED TODAY INTO ITS
031008* DEBIT AND CREDIT LEGS, AT THE BRANCH THE ITEM WAS PARKED AT.
031010* PARKING MOVES THE MONEY FROM THE GL IT CAME THROUGH INTO
031012* SUSPENSE (A DEBIT ITEM - CASH MISSING - THE OTHER WAY ROUND).
031012* A RETURN WITH NO ACCOUNT TO CREDIT SENDS IT BACK THE
031014* WAY IT CAME; AN APPLY, OR A RETURN TO AN ACCOUNT, PASSES IT
031016* THROUGH INTER-BRANCH TRANSFER TO MEET THE DEPOSIT-LOG CREDIT.
031018*-----------------------------------------------------------------
031020 4000-LOAD-SUSPENSE-LEDGER.
031022     READ SUSPENSE-FILE NEXT RECORD
031024         AT END
031026             SET WS-SUSPENSE-EOF TO TRUE
031028             GO TO 4000-LOAD-SUSPENSE-LEDGER-EXIT
031030     END-READ
031032
031034     MOVE SUSP-AMOUNT      TO WS-POST-AMOUNT
031036     MOVE SUSP-BRANCH-CODE TO WS-POST-BRANCH
031038
031040     IF SUSP-PARK-DATE = WS-TODAYS-DATE
031041         IF SUSP-SIDE-DEBIT
031041             MOVE WS-GL-SUSPENSE TO WS-DR-GL
031041             MOVE SUSP-SOURCE-GL TO WS-CR-GL
031041         ELSE
031042             MOVE SUSP-SOURCE-GL TO WS-DR-GL
031044             MOVE WS-GL-SUSPENSE TO WS-CR-GL
031045         END-IF
031046         PERFORM 5000-POST-JOURNAL-PAIR
031048             THRU 5000-POST-JOURNAL-PAIR-EXIT
031050     END-IF
031052
031055     IF SUSP-STATUS-OPEN
031058         OR SUSP-CLEAR-DATE NOT = WS-TODAYS-DATE
031061         GO TO 4000-LOAD-SUSPENSE-LEDGER-EXIT
031064     END-IF
031067
031068*    A DEBIT ITEM IS ONLY EVER CLEARED BY RECOVERING THE MISSING
031068*    CASH, WHICH GOES BACK TO THE GL IT WAS TAKEN FROM.
031068     IF SUSP-SIDE-DEBIT
031068         MOVE SUSP-SOURCE-GL TO WS-DR-GL
031068         MOVE WS-GL-SUSPENSE TO WS-CR-GL
031069         PERFORM 5000-POST-JOURNAL-PAIR
031069             THRU 5000-POST-JOURNAL-PAIR-EXIT
031069         GO TO 4000-LOAD-SUSPENSE-LEDGER-EXIT
031069     END-IF
031069
031070     MOVE WS-GL-SUSPENSE TO WS-DR-GL
031073     IF SUSP-CLEAR-ACCT = 0
031076         MOVE SUSP-SOURCE-GL     TO WS-CR-GL
031079     ELSE
031082         MOVE WS-GL-INTER-BRANCH TO WS-CR-GL
031085     END-IF
031088     PERFORM 5000-POST-JOURNAL-PAIR
031091         THRU 5000-POST-JOURNAL-PAIR-EXIT.
031094 4000-LOAD-SUSPENSE-LEDGER-EXIT.
031097     EXIT.
031097
031097*-----------------------------------------------------------------
031097* CHARGE A LOAN WRITTEN OFF TODAY TO THE WRITE-OFF GL, TAKING ITS
031097* OUTSTANDING PRINCIPAL OFF THE LOAN BOOK, AT THE BRANCH THAT
031097* HOLDS THE LOAN.  THE PROVISION HELD AGAINST IT WAS NEVER BOOKED
031097* HERE - LOANCLAS CARRIES IT AS A MEMORANDUM FIGURE - SO ITS
031097* REVERSAL IS RECORDED ON THE BOOK AND WOFFRPT, NOT IN THE GL.
031097*-----------------------------------------------------------------
031097 4500-LOAD-WRITE-OFFS.
031097     READ WRITE-OFF-FILE NEXT RECORD
031097         AT END
031097             SET WS-WOFFFILE-EOF TO TRUE
031097             GO TO 4500-LOAD-WRITE-OFFS-EXIT
031097     END-READ
031097
031097     IF WOFF-DATE NOT = WS-TODAYS-DATE
031097         GO TO 4500-LOAD-WRITE-OFFS-EXIT
031097     END-IF
031097
031097     MOVE WOFF-AMOUNT          TO WS-POST-AMOUNT
031097     MOVE WOFF-BRANCH-CODE     TO WS-POST-BRANCH
031097     MOVE WS-GL-WRITE-OFF      TO WS-DR-GL
031097     MOVE WS-GL-LOAN-PRINCIPAL TO WS-CR-GL
031097     PERFORM 5000-POST-JOURNAL-PAIR
031097         THRU 5000-POST-JOURNAL-PAIR-EXIT.
031098 4500-LOAD-WRITE-OFFS-EXIT.
031099     EXIT.
031100
031200*-----------------------------------------------------------------
031300* ADD ONE BALANCED DEBIT/CREDIT PAIR INTO THE JOURNAL TOTALS.
033000     EXIT.
033100
033200*-----------------------------------------------------------------
033300* FIND THE JOURNAL TOTAL ENTRY FOR ONE GL ACCOUNT AT THE POSTING
033400* BRANCH, ADDING A NEW ONE THE FIRST TIME THE PAIR IS TOUCHED
033410* TODAY.
033500*-----------------------------------------------------------------
033600 5100-FIND-OR-ADD-GL.
033700     MOVE 0 TO WS-FOUND-IDX
034500     IF WS-FOUND-IDX = 0
034600         IF WS-JRNL-COUNT NOT LESS THAN WS-JRNL-MAX
034700             DISPLAY "GLJRNL: JOURNAL TOTALS TABLE FULL, GL "
034800                     WS-LOOKUP-GL " BRANCH " WS-POST-BRANCH
034810                     " LEFT OUT"
034900             MOVE "N" TO WS-PROOF-SW
035000             GO TO 5100-FIND-OR-ADD-GL-EXIT
035100         END-IF
035200         ADD 1 TO WS-JRNL-COUNT
035300         MOVE WS-LOOKUP-GL TO JRNL-GL-NUMBER(WS-JRNL-COUNT)
035310         MOVE WS-POST-BRANCH TO JRNL-BRANCH-CODE(WS-JRNL-COUNT)
035400         MOVE 0 TO JRNL-DR-TOTAL(WS-JRNL-COUNT)
035500         MOVE 0 TO JRNL-CR-TOTAL(WS-JRNL-COUNT)
035600         MOVE WS-JRNL-COUNT TO WS-FOUND-IDX
035900     EXIT.
036000
036100*-----------------------------------------------------------------
036200* COMPARE ONE JOURNAL TOTAL ENTRY TO THE GL AND BRANCH BEING
036300* LOOKED UP.
036400*-----------------------------------------------------------------
036500 5200-SEARCH-ONE-GL.
036510     IF JRNL-GL-NUMBER(WS-JRNL-IDX) = WS-LOOKUP-GL
036520         AND JRNL-BRANCH-CODE(WS-JRNL-IDX) = WS-POST-BRANCH
036600         MOVE WS-JRNL-IDX TO WS-FOUND-IDX
036700     END-IF.
036800 5200-SEARCH-ONE-GL-EXIT.
044500
044600     MOVE WS-TODAYS-DATE              TO GLJ-DATE
044700     MOVE JRNL-GL-NUMBER(WS-JRNL-IDX) TO GLJ-GL-NUMBER
044710     MOVE JRNL-BRANCH-CODE(WS-JRNL-IDX) TO GLJ-BRANCH-CODE
044800     MOVE COA-GL-NAME                 TO GLJ-GL-NAME
044900     MOVE JRNL-DR-TOTAL(WS-JRNL-IDX)  TO GLJ-DEBIT-TOTAL
045000     MOVE JRNL-CR-TOTAL(WS-JRNL-IDX)  TO GLJ-CREDIT-TOTAL
046100     END-IF
046200     CLOSE DEPOSIT-LOG
046300     CLOSE WITHDRAW-LOG
046400     CLOSE SUSPENSE-FILE
046405     CLOSE WRITE-OFF-FILE
046410     CLOSE CHART-FILE.
046500 9999-TERMINATE-EXIT.
046600     EXIT.
046700
