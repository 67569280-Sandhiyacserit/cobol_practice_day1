000100*****************************************************************
000200* PROGRAM      : LOANWOFF                                       *
000300* DESCRIPTION  : LOAN WRITE-OFF AND RECOVERY.  A SUPERVISOR     *
000400*                WRITES OFF A LOAN CLASSED DOUBTFUL AT THE LAST *
000500*                MONTH-END - THE LOAN LEAVES THE ACTIVE BOOK,   *
000600*                SO EMICOLL, LOANCLAS AND LOANARR NO LONGER     *
000700*                TOUCH IT, AND GOES ON THE WRITTEN-OFF LOAN     *
000800*                BOOK WITH ITS OUTSTANDING PRINCIPAL AND THE    *
000900*                PROVISION HELD AGAINST IT, WHICH THE WRITE-OFF *
001000*                REVERSES.  ANY OPERATOR MAY THEN TAKE A        *
001100*                RECOVERY AGAINST THE BOOK, IN CASH AT THE      *
001200*                COUNTER OR BY DEBIT TO AN ACCOUNT UNDER        *
001300*                WITHDRAW'S RULES.  GLJRNL CHARGES THE          *
001400*                WRITE-OFF TO THE WRITE-OFF GL AND CREDITS      *
001500*                RECOVERIES TO RECOVERY INCOME; WOFFRPT LISTS   *
001600*                THE MONTH'S WRITE-OFFS AND RECOVERIES BY       *
001700*                BRANCH.  EVERY CHANGE IS JOURNALLED.           *
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. LOANWOFF.
002100 AUTHOR. S NATARAJAN.
002200 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED.
002500
002600*****************************************************************
002700* MODIFICATION HISTORY                                          *
002800*-----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION                                  *
003000* 2026-10-15 SN    NEW PROGRAM - WRITE-OFF OF LOSS LOANS AND    *
003100*                  RECOVERIES AGAINST THE NEW WRITTEN-OFF LOAN  *
003200*                  BOOK.                                        *
003201* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003202*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003203*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003203* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
003203*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
003203*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS WOFF-LOAN-NUMBER
004200         FILE STATUS IS WS-WOFFFILE-STATUS.
004300
004400     SELECT RECOVERY-FILE ASSIGN TO "WRECFILE"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS WREC-KEY
004800         FILE STATUS IS WS-WRECFILE-STATUS.
004900
005000     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS LOAN-NUMBER
005400         FILE STATUS IS WS-LOANMSTR-STATUS.
005500
005600     SELECT CLASS-FILE ASSIGN TO "LOANCLS"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CLS-LOAN-NUMBER
006000         FILE STATUS IS WS-CLSFILE-STATUS.
006100
006200     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS ACCT-NUMBER
006600         FILE STATUS IS WS-ACCMSTR-STATUS.
006700
006800     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-DEPLOG-STATUS.
007100
007200     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-WDLOG-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  WRITE-OFF-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY WOFFREC.
008100
008200 FD  RECOVERY-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY WRECREC.
008500
008600 FD  LOAN-MASTER
008700     LABEL RECORDS ARE STANDARD.
008800     COPY LOANREC.
008900
009000 FD  CLASS-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  CLASS-RECORD.
009300     05  CLS-LOAN-NUMBER      PIC 9(06).
009400     05  CLS-CLASS            PIC X(01).
009500         88  CLS-STANDARD         VALUE "S".
009600         88  CLS-SUBSTANDARD      VALUE "U".
009700         88  CLS-DOUBTFUL         VALUE "D".
009800     05  CLS-CLASSED-DATE     PIC 9(08).
009900
010000 FD  ACCOUNT-MASTER
010100     LABEL RECORDS ARE STANDARD.
010200     COPY ACCTREC.
010300
010400 FD  DEPOSIT-LOG
010500     LABEL RECORDS ARE STANDARD.
010600 01  DEPOSIT-LOG-RECORD.
010700     05  LOG-DATE             PIC 9(08).
010800     05  LOG-TIME             PIC 9(08).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  LOG-ACCT-NUMBER      PIC 9(06).
011100     05  FILLER               PIC X(01) VALUE SPACE.
011200     05  LOG-DEPOSIT-AMT      PIC 9(09).
011300     05  FILLER               PIC X(01) VALUE SPACE.
011400     05  LOG-NEW-BALANCE      PIC S9(09).
011500     05  FILLER               PIC X(01) VALUE SPACE.
011600     05  LOG-CURRENCY-CODE    PIC X(03).
011700     05  FILLER               PIC X(01) VALUE SPACE.
011800     05  LOG-TRANS-TYPE       PIC X(01).
011900         88  LOG-TRANS-WOFF-RECOVERY VALUE "W".
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  LOG-OPERATOR-ID      PIC 9(04).
012200     05  FILLER               PIC X(01) VALUE SPACE.
012300     05  LOG-BRANCH-CODE      PIC 9(03).
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  LOG-TXN-REF          PIC 9(10).
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  LOG-VALUE-DATE       PIC 9(08).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  LOG-POST-BRANCH      PIC 9(03).
012910     05  FILLER               PIC X(01) VALUE SPACE.
012920     05  LOG-INSTRUMENT       PIC X(01).
012930         88  LOG-INSTR-CASH       VALUE "C".
012940         88  LOG-INSTR-CHEQUE     VALUE "Q".
012950         88  LOG-INSTR-TRANSFER   VALUE "T".
012960         88  LOG-INSTR-SYSTEM     VALUE "S".
013000
013100 FD  WITHDRAW-LOG
013200     LABEL RECORDS ARE STANDARD.
013300 01  WITHDRAW-LOG-RECORD.
013400     05  WDLOG-DATE             PIC 9(08).
013500     05  WDLOG-TIME             PIC 9(08).
013600     05  FILLER                 PIC X(01) VALUE SPACE.
013700     05  WDLOG-ACCT-NUMBER      PIC 9(06).
013800     05  FILLER                 PIC X(01) VALUE SPACE.
013900     05  WDLOG-WITHDRAW-AMT     PIC 9(09).
014000     05  FILLER                 PIC X(01) VALUE SPACE.
014100     05  WDLOG-NEW-BALANCE      PIC S9(09).
014200     05  FILLER                 PIC X(01) VALUE SPACE.
014300     05  WDLOG-OPERATOR-ID      PIC 9(04).
014400     05  FILLER                 PIC X(01) VALUE SPACE.
014500     05  WDLOG-BRANCH-CODE      PIC 9(03).
014600     05  FILLER                 PIC X(01) VALUE SPACE.
014700     05  WDLOG-TXN-REF          PIC 9(10).
014800     05  FILLER                 PIC X(01) VALUE SPACE.
014900     05  WDLOG-TRANS-TYPE       PIC X(01).
015000         88  WDLOG-TRANS-WOFF-RECOVERY VALUE "R".
015100     05  FILLER                 PIC X(01) VALUE SPACE.
015200     05  WDLOG-POST-BRANCH      PIC 9(03).
015210     05  FILLER                 PIC X(01) VALUE SPACE.
015220     05  WDLOG-INSTRUMENT       PIC X(01).
015230         88  WDLOG-INSTR-CASH       VALUE "C".
015240         88  WDLOG-INSTR-CHEQUE     VALUE "Q".
015250         88  WDLOG-INSTR-TRANSFER   VALUE "T".
015260         88  WDLOG-INSTR-SYSTEM     VALUE "S".
015300
015400 WORKING-STORAGE SECTION.
015500 01  WS-WOFFFILE-STATUS       PIC X(02).
015600     88  WS-WOFFFILE-OK       VALUE "00".
015700     88  WS-WOFFFILE-NOTFOUND VALUE "35".
015800 01  WS-WRECFILE-STATUS       PIC X(02).
015900     88  WS-WRECFILE-OK       VALUE "00".
016000     88  WS-WRECFILE-NOTFOUND VALUE "35".
016100 01  WS-LOANMSTR-STATUS       PIC X(02).
016200     88  WS-LOANMSTR-OK       VALUE "00".
016300 01  WS-CLSFILE-STATUS        PIC X(02).
016400     88  WS-CLSFILE-OK        VALUE "00".
016500 01  WS-ACCMSTR-STATUS        PIC X(02).
016600     88  WS-ACCMSTR-OK        VALUE "00".
016700 01  WS-DEPLOG-STATUS         PIC X(02).
016800     88  WS-DEPLOG-OK         VALUE "00".
016900 01  WS-WDLOG-STATUS          PIC X(02).
017000     88  WS-WDLOG-OK          VALUE "00".
017100
017200*    PROVISION HELD ON A DOUBTFUL LOAN - LOANCLAS'S PERCENTAGE,
017300*    PER THE REGULATOR'S CIRCULAR.
017400 01  WS-PROV-DOUBTFUL-PCT     PIC 9(02)V99 VALUE 50.00.
017500
017600 01  WS-FUNCTION-CODE         PIC 9(01).
017700 01  WS-LOAN-NUMBER           PIC 9(06).
017800 01  WS-ACCT-NUMBER           PIC 9(06).
017900 01  WS-TODAYS-DATE           PIC 9(08).
018000 01  WS-OPERATOR-ID           PIC 9(04).
018100 01  WS-OPERATOR-AUTH         PIC X(01).
018200 01  WS-CONFIRM               PIC X(01).
018300 01  WS-TXN-TYPE              PIC X(01).
018400 01  WS-TXN-REF               PIC 9(10).
018500 01  WS-TELLER-BRANCH         PIC 9(03).
018600 01  WS-TILLBRN-SW            PIC X(01).
018700     88  WS-TELLER-BRANCH-OK  VALUE "Y".
018800 01  WS-OUTSTANDING           PIC 9(11).
018900 01  WS-PROVISION             PIC 9(11).
019000 01  WS-RECOVERABLE           PIC 9(11).
019100 01  WS-RECOVERY-AMOUNT       PIC 9(09).
019200 01  WS-POST-BRANCH           PIC 9(03).
019300 01  WS-WITHDRAW-FLOOR        PIC S9(11).
019400 01  WS-HOLD-TOTAL            PIC 9(10).
019500 01  WS-FRZ-DIRECTION         PIC X(01).
019600 01  WS-FROZEN-SW             PIC X(01).
019700     88  WS-ACCOUNT-FROZEN    VALUE "Y".
019800 01  WS-DECEASED-SW           PIC X(01).
019900     88  WS-HOLDER-DECEASED   VALUE "Y".
020000
020100 01  WS-JRNL-FILE             PIC X(08).
020200 01  WS-JRNL-KEY              PIC X(12).
020300 01  WS-BEFORE-IMAGE          PIC X(100).
020400 01  WS-AFTER-IMAGE           PIC X(100).
020500
020600 01  WS-SWITCHES.
020700     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
020800         88  WS-OPERATOR-OK   VALUE "Y".
020900     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
021000         88  WS-BATCH-CLEAR   VALUE "Y".
021100     05  WS-EOF-SW            PIC X(01) VALUE "N".
021200         88  WS-EOF           VALUE "Y".
021300     05  WS-BOOK-SW           PIC X(01) VALUE "N".
021400         88  WS-BOOK-OK       VALUE "Y".
021500     05  WS-POSTED-SW         PIC X(01) VALUE "N".
021600         88  WS-POSTED        VALUE "Y".
021600
021600 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "LOANWOFF".
021600 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
021600 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
021600     88  WS-ENTITLED          VALUE "Y".
021700
021800 PROCEDURE DIVISION.
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE
022100         THRU 1000-INITIALIZE-EXIT
022200
022300     IF WS-OPERATOR-OK
022400         PERFORM 2000-PROCESS-FUNCTION
022500             THRU 2000-PROCESS-FUNCTION-EXIT
022600     END-IF
022700
022800     PERFORM 9999-TERMINATE
022900         THRU 9999-TERMINATE-EXIT
023000
023100     STOP RUN.
023200
023300*-----------------------------------------------------------------
023400* CHECK THE BATCH WINDOW - A WRITE-OFF OR RECOVERY UPDATES THE
023500* LOAN AND ACCOUNT MASTERS - REQUIRE AN OPERATOR LOGIN, THEN OPEN
023600* THE WRITTEN-OFF LOAN BOOK AND ITS RECOVERIES, CREATING THEM IF
023700* THEY HAVE NEVER BEEN SET UP.
023800*-----------------------------------------------------------------
023900 1000-INITIALIZE.
024000     MOVE "N" TO WS-BATCH-CLEAR-SW
024100     CALL "BATCHCHK" USING WS-BATCH-CLEAR-SW
024200     IF NOT WS-BATCH-CLEAR
024300         DISPLAY "LOANWOFF: A BATCH JOB CURRENTLY HOLDS THE "
024400                 "MASTER FILES, TRANSACTION REFUSED"
024500         GO TO 1000-INITIALIZE-EXIT
024600     END-IF
024700
024800     MOVE "N" TO WS-OPERATOR-SW
024900     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
025000                           WS-OPERATOR-AUTH
025100     IF NOT WS-OPERATOR-OK
025200         DISPLAY "LOANWOFF: OPERATOR LOGIN FAILED, "
025300                 "TRANSACTION REFUSED"
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF
025500     MOVE "N" TO WS-ENTITLED-SW
025500     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
025500                          WS-ENTL-MODE WS-ENTITLED-SW
025500     IF NOT WS-ENTITLED
025500         DISPLAY "LOANWOFF: OPERATOR " WS-OPERATOR-ID " IS NOT "
025500                 "ENTITLED TO LOANWOFF, REFUSED"
025500         MOVE "N" TO WS-OPERATOR-SW
025500         GO TO 1000-INITIALIZE-EXIT
025500     END-IF
025600
025700     CALL "BUSDATE" USING WS-TODAYS-DATE
025800
025900     OPEN I-O WRITE-OFF-FILE
026000     IF WS-WOFFFILE-NOTFOUND
026100         OPEN OUTPUT WRITE-OFF-FILE
026200         CLOSE WRITE-OFF-FILE
026300         OPEN I-O WRITE-OFF-FILE
026400     END-IF
026500     IF NOT WS-WOFFFILE-OK
026600         DISPLAY "LOANWOFF: UNABLE TO OPEN WRITTEN-OFF LOAN "
026700                 "BOOK, STATUS = " WS-WOFFFILE-STATUS
026800         MOVE "N" TO WS-OPERATOR-SW
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF
027100
027200     OPEN I-O RECOVERY-FILE
027300     IF WS-WRECFILE-NOTFOUND
027400         OPEN OUTPUT RECOVERY-FILE
027500         CLOSE RECOVERY-FILE
027600         OPEN I-O RECOVERY-FILE
027700     END-IF
027800     IF NOT WS-WRECFILE-OK
027900         DISPLAY "LOANWOFF: UNABLE TO OPEN RECOVERY FILE, "
028000                 "STATUS = " WS-WRECFILE-STATUS
028100         CLOSE WRITE-OFF-FILE
028200         MOVE "N" TO WS-OPERATOR-SW
028300         GO TO 1000-INITIALIZE-EXIT
028400     END-IF.
028500 1000-INITIALIZE-EXIT.
028600     EXIT.
028700
028800*-----------------------------------------------------------------
028900* TAKE ONE FUNCTION AND ACT ON IT.
029000*-----------------------------------------------------------------
029100 2000-PROCESS-FUNCTION.
029200     DISPLAY "1. WRITE OFF A LOAN (SUPERVISOR)"
029300     DISPLAY "2. TAKE A RECOVERY IN CASH"
029400     DISPLAY "3. TAKE A RECOVERY BY ACCOUNT DEBIT"
029500     DISPLAY "4. ENQUIRE ON A WRITTEN-OFF LOAN"
029600     DISPLAY "ENTER FUNCTION: "
029700     ACCEPT WS-FUNCTION-CODE
029800
029900     EVALUATE WS-FUNCTION-CODE
030000         WHEN 1
030100             PERFORM 3000-WRITE-OFF-LOAN
030200                 THRU 3000-WRITE-OFF-LOAN-EXIT
030300         WHEN 2
030400             PERFORM 4000-RECOVER-IN-CASH
030500                 THRU 4000-RECOVER-IN-CASH-EXIT
030600         WHEN 3
030700             PERFORM 5000-RECOVER-FROM-ACCOUNT
030800                 THRU 5000-RECOVER-FROM-ACCOUNT-EXIT
030900         WHEN 4
031000             PERFORM 7000-ENQUIRE
031100                 THRU 7000-ENQUIRE-EXIT
031200         WHEN OTHER
031300             DISPLAY "LOANWOFF: INVALID FUNCTION"
031400     END-EVALUATE.
031500 2000-PROCESS-FUNCTION-EXIT.
031600     EXIT.
031700
031800*-----------------------------------------------------------------
031900* WRITE OFF AN ACTIVE LOAN - ONLY A SUPERVISOR MAY, AND ONLY A
032000* LOAN LOANCLAS CLASSED DOUBTFUL AT THE LAST MONTH-END.  THE
032100* OUTSTANDING PRINCIPAL, ON LOANCLAS'S STRAIGHT-LINE CONVENTION,
032200* IS WRITTEN OFF AND THE PROVISION HELD AGAINST IT REVERSED.
032300*-----------------------------------------------------------------
032400 3000-WRITE-OFF-LOAN.
032500     IF WS-OPERATOR-AUTH NOT = "S"
032600         DISPLAY "LOANWOFF: OPERATOR " WS-OPERATOR-ID " IS NOT "
032700                 "A SUPERVISOR, WRITE-OFF REFUSED"
032800         GO TO 3000-WRITE-OFF-LOAN-EXIT
032900     END-IF
033000
033100     DISPLAY "ENTER LOAN NUMBER: "
033200     ACCEPT WS-LOAN-NUMBER
033300
033400     OPEN I-O LOAN-MASTER
033500     IF NOT WS-LOANMSTR-OK
033600         DISPLAY "LOANWOFF: UNABLE TO OPEN LOAN MASTER, "
033700                 "STATUS = " WS-LOANMSTR-STATUS
033800         GO TO 3000-WRITE-OFF-LOAN-EXIT
033900     END-IF
034000
034100     MOVE WS-LOAN-NUMBER TO LOAN-NUMBER
034200     READ LOAN-MASTER
034300         KEY IS LOAN-NUMBER
034400         INVALID KEY
034500             DISPLAY "LOANWOFF: LOAN " WS-LOAN-NUMBER
034600                     " NOT ON LOAN MASTER"
034700             GO TO 3000-CLOSE-LOAN-MASTER
034800     END-READ
034900     IF NOT LOAN-STATUS-ACTIVE
035000         DISPLAY "LOANWOFF: LOAN " WS-LOAN-NUMBER
035100                 " IS NOT ACTIVE (STATUS " LOAN-STATUS ")"
035200         GO TO 3000-CLOSE-LOAN-MASTER
035300     END-IF
035400
035500     PERFORM 3100-CHECK-CLASS
035600         THRU 3100-CHECK-CLASS-EXIT
035700     IF NOT CLS-DOUBTFUL
035800         GO TO 3000-CLOSE-LOAN-MASTER
035900     END-IF
036000
036100     OPEN INPUT ACCOUNT-MASTER
036200     IF NOT WS-ACCMSTR-OK
036300         DISPLAY "LOANWOFF: UNABLE TO OPEN ACCOUNT MASTER, "
036400                 "STATUS = " WS-ACCMSTR-STATUS
036500         GO TO 3000-CLOSE-LOAN-MASTER
036600     END-IF
036700     MOVE LOAN-DISB-ACCT TO ACCT-NUMBER
036800     READ ACCOUNT-MASTER
036900         KEY IS ACCT-NUMBER
037000         INVALID KEY
037100             MOVE 0 TO ACCT-BRANCH-CODE
037200     END-READ
037300     CLOSE ACCOUNT-MASTER
037400     IF ACCT-BRANCH-CODE = 0
037500         DISPLAY "LOANWOFF: DISBURSEMENT ACCOUNT " LOAN-DISB-ACCT
037600                 " NOT ON ACCOUNT MASTER, BRANCH UNKNOWN"
037700         GO TO 3000-CLOSE-LOAN-MASTER
037800     END-IF
037900
038000     COMPUTE WS-OUTSTANDING ROUNDED =
038100             LOAN-PRINCIPAL
038200             * (LOAN-TERM-MONTHS - LOAN-PAID-COUNT)
038300             / LOAN-TERM-MONTHS
038400     COMPUTE WS-PROVISION ROUNDED =
038500             WS-OUTSTANDING * WS-PROV-DOUBTFUL-PCT / 100
038600     IF WS-OUTSTANDING = 0
038700         DISPLAY "LOANWOFF: LOAN " WS-LOAN-NUMBER
038800                 " HAS NO PRINCIPAL OUTSTANDING"
038900         GO TO 3000-CLOSE-LOAN-MASTER
039000     END-IF
039100
039200     DISPLAY "LOANWOFF: LOAN " WS-LOAN-NUMBER " CUSTOMER "
039300             LOAN-CUST-NUMBER " ARREARS " LOAN-ARREARS-COUNT
039400     DISPLAY "LOANWOFF: OUTSTANDING " WS-OUTSTANDING
039500             " PROVISION HELD " WS-PROVISION
039600     DISPLAY "CONFIRM WRITE-OFF OF " WS-OUTSTANDING " ON LOAN "
039700             WS-LOAN-NUMBER " (Y/N): "
039800     ACCEPT WS-CONFIRM
039900     IF WS-CONFIRM NOT = "Y"
040000         DISPLAY "LOANWOFF: WRITE-OFF ABANDONED"
040100         GO TO 3000-CLOSE-LOAN-MASTER
040200     END-IF
040300
040400     INITIALIZE WRITE-OFF-RECORD
040500     MOVE LOAN-NUMBER      TO WOFF-LOAN-NUMBER
040600     MOVE LOAN-CUST-NUMBER TO WOFF-CUST-NUMBER
040700     MOVE LOAN-DISB-ACCT   TO WOFF-DISB-ACCT
040800     MOVE ACCT-BRANCH-CODE TO WOFF-BRANCH-CODE
040900     MOVE WS-TODAYS-DATE   TO WOFF-DATE
041000     MOVE WS-OUTSTANDING   TO WOFF-AMOUNT
041100     MOVE WS-PROVISION     TO WOFF-PROVISION
041200     MOVE CLS-CLASS        TO WOFF-CLASS
041300     MOVE WS-OPERATOR-ID   TO WOFF-AUTHORISED-BY
041400     SET WOFF-STATUS-OPEN  TO TRUE
041500     WRITE WRITE-OFF-RECORD
041600         INVALID KEY
041700             DISPLAY "LOANWOFF: LOAN " WS-LOAN-NUMBER
041800                     " IS ALREADY ON THE WRITTEN-OFF LOAN BOOK"
041900             GO TO 3000-CLOSE-LOAN-MASTER
042000     END-WRITE
042100     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
042200     PERFORM 9100-JOURNAL-BOOK
042300         THRU 9100-JOURNAL-BOOK-EXIT
042400
042500     MOVE LOAN-RECORD TO WS-BEFORE-IMAGE
042600     SET LOAN-STATUS-WRITTEN-OFF TO TRUE
042700     REWRITE LOAN-RECORD
042800         INVALID KEY
042900             DISPLAY "LOANWOFF: UNABLE TO REWRITE LOAN "
043000                     WS-LOAN-NUMBER
043100             GO TO 3000-CLOSE-LOAN-MASTER
043200     END-REWRITE
043300     MOVE "LOANMSTR" TO WS-JRNL-FILE
043400     MOVE SPACES TO WS-JRNL-KEY
043500     MOVE LOAN-NUMBER TO WS-JRNL-KEY
043600     MOVE LOAN-RECORD TO WS-AFTER-IMAGE
043700     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
043800                          WS-JRNL-KEY WS-BEFORE-IMAGE
043900                          WS-AFTER-IMAGE
044000
044100     DISPLAY "LOANWOFF: LOAN " WS-LOAN-NUMBER " WRITTEN OFF FOR "
044200             WS-OUTSTANDING " BY SUPERVISOR " WS-OPERATOR-ID
044300*    A LIEN ON THE BORROWER'S OWN DEPOSIT STAYS IN PLACE - THE
044400*    WRITE-OFF DOES NOT GIVE UP THE SECURITY.
044500     IF LOAN-SECURITY-ACCT > 0
044600         DISPLAY "LOANWOFF: LIEN ON DEPOSIT " LOAN-SECURITY-ACCT
044700                 " REMAINS IN PLACE"
044800     END-IF.
044900 3000-CLOSE-LOAN-MASTER.
045000     CLOSE LOAN-MASTER.
045100 3000-WRITE-OFF-LOAN-EXIT.
045200     EXIT.
045300
045400*-----------------------------------------------------------------
045500* READ THE LOAN'S CLASS AT THE LAST MONTH-END.  ANYTHING BUT
045600* DOUBTFUL - OR NO CLASS AT ALL - REFUSES THE WRITE-OFF.
045700*-----------------------------------------------------------------
045800 3100-CHECK-CLASS.
045900     MOVE SPACE TO CLS-CLASS
046000     OPEN INPUT CLASS-FILE
046100     IF NOT WS-CLSFILE-OK
046200         DISPLAY "LOANWOFF: NO LOAN CLASSIFICATION ON FILE, "
046300                 "WRITE-OFF REFUSED"
046400         GO TO 3100-CHECK-CLASS-EXIT
046500     END-IF
046600     MOVE LOAN-NUMBER TO CLS-LOAN-NUMBER
046700     READ CLASS-FILE
046800         KEY IS CLS-LOAN-NUMBER
046900         INVALID KEY
047000             MOVE SPACE TO CLS-CLASS
047100     END-READ
047200     CLOSE CLASS-FILE
047300
047400     IF NOT CLS-DOUBTFUL
047500         DISPLAY "LOANWOFF: LOAN " LOAN-NUMBER " IS NOT CLASSED "
047600                 "DOUBTFUL, WRITE-OFF REFUSED"
047700     END-IF.
047800 3100-CHECK-CLASS-EXIT.
047900     EXIT.
048000
048100*-----------------------------------------------------------------
048200* TAKE A RECOVERY IN CASH AT THE COUNTER.  THE TELLER MUST HAVE A
048300* DRAWER OPEN - THE CASH IS LOGGED IN AGAINST ACCOUNT ZERO, AS A
048400* CASH DRAFT PURCHASE IS, SO IT COUNTS IN THE TELLER'S PROOF.
048500*-----------------------------------------------------------------
048600 4000-RECOVER-IN-CASH.
048700     MOVE "N" TO WS-TILLBRN-SW
048800     CALL "TILLBRN" USING WS-OPERATOR-ID WS-TELLER-BRANCH
048900                          WS-TILLBRN-SW
049000     IF NOT WS-TELLER-BRANCH-OK
049100         DISPLAY "LOANWOFF: NO DRAWER OPEN FOR OPERATOR "
049200                 WS-OPERATOR-ID ", CASH RECOVERY REFUSED"
049300         GO TO 4000-RECOVER-IN-CASH-EXIT
049400     END-IF
049500
049600     PERFORM 6000-TAKE-RECOVERY-AMOUNT
049700         THRU 6000-TAKE-RECOVERY-AMOUNT-EXIT
049800     IF NOT WS-BOOK-OK
049900         GO TO 4000-RECOVER-IN-CASH-EXIT
050000     END-IF
050100
050200     DISPLAY "CONFIRM CASH RECOVERY OF " WS-RECOVERY-AMOUNT
050300             " ON LOAN " WS-LOAN-NUMBER " (Y/N): "
050400     ACCEPT WS-CONFIRM
050500     IF WS-CONFIRM NOT = "Y"
050600         DISPLAY "LOANWOFF: RECOVERY ABANDONED"
050700         GO TO 4000-RECOVER-IN-CASH-EXIT
050800     END-IF
050900
051000     OPEN EXTEND DEPOSIT-LOG
051100     IF NOT WS-DEPLOG-OK
051200         DISPLAY "LOANWOFF: UNABLE TO OPEN DEPOSIT LOG, "
051300                 "STATUS = " WS-DEPLOG-STATUS
051400         GO TO 4000-RECOVER-IN-CASH-EXIT
051500     END-IF
051600     CALL "TXNREF" USING WS-TXN-REF
051700     MOVE WS-TODAYS-DATE     TO LOG-DATE
051800     ACCEPT LOG-TIME FROM TIME
051900     MOVE 0                  TO LOG-ACCT-NUMBER
052000     MOVE WS-RECOVERY-AMOUNT TO LOG-DEPOSIT-AMT
052100     MOVE 0                  TO LOG-NEW-BALANCE
052200     MOVE "INR"              TO LOG-CURRENCY-CODE
052300     SET LOG-TRANS-WOFF-RECOVERY TO TRUE
052400     MOVE WS-OPERATOR-ID     TO LOG-OPERATOR-ID
052500     MOVE WS-TELLER-BRANCH   TO LOG-BRANCH-CODE
052600     MOVE WS-TXN-REF         TO LOG-TXN-REF
052700     MOVE WS-TODAYS-DATE     TO LOG-VALUE-DATE
052800     MOVE WS-TELLER-BRANCH   TO LOG-POST-BRANCH
052801     SET LOG-INSTR-CASH TO TRUE
052900     WRITE DEPOSIT-LOG-RECORD
053000     CLOSE DEPOSIT-LOG
053100
053200     MOVE 0 TO WS-ACCT-NUMBER
053300     MOVE WS-TELLER-BRANCH TO WS-POST-BRANCH
053400     SET WREC-MODE-CASH TO TRUE
053500     PERFORM 6500-RECORD-RECOVERY
053600         THRU 6500-RECORD-RECOVERY-EXIT.
053700 4000-RECOVER-IN-CASH-EXIT.
053800     EXIT.
053900
054000*-----------------------------------------------------------------
054100* TAKE A RECOVERY BY DEBIT TO AN ACCOUNT - THE LOAN'S OWN
054200* DISBURSEMENT ACCOUNT UNLESS THE OPERATOR NAMES ANOTHER - UNDER
054300* WITHDRAW'S STATUS, FREEZE, DECEASED, FLOOR AND HOLD RULES, AS
054400* LOANPREP DEBITS A PREPAYMENT.
054500*-----------------------------------------------------------------
054600 5000-RECOVER-FROM-ACCOUNT.
054700     PERFORM 6000-TAKE-RECOVERY-AMOUNT
054800         THRU 6000-TAKE-RECOVERY-AMOUNT-EXIT
054900     IF NOT WS-BOOK-OK
055000         GO TO 5000-RECOVER-FROM-ACCOUNT-EXIT
055100     END-IF
055200
055300     DISPLAY "ENTER ACCOUNT TO DEBIT (0 FOR " WOFF-DISB-ACCT
055400             "): "
055500     ACCEPT WS-ACCT-NUMBER
055600     IF WS-ACCT-NUMBER = 0
055700         MOVE WOFF-DISB-ACCT TO WS-ACCT-NUMBER
055800     END-IF
055900
056000     OPEN I-O ACCOUNT-MASTER
056100     IF NOT WS-ACCMSTR-OK
056200         DISPLAY "LOANWOFF: UNABLE TO OPEN ACCOUNT MASTER, "
056300                 "STATUS = " WS-ACCMSTR-STATUS
056400         GO TO 5000-RECOVER-FROM-ACCOUNT-EXIT
056500     END-IF
056600
056700     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
056800     READ ACCOUNT-MASTER
056900         KEY IS ACCT-NUMBER
057000         INVALID KEY
057100             DISPLAY "LOANWOFF: ACCOUNT " WS-ACCT-NUMBER
057200                     " NOT ON ACCOUNT MASTER"
057300             GO TO 5000-CLOSE-ACCOUNT-MASTER
057400     END-READ
057500
057600     CALL "ACCSTATUS" USING ACCT-STATUS
057700     IF NOT ACCT-STATUS-ACTIVE
057800         DISPLAY "LOANWOFF: ACCOUNT " WS-ACCT-NUMBER
057900                 " IS NOT ACTIVE, TRANSACTION REFUSED"
058000         GO TO 5000-CLOSE-ACCOUNT-MASTER
058100     END-IF
058200
058300     MOVE "D" TO WS-FRZ-DIRECTION
058400     MOVE "N" TO WS-FROZEN-SW
058500     CALL "FRZCHK" USING ACCT-NUMBER WS-FRZ-DIRECTION
058600                         WS-FROZEN-SW
058700     IF WS-ACCOUNT-FROZEN
058800         DISPLAY "LOANWOFF: ACCOUNT " WS-ACCT-NUMBER
058900                 " IS FROZEN AGAINST DEBITS, TRANSACTION "
059000                 "REFUSED"
059100         GO TO 5000-CLOSE-ACCOUNT-MASTER
059200     END-IF
059300
059400     MOVE "N" TO WS-DECEASED-SW
059500     CALL "DECCHK" USING ACCT-NUMBER WS-DECEASED-SW
059600     IF WS-HOLDER-DECEASED
059700         DISPLAY "LOANWOFF: A HOLDER OF ACCOUNT "
059800                 WS-ACCT-NUMBER " IS DECEASED, TRANSACTION "
059900                 "REFUSED"
060000         GO TO 5000-CLOSE-ACCOUNT-MASTER
060100     END-IF
060200
060300     IF ACCT-TYPE-CURRENT
060400         COMPUTE WS-WITHDRAW-FLOOR = 0 - ACCT-CREDIT-LIMIT
060500     ELSE
060600         MOVE ACCT-MIN-BAL TO WS-WITHDRAW-FLOOR
060700     END-IF
060800     CALL "HOLDSUM" USING ACCT-NUMBER WS-HOLD-TOTAL
060900     ADD WS-HOLD-TOTAL TO WS-WITHDRAW-FLOOR
061000
061100     IF (ACCT-BALANCE - WS-RECOVERY-AMOUNT) < WS-WITHDRAW-FLOOR
061200         DISPLAY "LOANWOFF: WOULD BREACH ALLOWED BALANCE OF "
061300                 WS-WITHDRAW-FLOOR ", TRANSACTION REFUSED"
061400         GO TO 5000-CLOSE-ACCOUNT-MASTER
061500     END-IF
061600
061700     DISPLAY "CONFIRM RECOVERY OF " WS-RECOVERY-AMOUNT
061800             " FROM ACCOUNT " WS-ACCT-NUMBER " ON LOAN "
061900             WS-LOAN-NUMBER " (Y/N): "
062000     ACCEPT WS-CONFIRM
062100     IF WS-CONFIRM NOT = "Y"
062200         DISPLAY "LOANWOFF: RECOVERY ABANDONED"
062300         GO TO 5000-CLOSE-ACCOUNT-MASTER
062400     END-IF
062500
062600     OPEN EXTEND WITHDRAW-LOG
062700     IF NOT WS-WDLOG-OK
062800         DISPLAY "LOANWOFF: UNABLE TO OPEN WITHDRAW LOG, "
062900                 "STATUS = " WS-WDLOG-STATUS
063000         GO TO 5000-CLOSE-ACCOUNT-MASTER
063100     END-IF
063200
063300     SUBTRACT WS-RECOVERY-AMOUNT FROM ACCT-BALANCE
063400     MOVE WS-TODAYS-DATE TO ACCT-LAST-WD-DATE
063500     REWRITE ACCOUNT-RECORD
063600         INVALID KEY
063700             DISPLAY "LOANWOFF: UNABLE TO REWRITE ACCOUNT "
063800                     WS-ACCT-NUMBER
063900             CLOSE WITHDRAW-LOG
064000             GO TO 5000-CLOSE-ACCOUNT-MASTER
064100     END-REWRITE
064200
064300     CALL "TXNREF" USING WS-TXN-REF
064400     MOVE WS-TODAYS-DATE     TO WDLOG-DATE
064500     ACCEPT WDLOG-TIME FROM TIME
064600     MOVE ACCT-NUMBER        TO WDLOG-ACCT-NUMBER
064700     MOVE WS-RECOVERY-AMOUNT TO WDLOG-WITHDRAW-AMT
064800     MOVE ACCT-BALANCE       TO WDLOG-NEW-BALANCE
064900     MOVE WS-OPERATOR-ID     TO WDLOG-OPERATOR-ID
065000     MOVE ACCT-BRANCH-CODE   TO WDLOG-BRANCH-CODE
065100     MOVE WS-TXN-REF         TO WDLOG-TXN-REF
065200     SET WDLOG-TRANS-WOFF-RECOVERY TO TRUE
065300     MOVE ACCT-BRANCH-CODE   TO WDLOG-POST-BRANCH
065301     SET WDLOG-INSTR-TRANSFER TO TRUE
065400     WRITE WITHDRAW-LOG-RECORD
065500     CLOSE WITHDRAW-LOG
065600
065700     MOVE "W" TO WS-TXN-TYPE
065800     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
065900                           WDLOG-TIME WS-TXN-TYPE
066000                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
066100                           WDLOG-OPERATOR-ID WDLOG-TXN-REF
066100                           WDLOG-INSTRUMENT
066200
066300     MOVE ACCT-BRANCH-CODE TO WS-POST-BRANCH
066400     SET WREC-MODE-ACCOUNT TO TRUE
066500     PERFORM 6500-RECORD-RECOVERY
066600         THRU 6500-RECORD-RECOVERY-EXIT.
066700 5000-CLOSE-ACCOUNT-MASTER.
066800     CLOSE ACCOUNT-MASTER.
066900 5000-RECOVER-FROM-ACCOUNT-EXIT.
067000     EXIT.
067100
067200*-----------------------------------------------------------------
067300* FIND THE LOAN ON THE WRITTEN-OFF BOOK AND TAKE THE SUM
067400* RECOVERED - NO MORE THAN IS STILL UNRECOVERED.
067500*-----------------------------------------------------------------
067600 6000-TAKE-RECOVERY-AMOUNT.
067700     MOVE "N" TO WS-BOOK-SW
067800     PERFORM 8500-READ-BOOK
067900         THRU 8500-READ-BOOK-EXIT
068000     IF WOFF-LOAN-NUMBER NOT = WS-LOAN-NUMBER
068100         GO TO 6000-TAKE-RECOVERY-AMOUNT-EXIT
068200     END-IF
068300     IF NOT WOFF-STATUS-OPEN
068400         DISPLAY "LOANWOFF: LOAN " WS-LOAN-NUMBER
068500                 " IS ALREADY FULLY RECOVERED"
068600         GO TO 6000-TAKE-RECOVERY-AMOUNT-EXIT
068700     END-IF
068800
068900     COMPUTE WS-RECOVERABLE = WOFF-AMOUNT - WOFF-RECOVERED
069000     DISPLAY "LOANWOFF: WRITTEN OFF " WOFF-AMOUNT " RECOVERED "
069100             WOFF-RECOVERED " UNRECOVERED " WS-RECOVERABLE
069200     DISPLAY "ENTER AMOUNT RECOVERED: "
069300     ACCEPT WS-RECOVERY-AMOUNT
069400     IF WS-RECOVERY-AMOUNT NOT > 0
069500         DISPLAY "LOANWOFF: AMOUNT MUST BE GREATER THAN ZERO"
069600         GO TO 6000-TAKE-RECOVERY-AMOUNT-EXIT
069700     END-IF
069800     IF WS-RECOVERY-AMOUNT > WS-RECOVERABLE
069900         DISPLAY "LOANWOFF: AMOUNT IS MORE THAN THE "
070000                 WS-RECOVERABLE " STILL UNRECOVERED"
070100         GO TO 6000-TAKE-RECOVERY-AMOUNT-EXIT
070200     END-IF
070300
070400     SET WS-BOOK-OK TO TRUE.
070500 6000-TAKE-RECOVERY-AMOUNT-EXIT.
070600     EXIT.
070700
070800*-----------------------------------------------------------------
070900* RECORD A RECOVERY THE CALLER HAS POSTED - THE NEXT RECOVERY
071000* ENTRY FOR THE LOAN, AND THE BOOK'S RUNNING TOTAL, CLOSED OFF
071100* AS FULLY RECOVERED ONCE THE WHOLE WRITE-OFF IS BACK.
071200*-----------------------------------------------------------------
071300 6500-RECORD-RECOVERY.
071400     MOVE WRITE-OFF-RECORD TO WS-BEFORE-IMAGE
071500     ADD 1 TO WOFF-RECOVERY-COUNT
071600     ADD WS-RECOVERY-AMOUNT TO WOFF-RECOVERED
071700     MOVE WS-TODAYS-DATE TO WOFF-LAST-RECOVERY
071800     IF WOFF-RECOVERED NOT LESS THAN WOFF-AMOUNT
071900         SET WOFF-STATUS-RECOVERED TO TRUE
072000     END-IF
072100
072200     MOVE WOFF-LOAN-NUMBER    TO WREC-LOAN-NUMBER
072300     MOVE WOFF-RECOVERY-COUNT TO WREC-SEQ
072400     MOVE WS-TODAYS-DATE      TO WREC-DATE
072500     MOVE WS-RECOVERY-AMOUNT  TO WREC-AMOUNT
072600     MOVE WS-ACCT-NUMBER      TO WREC-ACCT-NUMBER
072700     MOVE WOFF-BRANCH-CODE    TO WREC-BRANCH-CODE
072800     MOVE WS-POST-BRANCH      TO WREC-POST-BRANCH
072900     MOVE WS-OPERATOR-ID      TO WREC-OPERATOR-ID
073000     MOVE WS-TXN-REF          TO WREC-TXN-REF
073100     WRITE RECOVERY-RECORD
073200         INVALID KEY
073300             DISPLAY "LOANWOFF: UNABLE TO WRITE RECOVERY "
073400                     WREC-SEQ " FOR LOAN " WREC-LOAN-NUMBER
073500     END-WRITE
073600
073700     REWRITE WRITE-OFF-RECORD
073800         INVALID KEY
073900             DISPLAY "LOANWOFF: UNABLE TO REWRITE WRITTEN-OFF "
074000                     "LOAN " WOFF-LOAN-NUMBER
074100             GO TO 6500-RECORD-RECOVERY-EXIT
074200     END-REWRITE
074300     PERFORM 9100-JOURNAL-BOOK
074400         THRU 9100-JOURNAL-BOOK-EXIT
074500
074600     DISPLAY "LOANWOFF: " WS-RECOVERY-AMOUNT " RECOVERED ON LOAN "
074700             WOFF-LOAN-NUMBER ", REFERENCE " WS-TXN-REF
074800     IF WOFF-STATUS-RECOVERED
074900         DISPLAY "LOANWOFF: LOAN " WOFF-LOAN-NUMBER
075000                 " IS NOW FULLY RECOVERED"
075100     END-IF.
075200 6500-RECORD-RECOVERY-EXIT.
075300     EXIT.
075400
075500*-----------------------------------------------------------------
075600* SHOW A WRITTEN-OFF LOAN AND EVERY RECOVERY TAKEN AGAINST IT.
075700*-----------------------------------------------------------------
075800 7000-ENQUIRE.
075900     PERFORM 8500-READ-BOOK
076000         THRU 8500-READ-BOOK-EXIT
076100     IF WOFF-LOAN-NUMBER NOT = WS-LOAN-NUMBER
076200         GO TO 7000-ENQUIRE-EXIT
076300     END-IF
076400
076500     DISPLAY "LOAN " WOFF-LOAN-NUMBER " CUSTOMER "
076600             WOFF-CUST-NUMBER " ACCOUNT " WOFF-DISB-ACCT
076700             " BRANCH " WOFF-BRANCH-CODE
076800     DISPLAY "WRITTEN OFF " WOFF-DATE " FOR " WOFF-AMOUNT
076900             " PROVISION REVERSED " WOFF-PROVISION
077000             " BY " WOFF-AUTHORISED-BY
077100     DISPLAY "RECOVERED " WOFF-RECOVERED " IN "
077200             WOFF-RECOVERY-COUNT " RECOVERIES, STATUS "
077300             WOFF-STATUS
077400
077500     MOVE "N" TO WS-EOF-SW
077600     MOVE WOFF-LOAN-NUMBER TO WREC-LOAN-NUMBER
077700     MOVE 0 TO WREC-SEQ
077800     START RECOVERY-FILE
077900         KEY IS NOT LESS THAN WREC-KEY
078000         INVALID KEY
078100             SET WS-EOF TO TRUE
078200     END-START
078300     PERFORM 7100-SHOW-ONE-RECOVERY
078400         THRU 7100-SHOW-ONE-RECOVERY-EXIT
078500         UNTIL WS-EOF.
078600 7000-ENQUIRE-EXIT.
078700     EXIT.
078800
078900*-----------------------------------------------------------------
079000* READ THE NEXT RECOVERY AND SHOW IT IF IT IS STILL THIS LOAN'S.
079100*-----------------------------------------------------------------
079200 7100-SHOW-ONE-RECOVERY.
079300     READ RECOVERY-FILE NEXT RECORD
079400         AT END
079500             SET WS-EOF TO TRUE
079600             GO TO 7100-SHOW-ONE-RECOVERY-EXIT
079700     END-READ
079800     IF WREC-LOAN-NUMBER NOT = WOFF-LOAN-NUMBER
079900         SET WS-EOF TO TRUE
080000         GO TO 7100-SHOW-ONE-RECOVERY-EXIT
080100     END-IF
080200
080300     DISPLAY WREC-SEQ " " WREC-DATE " " WREC-AMOUNT " "
080400             WREC-MODE " " WREC-ACCT-NUMBER " " WREC-POST-BRANCH
080500             " " WREC-OPERATOR-ID " " WREC-TXN-REF.
080600 7100-SHOW-ONE-RECOVERY-EXIT.
080700     EXIT.
080800
080900*-----------------------------------------------------------------
081000* TAKE A LOAN NUMBER AND READ IT FROM THE WRITTEN-OFF BOOK.  A
081100* LOAN NOT ON THE BOOK LEAVES A ZERO LOAN NUMBER IN THE RECORD SO
081200* THE CALLER CAN TELL.
081300*-----------------------------------------------------------------
081400 8500-READ-BOOK.
081500     DISPLAY "ENTER LOAN NUMBER: "
081600     ACCEPT WS-LOAN-NUMBER
081700     MOVE WS-LOAN-NUMBER TO WOFF-LOAN-NUMBER
081800     READ WRITE-OFF-FILE
081900         KEY IS WOFF-LOAN-NUMBER
082000         INVALID KEY
082100             DISPLAY "LOANWOFF: LOAN " WS-LOAN-NUMBER
082200                     " IS NOT ON THE WRITTEN-OFF LOAN BOOK"
082300             MOVE 0 TO WOFF-LOAN-NUMBER
082400     END-READ.
082500 8500-READ-BOOK-EXIT.
082600     EXIT.
082700
082800*-----------------------------------------------------------------
082900* WRITE THE BOOK'S BEFORE/AFTER IMAGE TO THE MAINTENANCE JOURNAL.
083000*-----------------------------------------------------------------
083100 9100-JOURNAL-BOOK.
083200     MOVE "WOFFFILE" TO WS-JRNL-FILE
083300     MOVE SPACES TO WS-JRNL-KEY
083400     MOVE WOFF-LOAN-NUMBER TO WS-JRNL-KEY
083500     MOVE WRITE-OFF-RECORD TO WS-AFTER-IMAGE
083600     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
083700                          WS-JRNL-KEY WS-BEFORE-IMAGE
083800                          WS-AFTER-IMAGE.
083900 9100-JOURNAL-BOOK-EXIT.
084000     EXIT.
084100
084200*-----------------------------------------------------------------
084300* CLOSE DOWN THE WRITTEN-OFF BOOK BEFORE ENDING THE RUN.
084400*-----------------------------------------------------------------
084500 9999-TERMINATE.
084600     IF WS-OPERATOR-OK
084700         CLOSE WRITE-OFF-FILE
084800         CLOSE RECOVERY-FILE
084900     END-IF.
085000 9999-TERMINATE-EXIT.
085100     EXIT.
