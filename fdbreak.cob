000100*****************************************************************
000200* PROGRAM      : FDBREAK                                        *
000300* DESCRIPTION  : PREMATURE CLOSURE OF A FIXED OR RECURRING      *
000400*                DEPOSIT.  RECOMPUTES THE INTEREST THE DEPOSIT  *
000500*                HAS EARNED FOR THE PERIOD IT ACTUALLY RAN -    *
000600*                AT THE CARD RATE FOR THAT PERIOD (NEVER ABOVE  *
000700*                THE CONTRACTED TERM RATE) LESS THE PENAL       *
000800*                MARGIN - AGAINST THE INTEREST ALREADY CREDITED *
000900*                BY THE MONTHLY ACCRUAL.  A SHORTFALL IS        *
001000*                CREDITED; AN EXCESS IS RECOVERED AND TAKEN OFF *
001100*                THE FINANCIAL-YEAR INTEREST TOTAL SO THE YEAR- *
001200*                END TAX CERTIFICATE STAYS RIGHT.  THE BALANCE  *
001300*                IS THEN PAID TO THE LINKED ACCOUNT OR OUT OF   *
001400*                THE TELLER'S DRAWER, THE DEPOSIT IS CLOSED AND *
001500*                A LINE IS PRINTED ON THE BREAK-DEPOSIT         *
001600*                REGISTER.  A DEPOSIT AT OR PAST MATURITY IS    *
001700*                LEFT TO MATPROC.                               *
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. FDBREAK.
002100 AUTHOR. S NATARAJAN.
002200 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED.
002500
002600*****************************************************************
002700* MODIFICATION HISTORY                                          *
002800*-----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION                                  *
003000* 2026-10-15 SN    NEW PROGRAM - PREMATURE CLOSURE OF TERM      *
003100*                  DEPOSITS WITH PENAL INTEREST RECALCULATION.  *
003101* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003102*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003103*                  HELD.                                        *
003104* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003105*                  PLACE OF YYMMDD.                             *
003106* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003107*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003108*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003109* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
003110*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
003111*                  EODDRIVE HAS STARTED.                        *
003111* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
003111*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
003111*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ACCT-NUMBER
004100         FILE STATUS IS WS-ACCMSTR-STATUS.
004200
004300     SELECT TXN-HISTORY ASSIGN TO "TXNHIST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS TXN-KEY
004700         FILE STATUS IS WS-TXNHIST-STATUS.
004800
004900     SELECT RD-LEDGER ASSIGN TO "RDLFILE"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RDI-KEY
005300         FILE STATUS IS WS-RDLFILE-STATUS.
005400
005500     SELECT TAX-LEDGER ASSIGN TO "TAXLEDGR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TAXLEDGR-STATUS.
005800
005900     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-DEPLOG-STATUS.
006200
006300     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-WDLOG-STATUS.
006600
006700     SELECT BREAK-REGISTER ASSIGN TO "FDBRKREG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-REGISTER-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ACCOUNT-MASTER
007400     LABEL RECORDS ARE STANDARD.
007500     COPY ACCTREC.
007600
007700 FD  TXN-HISTORY
007800     LABEL RECORDS ARE STANDARD.
007900     COPY TXNREC.
008000
008100 FD  RD-LEDGER
008200     LABEL RECORDS ARE STANDARD.
008300     COPY RDIREC.
008400
008500 FD  TAX-LEDGER
008600     LABEL RECORDS ARE STANDARD.
008700 01  TAX-LEDGER-RECORD.
008800     05  TAX-DATE             PIC 9(08).
008900     05  FILLER               PIC X(01).
009000     05  TAX-ACCT-NUMBER      PIC 9(06).
009100     05  FILLER               PIC X(01).
009200     05  TAX-INTEREST-AMT     PIC 9(09).
009300     05  FILLER               PIC X(01).
009400     05  TAX-WITHHELD         PIC 9(09).
009500
009600 FD  DEPOSIT-LOG
009700     LABEL RECORDS ARE STANDARD.
009800 01  DEPOSIT-LOG-RECORD.
009900     05  LOG-DATE             PIC 9(08).
010000     05  LOG-TIME             PIC 9(08).
010100     05  FILLER               PIC X(01) VALUE SPACE.
010200     05  LOG-ACCT-NUMBER      PIC 9(06).
010300     05  FILLER               PIC X(01) VALUE SPACE.
010400     05  LOG-DEPOSIT-AMT      PIC 9(09).
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  LOG-NEW-BALANCE      PIC S9(09).
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  LOG-CURRENCY-CODE    PIC X(03).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  LOG-TRANS-TYPE       PIC X(01).
011100         88  LOG-TRANS-INTEREST   VALUE "I".
011200         88  LOG-TRANS-TRANSFER   VALUE "T".
011300     05  FILLER               PIC X(01) VALUE SPACE.
011400     05  LOG-OPERATOR-ID      PIC 9(04).
011500     05  FILLER               PIC X(01) VALUE SPACE.
011600     05  LOG-BRANCH-CODE      PIC 9(03).
011700     05  FILLER               PIC X(01) VALUE SPACE.
011800     05  LOG-TXN-REF          PIC 9(10).
011809     05  FILLER               PIC X(01) VALUE SPACE.
011818     05  LOG-VALUE-DATE       PIC 9(08).
011827     05  FILLER               PIC X(01) VALUE SPACE.
011836     05  LOG-POST-BRANCH      PIC 9(03).
011845     05  FILLER               PIC X(01) VALUE SPACE.
011854     05  LOG-INSTRUMENT       PIC X(01).
011863         88  LOG-INSTR-CASH       VALUE "C".
011872         88  LOG-INSTR-CHEQUE     VALUE "Q".
011881         88  LOG-INSTR-TRANSFER   VALUE "T".
011890         88  LOG-INSTR-SYSTEM     VALUE "S".
011900
012000 FD  WITHDRAW-LOG
012100     LABEL RECORDS ARE STANDARD.
012200 01  WITHDRAW-LOG-RECORD.
012300     05  WDLOG-DATE           PIC 9(08).
012400     05  WDLOG-TIME           PIC 9(08).
012500     05  FILLER               PIC X(01) VALUE SPACE.
012600     05  WDLOG-ACCT-NUMBER    PIC 9(06).
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
012900     05  FILLER               PIC X(01) VALUE SPACE.
013000     05  WDLOG-NEW-BALANCE    PIC S9(09).
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  WDLOG-OPERATOR-ID    PIC 9(04).
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  WDLOG-BRANCH-CODE    PIC 9(03).
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  WDLOG-TXN-REF        PIC 9(10).
013700     05  FILLER               PIC X(01) VALUE SPACE.
013800     05  WDLOG-TRANS-TYPE     PIC X(01).
013900         88  WDLOG-TRANS-TRANSFER     VALUE "T".
014000         88  WDLOG-TRANS-CLOSURE      VALUE "C".
014100         88  WDLOG-TRANS-INT-RECOVERY VALUE "K".
014110     05  FILLER               PIC X(01) VALUE SPACE.
014120     05  WDLOG-POST-BRANCH    PIC 9(03).
014130     05  FILLER               PIC X(01) VALUE SPACE.
014140     05  WDLOG-INSTRUMENT     PIC X(01).
014150         88  WDLOG-INSTR-CASH     VALUE "C".
014160         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
014170         88  WDLOG-INSTR-TRANSFER VALUE "T".
014180         88  WDLOG-INSTR-SYSTEM   VALUE "S".
014200
014300 FD  BREAK-REGISTER
014400     LABEL RECORDS ARE STANDARD.
014500 01  REGISTER-LINE               PIC X(110).
014600
014700 WORKING-STORAGE SECTION.
014800 01  WS-ACCMSTR-STATUS        PIC X(02).
014900     88  WS-ACCMSTR-OK        VALUE "00".
015000 01  WS-TXNHIST-STATUS        PIC X(02).
015100     88  WS-TXNHIST-OK        VALUE "00".
015200 01  WS-RDLFILE-STATUS        PIC X(02).
015300     88  WS-RDLFILE-OK        VALUE "00".
015400 01  WS-TAXLEDGR-STATUS       PIC X(02).
015500     88  WS-TAXLEDGR-OK       VALUE "00".
015600 01  WS-DEPLOG-STATUS         PIC X(02).
015700     88  WS-DEPLOG-OK         VALUE "00".
015800 01  WS-WDLOG-STATUS          PIC X(02).
015900     88  WS-WDLOG-OK          VALUE "00".
016000 01  WS-REGISTER-STATUS       PIC X(02).
016100     88  WS-REGISTER-OK       VALUE "00".
016200     88  WS-REGISTER-NOTFOUND VALUE "35".
016300
016400*    THE CARD RATE FOR THE PERIOD A DEPOSIT ACTUALLY RAN, BY
016500*    HELD DAYS (30-DAY-MONTH CONVENTION).  NOTHING IS EARNED
016600*    INSIDE THE 30-DAY LOCK-IN.
016700 01  WS-TENOR-TABLE.
016800     05  FILLER               PIC 9(05) VALUE 29.
016900     05  FILLER               PIC 9(03)V99 VALUE 0.
017000     05  FILLER               PIC 9(05) VALUE 45.
017100     05  FILLER               PIC 9(03)V99 VALUE 3.50.
017200     05  FILLER               PIC 9(05) VALUE 90.
017300     05  FILLER               PIC 9(03)V99 VALUE 4.50.
017400     05  FILLER               PIC 9(05) VALUE 179.
017500     05  FILLER               PIC 9(03)V99 VALUE 5.50.
017600     05  FILLER               PIC 9(05) VALUE 359.
017700     05  FILLER               PIC 9(03)V99 VALUE 6.50.
017800     05  FILLER               PIC 9(05) VALUE 99999.
017900     05  FILLER               PIC 9(03)V99 VALUE 7.00.
018000 01  WS-TENOR-RATES REDEFINES WS-TENOR-TABLE.
018100     05  WS-TENOR-ENTRY       OCCURS 6 TIMES.
018200         10  WS-TENOR-MAX-DAYS    PIC 9(05).
018300         10  WS-TENOR-RATE        PIC 9(03)V99.
018400 01  WS-TENOR-IDX             PIC 9(02) COMP.
018500
018600*    THE PENALTY FOR BREAKING A DEPOSIT - TAKEN OFF THE CARD
018700*    RATE FOR THE PERIOD RUN.
018800 01  WS-PENAL-MARGIN          PIC 9(03)V99 VALUE 1.00.
018900
019000 01  WS-ACCT-NUMBER           PIC 9(06).
019100 01  WS-LINKED-ACCT           PIC 9(06).
019200 01  WS-PAY-MODE              PIC X(01).
019300     88  WS-PAY-TO-LINKED     VALUE "L".
019400     88  WS-PAY-IN-CASH       VALUE "T".
019500 01  WS-TODAYS-DATE           PIC 9(08).
019600 01  WS-TRANS-TIME            PIC 9(08).
019700 01  WS-OPERATOR-ID           PIC 9(04).
019800 01  WS-OPERATOR-AUTH         PIC X(01).
019900 01  WS-TXN-TYPE              PIC X(01).
020000 01  WS-TXN-REF               PIC 9(10).
020100 01  WS-HOLD-TOTAL            PIC 9(10).
020200 01  WS-CASH-DIRECTION        PIC X(01).
020300 01  WS-PAYOUT-CASH           PIC 9(09).
020400 01  WS-PRODUCT-FOUND-SW      PIC X(01).
020500
020600 01  WS-CCYY                  PIC 9(04).
020700 01  WS-MM                    PIC 9(02).
020800 01  WS-DD                    PIC 9(02).
020900 01  WS-DAY-COUNT-RESULT      PIC 9(07).
021000 01  WS-OPEN-DAY-COUNT        PIC 9(07).
021100 01  WS-TODAY-DAY-COUNT       PIC 9(07).
021200 01  WS-PAID-DAY-COUNT        PIC 9(07).
021300 01  WS-HELD-DAYS             PIC S9(07).
021400 01  WS-EARN-DAYS             PIC S9(07).
021500
021600 01  WS-BREAK-WORK.
021700     05  WS-PRINCIPAL         PIC S9(10).
021800     05  WS-CARD-RATE         PIC 9(03)V99.
021900     05  WS-APPLIED-RATE      PIC S9(03)V99.
022000     05  WS-EARNED-INT        PIC 9(10)V99.
022100     05  WS-EARNED-AMT        PIC 9(09).
022200     05  WS-RD-PENALTIES      PIC 9(10).
022300     05  WS-CREDITED-INT      PIC 9(10).
022400     05  WS-TAX-WITHHELD      PIC 9(10).
022500     05  WS-INT-ADJUST        PIC S9(10).
022600     05  WS-ADJUST-AMT        PIC 9(09).
022700     05  WS-PAYOUT-AMT        PIC 9(09).
022800
022900 01  WS-SWITCHES.
023000     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
023100         88  WS-OPERATOR-OK   VALUE "Y".
023200     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
023300         88  WS-BATCH-CLEAR   VALUE "Y".
023310     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
023320         88  WS-DAY-OPEN      VALUE "Y".
023400     05  WS-FILES-OPEN-SW     PIC X(01) VALUE "N".
023500         88  WS-FILES-OPEN    VALUE "Y".
023600     05  WS-BREAK-SW          PIC X(01) VALUE "N".
023700         88  WS-BREAK-OK      VALUE "Y".
023800     05  WS-TILL-OK-SW        PIC X(01) VALUE "N".
023900         88  WS-TILL-OK       VALUE "Y".
024000     05  WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
024100         88  WS-SCAN-EOF      VALUE "Y".
024200
024300*    THE RULES OF THE PRODUCT THE DEPOSIT WAS OPENED UNDER.
024400     COPY PRODREC.
024500
024600 01  WS-REGISTER-DETAIL.
024700     05  REG-DATE             PIC 9(08).
024800     05  FILLER               PIC X(01) VALUE SPACE.
024900     05  REG-ACCT-NUMBER      PIC 9(06).
025000     05  FILLER               PIC X(01) VALUE SPACE.
025100     05  REG-ACCT-TYPE        PIC X(01).
025200     05  FILLER               PIC X(01) VALUE SPACE.
025300     05  REG-OPEN-DATE        PIC 9(08).
025400     05  FILLER               PIC X(01) VALUE SPACE.
025500     05  REG-HELD-DAYS        PIC Z(4)9.
025600     05  FILLER               PIC X(01) VALUE SPACE.
025700     05  REG-PRINCIPAL        PIC Z(9)9.
025800     05  FILLER               PIC X(01) VALUE SPACE.
025900     05  REG-CONTRACT-RATE    PIC ZZ9.99.
026000     05  FILLER               PIC X(01) VALUE SPACE.
026100     05  REG-APPLIED-RATE     PIC ZZ9.99.
026200     05  FILLER               PIC X(01) VALUE SPACE.
026300     05  REG-EARNED           PIC Z(8)9.
026400     05  FILLER               PIC X(01) VALUE SPACE.
026500     05  REG-CREDITED         PIC Z(8)9.
026600     05  FILLER               PIC X(01) VALUE SPACE.
026700     05  REG-ADJUSTMENT       PIC -(9)9.
026800     05  FILLER               PIC X(01) VALUE SPACE.
026900     05  REG-PAYOUT           PIC Z(9)9.
027000     05  FILLER               PIC X(01) VALUE SPACE.
027100     05  REG-PAY-MODE         PIC X(01).
027200     05  FILLER               PIC X(01) VALUE SPACE.
027300     05  REG-LINKED-ACCT      PIC 9(06).
027400     05  FILLER               PIC X(01) VALUE SPACE.
027500     05  REG-OPERATOR-ID      PIC 9(04).
027500
027500 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "FDBREAK".
027500 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
027500 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
027500     88  WS-ENTITLED          VALUE "Y".
027600
027700 PROCEDURE DIVISION.
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE
028000         THRU 1000-INITIALIZE-EXIT
028100
028200     IF WS-FILES-OPEN
028300         PERFORM 2000-GET-DEPOSIT
028400             THRU 2000-GET-DEPOSIT-EXIT
028500         IF WS-BREAK-OK
028600             PERFORM 3000-RECOMPUTE-INTEREST
028700                 THRU 3000-RECOMPUTE-INTEREST-EXIT
028800             PERFORM 4000-SETTLE-AND-CLOSE
028900                 THRU 4000-SETTLE-AND-CLOSE-EXIT
029000         END-IF
029100     END-IF
029200
029300     PERFORM 9999-TERMINATE
029400         THRU 9999-TERMINATE-EXIT
029500
029600     STOP RUN.
029700
029800*-----------------------------------------------------------------
029900* OPEN THE FILES, CHECK NO BATCH JOB HOLDS THE MASTER, AND
030000* REQUIRE AN OPERATOR LOGIN.
030100*-----------------------------------------------------------------
030200 1000-INITIALIZE.
030300     OPEN I-O ACCOUNT-MASTER
030400     IF NOT WS-ACCMSTR-OK
030500         DISPLAY "FDBREAK: UNABLE TO OPEN ACCOUNT MASTER, "
030600                 "STATUS = " WS-ACCMSTR-STATUS
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF
030900
031000     MOVE "N" TO WS-BATCH-CLEAR-SW
031100     CALL "BATCHCHK" USING WS-BATCH-CLEAR-SW
031200     IF NOT WS-BATCH-CLEAR
031300         DISPLAY "FDBREAK: A BATCH JOB CURRENTLY HOLDS THE "
031400                 "ACCOUNT MASTER, CLOSURE REFUSED"
031500         CLOSE ACCOUNT-MASTER
031600         GO TO 1000-INITIALIZE-EXIT
031700     END-IF
031710     MOVE "N" TO WS-DAY-OPEN-SW
031720     CALL "DAYCHK" USING WS-DAY-OPEN-SW
031730     IF NOT WS-DAY-OPEN
031740         DISPLAY "FDBREAK: THE BUSINESS DAY IS NOT OPEN, "
031750                 "CLOSURE REFUSED"
031760         CLOSE ACCOUNT-MASTER
031770         GO TO 1000-INITIALIZE-EXIT
031780     END-IF
031800
031900     MOVE "N" TO WS-OPERATOR-SW
032000     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
032100                           WS-OPERATOR-AUTH
032200     IF NOT WS-OPERATOR-OK
032300         DISPLAY "FDBREAK: OPERATOR LOGIN FAILED, CLOSURE "
032400                 "REFUSED"
032500         CLOSE ACCOUNT-MASTER
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF
032700     MOVE "N" TO WS-ENTITLED-SW
032700     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
032700                          WS-ENTL-MODE WS-ENTITLED-SW
032700     IF NOT WS-ENTITLED
032700         DISPLAY "FDBREAK: OPERATOR " WS-OPERATOR-ID " IS NOT "
032700                 "ENTITLED TO FDBREAK, REFUSED"
032700         CLOSE ACCOUNT-MASTER
032700         MOVE "N" TO WS-OPERATOR-SW
032700         GO TO 1000-INITIALIZE-EXIT
032700     END-IF
032800
032900     OPEN EXTEND DEPOSIT-LOG
033000     OPEN EXTEND WITHDRAW-LOG
033100     OPEN EXTEND BREAK-REGISTER
033200     IF WS-REGISTER-NOTFOUND
033300         OPEN OUTPUT BREAK-REGISTER
033400     END-IF
033500     IF NOT WS-DEPLOG-OK OR NOT WS-WDLOG-OK
033600         OR NOT WS-REGISTER-OK
033700         DISPLAY "FDBREAK: UNABLE TO OPEN THE LOGS OR THE "
033800                 "BREAK-DEPOSIT REGISTER, CLOSURE REFUSED"
033900         CLOSE ACCOUNT-MASTER
034000         CLOSE DEPOSIT-LOG
034100         CLOSE WITHDRAW-LOG
034200         CLOSE BREAK-REGISTER
034300         GO TO 1000-INITIALIZE-EXIT
034400     END-IF
034500     SET WS-FILES-OPEN TO TRUE
034600
034700     CALL "BUSDATE" USING WS-TODAYS-DATE
034800     DISPLAY "ENTER DEPOSIT ACCOUNT NUMBER TO BREAK: "
034900     ACCEPT WS-ACCT-NUMBER.
035000 1000-INITIALIZE-EXIT.
035100     EXIT.
035200
035300*-----------------------------------------------------------------
035400* READ THE DEPOSIT AND CHECK IT CAN BE BROKEN - AN OPEN TERM
035500* DEPOSIT, STILL SHORT OF ITS MATURITY, WITH NOTHING IN
035600* CLEARING AND NO HOLD OR LIEN AGAINST IT.
035700*-----------------------------------------------------------------
035800 2000-GET-DEPOSIT.
035900     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
036000     READ ACCOUNT-MASTER
036100         KEY IS ACCT-NUMBER
036200         INVALID KEY
036300             DISPLAY "FDBREAK: ACCOUNT " WS-ACCT-NUMBER
036400                     " NOT FOUND ON ACCOUNT MASTER"
036500             GO TO 2000-GET-DEPOSIT-EXIT
036600     END-READ
036700
036800     IF NOT ACCT-STATUS-ACTIVE
036900         DISPLAY "FDBREAK: ACCOUNT " WS-ACCT-NUMBER
037000                 " IS NOT ACTIVE, CLOSURE REFUSED"
037100         GO TO 2000-GET-DEPOSIT-EXIT
037200     END-IF
037300
037400     MOVE "N" TO WS-PRODUCT-FOUND-SW
037500     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
037600                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
037700     IF NOT PRD-BASE-TERM
037800         DISPLAY "FDBREAK: ACCOUNT " WS-ACCT-NUMBER
037900                 " IS NOT A FIXED OR RECURRING DEPOSIT - CLOSE "
038000                 "IT THROUGH ACCTCLOSE"
038100         GO TO 2000-GET-DEPOSIT-EXIT
038200     END-IF
038300
038400     MOVE ACCT-OPEN-DATE(1:4) TO WS-CCYY
038500     MOVE ACCT-OPEN-DATE(5:2) TO WS-MM
038600     MOVE ACCT-OPEN-DATE(7:2) TO WS-DD
038700     PERFORM 8800-CCYYMMDD-TO-DAYS
038800         THRU 8800-CCYYMMDD-TO-DAYS-EXIT
038900     MOVE WS-DAY-COUNT-RESULT TO WS-OPEN-DAY-COUNT
039000     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
039100     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
039200     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
039300     PERFORM 8800-CCYYMMDD-TO-DAYS
039400         THRU 8800-CCYYMMDD-TO-DAYS-EXIT
039500     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
039600     COMPUTE WS-HELD-DAYS = WS-TODAY-DAY-COUNT - WS-OPEN-DAY-COUNT
039700     IF WS-HELD-DAYS < 0
039800         MOVE 0 TO WS-HELD-DAYS
039900     END-IF
040000
040100     IF WS-HELD-DAYS NOT LESS THAN PRD-TERM-DAYS
040200         DISPLAY "FDBREAK: DEPOSIT " WS-ACCT-NUMBER " HAS "
040300                 "REACHED MATURITY - IT IS SETTLED BY MATPROC"
040400         GO TO 2000-GET-DEPOSIT-EXIT
040500     END-IF
040600
040700     IF ACCT-UNCLEARED-FUNDS > 0
040800         DISPLAY "FDBREAK: DEPOSIT " WS-ACCT-NUMBER
040900                 " HAS UNCLEARED CHEQUE FUNDS OF "
041000                 ACCT-UNCLEARED-FUNDS ", CLOSURE REFUSED"
041100         GO TO 2000-GET-DEPOSIT-EXIT
041200     END-IF
041300
041400*    A DEPOSIT UNDER A LIEN IS A LOAN'S SECURITY - IT CANNOT BE
041500*    BROKEN UNTIL THE LIEN IS RELEASED.
041600     CALL "HOLDSUM" USING ACCT-NUMBER WS-HOLD-TOTAL
041700     IF WS-HOLD-TOTAL > 0
041800         DISPLAY "FDBREAK: DEPOSIT " WS-ACCT-NUMBER
041900                 " CARRIES ACTIVE HOLDS OF " WS-HOLD-TOTAL
042000                 ", CLOSURE REFUSED"
042100         GO TO 2000-GET-DEPOSIT-EXIT
042200     END-IF
042300
042400     PERFORM 2500-CAPTURE-PAYOUT
042500         THRU 2500-CAPTURE-PAYOUT-EXIT.
042600 2000-GET-DEPOSIT-EXIT.
042700     EXIT.
042800
042900*-----------------------------------------------------------------
043000* TAKE WHERE THE PROCEEDS GO.  THE LINKED ACCOUNT DEFAULTS TO
043100* THE ONE HELD FOR THE MATURITY PAYOUT AND MUST BE OPEN; THE
043200* DEPOSIT RECORD IS READ BACK AFTER CHECKING IT.
043300*-----------------------------------------------------------------
043400 2500-CAPTURE-PAYOUT.
043500     DISPLAY "PAY PROCEEDS TO (L=LINKED ACCOUNT T=TILL CASH): "
043600     ACCEPT WS-PAY-MODE
043700     IF WS-PAY-IN-CASH
043800         MOVE 0 TO WS-LINKED-ACCT
043900         SET WS-BREAK-OK TO TRUE
044000         GO TO 2500-CAPTURE-PAYOUT-EXIT
044100     END-IF
044200     IF NOT WS-PAY-TO-LINKED
044300         DISPLAY "FDBREAK: INVALID PAYOUT MODE " WS-PAY-MODE
044400         GO TO 2500-CAPTURE-PAYOUT-EXIT
044500     END-IF
044600
044700     MOVE ACCT-LINKED-ACCT TO WS-LINKED-ACCT
044800     IF WS-LINKED-ACCT = 0
044900         DISPLAY "ENTER ACCOUNT TO CREDIT: "
045000         ACCEPT WS-LINKED-ACCT
045100     ELSE
045200         DISPLAY "PROCEEDS GO TO LINKED ACCOUNT " WS-LINKED-ACCT
045300     END-IF
045400     IF WS-LINKED-ACCT = WS-ACCT-NUMBER
045500         DISPLAY "FDBREAK: THE DEPOSIT CANNOT BE PAID TO ITSELF"
045600         GO TO 2500-CAPTURE-PAYOUT-EXIT
045700     END-IF
045800
045900     MOVE WS-LINKED-ACCT TO ACCT-NUMBER
046000     READ ACCOUNT-MASTER
046100         KEY IS ACCT-NUMBER
046200         INVALID KEY
046300             DISPLAY "FDBREAK: ACCOUNT " WS-LINKED-ACCT
046400                     " NOT ON FILE, CLOSURE REFUSED"
046500             GO TO 2500-CAPTURE-PAYOUT-EXIT
046600     END-READ
046700     IF NOT ACCT-STATUS-ACTIVE
046800         DISPLAY "FDBREAK: ACCOUNT " WS-LINKED-ACCT
046900                 " IS NOT ACTIVE, CLOSURE REFUSED"
047000         GO TO 2500-CAPTURE-PAYOUT-EXIT
047100     END-IF
047200
047300     PERFORM 8500-REREAD-DEPOSIT
047400         THRU 8500-REREAD-DEPOSIT-EXIT
047500     IF WS-ACCMSTR-OK
047600         SET WS-BREAK-OK TO TRUE
047700     END-IF.
047800 2500-CAPTURE-PAYOUT-EXIT.
047900     EXIT.
048000
048100*-----------------------------------------------------------------
048200* WORK OUT WHAT THE DEPOSIT HAS EARNED FOR THE PERIOD IT RAN,
048300* WHAT THE ACCRUAL HAS ALREADY CREDITED SINCE IT OPENED, AND
048400* THE DIFFERENCE TO CREDIT (POSITIVE) OR RECOVER (NEGATIVE).
048500*-----------------------------------------------------------------
048600 3000-RECOMPUTE-INTEREST.
048700     MOVE WS-TENOR-RATE(6) TO WS-CARD-RATE
048800     PERFORM 3100-FIND-CARD-RATE
048900         THRU 3100-FIND-CARD-RATE-EXIT
049000         VARYING WS-TENOR-IDX FROM 6 BY -1
049100         UNTIL WS-TENOR-IDX < 1
049200*    BREAKING A DEPOSIT NEVER EARNS MORE THAN KEEPING IT.
049300     IF WS-CARD-RATE > PRD-INT-RATE
049400         MOVE PRD-INT-RATE TO WS-CARD-RATE
049500     END-IF
049600     COMPUTE WS-APPLIED-RATE = WS-CARD-RATE - WS-PENAL-MARGIN
049700     IF WS-APPLIED-RATE < 0
049800         MOVE 0 TO WS-APPLIED-RATE
049900     END-IF
050000
050100     PERFORM 3200-SUM-CREDITED-INTEREST
050200         THRU 3200-SUM-CREDITED-INTEREST-EXIT
050300     PERFORM 3300-SUM-TAX-WITHHELD
050400         THRU 3300-SUM-TAX-WITHHELD-EXIT
050500
050600     MOVE 0 TO WS-RD-PENALTIES
050700     IF PRD-BASE-RECURRING
050800         PERFORM 3500-VALUE-RD-DEPOSIT
050900             THRU 3500-VALUE-RD-DEPOSIT-EXIT
051000     ELSE
051100*        THE AMOUNT PLACED IS WHAT STANDS ON THE DEPOSIT WITHOUT
051200*        THE INTEREST CREDITED TO IT AND THE TAX TAKEN OFF THAT.
051300         COMPUTE WS-PRINCIPAL = ACCT-BALANCE - WS-CREDITED-INT
051400                 + WS-TAX-WITHHELD
051500         IF WS-PRINCIPAL < 0
051600             MOVE 0 TO WS-PRINCIPAL
051700         END-IF
051800         COMPUTE WS-EARNED-INT ROUNDED =
051900                 WS-PRINCIPAL * WS-APPLIED-RATE * WS-HELD-DAYS
052000                 / 36000
052100     END-IF
052200
052300     MOVE WS-EARNED-INT TO WS-EARNED-AMT
052400     IF WS-EARNED-AMT > WS-RD-PENALTIES
052500         SUBTRACT WS-RD-PENALTIES FROM WS-EARNED-AMT
052600     ELSE
052700         MOVE 0 TO WS-EARNED-AMT
052800     END-IF
052900     COMPUTE WS-INT-ADJUST = WS-EARNED-AMT - WS-CREDITED-INT
053000
053100*    THE RECOVERY CAN TAKE NO MORE THAN STANDS ON THE DEPOSIT.
053200     IF WS-INT-ADJUST < 0
053300         AND (0 - WS-INT-ADJUST) > ACCT-BALANCE
053400         COMPUTE WS-INT-ADJUST = 0 - ACCT-BALANCE
053500     END-IF.
053600 3000-RECOMPUTE-INTEREST-EXIT.
053700     EXIT.
053800
053900*-----------------------------------------------------------------
054000* THE SHORTEST TENOR BAND THE HELD DAYS FALL WITHIN SETS THE
054100* CARD RATE - THE TABLE IS WALKED FROM THE LONGEST BAND DOWN.
054200*-----------------------------------------------------------------
054300 3100-FIND-CARD-RATE.
054400     IF WS-HELD-DAYS NOT > WS-TENOR-MAX-DAYS(WS-TENOR-IDX)
054500         MOVE WS-TENOR-RATE(WS-TENOR-IDX) TO WS-CARD-RATE
054600     END-IF.
054700 3100-FIND-CARD-RATE-EXIT.
054800     EXIT.
054900
055000*-----------------------------------------------------------------
055100* ADD UP THE INTEREST CREDITED TO THE DEPOSIT SINCE IT OPENED
055200* (OR LAST RENEWED) FROM ITS TRANSACTION HISTORY.  A RENEWAL'S
055300* OWN MATURITY CREDIT FALLS ON THE NEW OPEN DATE AND IS PART OF
055400* THE PRINCIPAL, SO ONLY LATER CREDITS COUNT.
055500*-----------------------------------------------------------------
055600 3200-SUM-CREDITED-INTEREST.
055700     MOVE 0 TO WS-CREDITED-INT
055800     OPEN INPUT TXN-HISTORY
055900     IF NOT WS-TXNHIST-OK
056000         GO TO 3200-SUM-CREDITED-INTEREST-EXIT
056100     END-IF
056200     MOVE "N" TO WS-SCAN-EOF-SW
056300     MOVE WS-ACCT-NUMBER TO TXN-ACCT-NUMBER
056400     MOVE ACCT-OPEN-DATE TO TXN-DATE
056500     MOVE 99999999       TO TXN-TIME
056600     START TXN-HISTORY
056700         KEY IS GREATER THAN TXN-KEY
056800         INVALID KEY
056900             SET WS-SCAN-EOF TO TRUE
057000     END-START
057100     PERFORM 3250-ADD-ONE-CREDIT
057200         THRU 3250-ADD-ONE-CREDIT-EXIT
057300         UNTIL WS-SCAN-EOF
057400     CLOSE TXN-HISTORY.
057500 3200-SUM-CREDITED-INTEREST-EXIT.
057600     EXIT.
057700
057800*-----------------------------------------------------------------
057900* ONE HISTORY ENTRY - COUNT IT IF IT IS AN INTEREST CREDIT.
058000*-----------------------------------------------------------------
058100 3250-ADD-ONE-CREDIT.
058200     READ TXN-HISTORY NEXT RECORD
058300         AT END
058400             SET WS-SCAN-EOF TO TRUE
058500             GO TO 3250-ADD-ONE-CREDIT-EXIT
058600     END-READ
058700     IF TXN-ACCT-NUMBER NOT = WS-ACCT-NUMBER
058800         SET WS-SCAN-EOF TO TRUE
058900         GO TO 3250-ADD-ONE-CREDIT-EXIT
059000     END-IF
059100     IF TXN-TYPE-INTEREST
059200         ADD TXN-AMOUNT TO WS-CREDITED-INT
059300     END-IF.
059400 3250-ADD-ONE-CREDIT-EXIT.
059500     EXIT.
059600
059700*-----------------------------------------------------------------
059800* ADD UP THE TAX WITHHELD FROM THE DEPOSIT'S INTEREST SINCE IT
059900* OPENED, FROM THE TAX LEDGER.
060000*-----------------------------------------------------------------
060100 3300-SUM-TAX-WITHHELD.
060200     MOVE 0 TO WS-TAX-WITHHELD
060300     OPEN INPUT TAX-LEDGER
060400     IF NOT WS-TAXLEDGR-OK
060500         GO TO 3300-SUM-TAX-WITHHELD-EXIT
060600     END-IF
060700     MOVE "N" TO WS-SCAN-EOF-SW
060800     PERFORM 3350-ADD-ONE-TAX-ENTRY
060900         THRU 3350-ADD-ONE-TAX-ENTRY-EXIT
061000         UNTIL WS-SCAN-EOF
061100     CLOSE TAX-LEDGER.
061200 3300-SUM-TAX-WITHHELD-EXIT.
061300     EXIT.
061400
061500*-----------------------------------------------------------------
061600* ONE TAX LEDGER ENTRY - COUNT IT IF IT IS THIS DEPOSIT'S AND
061700* FALLS AFTER THE OPEN DATE.
061800*-----------------------------------------------------------------
061900 3350-ADD-ONE-TAX-ENTRY.
062000     READ TAX-LEDGER
062100         AT END
062200             SET WS-SCAN-EOF TO TRUE
062300             GO TO 3350-ADD-ONE-TAX-ENTRY-EXIT
062400     END-READ
062500     IF TAX-ACCT-NUMBER = WS-ACCT-NUMBER
062600         AND TAX-DATE > ACCT-OPEN-DATE
062700         ADD TAX-WITHHELD TO WS-TAX-WITHHELD
062800     END-IF.
062900 3350-ADD-ONE-TAX-ENTRY-EXIT.
063000     EXIT.
063100
063200*-----------------------------------------------------------------
063300* VALUE A RECURRING DEPOSIT FROM ITS INSTALLMENT LEDGER THE WAY
063400* MATPROC DOES AT MATURITY, BUT AT THE PENAL RATE - EACH PAID
063500* INSTALLMENT EARNS FROM THE DAY IT ARRIVED, AND THE DELAY
063600* PENALTIES COME OFF THE INTEREST.
063700*-----------------------------------------------------------------
063800 3500-VALUE-RD-DEPOSIT.
063900     MOVE 0 TO WS-PRINCIPAL
064000     MOVE 0 TO WS-EARNED-INT
064100     OPEN INPUT RD-LEDGER
064200     IF NOT WS-RDLFILE-OK
064300         DISPLAY "FDBREAK: INSTALLMENT LEDGER NOT AVAILABLE, "
064400                 "STATUS = " WS-RDLFILE-STATUS
064500                 " - NO INTEREST EARNED"
064600         MOVE ACCT-BALANCE TO WS-PRINCIPAL
064700         GO TO 3500-VALUE-RD-DEPOSIT-EXIT
064800     END-IF
064900     MOVE "N" TO WS-SCAN-EOF-SW
065000     MOVE WS-ACCT-NUMBER TO RDI-ACCT-NUMBER
065100     MOVE 0 TO RDI-INSTL-NO
065200     START RD-LEDGER
065300         KEY IS NOT LESS THAN RDI-KEY
065400         INVALID KEY
065500             SET WS-SCAN-EOF TO TRUE
065600     END-START
065700     PERFORM 3600-VALUE-ONE-INSTL
065800         THRU 3600-VALUE-ONE-INSTL-EXIT
065900         UNTIL WS-SCAN-EOF
066000     CLOSE RD-LEDGER.
066100 3500-VALUE-RD-DEPOSIT-EXIT.
066200     EXIT.
066300
066400*-----------------------------------------------------------------
066500* ONE INSTALLMENT'S SHARE OF THE RECURRING DEPOSIT'S INTEREST.
066600*-----------------------------------------------------------------
066700 3600-VALUE-ONE-INSTL.
066800     READ RD-LEDGER NEXT RECORD
066900         AT END
067000             SET WS-SCAN-EOF TO TRUE
067100             GO TO 3600-VALUE-ONE-INSTL-EXIT
067200     END-READ
067300     IF RDI-ACCT-NUMBER NOT = WS-ACCT-NUMBER
067400         SET WS-SCAN-EOF TO TRUE
067500         GO TO 3600-VALUE-ONE-INSTL-EXIT
067600     END-IF
067700     IF NOT RDI-STATUS-PAID AND NOT RDI-STATUS-LATE
067800         GO TO 3600-VALUE-ONE-INSTL-EXIT
067900     END-IF
068000
068100     MOVE RDI-PAID-DATE(1:4) TO WS-CCYY
068200     MOVE RDI-PAID-DATE(5:2) TO WS-MM
068300     MOVE RDI-PAID-DATE(7:2) TO WS-DD
068400     PERFORM 8800-CCYYMMDD-TO-DAYS
068500         THRU 8800-CCYYMMDD-TO-DAYS-EXIT
068600     MOVE WS-DAY-COUNT-RESULT TO WS-PAID-DAY-COUNT
068700     COMPUTE WS-EARN-DAYS = WS-TODAY-DAY-COUNT - WS-PAID-DAY-COUNT
068800     IF WS-EARN-DAYS < 0
068900         MOVE 0 TO WS-EARN-DAYS
069000     END-IF
069100
069200     ADD RDI-AMOUNT-DUE TO WS-PRINCIPAL
069300     COMPUTE WS-EARNED-INT ROUNDED = WS-EARNED-INT
069400             + (RDI-AMOUNT-DUE * WS-APPLIED-RATE * WS-EARN-DAYS
069500                / 36000)
069600     ADD RDI-PENALTY TO WS-RD-PENALTIES.
069700 3600-VALUE-ONE-INSTL-EXIT.
069800     EXIT.
069900
070000*-----------------------------------------------------------------
070100* SETTLE THE INTEREST DIFFERENCE, PAY THE BALANCE OUT, CLOSE
070200* THE DEPOSIT AND PRINT THE REGISTER LINE.  CASH MUST PROVE TO
070300* THE TELLER'S DRAWER BEFORE ANYTHING IS POSTED; A LINKED
070400* ACCOUNT IS CREDITED FIRST, AS MATPROC DOES AT MATURITY.
070500*-----------------------------------------------------------------
070600 4000-SETTLE-AND-CLOSE.
070700     ACCEPT WS-TRANS-TIME FROM TIME
070800     COMPUTE WS-PAYOUT-AMT = ACCT-BALANCE + WS-INT-ADJUST
070900
071000     IF WS-PAY-IN-CASH AND WS-PAYOUT-AMT > 0
071100         MOVE WS-PAYOUT-AMT TO WS-PAYOUT-CASH
071200         MOVE "O" TO WS-CASH-DIRECTION
071300         MOVE "N" TO WS-TILL-OK-SW
071400         CALL "TILLUPDT" USING WS-OPERATOR-ID WS-CASH-DIRECTION
071500                               WS-PAYOUT-CASH WS-TILL-OK-SW
071600         IF NOT WS-TILL-OK
071700             DISPLAY "FDBREAK: CASH DID NOT PROVE TO THE "
071800                     "DRAWER, CLOSURE REFUSED"
071900             GO TO 4000-SETTLE-AND-CLOSE-EXIT
072000         END-IF
072100     END-IF
072200
072300     IF WS-PAY-TO-LINKED AND WS-PAYOUT-AMT > 0
072400         PERFORM 4500-CREDIT-LINKED-ACCOUNT
072500             THRU 4500-CREDIT-LINKED-ACCOUNT-EXIT
072600         IF NOT WS-ACCMSTR-OK
072700             GO TO 4000-SETTLE-AND-CLOSE-EXIT
072800         END-IF
072900     END-IF
073000
073100*    NOW THE DEPOSIT ITSELF - INTEREST DIFFERENCE, PAYOUT DEBIT
073200*    AND CLOSE.
073300     IF WS-INT-ADJUST > 0
073400         MOVE WS-INT-ADJUST TO WS-ADJUST-AMT
073500         ADD WS-ADJUST-AMT TO ACCT-BALANCE
073600         ADD WS-ADJUST-AMT TO ACCT-FY-INT-TOTAL
073700         PERFORM 6000-WRITE-INTEREST-CREDIT
073800             THRU 6000-WRITE-INTEREST-CREDIT-EXIT
073900     END-IF
074000     IF WS-INT-ADJUST < 0
074100         COMPUTE WS-ADJUST-AMT = 0 - WS-INT-ADJUST
074200         SUBTRACT WS-ADJUST-AMT FROM ACCT-BALANCE
074300*        THE RECOVERED INTEREST WAS NEVER REALLY EARNED, SO IT
074400*        COMES OFF THE YEAR'S TOTAL THE TAX CERTIFICATE QUOTES.
074500         IF WS-ADJUST-AMT > ACCT-FY-INT-TOTAL
074600             MOVE 0 TO ACCT-FY-INT-TOTAL
074700         ELSE
074800             SUBTRACT WS-ADJUST-AMT FROM ACCT-FY-INT-TOTAL
074900         END-IF
075000         PERFORM 6500-WRITE-INTEREST-RECOVERY
075100             THRU 6500-WRITE-INTEREST-RECOVERY-EXIT
075200     END-IF
075300
075400     SUBTRACT WS-PAYOUT-AMT FROM ACCT-BALANCE
075500     SET ACCT-STATUS-CLOSED TO TRUE
075600     MOVE WS-TODAYS-DATE TO ACCT-LAST-WD-DATE
075700     REWRITE ACCOUNT-RECORD
075800         INVALID KEY
075900             DISPLAY "FDBREAK: UNABLE TO REWRITE DEPOSIT "
076000                     WS-ACCT-NUMBER
076100             GO TO 4000-SETTLE-AND-CLOSE-EXIT
076200     END-REWRITE
076300
076400     IF WS-PAYOUT-AMT > 0
076500         PERFORM 7000-WRITE-PAYOUT-LOG
076600             THRU 7000-WRITE-PAYOUT-LOG-EXIT
076700     END-IF
076800
076900     PERFORM 7500-WRITE-REGISTER
077000         THRU 7500-WRITE-REGISTER-EXIT
077100
077200     DISPLAY "FDBREAK: DEPOSIT " WS-ACCT-NUMBER " CLOSED, "
077300             "INTEREST EARNED " WS-EARNED-AMT
077400             ", ALREADY CREDITED " WS-CREDITED-INT
077500     DISPLAY "FDBREAK: PAID OUT " WS-PAYOUT-AMT.
077600 4000-SETTLE-AND-CLOSE-EXIT.
077700     EXIT.
077800
077900*-----------------------------------------------------------------
078000* CREDIT THE PROCEEDS TO THE LINKED ACCOUNT AS A BOOK TRANSFER,
078100* THEN READ THE DEPOSIT BACK.
078200*-----------------------------------------------------------------
078300 4500-CREDIT-LINKED-ACCOUNT.
078400     MOVE WS-LINKED-ACCT TO ACCT-NUMBER
078500     READ ACCOUNT-MASTER
078600         KEY IS ACCT-NUMBER
078700         INVALID KEY
078800             DISPLAY "FDBREAK: ACCOUNT " WS-LINKED-ACCT
078900                     " NO LONGER ON FILE, CLOSURE REFUSED"
079000             GO TO 4500-CREDIT-LINKED-ACCOUNT-EXIT
079100     END-READ
079200
079300     ADD WS-PAYOUT-AMT TO ACCT-BALANCE
079400     MOVE WS-TODAYS-DATE TO ACCT-LAST-DEP-DATE
079500     REWRITE ACCOUNT-RECORD
079600         INVALID KEY
079700             DISPLAY "FDBREAK: UNABLE TO REWRITE ACCOUNT "
079800                     WS-LINKED-ACCT ", CLOSURE REFUSED"
079900             MOVE "99" TO WS-ACCMSTR-STATUS
080000             GO TO 4500-CREDIT-LINKED-ACCOUNT-EXIT
080100     END-REWRITE
080200
080300     MOVE WS-TODAYS-DATE TO LOG-DATE
080400     MOVE WS-TRANS-TIME  TO LOG-TIME
080500     MOVE WS-LINKED-ACCT TO LOG-ACCT-NUMBER
080600     MOVE WS-PAYOUT-AMT  TO LOG-DEPOSIT-AMT
080700     MOVE ACCT-BALANCE   TO LOG-NEW-BALANCE
080800     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
080900     SET LOG-TRANS-TRANSFER TO TRUE
081000     MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID
081100     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
081200     CALL "TXNREF" USING WS-TXN-REF
081300     MOVE WS-TXN-REF TO LOG-TXN-REF
081301     MOVE 0 TO LOG-VALUE-DATE
081302     MOVE 0 TO LOG-POST-BRANCH
081303     SET LOG-INSTR-TRANSFER TO TRUE
081400     WRITE DEPOSIT-LOG-RECORD
081500     MOVE "D" TO WS-TXN-TYPE
081600     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
081700                           WS-TXN-TYPE LOG-DEPOSIT-AMT
081800                           LOG-NEW-BALANCE LOG-OPERATOR-ID
081900                           LOG-TXN-REF
081900                           LOG-INSTRUMENT
082000
082100     PERFORM 8500-REREAD-DEPOSIT
082200         THRU 8500-REREAD-DEPOSIT-EXIT.
082300 4500-CREDIT-LINKED-ACCOUNT-EXIT.
082400     EXIT.
082500
082600*-----------------------------------------------------------------
082700* POST THE INTEREST STILL DUE TO THE DEPOSIT LOG UNDER OPERATOR
082800* ZERO, AS THE ACCRUAL DOES.
082900*-----------------------------------------------------------------
083000 6000-WRITE-INTEREST-CREDIT.
083100     MOVE WS-TODAYS-DATE  TO LOG-DATE
083200     MOVE WS-TRANS-TIME   TO LOG-TIME
083300     MOVE WS-ACCT-NUMBER  TO LOG-ACCT-NUMBER
083400     MOVE WS-ADJUST-AMT   TO LOG-DEPOSIT-AMT
083500     MOVE ACCT-BALANCE    TO LOG-NEW-BALANCE
083600     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
083700     SET LOG-TRANS-INTEREST TO TRUE
083800     MOVE 0               TO LOG-OPERATOR-ID
083900     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
084000     CALL "TXNREF" USING WS-TXN-REF
084100     MOVE WS-TXN-REF TO LOG-TXN-REF
084101     MOVE 0 TO LOG-VALUE-DATE
084102     MOVE 0 TO LOG-POST-BRANCH
084103     SET LOG-INSTR-SYSTEM TO TRUE
084200     WRITE DEPOSIT-LOG-RECORD
084300     MOVE "I" TO WS-TXN-TYPE
084400     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
084500                           WS-TXN-TYPE LOG-DEPOSIT-AMT
084600                           LOG-NEW-BALANCE LOG-OPERATOR-ID
084700                           LOG-TXN-REF
084700                           LOG-INSTRUMENT.
084800 6000-WRITE-INTEREST-CREDIT-EXIT.
084900     EXIT.
085000
085100*-----------------------------------------------------------------
085200* POST THE RECOVERED INTEREST TO THE WITHDRAW LOG UNDER OPERATOR
085300* ZERO.  NO CASH MOVES - THE TYPE BYTE SENDS THE CREDIT BACK TO
085400* INTEREST EXPENSE ON THE GL JOURNAL.
085500*-----------------------------------------------------------------
085600 6500-WRITE-INTEREST-RECOVERY.
085700     MOVE WS-TODAYS-DATE TO WDLOG-DATE
085800     MOVE WS-TRANS-TIME  TO WDLOG-TIME
085900     MOVE WS-ACCT-NUMBER TO WDLOG-ACCT-NUMBER
086000     MOVE WS-ADJUST-AMT  TO WDLOG-WITHDRAW-AMT
086100     MOVE ACCT-BALANCE   TO WDLOG-NEW-BALANCE
086200     MOVE 0              TO WDLOG-OPERATOR-ID
086300     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
086400     CALL "TXNREF" USING WS-TXN-REF
086500     MOVE WS-TXN-REF TO WDLOG-TXN-REF
086600     SET WDLOG-TRANS-INT-RECOVERY TO TRUE
086601     MOVE 0 TO WDLOG-POST-BRANCH
086602     SET WDLOG-INSTR-SYSTEM TO TRUE
086700     WRITE WITHDRAW-LOG-RECORD
086800     MOVE "W" TO WS-TXN-TYPE
086900     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
087000                           WDLOG-TIME WS-TXN-TYPE
087100                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
087200                           WDLOG-OPERATOR-ID
087300                           WDLOG-TXN-REF
087300                           WDLOG-INSTRUMENT.
087400 6500-WRITE-INTEREST-RECOVERY-EXIT.
087500     EXIT.
087600
087700*-----------------------------------------------------------------
087800* POST THE PAYOUT DEBIT OFF THE DEPOSIT - A BOOK TRANSFER TO THE
087900* LINKED ACCOUNT, OR A CLOSURE PAID FROM THE DRAWER.
088000*-----------------------------------------------------------------
088100 7000-WRITE-PAYOUT-LOG.
088200     MOVE WS-TODAYS-DATE TO WDLOG-DATE
088300     MOVE WS-TRANS-TIME  TO WDLOG-TIME
088400     MOVE WS-ACCT-NUMBER TO WDLOG-ACCT-NUMBER
088500     MOVE WS-PAYOUT-AMT  TO WDLOG-WITHDRAW-AMT
088600     MOVE ACCT-BALANCE   TO WDLOG-NEW-BALANCE
088700     MOVE WS-OPERATOR-ID TO WDLOG-OPERATOR-ID
088800     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
088900     CALL "TXNREF" USING WS-TXN-REF
089000     MOVE WS-TXN-REF TO WDLOG-TXN-REF
089100     IF WS-PAY-TO-LINKED
089200         SET WDLOG-TRANS-TRANSFER TO TRUE
089300         SET WDLOG-INSTR-TRANSFER TO TRUE
089400     ELSE
089410         SET WDLOG-TRANS-CLOSURE TO TRUE
089420         SET WDLOG-INSTR-CASH TO TRUE
089500     END-IF
089501     MOVE 0 TO WDLOG-POST-BRANCH
089600     WRITE WITHDRAW-LOG-RECORD
089700     MOVE "W" TO WS-TXN-TYPE
089800     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
089900                           WDLOG-TIME WS-TXN-TYPE
090000                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
090100                           WDLOG-OPERATOR-ID
090200                           WDLOG-TXN-REF
090200                           WDLOG-INSTRUMENT.
090300 7000-WRITE-PAYOUT-LOG-EXIT.
090400     EXIT.
090500
090600*-----------------------------------------------------------------
090700* PRINT THE DEPOSIT'S LINE ON THE BREAK-DEPOSIT REGISTER.  THE
090800* ADJUSTMENT IS NEGATIVE WHERE INTEREST WAS RECOVERED.
090900*-----------------------------------------------------------------
091000 7500-WRITE-REGISTER.
091100     MOVE WS-TODAYS-DATE  TO REG-DATE
091200     MOVE WS-ACCT-NUMBER  TO REG-ACCT-NUMBER
091300     MOVE ACCT-TYPE-CODE  TO REG-ACCT-TYPE
091400     MOVE ACCT-OPEN-DATE  TO REG-OPEN-DATE
091500     MOVE WS-HELD-DAYS    TO REG-HELD-DAYS
091600     MOVE WS-PRINCIPAL    TO REG-PRINCIPAL
091700     MOVE PRD-INT-RATE    TO REG-CONTRACT-RATE
091800     MOVE WS-APPLIED-RATE TO REG-APPLIED-RATE
091900     MOVE WS-EARNED-AMT   TO REG-EARNED
092000     MOVE WS-CREDITED-INT TO REG-CREDITED
092100     MOVE WS-INT-ADJUST   TO REG-ADJUSTMENT
092200     MOVE WS-PAYOUT-AMT   TO REG-PAYOUT
092300     MOVE WS-PAY-MODE     TO REG-PAY-MODE
092400     MOVE WS-LINKED-ACCT  TO REG-LINKED-ACCT
092500     MOVE WS-OPERATOR-ID  TO REG-OPERATOR-ID
092600     MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
092700     WRITE REGISTER-LINE.
092800 7500-WRITE-REGISTER-EXIT.
092900     EXIT.
093000
093100*-----------------------------------------------------------------
093200* READ THE DEPOSIT BACK INTO THE RECORD AREA AFTER ANOTHER
093300* ACCOUNT HAS BEEN READ OVER IT.
093400*-----------------------------------------------------------------
093500 8500-REREAD-DEPOSIT.
093600     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
093700     READ ACCOUNT-MASTER
093800         KEY IS ACCT-NUMBER
093900         INVALID KEY
094000             DISPLAY "FDBREAK: UNABLE TO REREAD DEPOSIT "
094100                     WS-ACCT-NUMBER
094200     END-READ.
094300 8500-REREAD-DEPOSIT-EXIT.
094400     EXIT.
094500
094600*-----------------------------------------------------------------
094700* CONVERT WS-CCYY/WS-MM/WS-DD INTO A DAY COUNT USING THE
094800* 30-DAY-MONTH/360-DAY-YEAR CONVENTION.
094900*-----------------------------------------------------------------
095000 8800-CCYYMMDD-TO-DAYS.
095100     COMPUTE WS-DAY-COUNT-RESULT =
095200             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
095300 8800-CCYYMMDD-TO-DAYS-EXIT.
095400     EXIT.
095500
095600*-----------------------------------------------------------------
095700* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
095800*-----------------------------------------------------------------
095900 9999-TERMINATE.
096000     IF WS-FILES-OPEN
096100         CLOSE ACCOUNT-MASTER
096200         CLOSE DEPOSIT-LOG
096300         CLOSE WITHDRAW-LOG
096400         CLOSE BREAK-REGISTER
096500     END-IF.
096600 9999-TERMINATE-EXIT.
096700     EXIT.
