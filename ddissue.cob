000100*****************************************************************
000200* PROGRAM      : DDISSUE                                        *
000300* DESCRIPTION  : DEMAND DRAFT AND PAY ORDER ISSUE AT THE        *
000400*                COUNTER.  THE PURCHASER PAYS EITHER FROM AN    *
000500*                ACCOUNT - DEBITED UNDER THE SAME CHECK-DIGIT,  *
000600*                LOCK, STATUS, FREEZE, DECEASED, MANDATE,       *
000700*                MINOR, KYC, FLOOR AND HOLD RULES WITHDRAW      *
000800*                APPLIES - OR IN CASH COUNTED INTO THE TELLER'S *
000900*                DRAWER THROUGH TILLUPDT.  THE COMMISSION IS    *
001000*                TAKEN FROM THE CHARGE SCHEDULE (FEESCHED) AND  *
001100*                COLLECTED WITH THE INSTRUMENT.  THE INSTRUMENT *
001200*                IS NUMBERED FROM THE BANK-WIDE TRANSACTION     *
001300*                REFERENCE AND WRITTEN TO THE DD REGISTER,      *
001400*                WHERE DDMAINT PAYS, CANCELS OR REVALIDATES IT  *
001500*                AND DDOSRPT LISTS IT WHILE OUTSTANDING.  THE   *
001600*                LOG ENTRIES CARRY THE MONEY TO THE DD-PAYABLE  *
001700*                AND FEE INCOME GLS THROUGH GLJRNL - A CASH     *
001800*                PURCHASE IS LOGGED AGAINST ACCOUNT ZERO, AS IT *
001900*                TOUCHES NO CUSTOMER ACCOUNT.  GST ON THE       *
001910*                COMMISSION IS COLLECTED WITH IT, LOGGED AS ITS *
001920*                OWN LINE AND INVOICED THROUGH GSTINV.          *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. DDISSUE.
002300 AUTHOR. S NATARAJAN.
002400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700
002800*****************************************************************
002900* MODIFICATION HISTORY                                          *
003000*-----------------------------------------------------------------
003100* DATE       INIT  DESCRIPTION                                  *
003200* 2026-10-15 SN    NEW PROGRAM - DEMAND DRAFT AND PAY ORDER     *
003300*                  ISSUE, CALLED FROM MENUPROGRAM OPTION 7.     *
003301* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003302*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003303*                  HELD.                                        *
003304* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003305*                  PLACE OF YYMMDD.                             *
003306* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003307*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003308*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003309* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
003310*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
003311*                  EODDRIVE HAS STARTED.                        *
003311* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
003311*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
003311*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003312* 2026-10-15 SN    THE COMMISSION NOW CARRIES GST AT THE RATE   *
003313*                  FOR ITS SCHEDULE ENTRY'S TAX CODE, COLLECTED *
003314*                  WITH THE INSTRUMENT AS A SEPARATE LOG LINE   *
003315*                  (WITHDRAW TYPE "G", CASH DEPOSIT TYPE "H")   *
003316*                  AND ENTERED ON THE GST INVOICE REGISTER VIA  *
003317*                  THE NEW GSTINV SUBPROGRAM.                   *
003400*****************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ACCT-NUMBER
004300         FILE STATUS IS WS-ACCMSTR-STATUS.
004400
004500     SELECT DD-REGISTER ASSIGN TO "DDREG"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DD-SERIAL-NO
004900         FILE STATUS IS WS-DDREG-STATUS.
005000
005100     SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FEESCHED-STATUS.
005400
005500     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-DEPLOG-STATUS.
005800
005900     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-WDLOG-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ACCOUNT-MASTER
006600     LABEL RECORDS ARE STANDARD.
006700     COPY ACCTREC.
006800
006900 FD  DD-REGISTER
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DDREC.
007200
007300 FD  FEE-SCHEDULE
007400     LABEL RECORDS ARE STANDARD.
007500 01  FEE-SCHEDULE-RECORD.
007600     05  FEE-CODE             PIC X(04).
007700     05  FILLER               PIC X(01).
007800     05  FEE-ACCT-TYPE        PIC X(01).
007900     05  FILLER               PIC X(01).
008000     05  FEE-BASIS            PIC X(01).
008100         88  FEE-BASIS-AMOUNT     VALUE "A".
008200         88  FEE-BASIS-PERCENT    VALUE "P".
008300     05  FILLER               PIC X(01).
008400     05  FEE-VALUE            PIC 9(05).
008410     05  FILLER               PIC X(01).
008420     05  FEE-TAX-CODE         PIC X(02).
008500
008600 FD  DEPOSIT-LOG
008700     LABEL RECORDS ARE STANDARD.
008800 01  DEPOSIT-LOG-RECORD.
008900     05  LOG-DATE             PIC 9(08).
009000     05  LOG-TIME             PIC 9(08).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009200     05  LOG-ACCT-NUMBER      PIC 9(06).
009300     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  LOG-DEPOSIT-AMT      PIC 9(09).
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  LOG-NEW-BALANCE      PIC S9(09).
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  LOG-CURRENCY-CODE    PIC X(03).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  LOG-TRANS-TYPE       PIC X(01).
010100         88  LOG-TRANS-DD-CASH      VALUE "B".
010200         88  LOG-TRANS-DD-CASH-COMM VALUE "G".
010210         88  LOG-TRANS-DD-CASH-GST  VALUE "H".
010300     05  FILLER               PIC X(01) VALUE SPACE.
010400     05  LOG-OPERATOR-ID      PIC 9(04).
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  LOG-BRANCH-CODE      PIC 9(03).
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  LOG-TXN-REF          PIC 9(10).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  LOG-VALUE-DATE       PIC 9(08).
011100     05  FILLER               PIC X(01) VALUE SPACE.
011200     05  LOG-POST-BRANCH      PIC 9(03).
011210     05  FILLER               PIC X(01) VALUE SPACE.
011220     05  LOG-INSTRUMENT       PIC X(01).
011230         88  LOG-INSTR-CASH       VALUE "C".
011240         88  LOG-INSTR-CHEQUE     VALUE "Q".
011250         88  LOG-INSTR-TRANSFER   VALUE "T".
011260         88  LOG-INSTR-SYSTEM     VALUE "S".
011300
011400 FD  WITHDRAW-LOG
011500     LABEL RECORDS ARE STANDARD.
011600 01  WITHDRAW-LOG-RECORD.
011700     05  WDLOG-DATE             PIC 9(08).
011800     05  WDLOG-TIME             PIC 9(08).
011900     05  FILLER                 PIC X(01) VALUE SPACE.
012000     05  WDLOG-ACCT-NUMBER      PIC 9(06).
012100     05  FILLER                 PIC X(01) VALUE SPACE.
012200     05  WDLOG-WITHDRAW-AMT     PIC 9(09).
012300     05  FILLER                 PIC X(01) VALUE SPACE.
012400     05  WDLOG-NEW-BALANCE      PIC S9(09).
012500     05  FILLER                 PIC X(01) VALUE SPACE.
012600     05  WDLOG-OPERATOR-ID      PIC 9(04).
012700     05  FILLER                 PIC X(01) VALUE SPACE.
012800     05  WDLOG-BRANCH-CODE      PIC 9(03).
012900     05  FILLER                 PIC X(01) VALUE SPACE.
013000     05  WDLOG-TXN-REF          PIC 9(10).
013100     05  FILLER                 PIC X(01) VALUE SPACE.
013200     05  WDLOG-TRANS-TYPE       PIC X(01).
013300         88  WDLOG-TRANS-FEE        VALUE "F".
013400         88  WDLOG-TRANS-DD-ISSUE   VALUE "D".
013410         88  WDLOG-TRANS-GST        VALUE "G".
013500     05  FILLER                 PIC X(01) VALUE SPACE.
013600     05  WDLOG-POST-BRANCH      PIC 9(03).
013610     05  FILLER                 PIC X(01) VALUE SPACE.
013620     05  WDLOG-INSTRUMENT       PIC X(01).
013630         88  WDLOG-INSTR-CASH       VALUE "C".
013640         88  WDLOG-INSTR-CHEQUE     VALUE "Q".
013650         88  WDLOG-INSTR-TRANSFER   VALUE "T".
013660         88  WDLOG-INSTR-SYSTEM     VALUE "S".
013700
013800 WORKING-STORAGE SECTION.
013900 01  WS-ACCMSTR-STATUS        PIC X(02).
014000     88  WS-ACCMSTR-OK        VALUE "00".
014100
014200 01  WS-DDREG-STATUS          PIC X(02).
014300     88  WS-DDREG-OK          VALUE "00".
014400     88  WS-DDREG-NOTFOUND    VALUE "35".
014500
014600 01  WS-FEESCHED-STATUS       PIC X(02).
014700     88  WS-FEESCHED-OK       VALUE "00".
014800
014900 01  WS-DEPLOG-STATUS         PIC X(02).
015000     88  WS-DEPLOG-OK         VALUE "00".
015100
015200 01  WS-WDLOG-STATUS          PIC X(02).
015300     88  WS-WDLOG-OK          VALUE "00".
015400
015500 01  WS-LARGE-DD-LIMIT        PIC 9(06) VALUE 10000.
015600 01  WS-KYC-REFUSE-LIMIT      PIC 9(06) VALUE 20000.
015700*    AN INSTRUMENT OF THIS VALUE OR MORE MAY NOT BE BOUGHT FOR
015800*    CASH - IT MUST BE PAID FOR FROM AN ACCOUNT.
015900 01  WS-CASH-DD-LIMIT         PIC 9(06) VALUE 50000.
016000
016100*    THE CHARGE SCHEDULE, LOADED ONCE.  THE COMMISSION ENTRY FOR
016200*    THE INSTRUMENT IS LOOKED UP FOR THE PAYING ACCOUNT'S TYPE,
016300*    FALLING BACK TO THE ENTRY WITH A BLANK ACCOUNT TYPE, WHICH
016400*    IS ALSO THE ONE A CASH PURCHASE PAYS.
016500 01  WS-SCHED-TABLE.
016600     05  WS-SCHED-ENTRY OCCURS 20 TIMES.
016700         10  SCHED-FEE-CODE       PIC X(04).
016800         10  SCHED-ACCT-TYPE      PIC X(01).
016900         10  SCHED-BASIS          PIC X(01).
017000         10  SCHED-VALUE          PIC 9(05).
017010         10  SCHED-TAX-CODE       PIC X(02).
017100 01  WS-SCHED-COUNT           PIC 9(02) COMP VALUE 0.
017200 01  WS-SCHED-MAX             PIC 9(02) COMP VALUE 20.
017300 01  WS-SCHED-IDX             PIC 9(02) COMP.
017400 01  WS-FOUND-IDX             PIC 9(02) COMP.
017500 01  WS-COMM-FEE-CODE         PIC X(04).
017600 01  WS-COMM-ACCT-TYPE        PIC X(01).
017700
017800 01  WS-SWITCHES.
017900     05  WS-REQUEST-SW        PIC X(01) VALUE "N".
018000         88  WS-REQUEST-OK    VALUE "Y".
018100     05  WS-ISSUE-SW          PIC X(01) VALUE "N".
018200         88  WS-ISSUE-OK      VALUE "Y".
018300     05  WS-ACCT-FOUND-SW     PIC X(01) VALUE "N".
018400         88  WS-ACCT-FOUND    VALUE "Y".
018500     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
018600         88  WS-OPERATOR-OK   VALUE "Y".
018700     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
018800         88  WS-BATCH-CLEAR   VALUE "Y".
018810     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
018820         88  WS-DAY-OPEN      VALUE "Y".
018900     05  WS-FILES-SW          PIC X(01) VALUE "N".
019000         88  WS-FILES-OPEN    VALUE "Y".
019100     05  WS-SCHED-EOF-SW      PIC X(01) VALUE "N".
019200         88  WS-SCHED-EOF     VALUE "Y".
019300     05  WS-TILL-OK-SW        PIC X(01) VALUE "N".
019400         88  WS-TILL-OK       VALUE "Y".
019500
019600 01  DD-AMT                   PIC 9(09).
019700 01  WS-COMMISSION            PIC 9(09).
019710 01  WS-GST-AMT               PIC 9(09).
019720 01  WS-COMM-TXN-REF          PIC 9(10).
019730 01  WS-GST-FUNCTION          PIC X(01).
019740 01  WS-GST-SOURCE            PIC X(08) VALUE "DDISSUE".
019750 01  WS-GST-OK-SW             PIC X(01).
019760     88  WS-GST-OK            VALUE "Y".
019770     COPY GSTREC.
019800 01  WS-TOTAL-DEBIT           PIC 9(10).
019900 01  WS-INSTR-TYPE            PIC X(01).
020000     88  WS-INSTR-DRAFT       VALUE "D".
020100     88  WS-INSTR-PAY-ORDER   VALUE "P".
020200 01  WS-PURCHASE-MODE         PIC X(01).
020300     88  WS-MODE-ACCOUNT      VALUE "A".
020400     88  WS-MODE-CASH         VALUE "C".
020500 01  WS-PAYEE-NAME            PIC X(30).
020600 01  WS-PURCHASER-NAME        PIC X(30).
020700 01  WS-PAYABLE-BRANCH        PIC 9(03).
020800 01  WS-BRANCH-NAME           PIC X(20).
020900 01  WS-BRANCH-FOUND-SW       PIC X(01).
021000     88  WS-BRANCH-FOUND      VALUE "Y".
021100 01  WS-WITHDRAW-FLOOR        PIC S9(11).
021200 01  WS-HOLD-TOTAL            PIC 9(10).
021300 01  WS-SHORTFALL             PIC 9(10).
021400 01  WS-SWEPT-SW              PIC X(01).
021500     88  WS-SWEPT-BACK        VALUE "Y".
021600 01  WS-DECEASED-SW           PIC X(01).
021700     88  WS-HOLDER-DECEASED   VALUE "Y".
021800 01  WS-CHK-FUNCTION          PIC X(01).
021900 01  WS-CHK-VALID-SW          PIC X(01).
022000 01  WS-LOCK-FUNCTION         PIC X(01).
022100 01  WS-LOCK-SW               PIC X(01) VALUE "N".
022200     88  WS-LOCK-TAKEN        VALUE "Y".
022300 01  WS-FRZ-DIRECTION         PIC X(01).
022400 01  WS-FROZEN-SW             PIC X(01).
022500     88  WS-ACCOUNT-FROZEN    VALUE "Y".
022600 01  WS-MINOR-SW              PIC X(01).
022700     88  WS-HOLDER-MINOR      VALUE "Y".
022800 01  WS-GUARDIAN-CUST         PIC 9(06).
022900 01  WS-GUARDIAN-SW           PIC X(01).
023000     88  WS-IS-GUARDIAN       VALUE "Y".
023100 01  WS-KYC-STATUS            PIC X(01).
023200     88  WS-KYC-CURRENT       VALUE "O".
023300 01  WS-OPERATOR-ID           PIC 9(04).
023400 01  WS-OPERATOR-AUTH         PIC X(01).
023500 01  WS-SUPV-ID               PIC 9(04).
023600 01  WS-SUPV-AUTH             PIC X(01).
023700 01  WS-SUPV-SW               PIC X(01) VALUE "N".
023800     88  WS-SUPV-OK           VALUE "Y".
023900 01  WS-MSUPV-ID              PIC 9(04).
024000 01  WS-MSUPV-AUTH            PIC X(01).
024100 01  WS-MSUPV-SW              PIC X(01) VALUE "N".
024200     88  WS-MSUPV-OK          VALUE "Y".
024300 01  WS-TELLER-BRANCH         PIC 9(03).
024400 01  WS-TILLBRN-SW            PIC X(01) VALUE "N".
024500     88  WS-TELLER-BRANCH-OK  VALUE "Y".
024600 01  WS-CASH-DIRECTION        PIC X(01).
024700 01  WS-CASH-AMOUNT           PIC 9(09).
024800 01  WS-TXN-TYPE              PIC X(01).
024900 01  WS-TXN-REF               PIC 9(10).
025000 01  WS-SERIAL-NO             PIC 9(10).
025100 01  WS-TODAYS-DATE           PIC 9(08).
025200
025300*    SHARED WITH MENUPROGRAM ACROSS THE RUN UNIT - CARRIES THE
025400*    AUTHENTICATED SHIFT OPERATOR WHEN THE MENU IS DRIVING.  A
025500*    STANDALONE RUN FINDS IT EMPTY AND LOGS IN ITSELF.
025600 01  SHIFT-SESSION EXTERNAL.
025700     05  SESSION-OPERATOR-ID  PIC 9(04).
025800     05  SESSION-ACTIVE-SW    PIC X(01).
025900         88  SESSION-ACTIVE      VALUE "Y".
025900
025900 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "DDISSUE".
025900 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
025900 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
025900     88  WS-ENTITLED          VALUE "Y".
026000
026100 PROCEDURE DIVISION.
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE
026400         THRU 1000-INITIALIZE-EXIT
026500
026600     IF WS-FILES-OPEN
026700         PERFORM 2000-VALIDATE-REQUEST
026800             THRU 2000-VALIDATE-REQUEST-EXIT
026900     END-IF
027000
027100     IF WS-REQUEST-OK
027200         IF WS-MODE-ACCOUNT
027300             PERFORM 4000-ISSUE-FROM-ACCOUNT
027400                 THRU 4000-ISSUE-FROM-ACCOUNT-EXIT
027500         ELSE
027600             PERFORM 5000-ISSUE-FOR-CASH
027700                 THRU 5000-ISSUE-FOR-CASH-EXIT
027800         END-IF
027900     END-IF
028000
028100     IF WS-ISSUE-OK
028200         PERFORM 6000-WRITE-REGISTER
028300             THRU 6000-WRITE-REGISTER-EXIT
028310         IF WS-COMMISSION > 0
028320             PERFORM 6500-RAISE-INVOICE
028330                 THRU 6500-RAISE-INVOICE-EXIT
028340         END-IF
028400     END-IF
028500
028600     PERFORM 9999-TERMINATE
028700         THRU 9999-TERMINATE-EXIT
028800
028900     GOBACK.
029000
029100*-----------------------------------------------------------------
029200* CHECK NO BATCH JOB HOLDS THE MASTER, PICK UP THE OPERATOR,
029300* OPEN THE FILES, LOAD THE CHARGE SCHEDULE AND PROMPT FOR THE
029400* INSTRUMENT DETAILS.
029500*-----------------------------------------------------------------
029600 1000-INITIALIZE.
029700     MOVE "N" TO WS-REQUEST-SW
029800     MOVE "N" TO WS-ISSUE-SW
029900     MOVE "N" TO WS-FILES-SW
030000     MOVE "N" TO WS-LOCK-SW
030100     MOVE "N" TO WS-BATCH-CLEAR-SW
030200     CALL "BATCHCHK" USING WS-BATCH-CLEAR-SW
030300     IF NOT WS-BATCH-CLEAR
030400         DISPLAY "DDISSUE: A BATCH JOB CURRENTLY HOLDS THE "
030500                 "ACCOUNT MASTER, TRANSACTION REFUSED"
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF
030710     MOVE "N" TO WS-DAY-OPEN-SW
030720     CALL "DAYCHK" USING WS-DAY-OPEN-SW
030730     IF NOT WS-DAY-OPEN
030740         DISPLAY "DDISSUE: THE BUSINESS DAY IS NOT OPEN, "
030750                 "TRANSACTION REFUSED"
030760         GO TO 1000-INITIALIZE-EXIT
030770     END-IF
030800
030900     MOVE "N" TO WS-OPERATOR-SW
031000     IF SESSION-ACTIVE
031100         MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
031200         SET WS-OPERATOR-OK TO TRUE
031300     END-IF
031400     IF NOT WS-OPERATOR-OK
031500         CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
031600                               WS-OPERATOR-AUTH
031700     END-IF
031800     IF NOT WS-OPERATOR-OK
031900         DISPLAY "DDISSUE: OPERATOR LOGIN FAILED, TRANSACTION "
032000                 "REFUSED"
032100         GO TO 1000-INITIALIZE-EXIT
032200     END-IF
032200     MOVE "N" TO WS-ENTITLED-SW
032200     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
032200                          WS-ENTL-MODE WS-ENTITLED-SW
032200     IF NOT WS-ENTITLED
032200         DISPLAY "DDISSUE: OPERATOR " WS-OPERATOR-ID " IS NOT "
032200                 "ENTITLED TO DDISSUE, REFUSED"
032200         MOVE "N" TO WS-OPERATOR-SW
032200         GO TO 1000-INITIALIZE-EXIT
032200     END-IF
032300
032400     OPEN INPUT FEE-SCHEDULE
032500     IF NOT WS-FEESCHED-OK
032600         DISPLAY "DDISSUE: UNABLE TO OPEN CHARGE SCHEDULE, "
032700                 "STATUS = " WS-FEESCHED-STATUS
032800                 ", TRANSACTION REFUSED"
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF
033100     MOVE 0 TO WS-SCHED-COUNT
033200     MOVE "N" TO WS-SCHED-EOF-SW
033300     PERFORM 1500-LOAD-SCHEDULE
033400         THRU 1500-LOAD-SCHEDULE-EXIT
033500         UNTIL WS-SCHED-EOF
033600     CLOSE FEE-SCHEDULE
033700
033800     OPEN I-O ACCOUNT-MASTER
033900     IF NOT WS-ACCMSTR-OK
034000         DISPLAY "DDISSUE: UNABLE TO OPEN ACCOUNT MASTER, "
034100                 "STATUS = " WS-ACCMSTR-STATUS
034200         GO TO 1000-INITIALIZE-EXIT
034300     END-IF
034400
034500     OPEN I-O DD-REGISTER
034600     IF WS-DDREG-NOTFOUND
034700         OPEN OUTPUT DD-REGISTER
034800         CLOSE DD-REGISTER
034900         OPEN I-O DD-REGISTER
035000     END-IF
035100     IF NOT WS-DDREG-OK
035200         DISPLAY "DDISSUE: UNABLE TO OPEN DD REGISTER, "
035300                 "STATUS = " WS-DDREG-STATUS
035400         CLOSE ACCOUNT-MASTER
035500         GO TO 1000-INITIALIZE-EXIT
035600     END-IF
035700
035800     OPEN EXTEND DEPOSIT-LOG
035900     IF NOT WS-DEPLOG-OK
036000         DISPLAY "DDISSUE: UNABLE TO OPEN DEPOSIT LOG, "
036100                 "STATUS = " WS-DEPLOG-STATUS
036200         CLOSE ACCOUNT-MASTER
036300         CLOSE DD-REGISTER
036400         GO TO 1000-INITIALIZE-EXIT
036500     END-IF
036600
036700     OPEN EXTEND WITHDRAW-LOG
036800     IF NOT WS-WDLOG-OK
036900         DISPLAY "DDISSUE: UNABLE TO OPEN WITHDRAW LOG, "
037000                 "STATUS = " WS-WDLOG-STATUS
037100         CLOSE ACCOUNT-MASTER
037200         CLOSE DD-REGISTER
037300         CLOSE DEPOSIT-LOG
037400         GO TO 1000-INITIALIZE-EXIT
037500     END-IF
037600     SET WS-FILES-OPEN TO TRUE
037700
037800     CALL "BUSDATE" USING WS-TODAYS-DATE
037900
038000     MOVE "N" TO WS-TILLBRN-SW
038100     CALL "TILLBRN" USING WS-OPERATOR-ID WS-TELLER-BRANCH
038200                          WS-TILLBRN-SW
038300
038400     MOVE SPACES TO WS-PURCHASER-NAME
038500     MOVE 0 TO WS-PAYABLE-BRANCH
038600     DISPLAY "ENTER INSTRUMENT (D = DEMAND DRAFT, P = PAY "
038700             "ORDER): "
038800     ACCEPT WS-INSTR-TYPE
038900     DISPLAY "ENTER PAYEE NAME: "
039000     ACCEPT WS-PAYEE-NAME
039100     IF WS-INSTR-DRAFT
039200         DISPLAY "ENTER BRANCH THE DRAFT IS PAYABLE AT: "
039300         ACCEPT WS-PAYABLE-BRANCH
039400     END-IF
039500     DISPLAY "ENTER INSTRUMENT AMOUNT: "
039600     ACCEPT DD-AMT
039700     DISPLAY "ENTER PAYMENT (A = FROM ACCOUNT, C = CASH): "
039800     ACCEPT WS-PURCHASE-MODE
039900     IF WS-MODE-ACCOUNT
040000         DISPLAY "ENTER PURCHASER ACCOUNT NUMBER: "
040100         ACCEPT ACCT-NUMBER
040200     ELSE
040300         DISPLAY "ENTER PURCHASER NAME: "
040400         ACCEPT WS-PURCHASER-NAME
040500     END-IF.
040600 1000-INITIALIZE-EXIT.
040700     EXIT.
040800
040900*-----------------------------------------------------------------
041000* LOAD THE CHARGE SCHEDULE INTO THE TABLE, ONE RECORD AT A TIME.
041100*-----------------------------------------------------------------
041200 1500-LOAD-SCHEDULE.
041300     READ FEE-SCHEDULE
041400         AT END
041500             SET WS-SCHED-EOF TO TRUE
041600             GO TO 1500-LOAD-SCHEDULE-EXIT
041700     END-READ
041800     IF WS-SCHED-COUNT NOT LESS THAN WS-SCHED-MAX
041900         DISPLAY "DDISSUE: CHARGE SCHEDULE TABLE FULL, ENTRY "
042000                 "FOR FEE " FEE-CODE " DROPPED"
042100         GO TO 1500-LOAD-SCHEDULE-EXIT
042200     END-IF
042300     ADD 1 TO WS-SCHED-COUNT
042400     MOVE FEE-CODE      TO SCHED-FEE-CODE(WS-SCHED-COUNT)
042500     MOVE FEE-ACCT-TYPE TO SCHED-ACCT-TYPE(WS-SCHED-COUNT)
042600     MOVE FEE-BASIS     TO SCHED-BASIS(WS-SCHED-COUNT)
042700     MOVE FEE-VALUE     TO SCHED-VALUE(WS-SCHED-COUNT)
042710     MOVE FEE-TAX-CODE  TO SCHED-TAX-CODE(WS-SCHED-COUNT).
042800 1500-LOAD-SCHEDULE-EXIT.
042900     EXIT.
043000
043100*-----------------------------------------------------------------
043200* VALIDATE THE INSTRUMENT DETAILS.  A PAY ORDER IS PAYABLE AT
043300* THE ISSUING BRANCH; A DRAFT AT THE BRANCH THE PURCHASER NAMES,
043400* WHICH MUST BE ON THE BRANCH FILE.  A CASH PURCHASE IS HELD TO
043500* THE CASH LIMIT; AN ACCOUNT PURCHASE GOES THROUGH THE ACCOUNT
043600* GATES.
043700*-----------------------------------------------------------------
043800 2000-VALIDATE-REQUEST.
043900     IF NOT WS-INSTR-DRAFT AND NOT WS-INSTR-PAY-ORDER
044000         DISPLAY "DDISSUE: INVALID INSTRUMENT TYPE, TRANSACTION "
044100                 "REFUSED"
044200         GO TO 2000-VALIDATE-REQUEST-EXIT
044300     END-IF
044400     IF WS-PAYEE-NAME = SPACES
044500         DISPLAY "DDISSUE: PAYEE NAME IS REQUIRED, TRANSACTION "
044600                 "REFUSED"
044700         GO TO 2000-VALIDATE-REQUEST-EXIT
044800     END-IF
044900     IF DD-AMT NOT > 0
045000         DISPLAY "DDISSUE: INVALID INSTRUMENT AMOUNT"
045100         GO TO 2000-VALIDATE-REQUEST-EXIT
045200     END-IF
045300
045400     IF WS-INSTR-PAY-ORDER
045500         MOVE "POCM" TO WS-COMM-FEE-CODE
045600         IF WS-TELLER-BRANCH-OK
045700             MOVE WS-TELLER-BRANCH TO WS-PAYABLE-BRANCH
045800         ELSE
045900             MOVE 0 TO WS-PAYABLE-BRANCH
046000         END-IF
046100     ELSE
046200         MOVE "DDCM" TO WS-COMM-FEE-CODE
046300         MOVE "N" TO WS-BRANCH-FOUND-SW
046400         CALL "BRNLKUP" USING WS-PAYABLE-BRANCH WS-BRANCH-NAME
046500                              WS-BRANCH-FOUND-SW
046600         IF NOT WS-BRANCH-FOUND
046700             DISPLAY "DDISSUE: BRANCH " WS-PAYABLE-BRANCH
046800                     " IS NOT ON THE BRANCH FILE, TRANSACTION "
046900                     "REFUSED"
047000             GO TO 2000-VALIDATE-REQUEST-EXIT
047100         END-IF
047200     END-IF
047300
047400     EVALUATE TRUE
047500         WHEN WS-MODE-ACCOUNT
047600             PERFORM 3000-GET-ACCOUNT
047700                 THRU 3000-GET-ACCOUNT-EXIT
047800         WHEN WS-MODE-CASH
047900             IF WS-PURCHASER-NAME = SPACES
048000                 DISPLAY "DDISSUE: PURCHASER NAME IS REQUIRED "
048100                         "FOR A CASH PURCHASE, TRANSACTION "
048200                         "REFUSED"
048300                 GO TO 2000-VALIDATE-REQUEST-EXIT
048400             END-IF
048500             IF DD-AMT NOT LESS THAN WS-CASH-DD-LIMIT
048600                 DISPLAY "DDISSUE: AN INSTRUMENT OF "
048700                         WS-CASH-DD-LIMIT " OR MORE MUST BE "
048800                         "PAID FOR FROM AN ACCOUNT"
048900                 GO TO 2000-VALIDATE-REQUEST-EXIT
049000             END-IF
049100             MOVE SPACE TO WS-COMM-ACCT-TYPE
049200             SET WS-REQUEST-OK TO TRUE
049300         WHEN OTHER
049400             DISPLAY "DDISSUE: INVALID PAYMENT MODE, TRANSACTION "
049500                     "REFUSED"
049600     END-EVALUATE
049700     IF NOT WS-REQUEST-OK
049800         GO TO 2000-VALIDATE-REQUEST-EXIT
049900     END-IF
050000
050100     PERFORM 3500-FIND-COMMISSION
050200         THRU 3500-FIND-COMMISSION-EXIT
050300     COMPUTE WS-TOTAL-DEBIT = DD-AMT + WS-COMMISSION + WS-GST-AMT
050400
050500     IF DD-AMT NOT LESS THAN WS-LARGE-DD-LIMIT
050600         PERFORM 3300-SUPERVISOR-OVERRIDE
050700             THRU 3300-SUPERVISOR-OVERRIDE-EXIT
050800         IF NOT WS-SUPV-OK
050900             MOVE "N" TO WS-REQUEST-SW
051000             GO TO 2000-VALIDATE-REQUEST-EXIT
051100         END-IF
051200     END-IF.
051300 2000-VALIDATE-REQUEST-EXIT.
051400     EXIT.
051500
051600*-----------------------------------------------------------------
051700* VALIDATE THE PURCHASER'S ACCOUNT THROUGH THE SAME GATES
051800* WITHDRAW USES - CHECK DIGIT, POSTING LOCK, ACCOUNT EXISTS AND
051900* IS ACTIVE, NO DEBIT FREEZE, NO DECEASED HOLDER, MANDATE
052000* HONOURED AND A MINOR'S ACCOUNT ONLY OPERATED BY THE GUARDIAN.
052100*-----------------------------------------------------------------
052200 3000-GET-ACCOUNT.
052300     MOVE "V" TO WS-CHK-FUNCTION
052400     CALL "CHKDIGIT" USING WS-CHK-FUNCTION ACCT-NUMBER
052500                          WS-CHK-VALID-SW
052600     IF WS-CHK-VALID-SW NOT = "Y"
052700         DISPLAY "DDISSUE: ACCOUNT NUMBER " ACCT-NUMBER
052800                 " FAILS ITS CHECK DIGIT, TRANSACTION REFUSED"
052900         GO TO 3000-GET-ACCOUNT-EXIT
053000     END-IF
053100
053200     MOVE "L" TO WS-LOCK-FUNCTION
053300     MOVE "N" TO WS-LOCK-SW
053400     CALL "ACCLOCK" USING WS-LOCK-FUNCTION ACCT-NUMBER
053500                          WS-OPERATOR-ID WS-LOCK-SW
053600     IF NOT WS-LOCK-TAKEN
053700         DISPLAY "DDISSUE: ACCOUNT " ACCT-NUMBER
053800                 " BUSY WITH ANOTHER TELLER, RETRY"
053900         GO TO 3000-GET-ACCOUNT-EXIT
054000     END-IF
054100
054200     CALL "ACCTLKUP" USING ACCT-NUMBER WS-ACCT-FOUND-SW
054300     IF NOT WS-ACCT-FOUND
054400         DISPLAY "DDISSUE: ACCOUNT " ACCT-NUMBER
054500                 " NOT FOUND ON ACCOUNT MASTER"
054600         GO TO 3000-GET-ACCOUNT-EXIT
054700     END-IF
054800     READ ACCOUNT-MASTER
054900         KEY IS ACCT-NUMBER
055000         INVALID KEY
055100             DISPLAY "DDISSUE: ACCOUNT " ACCT-NUMBER
055200                     " NOT FOUND ON ACCOUNT MASTER"
055300             GO TO 3000-GET-ACCOUNT-EXIT
055400     END-READ
055500
055600     CALL "ACCSTATUS" USING ACCT-STATUS
055700     IF NOT ACCT-STATUS-ACTIVE
055800         DISPLAY "DDISSUE: ACCOUNT " ACCT-NUMBER
055900                 " IS NOT ACTIVE, TRANSACTION REFUSED"
056000         GO TO 3000-GET-ACCOUNT-EXIT
056100     END-IF
056200
056300*    ONLY A SAVINGS OR CURRENT ACCOUNT PAYS FOR AN INSTRUMENT,
056400*    AND THE INSTRUMENT IS DRAWN IN RUPEES.
056500     IF NOT ACCT-TYPE-SAVINGS AND NOT ACCT-TYPE-CURRENT
056600         DISPLAY "DDISSUE: ACCOUNT " ACCT-NUMBER
056700                 " IS NOT A SAVINGS OR CURRENT ACCOUNT, "
056800                 "TRANSACTION REFUSED"
056900         GO TO 3000-GET-ACCOUNT-EXIT
057000     END-IF
057100     IF NOT ACCT-CURRENCY-INR
057200         DISPLAY "DDISSUE: ACCOUNT " ACCT-NUMBER
057300                 " IS NOT HELD IN INR, TRANSACTION REFUSED"
057400         GO TO 3000-GET-ACCOUNT-EXIT
057500     END-IF
057600
057700     MOVE "D" TO WS-FRZ-DIRECTION
057800     MOVE "N" TO WS-FROZEN-SW
057900     CALL "FRZCHK" USING ACCT-NUMBER WS-FRZ-DIRECTION
058000                         WS-FROZEN-SW
058100     IF WS-ACCOUNT-FROZEN
058200         DISPLAY "DDISSUE: ACCOUNT " ACCT-NUMBER
058300                 " IS FROZEN AGAINST DEBITS, TRANSACTION "
058400                 "REFUSED"
058500         GO TO 3000-GET-ACCOUNT-EXIT
058600     END-IF
058700
058800     MOVE "N" TO WS-DECEASED-SW
058900     CALL "DECCHK" USING ACCT-NUMBER WS-DECEASED-SW
059000     IF WS-HOLDER-DECEASED
059100         DISPLAY "DDISSUE: A HOLDER OF ACCOUNT " ACCT-NUMBER
059200                 " IS DECEASED, TRANSACTION REFUSED"
059300         GO TO 3000-GET-ACCOUNT-EXIT
059400     END-IF
059500
059600     IF ACCT-MANDATE-BOTH
059700         PERFORM 3200-MANDATE-OVERRIDE
059800             THRU 3200-MANDATE-OVERRIDE-EXIT
059900         IF NOT WS-MSUPV-OK
060000             GO TO 3000-GET-ACCOUNT-EXIT
060100         END-IF
060200     END-IF
060300     IF ACCT-MANDATE-PRIMARY
060400         DISPLAY "DDISSUE: PRIMARY-ONLY MANDATE - VERIFY THE "
060500                 "PRESENTER IS THE PRIMARY HOLDER"
060600     END-IF
060700
060800     MOVE "N" TO WS-MINOR-SW
060900     CALL "MINORCHK" USING ACCT-NUMBER WS-MINOR-SW
061000     IF WS-HOLDER-MINOR
061100         DISPLAY "DDISSUE: ACCOUNT " ACCT-NUMBER " BELONGS "
061200                 "TO A MINOR - ENTER GUARDIAN CUSTOMER NUMBER:"
061300         ACCEPT WS-GUARDIAN-CUST
061400         MOVE "N" TO WS-GUARDIAN-SW
061500         CALL "GRDNCHK" USING ACCT-NUMBER WS-GUARDIAN-CUST
061600                              WS-GUARDIAN-SW
061700         IF NOT WS-IS-GUARDIAN
061800             DISPLAY "DDISSUE: CUSTOMER " WS-GUARDIAN-CUST
061900                     " IS NOT THE RECORDED GUARDIAN, "
062000                     "TRANSACTION REFUSED"
062100             GO TO 3000-GET-ACCOUNT-EXIT
062200         END-IF
062300     END-IF
062400
062500     CALL "KYCCHK" USING ACCT-NUMBER WS-KYC-STATUS
062600     IF NOT WS-KYC-CURRENT
062700         DISPLAY "DDISSUE: CUSTOMER KYC IS LAPSED OR MISSING"
062800         IF DD-AMT NOT LESS THAN WS-KYC-REFUSE-LIMIT
062900             DISPLAY "DDISSUE: AMOUNT AT OR ABOVE "
063000                     WS-KYC-REFUSE-LIMIT
063100                     " NEEDS CURRENT KYC, TRANSACTION REFUSED"
063200             GO TO 3000-GET-ACCOUNT-EXIT
063300         END-IF
063400     END-IF
063500
063600     MOVE ACCT-TYPE-CODE TO WS-COMM-ACCT-TYPE
063700     SET WS-REQUEST-OK TO TRUE.
063800 3000-GET-ACCOUNT-EXIT.
063900     EXIT.
064000
064100*-----------------------------------------------------------------
064200* A BOTH-TO-SIGN ACCOUNT ONLY BUYS AN INSTRUMENT IF A
064300* SUPERVISOR'S SECOND LOGIN CONFIRMS BOTH HOLDERS HAVE SIGNED
064400* THE REQUEST.
064500*-----------------------------------------------------------------
064600 3200-MANDATE-OVERRIDE.
064700     MOVE "N" TO WS-MSUPV-SW
064800     DISPLAY "DDISSUE: BOTH-TO-SIGN MANDATE - SUPERVISOR "
064900             "MUST CONFIRM BOTH SIGNATURES"
065000     CALL "OPRLOGIN" USING WS-MSUPV-ID WS-MSUPV-SW
065100                           WS-MSUPV-AUTH
065200     IF NOT WS-MSUPV-OK
065300         DISPLAY "DDISSUE: SUPERVISOR LOGIN FAILED, "
065400                 "TRANSACTION REFUSED"
065500         GO TO 3200-MANDATE-OVERRIDE-EXIT
065600     END-IF
065700     IF WS-MSUPV-AUTH NOT = "S"
065800         DISPLAY "DDISSUE: OPERATOR " WS-MSUPV-ID " IS NOT A "
065900                 "SUPERVISOR, TRANSACTION REFUSED"
066000         MOVE "N" TO WS-MSUPV-SW
066100         GO TO 3200-MANDATE-OVERRIDE-EXIT
066200     END-IF
066300     DISPLAY "DDISSUE: BOTH-TO-SIGN CONFIRMED BY SUPERVISOR "
066400             WS-MSUPV-ID.
066500 3200-MANDATE-OVERRIDE-EXIT.
066600     EXIT.
066700
066800*-----------------------------------------------------------------
066900* AN INSTRUMENT AT OR ABOVE THE LARGE-INSTRUMENT LIMIT MAY ONLY
067000* BE ISSUED IF A SUPERVISOR-LEVEL OPERATOR APPROVES IT WITH A
067100* SECOND LOGIN.
067200*-----------------------------------------------------------------
067300 3300-SUPERVISOR-OVERRIDE.
067400     MOVE "N" TO WS-SUPV-SW
067500     DISPLAY "DDISSUE: SUPERVISOR APPROVAL REQUIRED FOR A "
067600             "LARGE INSTRUMENT"
067700     CALL "OPRLOGIN" USING WS-SUPV-ID WS-SUPV-SW WS-SUPV-AUTH
067800     IF NOT WS-SUPV-OK
067900         DISPLAY "DDISSUE: SUPERVISOR LOGIN FAILED, "
068000                 "INSTRUMENT REFUSED"
068100         GO TO 3300-SUPERVISOR-OVERRIDE-EXIT
068200     END-IF
068300     IF WS-SUPV-AUTH NOT = "S"
068400         DISPLAY "DDISSUE: OPERATOR " WS-SUPV-ID " IS NOT A "
068500                 "SUPERVISOR, INSTRUMENT REFUSED"
068600         MOVE "N" TO WS-SUPV-SW
068700         GO TO 3300-SUPERVISOR-OVERRIDE-EXIT
068800     END-IF
068900     DISPLAY "DDISSUE: OVERRIDE APPROVED BY SUPERVISOR "
069000             WS-SUPV-ID.
069100 3300-SUPERVISOR-OVERRIDE-EXIT.
069200     EXIT.
069300
069400*-----------------------------------------------------------------
069500* WORK OUT THE COMMISSION FROM THE CHARGE SCHEDULE - THE ENTRY
069600* FOR THE PAYING ACCOUNT'S TYPE IF THERE IS ONE, OTHERWISE THE
069700* BLANK-TYPE ENTRY.  A FLAT-BASIS ENTRY CHARGES THE SCHEDULED
069800* AMOUNT; A PERCENTAGE-BASIS ENTRY CHARGES THAT PERCENTAGE OF
069900* THE INSTRUMENT AMOUNT.  NO ENTRY MEANS NO COMMISSION.
070000*-----------------------------------------------------------------
070100 3500-FIND-COMMISSION.
070200     MOVE 0 TO WS-COMMISSION
070210     MOVE 0 TO WS-GST-AMT
070300     MOVE 0 TO WS-FOUND-IDX
070400     PERFORM 3600-MATCH-ONE-ENTRY
070500         THRU 3600-MATCH-ONE-ENTRY-EXIT
070600         VARYING WS-SCHED-IDX FROM 1 BY 1
070700         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
070800            OR WS-FOUND-IDX NOT = 0
070900     IF WS-FOUND-IDX = 0
071000         AND WS-COMM-ACCT-TYPE NOT = SPACE
071100         MOVE SPACE TO WS-COMM-ACCT-TYPE
071200         PERFORM 3600-MATCH-ONE-ENTRY
071300             THRU 3600-MATCH-ONE-ENTRY-EXIT
071400             VARYING WS-SCHED-IDX FROM 1 BY 1
071500             UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
071600                OR WS-FOUND-IDX NOT = 0
071700     END-IF
071800     IF WS-FOUND-IDX = 0
071900         GO TO 3500-FIND-COMMISSION-EXIT
072000     END-IF
072100     IF SCHED-BASIS(WS-FOUND-IDX) = "P"
072200         COMPUTE WS-COMMISSION ROUNDED =
072300                 DD-AMT * SCHED-VALUE(WS-FOUND-IDX) / 100
072400     ELSE
072500         MOVE SCHED-VALUE(WS-FOUND-IDX) TO WS-COMMISSION
072600     END-IF
072610
072620*    THE GST ON THE COMMISSION, AT THE RATE FOR THE ENTRY'S TAX
072630*    CODE - THE INSTRUMENT ITSELF IS NOT A TAXABLE SERVICE.
072640     INITIALIZE GST-INVOICE-RECORD
072650     MOVE SCHED-TAX-CODE(WS-FOUND-IDX) TO GST-TAX-CODE
072660     MOVE SCHED-FEE-CODE(WS-FOUND-IDX) TO GST-FEE-CODE
072670     MOVE WS-COMMISSION TO GST-TAXABLE-AMT
072680     MOVE "C" TO WS-GST-FUNCTION
072690     CALL "GSTINV" USING WS-GST-FUNCTION GST-INVOICE-RECORD
072691                         WS-GST-OK-SW
072692     MOVE GST-TAX-AMT TO WS-GST-AMT.
072700 3500-FIND-COMMISSION-EXIT.
072800     EXIT.
072900
073000*-----------------------------------------------------------------
073100* MATCH ONE SCHEDULE ENTRY - THE COMMISSION CODE FOR THE
073200* INSTRUMENT AND THE ACCOUNT TYPE BEING LOOKED FOR.
073300*-----------------------------------------------------------------
073400 3600-MATCH-ONE-ENTRY.
073500     IF SCHED-FEE-CODE(WS-SCHED-IDX) = WS-COMM-FEE-CODE
073600         AND SCHED-ACCT-TYPE(WS-SCHED-IDX) = WS-COMM-ACCT-TYPE
073700         MOVE WS-SCHED-IDX TO WS-FOUND-IDX
073800     END-IF.
073900 3600-MATCH-ONE-ENTRY-EXIT.
074000     EXIT.
074100
074200*-----------------------------------------------------------------
074300* CHECK THE INSTRUMENT AND ITS COMMISSION AGAINST THE FLOOR NET
074400* OF HOLDS (TRYING THE SWEEP BEFORE REFUSING), THEN DEBIT THE
074500* ACCOUNT FOR BOTH.
074600*-----------------------------------------------------------------
074700 4000-ISSUE-FROM-ACCOUNT.
074800     IF ACCT-TYPE-CURRENT
074900         COMPUTE WS-WITHDRAW-FLOOR = 0 - ACCT-CREDIT-LIMIT
075000     ELSE
075100         MOVE ACCT-MIN-BAL TO WS-WITHDRAW-FLOOR
075200     END-IF
075300     CALL "HOLDSUM" USING ACCT-NUMBER WS-HOLD-TOTAL
075400     ADD WS-HOLD-TOTAL TO WS-WITHDRAW-FLOOR
075500
075600     IF (ACCT-BALANCE - WS-TOTAL-DEBIT) < WS-WITHDRAW-FLOOR
075700         COMPUTE WS-SHORTFALL = WS-WITHDRAW-FLOOR
075800                 - (ACCT-BALANCE - WS-TOTAL-DEBIT)
075900         MOVE "N" TO WS-SWEPT-SW
076000         CALL "SWEEPBK" USING ACCT-NUMBER WS-SHORTFALL
076100                              WS-SWEPT-SW
076200         IF WS-SWEPT-BACK
076300             READ ACCOUNT-MASTER
076400                 KEY IS ACCT-NUMBER
076500                 INVALID KEY
076600                     DISPLAY "DDISSUE: UNABLE TO REREAD "
076700                             "ACCOUNT " ACCT-NUMBER
076800                     GO TO 4000-ISSUE-FROM-ACCOUNT-EXIT
076900             END-READ
077000         END-IF
077100         IF (ACCT-BALANCE - WS-TOTAL-DEBIT) < WS-WITHDRAW-FLOOR
077200             DISPLAY "DDISSUE: WOULD BREACH ALLOWED BALANCE "
077300                     "OF " WS-WITHDRAW-FLOOR
077400             GO TO 4000-ISSUE-FROM-ACCOUNT-EXIT
077500         END-IF
077600     END-IF
077700
077800     SUBTRACT WS-TOTAL-DEBIT FROM ACCT-BALANCE
077900     MOVE WS-TODAYS-DATE TO ACCT-LAST-WD-DATE
078000     REWRITE ACCOUNT-RECORD
078100         INVALID KEY
078200             DISPLAY "DDISSUE: UNABLE TO REWRITE ACCOUNT "
078300                     ACCT-NUMBER ", INSTRUMENT NOT ISSUED"
078400             GO TO 4000-ISSUE-FROM-ACCOUNT-EXIT
078500     END-REWRITE
078600
078700*    THE INSTRUMENT LEG SHOWS THE BALANCE BEFORE THE COMMISSION
078800*    AND ITS GST CAME OFF, SO THE LOG LINES STEP DOWN IN TURN.
078900     MOVE DD-AMT TO WDLOG-WITHDRAW-AMT
079000     COMPUTE WDLOG-NEW-BALANCE = ACCT-BALANCE + WS-COMMISSION
079010                                 + WS-GST-AMT
079100     SET WDLOG-TRANS-DD-ISSUE TO TRUE
079110     SET WDLOG-INSTR-TRANSFER TO TRUE
079200     PERFORM 4500-WRITE-WD-LOG
079300         THRU 4500-WRITE-WD-LOG-EXIT
079400     MOVE WS-TXN-REF TO WS-SERIAL-NO
079500
079600     IF WS-COMMISSION > 0
079700         MOVE WS-COMMISSION TO WDLOG-WITHDRAW-AMT
079800         COMPUTE WDLOG-NEW-BALANCE = ACCT-BALANCE + WS-GST-AMT
079900         SET WDLOG-TRANS-FEE TO TRUE
079910         SET WDLOG-INSTR-SYSTEM TO TRUE
080000         PERFORM 4500-WRITE-WD-LOG
080100             THRU 4500-WRITE-WD-LOG-EXIT
080110         MOVE WS-TXN-REF TO WS-COMM-TXN-REF
080200     END-IF
080210
080220     IF WS-GST-AMT > 0
080230         MOVE WS-GST-AMT    TO WDLOG-WITHDRAW-AMT
080240         MOVE ACCT-BALANCE  TO WDLOG-NEW-BALANCE
080250         SET WDLOG-TRANS-GST TO TRUE
080260         SET WDLOG-INSTR-SYSTEM TO TRUE
080270         PERFORM 4500-WRITE-WD-LOG
080280             THRU 4500-WRITE-WD-LOG-EXIT
080290     END-IF
080300
080400     SET WS-ISSUE-OK TO TRUE
080500     DISPLAY "UPDATED BALANCE = " ACCT-BALANCE.
080600 4000-ISSUE-FROM-ACCOUNT-EXIT.
080700     EXIT.
080800
080900*-----------------------------------------------------------------
081000* LOG ONE DEBIT LEG OF AN ACCOUNT PURCHASE UNDER A NEW
081100* REFERENCE AND WRITE THE INDEXED HISTORY.  THE CALLER SETS THE
081200* AMOUNT, NEW BALANCE AND TYPE.
081300*-----------------------------------------------------------------
081400 4500-WRITE-WD-LOG.
081500     MOVE WS-TODAYS-DATE TO WDLOG-DATE
081600     ACCEPT WDLOG-TIME FROM TIME
081700     MOVE ACCT-NUMBER    TO WDLOG-ACCT-NUMBER
081800     MOVE WS-OPERATOR-ID TO WDLOG-OPERATOR-ID
081900     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
082000     CALL "TXNREF" USING WS-TXN-REF
082100     MOVE WS-TXN-REF TO WDLOG-TXN-REF
082200     IF WS-TELLER-BRANCH-OK
082300         MOVE WS-TELLER-BRANCH TO WDLOG-POST-BRANCH
082400     ELSE
082500         MOVE ACCT-BRANCH-CODE TO WDLOG-POST-BRANCH
082600     END-IF
082700     WRITE WITHDRAW-LOG-RECORD
082800
082900     MOVE "W" TO WS-TXN-TYPE
083000     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
083100                           WDLOG-TIME WS-TXN-TYPE
083200                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
083300                           WDLOG-OPERATOR-ID
083400                           WDLOG-TXN-REF
083400                           WDLOG-INSTRUMENT.
083500 4500-WRITE-WD-LOG-EXIT.
083600     EXIT.
083700
083800*-----------------------------------------------------------------
083900* A CASH PURCHASE - THE INSTRUMENT, ITS COMMISSION AND THE GST
084000* ON IT ARE COUNTED INTO THE TELLER'S DRAWER TOGETHER, THEN
084100* LOGGED AS SEPARATE CASH-IN ENTRIES AGAINST ACCOUNT ZERO.
084200*-----------------------------------------------------------------
084300 5000-ISSUE-FOR-CASH.
084400     IF NOT WS-TELLER-BRANCH-OK
084500         DISPLAY "DDISSUE: NO DRAWER OPEN FOR OPERATOR "
084600                 WS-OPERATOR-ID ", CASH PURCHASE REFUSED"
084700         GO TO 5000-ISSUE-FOR-CASH-EXIT
084800     END-IF
084900     IF WS-TOTAL-DEBIT > 999999999
085000         DISPLAY "DDISSUE: AMOUNT WITH COMMISSION TOO LARGE FOR "
085100                 "ONE CASH RECEIPT"
085200         GO TO 5000-ISSUE-FOR-CASH-EXIT
085300     END-IF
085400     MOVE WS-TOTAL-DEBIT TO WS-CASH-AMOUNT
085500     DISPLAY "DDISSUE: COLLECT " WS-CASH-AMOUNT " (INSTRUMENT "
085600             DD-AMT " + COMMISSION " WS-COMMISSION
085610             " + GST " WS-GST-AMT ")"
085700
085800*    THE CASH MUST BE COUNTED INTO THE TELLER'S DRAWER BEFORE
085900*    THE INSTRUMENT MAY BE ISSUED.
086000     MOVE "I" TO WS-CASH-DIRECTION
086100     MOVE "N" TO WS-TILL-OK-SW
086200     CALL "TILLUPDT" USING WS-OPERATOR-ID WS-CASH-DIRECTION
086300                           WS-CASH-AMOUNT WS-TILL-OK-SW
086400     IF NOT WS-TILL-OK
086500         DISPLAY "DDISSUE: CASH DID NOT PROVE TO THE DRAWER, "
086600                 "TRANSACTION REFUSED"
086700         GO TO 5000-ISSUE-FOR-CASH-EXIT
086800     END-IF
086900
087000     MOVE DD-AMT TO LOG-DEPOSIT-AMT
087100     SET LOG-TRANS-DD-CASH TO TRUE
087200     PERFORM 5500-WRITE-DEP-LOG
087300         THRU 5500-WRITE-DEP-LOG-EXIT
087400     MOVE WS-TXN-REF TO WS-SERIAL-NO
087500
087600     IF WS-COMMISSION > 0
087700         MOVE WS-COMMISSION TO LOG-DEPOSIT-AMT
087800         SET LOG-TRANS-DD-CASH-COMM TO TRUE
087900         PERFORM 5500-WRITE-DEP-LOG
088000             THRU 5500-WRITE-DEP-LOG-EXIT
088010         MOVE WS-TXN-REF TO WS-COMM-TXN-REF
088100     END-IF
088110
088120     IF WS-GST-AMT > 0
088130         MOVE WS-GST-AMT TO LOG-DEPOSIT-AMT
088140         SET LOG-TRANS-DD-CASH-GST TO TRUE
088150         PERFORM 5500-WRITE-DEP-LOG
088160             THRU 5500-WRITE-DEP-LOG-EXIT
088170     END-IF
088200
088300     MOVE 0 TO ACCT-NUMBER
088400     SET WS-ISSUE-OK TO TRUE.
088500 5000-ISSUE-FOR-CASH-EXIT.
088600     EXIT.
088700
088800*-----------------------------------------------------------------
088900* LOG ONE CASH-IN LEG OF A CASH PURCHASE AGAINST ACCOUNT ZERO
089000* UNDER A NEW REFERENCE.  THERE IS NO CUSTOMER ACCOUNT, SO NO
089100* INDEXED HISTORY IS WRITTEN.
089200*-----------------------------------------------------------------
089300 5500-WRITE-DEP-LOG.
089400     MOVE WS-TODAYS-DATE   TO LOG-DATE
089500     ACCEPT LOG-TIME FROM TIME
089600     MOVE 0                TO LOG-ACCT-NUMBER
089700     MOVE 0                TO LOG-NEW-BALANCE
089800     MOVE "INR"            TO LOG-CURRENCY-CODE
089900     MOVE WS-OPERATOR-ID   TO LOG-OPERATOR-ID
090000     MOVE WS-TELLER-BRANCH TO LOG-BRANCH-CODE
090100     CALL "TXNREF" USING WS-TXN-REF
090200     MOVE WS-TXN-REF       TO LOG-TXN-REF
090300     MOVE WS-TODAYS-DATE   TO LOG-VALUE-DATE
090400     MOVE WS-TELLER-BRANCH TO LOG-POST-BRANCH
090401     SET LOG-INSTR-CASH TO TRUE
090500     WRITE DEPOSIT-LOG-RECORD.
090600 5500-WRITE-DEP-LOG-EXIT.
090700     EXIT.
090800
090900*-----------------------------------------------------------------
091000* RECORD THE INSTRUMENT ON THE DD REGISTER UNDER ITS SERIAL
091100* NUMBER - THE REFERENCE OF THE ISSUING LOG ENTRY.
091200*-----------------------------------------------------------------
091300 6000-WRITE-REGISTER.
091400     MOVE WS-SERIAL-NO      TO DD-SERIAL-NO
091500     MOVE WS-INSTR-TYPE     TO DD-INSTR-TYPE
091600     MOVE WS-PAYEE-NAME     TO DD-PAYEE-NAME
091700     MOVE WS-PAYABLE-BRANCH TO DD-PAYABLE-BRANCH
091800     MOVE DD-AMT            TO DD-AMOUNT
091900     MOVE WS-COMMISSION     TO DD-COMMISSION
092000     MOVE WS-PURCHASE-MODE  TO DD-PURCHASE-MODE
092100     MOVE ACCT-NUMBER       TO DD-ACCT-NUMBER
092200     MOVE WS-PURCHASER-NAME TO DD-PURCHASER-NAME
092300     MOVE WS-TODAYS-DATE    TO DD-ISSUE-DATE
092400     IF WS-TELLER-BRANCH-OK
092500         MOVE WS-TELLER-BRANCH TO DD-ISSUE-BRANCH
092600     ELSE
092700         MOVE ACCT-BRANCH-CODE TO DD-ISSUE-BRANCH
092800     END-IF
092900     MOVE WS-OPERATOR-ID    TO DD-ISSUED-BY
093000     SET DD-STATUS-ISSUED   TO TRUE
093100     MOVE WS-TODAYS-DATE    TO DD-VALID-FROM-DATE
093200     MOVE 0                 TO DD-REVAL-COUNT
093300     MOVE 0                 TO DD-SETTLE-DATE
093400     MOVE SPACE             TO DD-SETTLE-MODE
093500     MOVE 0                 TO DD-SETTLE-ACCT
093600     MOVE 0                 TO DD-SETTLE-REF
093700     MOVE 0                 TO DD-SETTLED-BY
093800     WRITE DD-RECORD
093900         INVALID KEY
094000             DISPLAY "DDISSUE: UNABLE TO RECORD SERIAL "
094100                     WS-SERIAL-NO " ON THE DD REGISTER - "
094200                     "ADVISE THE SUPERVISOR"
094300             GO TO 6000-WRITE-REGISTER-EXIT
094400     END-WRITE
094500     DISPLAY "DDISSUE: INSTRUMENT ISSUED, SERIAL " WS-SERIAL-NO
094600     DISPLAY "         PAYEE " WS-PAYEE-NAME
094700     DISPLAY "         AMOUNT " DD-AMT " COMMISSION "
094800             WS-COMMISSION " GST " WS-GST-AMT.
094900 6000-WRITE-REGISTER-EXIT.
095000     EXIT.
095010
095020*-----------------------------------------------------------------
095030* ENTER THE COMMISSION ON THE GST INVOICE REGISTER UNDER THE
095040* ISSUING BRANCH'S NEXT INVOICE NUMBER, BILLED TO THE ACCOUNT OR
095050* TO THE CASH PURCHASER BY NAME.  THE MONEY HAS ALREADY BEEN
095060* TAKEN, SO A FAILURE IS REPORTED FOR THE INVOICE TO BE RAISED
095070* BY HAND.
095080*-----------------------------------------------------------------
095090 6500-RAISE-INVOICE.
095100     MOVE DD-ISSUE-BRANCH   TO GST-BRANCH-CODE
095110     MOVE ACCT-NUMBER       TO GST-ACCT-NUMBER
095120     MOVE WS-PURCHASER-NAME TO GST-BILLED-TO
095130     MOVE WS-GST-SOURCE     TO GST-SOURCE
095140     MOVE WS-COMM-TXN-REF   TO GST-TXN-REF
095150     MOVE "I" TO WS-GST-FUNCTION
095160     CALL "GSTINV" USING WS-GST-FUNCTION GST-INVOICE-RECORD
095170                         WS-GST-OK-SW
095180     IF NOT WS-GST-OK
095190         DISPLAY "DDISSUE: NO GST INVOICE RAISED FOR SERIAL "
095191                 WS-SERIAL-NO " - ADVISE THE SUPERVISOR"
095192     END-IF.
095193 6500-RAISE-INVOICE-EXIT.
095194     EXIT.
095100
095200*-----------------------------------------------------------------
095300* RELEASE THE POSTING LOCK AND CLOSE DOWN THE FILES.
095400*-----------------------------------------------------------------
095500 9999-TERMINATE.
095600     IF WS-LOCK-TAKEN
095700         MOVE "U" TO WS-LOCK-FUNCTION
095800         MOVE "N" TO WS-LOCK-SW
095900         CALL "ACCLOCK" USING WS-LOCK-FUNCTION ACCT-NUMBER
096000                              WS-OPERATOR-ID WS-LOCK-SW
096100     END-IF
096200     IF WS-FILES-OPEN
096300         CLOSE ACCOUNT-MASTER
096400         CLOSE DD-REGISTER
096500         CLOSE DEPOSIT-LOG
096600         CLOSE WITHDRAW-LOG
096700     END-IF.
096800 9999-TERMINATE-EXIT.
096900     EXIT.
