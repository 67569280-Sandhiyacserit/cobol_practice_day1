000100*****************************************************************
000200* PROGRAM      : DDMAINT                                        *
000300* DESCRIPTION  : DEMAND DRAFT AND PAY ORDER REGISTER            *
000400*                MAINTENANCE.  MARKS AN OUTSTANDING INSTRUMENT  *
000500*                PAID - THROUGH CLEARING, BY CREDIT TO A PAYEE  *
000600*                ACCOUNT HERE, OR IN CASH OVER THE COUNTER AT   *
000700*                THE BRANCH IT IS PAYABLE AT - CANCELS IT WITH  *
000800*                A REFUND OF THE INSTRUMENT AMOUNT TO AN        *
000900*                ACCOUNT OR IN CASH, OR REVALIDATES A STALE     *
001000*                INSTRUMENT FOR A FRESH VALIDITY PERIOD.  AN    *
001100*                INSTRUMENT PAST ITS VALIDITY IS NOT PAID UNTIL *
001200*                IT IS REVALIDATED.  CANCELLATION AND           *
001300*                REVALIDATION NEED A SUPERVISOR.  EVERY         *
001400*                SETTLEMENT IS LOGGED SO GLJRNL CLEARS IT OUT   *
001500*                OF THE DD-PAYABLE GL, AND EVERY REGISTER       *
001600*                CHANGE IS JOURNALLED THROUGH MNTJRNL.          *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. DDMAINT.
002000 AUTHOR. S NATARAJAN.
002100 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED.
002400
002500*****************************************************************
002600* MODIFICATION HISTORY                                          *
002700*-----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION                                  *
002900* 2026-10-15 SN    NEW PROGRAM - DD AND PAY ORDER PAYMENT,      *
003000*                  CANCELLATION AND REVALIDATION.               *
003001* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003002*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003003*                  HELD.                                        *
003004* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003005*                  PLACE OF YYMMDD.                             *
003006* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003007*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003008*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003008* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
003008*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
003008*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DD-REGISTER ASSIGN TO "DDREG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS DD-SERIAL-NO
004000         FILE STATUS IS WS-DDREG-STATUS.
004100
004200     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ACCT-NUMBER
004600         FILE STATUS IS WS-ACCMSTR-STATUS.
004700
004800     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-DEPLOG-STATUS.
005100
005200     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-WDLOG-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DD-REGISTER
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DDREC.
006100
006200 FD  ACCOUNT-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400     COPY ACCTREC.
006500
006600 FD  DEPOSIT-LOG
006700     LABEL RECORDS ARE STANDARD.
006800 01  DEPOSIT-LOG-RECORD.
006900     05  LOG-DATE             PIC 9(08).
007000     05  LOG-TIME             PIC 9(08).
007100     05  FILLER               PIC X(01) VALUE SPACE.
007200     05  LOG-ACCT-NUMBER      PIC 9(06).
007300     05  FILLER               PIC X(01) VALUE SPACE.
007400     05  LOG-DEPOSIT-AMT      PIC 9(09).
007500     05  FILLER               PIC X(01) VALUE SPACE.
007600     05  LOG-NEW-BALANCE      PIC S9(09).
007700     05  FILLER               PIC X(01) VALUE SPACE.
007800     05  LOG-CURRENCY-CODE    PIC X(03).
007900     05  FILLER               PIC X(01) VALUE SPACE.
008000     05  LOG-TRANS-TYPE       PIC X(01).
008100         88  LOG-TRANS-DD-CREDIT    VALUE "V".
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  LOG-OPERATOR-ID      PIC 9(04).
008400     05  FILLER               PIC X(01) VALUE SPACE.
008500     05  LOG-BRANCH-CODE      PIC 9(03).
008600     05  FILLER               PIC X(01) VALUE SPACE.
008700     05  LOG-TXN-REF          PIC 9(10).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008900     05  LOG-VALUE-DATE       PIC 9(08).
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  LOG-POST-BRANCH      PIC 9(03).
009110     05  FILLER               PIC X(01) VALUE SPACE.
009120     05  LOG-INSTRUMENT       PIC X(01).
009130         88  LOG-INSTR-CASH       VALUE "C".
009140         88  LOG-INSTR-CHEQUE     VALUE "Q".
009150         88  LOG-INSTR-TRANSFER   VALUE "T".
009160         88  LOG-INSTR-SYSTEM     VALUE "S".
009200
009300 FD  WITHDRAW-LOG
009400     LABEL RECORDS ARE STANDARD.
009500 01  WITHDRAW-LOG-RECORD.
009600     05  WDLOG-DATE             PIC 9(08).
009700     05  WDLOG-TIME             PIC 9(08).
009800     05  FILLER                 PIC X(01) VALUE SPACE.
009900     05  WDLOG-ACCT-NUMBER      PIC 9(06).
010000     05  FILLER                 PIC X(01) VALUE SPACE.
010100     05  WDLOG-WITHDRAW-AMT     PIC 9(09).
010200     05  FILLER                 PIC X(01) VALUE SPACE.
010300     05  WDLOG-NEW-BALANCE      PIC S9(09).
010400     05  FILLER                 PIC X(01) VALUE SPACE.
010500     05  WDLOG-OPERATOR-ID      PIC 9(04).
010600     05  FILLER                 PIC X(01) VALUE SPACE.
010700     05  WDLOG-BRANCH-CODE      PIC 9(03).
010800     05  FILLER                 PIC X(01) VALUE SPACE.
010900     05  WDLOG-TXN-REF          PIC 9(10).
011000     05  FILLER                 PIC X(01) VALUE SPACE.
011100     05  WDLOG-TRANS-TYPE       PIC X(01).
011200         88  WDLOG-TRANS-DD-CASH-PAID VALUE "J".
011300         88  WDLOG-TRANS-DD-CLEARING  VALUE "Y".
011400     05  FILLER                 PIC X(01) VALUE SPACE.
011500     05  WDLOG-POST-BRANCH      PIC 9(03).
011510     05  FILLER                 PIC X(01) VALUE SPACE.
011520     05  WDLOG-INSTRUMENT       PIC X(01).
011530         88  WDLOG-INSTR-CASH       VALUE "C".
011540         88  WDLOG-INSTR-CHEQUE     VALUE "Q".
011550         88  WDLOG-INSTR-TRANSFER   VALUE "T".
011560         88  WDLOG-INSTR-SYSTEM     VALUE "S".
011600
011700 WORKING-STORAGE SECTION.
011800 01  WS-DDREG-STATUS          PIC X(02).
011900     88  WS-DDREG-OK          VALUE "00".
012000     88  WS-DDREG-NOTFOUND    VALUE "35".
012100 01  WS-ACCMSTR-STATUS        PIC X(02).
012200     88  WS-ACCMSTR-OK        VALUE "00".
012300 01  WS-DEPLOG-STATUS         PIC X(02).
012400     88  WS-DEPLOG-OK         VALUE "00".
012500 01  WS-WDLOG-STATUS          PIC X(02).
012600     88  WS-WDLOG-OK          VALUE "00".
012700
012800*    AN INSTRUMENT IS PAYABLE FOR THREE MONTHS FROM ISSUE OR
012900*    FROM ITS LAST REVALIDATION (30-DAY-MONTH CONVENTION).
013000 01  WS-VALIDITY-DAYS         PIC 9(03) VALUE 90.
013100
013200 01  WS-FUNCTION-CODE         PIC 9(01).
013300 01  WS-SERIAL-NO             PIC 9(10).
013400 01  WS-SETTLE-MODE           PIC X(01).
013500     88  WS-SETTLE-CLEARING   VALUE "Q".
013600     88  WS-SETTLE-ACCOUNT    VALUE "A".
013700     88  WS-SETTLE-CASH       VALUE "C".
013800 01  WS-SETTLE-ACCT           PIC 9(06).
013900 01  WS-OFFICE-TYPE           PIC X(01).
014000 01  WS-TODAYS-DATE           PIC 9(08).
014100 01  WS-TXN-TYPE              PIC X(01).
014200 01  WS-TXN-REF               PIC 9(10).
014300 01  WS-OPERATOR-ID           PIC 9(04).
014400 01  WS-OPERATOR-AUTH         PIC X(01).
014500 01  WS-TELLER-BRANCH         PIC 9(03).
014600 01  WS-CASH-DIRECTION        PIC X(01).
014700 01  WS-CASH-AMOUNT           PIC 9(09).
014800
014900 01  WS-CCYY                  PIC 9(04).
015000 01  WS-MM                    PIC 9(02).
015100 01  WS-DD                    PIC 9(02).
015200 01  WS-DAY-COUNT             PIC 9(07).
015300 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
015400 01  WS-AGE-DAYS              PIC S9(05).
015500
015600 01  WS-JRNL-FILE             PIC X(08).
015700 01  WS-JRNL-KEY              PIC X(12).
015800 01  WS-BEFORE-IMAGE          PIC X(100).
015900 01  WS-AFTER-IMAGE           PIC X(100).
016000
016100 01  WS-SWITCHES.
016200     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
016300         88  WS-OPERATOR-OK   VALUE "Y".
016400     05  WS-TILLBRN-SW        PIC X(01) VALUE "N".
016500         88  WS-TELLER-BRANCH-OK VALUE "Y".
016600     05  WS-TILL-OK-SW        PIC X(01) VALUE "N".
016700         88  WS-TILL-OK       VALUE "Y".
016800     05  WS-STALE-SW          PIC X(01) VALUE "N".
016900         88  WS-INSTRUMENT-STALE VALUE "Y".
017000     05  WS-POSTED-SW         PIC X(01) VALUE "N".
017100         88  WS-SETTLEMENT-POSTED VALUE "Y".
017100
017100 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "DDMAINT".
017100 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
017100 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
017100     88  WS-ENTITLED          VALUE "Y".
017200
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT
017700
017800     IF WS-OPERATOR-OK
017900         PERFORM 2000-PROCESS-FUNCTION
018000             THRU 2000-PROCESS-FUNCTION-EXIT
018100     END-IF
018200
018300     PERFORM 9999-TERMINATE
018400         THRU 9999-TERMINATE-EXIT
018500
018600     STOP RUN.
018700
018800*-----------------------------------------------------------------
018900* LOG THE OPERATOR IN AND OPEN THE REGISTER, THE MASTER AND THE
019000* LOGS.  A REGISTER THAT HAS NEVER BEEN SET UP IS CREATED EMPTY.
019100*-----------------------------------------------------------------
019200 1000-INITIALIZE.
019300     MOVE "N" TO WS-OPERATOR-SW
019400     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
019500                           WS-OPERATOR-AUTH
019600     IF NOT WS-OPERATOR-OK
019700         DISPLAY "DDMAINT: OPERATOR LOGIN FAILED, "
019800                 "MAINTENANCE REFUSED"
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF
020000     MOVE "N" TO WS-ENTITLED-SW
020000     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
020000                          WS-ENTL-MODE WS-ENTITLED-SW
020000     IF NOT WS-ENTITLED
020000         DISPLAY "DDMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
020000                 "ENTITLED TO DDMAINT, REFUSED"
020000         MOVE "N" TO WS-OPERATOR-SW
020000         GO TO 1000-INITIALIZE-EXIT
020000     END-IF
020100
020200     CALL "BUSDATE" USING WS-TODAYS-DATE
020300     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
020400     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
020500     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
020600     PERFORM 8800-CCYYMMDD-TO-DAYS
020700         THRU 8800-CCYYMMDD-TO-DAYS-EXIT
020800     MOVE WS-DAY-COUNT TO WS-TODAYS-DAY-COUNT
020900
021000     MOVE "N" TO WS-TILLBRN-SW
021100     CALL "TILLBRN" USING WS-OPERATOR-ID WS-TELLER-BRANCH
021200                          WS-TILLBRN-SW
021300
021400     OPEN I-O DD-REGISTER
021500     IF WS-DDREG-NOTFOUND
021600         OPEN OUTPUT DD-REGISTER
021700         CLOSE DD-REGISTER
021800         OPEN I-O DD-REGISTER
021900     END-IF
022000     IF NOT WS-DDREG-OK
022100         DISPLAY "DDMAINT: UNABLE TO OPEN DD REGISTER, "
022200                 "STATUS = " WS-DDREG-STATUS
022300         MOVE "N" TO WS-OPERATOR-SW
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF
022600
022700     OPEN I-O ACCOUNT-MASTER
022800     IF NOT WS-ACCMSTR-OK
022900         DISPLAY "DDMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
023000                 "STATUS = " WS-ACCMSTR-STATUS
023100         CLOSE DD-REGISTER
023200         MOVE "N" TO WS-OPERATOR-SW
023300         GO TO 1000-INITIALIZE-EXIT
023400     END-IF
023500
023600     OPEN EXTEND DEPOSIT-LOG
023700     IF NOT WS-DEPLOG-OK
023800         DISPLAY "DDMAINT: UNABLE TO OPEN DEPOSIT LOG, "
023900                 "STATUS = " WS-DEPLOG-STATUS
024000         CLOSE DD-REGISTER
024100         CLOSE ACCOUNT-MASTER
024200         MOVE "N" TO WS-OPERATOR-SW
024300         GO TO 1000-INITIALIZE-EXIT
024400     END-IF
024500
024600     OPEN EXTEND WITHDRAW-LOG
024700     IF NOT WS-WDLOG-OK
024800         DISPLAY "DDMAINT: UNABLE TO OPEN WITHDRAW LOG, "
024900                 "STATUS = " WS-WDLOG-STATUS
025000         CLOSE DD-REGISTER
025100         CLOSE ACCOUNT-MASTER
025200         CLOSE DEPOSIT-LOG
025300         MOVE "N" TO WS-OPERATOR-SW
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800
025900*-----------------------------------------------------------------
026000* DISPLAY THE FUNCTION MENU AND RUN THE CHOSEN FUNCTION.
026100*-----------------------------------------------------------------
026200 2000-PROCESS-FUNCTION.
026300     DISPLAY "1. MARK INSTRUMENT PAID"
026400     DISPLAY "2. CANCEL INSTRUMENT AND REFUND (SUPERVISOR)"
026500     DISPLAY "3. REVALIDATE STALE INSTRUMENT (SUPERVISOR)"
026600     DISPLAY "ENTER FUNCTION: "
026700     ACCEPT WS-FUNCTION-CODE
026800     EVALUATE WS-FUNCTION-CODE
026900         WHEN 1
027000             PERFORM 3000-MARK-PAID
027100                 THRU 3000-MARK-PAID-EXIT
027200         WHEN 2
027300             PERFORM 4000-CANCEL-INSTRUMENT
027400                 THRU 4000-CANCEL-INSTRUMENT-EXIT
027500         WHEN 3
027600             PERFORM 5000-REVALIDATE
027700                 THRU 5000-REVALIDATE-EXIT
027800         WHEN OTHER
027900             DISPLAY "DDMAINT: INVALID FUNCTION"
028000     END-EVALUATE.
028100 2000-PROCESS-FUNCTION-EXIT.
028200     EXIT.
028300
028400*-----------------------------------------------------------------
028500* PAY AN OUTSTANDING INSTRUMENT STILL WITHIN ITS VALIDITY -
028600* SETTLED THROUGH CLEARING, CREDITED TO THE PAYEE'S ACCOUNT
028700* HERE, OR PAID IN CASH AT THE BRANCH IT IS PAYABLE AT.
028800*-----------------------------------------------------------------
028900 3000-MARK-PAID.
029000     PERFORM 8500-READ-INSTRUMENT
029100         THRU 8500-READ-INSTRUMENT-EXIT
029200     IF DD-SERIAL-NO NOT = WS-SERIAL-NO
029300         GO TO 3000-MARK-PAID-EXIT
029400     END-IF
029500     IF NOT DD-STATUS-OUTSTANDING
029600         DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO
029700                 " IS NOT OUTSTANDING (STATUS " DD-STATUS ")"
029800         GO TO 3000-MARK-PAID-EXIT
029900     END-IF
030000     PERFORM 8700-CHECK-VALIDITY
030100         THRU 8700-CHECK-VALIDITY-EXIT
030200     IF WS-INSTRUMENT-STALE
030300         DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO
030400                 " IS STALE - IT MUST BE REVALIDATED BEFORE "
030500                 "PAYMENT"
030600         GO TO 3000-MARK-PAID-EXIT
030700     END-IF
030800     MOVE DD-RECORD TO WS-BEFORE-IMAGE
030900
031000     DISPLAY "ENTER PAYMENT (Q = CLEARING, A = TO ACCOUNT, "
031100             "C = CASH): "
031200     ACCEPT WS-SETTLE-MODE
031300     MOVE 0 TO WS-SETTLE-ACCT
031400     MOVE "N" TO WS-POSTED-SW
031500     EVALUATE TRUE
031600         WHEN WS-SETTLE-CLEARING
031700             MOVE "Y" TO WS-OFFICE-TYPE
031800             PERFORM 6500-POST-OFFICE-DEBIT
031900                 THRU 6500-POST-OFFICE-DEBIT-EXIT
032000         WHEN WS-SETTLE-ACCOUNT
032100             DISPLAY "ENTER PAYEE ACCOUNT NUMBER: "
032200             ACCEPT WS-SETTLE-ACCT
032300             PERFORM 6000-CREDIT-ACCOUNT
032400                 THRU 6000-CREDIT-ACCOUNT-EXIT
032500         WHEN WS-SETTLE-CASH
032600             IF NOT WS-TELLER-BRANCH-OK
032700                OR WS-TELLER-BRANCH NOT = DD-PAYABLE-BRANCH
032800                 DISPLAY "DDMAINT: INSTRUMENT IS PAYABLE AT "
032900                         "BRANCH " DD-PAYABLE-BRANCH
033000                         " - CASH CANNOT BE PAID FROM THIS "
033100                         "DRAWER"
033200                 GO TO 3000-MARK-PAID-EXIT
033300             END-IF
033400             PERFORM 6700-PAY-CASH
033500                 THRU 6700-PAY-CASH-EXIT
033600         WHEN OTHER
033700             DISPLAY "DDMAINT: INVALID PAYMENT MODE"
033800     END-EVALUATE
033900     IF NOT WS-SETTLEMENT-POSTED
034000         GO TO 3000-MARK-PAID-EXIT
034100     END-IF
034200
034300     SET DD-STATUS-PAID TO TRUE
034400     PERFORM 8600-RECORD-SETTLEMENT
034500         THRU 8600-RECORD-SETTLEMENT-EXIT
034600     IF NOT WS-DDREG-OK
034700         GO TO 3000-MARK-PAID-EXIT
034800     END-IF
034900     DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO " PAID, "
035000             "REFERENCE " WS-TXN-REF.
035100 3000-MARK-PAID-EXIT.
035200     EXIT.
035300
035400*-----------------------------------------------------------------
035500* CANCEL AN OUTSTANDING INSTRUMENT AT THE PURCHASER'S REQUEST
035600* AND REFUND THE INSTRUMENT AMOUNT - TO AN ACCOUNT (THE ONE IT
035700* WAS BOUGHT FROM BY DEFAULT) OR IN CASH.  THE COMMISSION IS
035800* NOT REFUNDED.
035900*-----------------------------------------------------------------
036000 4000-CANCEL-INSTRUMENT.
036100     IF WS-OPERATOR-AUTH NOT = "S"
036200         DISPLAY "DDMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
036300                 "A SUPERVISOR, CANCELLATION REFUSED"
036400         GO TO 4000-CANCEL-INSTRUMENT-EXIT
036500     END-IF
036600
036700     PERFORM 8500-READ-INSTRUMENT
036800         THRU 8500-READ-INSTRUMENT-EXIT
036900     IF DD-SERIAL-NO NOT = WS-SERIAL-NO
037000         GO TO 4000-CANCEL-INSTRUMENT-EXIT
037100     END-IF
037200     IF NOT DD-STATUS-OUTSTANDING
037300         DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO
037400                 " IS NOT OUTSTANDING (STATUS " DD-STATUS ")"
037500         GO TO 4000-CANCEL-INSTRUMENT-EXIT
037600     END-IF
037700     MOVE DD-RECORD TO WS-BEFORE-IMAGE
037800
037900     DISPLAY "ENTER REFUND (A = TO ACCOUNT, C = CASH): "
038000     ACCEPT WS-SETTLE-MODE
038100     MOVE 0 TO WS-SETTLE-ACCT
038200     MOVE "N" TO WS-POSTED-SW
038300     EVALUATE TRUE
038400         WHEN WS-SETTLE-ACCOUNT
038500             DISPLAY "ENTER REFUND ACCOUNT NUMBER (0 = ACCOUNT "
038600                     "IT WAS BOUGHT FROM): "
038700             ACCEPT WS-SETTLE-ACCT
038800             IF WS-SETTLE-ACCT = 0
038900                 MOVE DD-ACCT-NUMBER TO WS-SETTLE-ACCT
039000             END-IF
039100             PERFORM 6000-CREDIT-ACCOUNT
039200                 THRU 6000-CREDIT-ACCOUNT-EXIT
039300         WHEN WS-SETTLE-CASH
039400             PERFORM 6700-PAY-CASH
039500                 THRU 6700-PAY-CASH-EXIT
039600         WHEN OTHER
039700             DISPLAY "DDMAINT: INVALID REFUND MODE"
039800     END-EVALUATE
039900     IF NOT WS-SETTLEMENT-POSTED
040000         GO TO 4000-CANCEL-INSTRUMENT-EXIT
040100     END-IF
040200
040300     SET DD-STATUS-CANCELLED TO TRUE
040400     PERFORM 8600-RECORD-SETTLEMENT
040500         THRU 8600-RECORD-SETTLEMENT-EXIT
040600     IF NOT WS-DDREG-OK
040700         GO TO 4000-CANCEL-INSTRUMENT-EXIT
040800     END-IF
040900     DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO " CANCELLED, "
041000             DD-AMOUNT " REFUNDED, REFERENCE " WS-TXN-REF.
041100 4000-CANCEL-INSTRUMENT-EXIT.
041200     EXIT.
041300
041400*-----------------------------------------------------------------
041500* REVALIDATE A STALE INSTRUMENT - IT STAYS OUTSTANDING UNDER
041600* THE SAME SERIAL AND IS PAYABLE FOR A FRESH VALIDITY PERIOD
041700* FROM TODAY.  NOTHING IS POSTED.
041800*-----------------------------------------------------------------
041900 5000-REVALIDATE.
042000     IF WS-OPERATOR-AUTH NOT = "S"
042100         DISPLAY "DDMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
042200                 "A SUPERVISOR, REVALIDATION REFUSED"
042300         GO TO 5000-REVALIDATE-EXIT
042400     END-IF
042500
042600     PERFORM 8500-READ-INSTRUMENT
042700         THRU 8500-READ-INSTRUMENT-EXIT
042800     IF DD-SERIAL-NO NOT = WS-SERIAL-NO
042900         GO TO 5000-REVALIDATE-EXIT
043000     END-IF
043100     IF NOT DD-STATUS-OUTSTANDING
043200         DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO
043300                 " IS NOT OUTSTANDING (STATUS " DD-STATUS ")"
043400         GO TO 5000-REVALIDATE-EXIT
043500     END-IF
043600     PERFORM 8700-CHECK-VALIDITY
043700         THRU 8700-CHECK-VALIDITY-EXIT
043800     IF NOT WS-INSTRUMENT-STALE
043900         DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO
044000                 " IS STILL WITHIN ITS VALIDITY"
044100         GO TO 5000-REVALIDATE-EXIT
044200     END-IF
044300     MOVE DD-RECORD TO WS-BEFORE-IMAGE
044400
044500     SET DD-STATUS-REVALIDATED TO TRUE
044600     MOVE WS-TODAYS-DATE TO DD-VALID-FROM-DATE
044700     ADD 1 TO DD-REVAL-COUNT
044800     PERFORM 8900-REWRITE-INSTRUMENT
044900         THRU 8900-REWRITE-INSTRUMENT-EXIT
045000     IF NOT WS-DDREG-OK
045100         GO TO 5000-REVALIDATE-EXIT
045200     END-IF
045300     DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO
045400             " REVALIDATED FROM " WS-TODAYS-DATE.
045500 5000-REVALIDATE-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------------
045900* CREDIT THE INSTRUMENT AMOUNT TO AN ACCOUNT - A PAYEE'S
046000* ACCOUNT FOR A PAYMENT, THE PURCHASER'S FOR A REFUND - AND LOG
046100* IT SO GLJRNL TAKES IT OUT OF THE DD-PAYABLE GL.
046200*-----------------------------------------------------------------
046300 6000-CREDIT-ACCOUNT.
046400     MOVE WS-SETTLE-ACCT TO ACCT-NUMBER
046500     READ ACCOUNT-MASTER
046600         KEY IS ACCT-NUMBER
046700         INVALID KEY
046800             DISPLAY "DDMAINT: ACCOUNT " WS-SETTLE-ACCT
046900                     " NOT FOUND ON ACCOUNT MASTER"
047000             GO TO 6000-CREDIT-ACCOUNT-EXIT
047100     END-READ
047200     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEAT
047300         DISPLAY "DDMAINT: ACCOUNT " WS-SETTLE-ACCT
047400                 " IS CLOSED, CREDIT REFUSED"
047500         GO TO 6000-CREDIT-ACCOUNT-EXIT
047600     END-IF
047700     IF NOT ACCT-CURRENCY-INR
047800         DISPLAY "DDMAINT: ACCOUNT " WS-SETTLE-ACCT
047900                 " IS NOT HELD IN INR, CREDIT REFUSED"
048000         GO TO 6000-CREDIT-ACCOUNT-EXIT
048100     END-IF
048200
048300     ADD DD-AMOUNT TO ACCT-BALANCE
048400     MOVE WS-TODAYS-DATE TO ACCT-LAST-DEP-DATE
048500     REWRITE ACCOUNT-RECORD
048600         INVALID KEY
048700             DISPLAY "DDMAINT: UNABLE TO REWRITE ACCOUNT "
048800                     WS-SETTLE-ACCT
048900             GO TO 6000-CREDIT-ACCOUNT-EXIT
049000     END-REWRITE
049100
049200     MOVE WS-TODAYS-DATE     TO LOG-DATE
049300     ACCEPT LOG-TIME FROM TIME
049400     MOVE ACCT-NUMBER        TO LOG-ACCT-NUMBER
049500     MOVE DD-AMOUNT          TO LOG-DEPOSIT-AMT
049600     MOVE ACCT-BALANCE       TO LOG-NEW-BALANCE
049700     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
049800     SET LOG-TRANS-DD-CREDIT TO TRUE
049900     MOVE WS-OPERATOR-ID     TO LOG-OPERATOR-ID
050000     MOVE ACCT-BRANCH-CODE   TO LOG-BRANCH-CODE
050100     CALL "TXNREF" USING WS-TXN-REF
050200     MOVE WS-TXN-REF         TO LOG-TXN-REF
050300     MOVE WS-TODAYS-DATE     TO LOG-VALUE-DATE
050400     MOVE ACCT-BRANCH-CODE   TO LOG-POST-BRANCH
050401     SET LOG-INSTR-TRANSFER TO TRUE
050500     WRITE DEPOSIT-LOG-RECORD
050600     MOVE "D" TO WS-TXN-TYPE
050700     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE
050800                           LOG-TIME WS-TXN-TYPE
050900                           LOG-DEPOSIT-AMT LOG-NEW-BALANCE
051000                           LOG-OPERATOR-ID
051100                           LOG-TXN-REF
051100                           LOG-INSTRUMENT
051200     SET WS-SETTLEMENT-POSTED TO TRUE.
051300 6000-CREDIT-ACCOUNT-EXIT.
051400     EXIT.
051500
051600*-----------------------------------------------------------------
051700* LOG A SETTLEMENT THAT TOUCHES NO CUSTOMER ACCOUNT AGAINST
051800* ACCOUNT ZERO - CLEARING (TYPE "Y") OR CASH PAID OUT OF THE
051900* DRAWER (TYPE "J") - SO GLJRNL TAKES IT OUT OF THE DD-PAYABLE
052000* GL.  THE CALLER SETS THE TYPE.
052100*-----------------------------------------------------------------
052200 6500-POST-OFFICE-DEBIT.
052300     MOVE WS-TODAYS-DATE  TO WDLOG-DATE
052400     ACCEPT WDLOG-TIME FROM TIME
052500     MOVE 0               TO WDLOG-ACCT-NUMBER
052600     MOVE DD-AMOUNT       TO WDLOG-WITHDRAW-AMT
052700     MOVE 0               TO WDLOG-NEW-BALANCE
052800     MOVE WS-OPERATOR-ID  TO WDLOG-OPERATOR-ID
052900     IF WS-TELLER-BRANCH-OK
053000         MOVE WS-TELLER-BRANCH  TO WDLOG-BRANCH-CODE
053100     ELSE
053200         MOVE DD-PAYABLE-BRANCH TO WDLOG-BRANCH-CODE
053300     END-IF
053400     CALL "TXNREF" USING WS-TXN-REF
053500     MOVE WS-TXN-REF      TO WDLOG-TXN-REF
053600     MOVE WS-OFFICE-TYPE  TO WDLOG-TRANS-TYPE
053610     IF WDLOG-TRANS-DD-CASH-PAID
053620         SET WDLOG-INSTR-CASH TO TRUE
053630     ELSE
053640         SET WDLOG-INSTR-CHEQUE TO TRUE
053650     END-IF
053700     MOVE WDLOG-BRANCH-CODE TO WDLOG-POST-BRANCH
053800     WRITE WITHDRAW-LOG-RECORD
053900     SET WS-SETTLEMENT-POSTED TO TRUE.
054000 6500-POST-OFFICE-DEBIT-EXIT.
054100     EXIT.
054200
054300*-----------------------------------------------------------------
054400* PAY THE INSTRUMENT AMOUNT OUT OF THE OPERATOR'S DRAWER, THEN
054500* LOG IT AS A CASH SETTLEMENT.
054600*-----------------------------------------------------------------
054700 6700-PAY-CASH.
054800     MOVE DD-AMOUNT TO WS-CASH-AMOUNT
054900     MOVE "O" TO WS-CASH-DIRECTION
055000     MOVE "N" TO WS-TILL-OK-SW
055100     CALL "TILLUPDT" USING WS-OPERATOR-ID WS-CASH-DIRECTION
055200                           WS-CASH-AMOUNT WS-TILL-OK-SW
055300     IF NOT WS-TILL-OK
055400         DISPLAY "DDMAINT: CASH DID NOT PROVE FROM THE DRAWER, "
055500                 "NOTHING PAID"
055600         GO TO 6700-PAY-CASH-EXIT
055700     END-IF
055800     MOVE "J" TO WS-OFFICE-TYPE
055900     PERFORM 6500-POST-OFFICE-DEBIT
056000         THRU 6500-POST-OFFICE-DEBIT-EXIT.
056100 6700-PAY-CASH-EXIT.
056200     EXIT.
056300
056400*-----------------------------------------------------------------
056500* TAKE A SERIAL NUMBER AND READ THE INSTRUMENT.  ONE NOT ON
056600* FILE LEAVES A ZERO SERIAL IN THE RECORD SO THE CALLER CAN
056700* TELL.
056800*-----------------------------------------------------------------
056900 8500-READ-INSTRUMENT.
057000     DISPLAY "ENTER INSTRUMENT SERIAL NUMBER: "
057100     ACCEPT WS-SERIAL-NO
057200     MOVE WS-SERIAL-NO TO DD-SERIAL-NO
057300     READ DD-REGISTER
057400         KEY IS DD-SERIAL-NO
057500         INVALID KEY
057600             DISPLAY "DDMAINT: INSTRUMENT " WS-SERIAL-NO
057700                     " NOT ON THE REGISTER"
057800             MOVE 0 TO DD-SERIAL-NO
057900     END-READ.
058000 8500-READ-INSTRUMENT-EXIT.
058100     EXIT.
058200
058300*-----------------------------------------------------------------
058400* STAMP THE SETTLEMENT JUST POSTED ON THE INSTRUMENT (THE
058500* CALLER HAS SET THE NEW STATUS) AND REWRITE IT.
058600*-----------------------------------------------------------------
058700 8600-RECORD-SETTLEMENT.
058800     MOVE WS-TODAYS-DATE TO DD-SETTLE-DATE
058900     MOVE WS-SETTLE-MODE TO DD-SETTLE-MODE
059000     MOVE WS-SETTLE-ACCT TO DD-SETTLE-ACCT
059100     MOVE WS-TXN-REF     TO DD-SETTLE-REF
059200     MOVE WS-OPERATOR-ID TO DD-SETTLED-BY
059300     PERFORM 8900-REWRITE-INSTRUMENT
059400         THRU 8900-REWRITE-INSTRUMENT-EXIT.
059500 8600-RECORD-SETTLEMENT-EXIT.
059600     EXIT.
059700
059800*-----------------------------------------------------------------
059900* AGE THE INSTRUMENT FROM ITS ISSUE OR LAST REVALIDATION - ONE
060000* OLDER THAN THE VALIDITY PERIOD IS STALE.
060100*-----------------------------------------------------------------
060200 8700-CHECK-VALIDITY.
060300     MOVE "N" TO WS-STALE-SW
060400     MOVE DD-VALID-FROM-DATE(1:4) TO WS-CCYY
060500     MOVE DD-VALID-FROM-DATE(5:2) TO WS-MM
060600     MOVE DD-VALID-FROM-DATE(7:2) TO WS-DD
060700     PERFORM 8800-CCYYMMDD-TO-DAYS
060800         THRU 8800-CCYYMMDD-TO-DAYS-EXIT
060900     COMPUTE WS-AGE-DAYS = WS-TODAYS-DAY-COUNT - WS-DAY-COUNT
061000     IF WS-AGE-DAYS > WS-VALIDITY-DAYS
061100         SET WS-INSTRUMENT-STALE TO TRUE
061200     END-IF.
061300 8700-CHECK-VALIDITY-EXIT.
061400     EXIT.
061500
061600*-----------------------------------------------------------------
061700* CONVERT WS-CCYY/WS-MM/WS-DD INTO A DAY COUNT USING THE
061800* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN WS-DAY-COUNT.
061900*-----------------------------------------------------------------
062000 8800-CCYYMMDD-TO-DAYS.
062100     COMPUTE WS-DAY-COUNT =
062200             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
062300 8800-CCYYMMDD-TO-DAYS-EXIT.
062400     EXIT.
062500
062600*-----------------------------------------------------------------
062700* REWRITE THE INSTRUMENT JUST CHANGED AND JOURNAL IT AGAINST
062800* THE BEFORE-IMAGE THE CALLER SAVED.
062900*-----------------------------------------------------------------
063000 8900-REWRITE-INSTRUMENT.
063100     REWRITE DD-RECORD
063200         INVALID KEY
063300             DISPLAY "DDMAINT: UNABLE TO REWRITE INSTRUMENT "
063400                     DD-SERIAL-NO " - ADVISE THE SUPERVISOR"
063500             GO TO 8900-REWRITE-INSTRUMENT-EXIT
063600     END-REWRITE
063700
063800     PERFORM 9000-JOURNAL-CHANGE
063900         THRU 9000-JOURNAL-CHANGE-EXIT.
064000 8900-REWRITE-INSTRUMENT-EXIT.
064100     EXIT.
064200
064300*-----------------------------------------------------------------
064400* WRITE THE BEFORE/AFTER IMAGE TO THE MAINTENANCE JOURNAL.
064500*-----------------------------------------------------------------
064600 9000-JOURNAL-CHANGE.
064700     MOVE "DDREG   " TO WS-JRNL-FILE
064800     MOVE SPACES TO WS-JRNL-KEY
064900     MOVE DD-SERIAL-NO TO WS-JRNL-KEY
065000     MOVE DD-RECORD TO WS-AFTER-IMAGE
065100     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
065200                          WS-JRNL-KEY WS-BEFORE-IMAGE
065300                          WS-AFTER-IMAGE.
065400 9000-JOURNAL-CHANGE-EXIT.
065500     EXIT.
065600
065700*-----------------------------------------------------------------
065800* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
065900*-----------------------------------------------------------------
066000 9999-TERMINATE.
066100     IF WS-OPERATOR-OK
066200         CLOSE DD-REGISTER
066300         CLOSE ACCOUNT-MASTER
066400         CLOSE DEPOSIT-LOG
066500         CLOSE WITHDRAW-LOG
066600     END-IF.
066700 9999-TERMINATE-EXIT.
066800     EXIT.
