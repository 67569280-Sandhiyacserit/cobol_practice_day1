000100*****************************************************************
000200* PROGRAM      : ATMCASE                                        *
000300* DESCRIPTION  : ATM DISPUTE CASE MAINTENANCE.  OPENS A CASE    *
000400*                FROM AN ITEM ATMSETTL SENT TO THE DISPUTE FILE *
000500*                OR FROM A CUSTOMER'S COMPLAINT THAT THE        *
000600*                MACHINE DID NOT DISPENSE, RECORDS THE          *
000700*                CHARGEBACK RAISED WITH THE SWITCH, AND CLOSES  *
000800*                THE CASE CUSTOMER-RIGHT OR CUSTOMER-WRONG.  A  *
000900*                CUSTOMER-RIGHT CLOSURE OF A COMPLAINT CREDITS  *
001000*                THE AMOUNT BACK THROUGH THE DEPOSIT LOG AND    *
001100*                NEEDS A SUPERVISOR.  THE NIGHTLY ATMCAGE RUN   *
001200*                AGES THE OPEN CASES.  EVERY CHANGE IS          *
001300*                JOURNALLED.                                    *
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. ATMCASE.
001700 AUTHOR. S NATARAJAN.
001800 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100
002200*****************************************************************
002300* MODIFICATION HISTORY                                          *
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW ATM    *
002700*                  DISPUTE CASE REGISTER.                       *
002701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002703*                  HELD.                                        *
002704* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002705*                  PLACE OF YYMMDD.                             *
002706* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002707*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002708*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002708* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002708*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002708*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CASE-FILE ASSIGN TO "ATMCASE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CASE-NUMBER
003700         FILE STATUS IS WS-ATMCASE-STATUS.
003800
003900     SELECT DISPUTE-FILE ASSIGN TO "ATMDISP"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-DISPUTE-STATUS.
004200
004300     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ACCT-NUMBER
004700         FILE STATUS IS WS-ACCMSTR-STATUS.
004800
004900     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-DEPLOG-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CASE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY ATMCREC.
005800
005900 FD  DISPUTE-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  DISPUTE-RECORD.
006200     05  DSP-SEQ-NO           PIC 9(06).
006300     05  FILLER               PIC X(01).
006400     05  DSP-ACCT-NUMBER      PIC 9(06).
006500     05  FILLER               PIC X(01).
006600     05  DSP-AMOUNT           PIC 9(06).
006700     05  FILLER               PIC X(01).
006800     05  DSP-REASON-CODE      PIC X(04).
006900     05  FILLER               PIC X(01).
007000     05  DSP-CARD-NUMBER      PIC 9(16).
007100     05  FILLER               PIC X(01).
007200     05  DSP-SETTLE-DATE      PIC 9(08).
007300
007400 FD  ACCOUNT-MASTER
007500     LABEL RECORDS ARE STANDARD.
007600     COPY ACCTREC.
007700
007800 FD  DEPOSIT-LOG
007900     LABEL RECORDS ARE STANDARD.
008000 01  DEPOSIT-LOG-RECORD.
008100     05  LOG-DATE             PIC 9(08).
008200     05  LOG-TIME             PIC 9(08).
008300     05  FILLER               PIC X(01) VALUE SPACE.
008400     05  LOG-ACCT-NUMBER      PIC 9(06).
008500     05  FILLER               PIC X(01) VALUE SPACE.
008600     05  LOG-DEPOSIT-AMT      PIC 9(09).
008700     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LOG-NEW-BALANCE      PIC S9(09).
008900     05  FILLER               PIC X(01) VALUE SPACE.
009000     05  LOG-CURRENCY-CODE    PIC X(03).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009200     05  LOG-TRANS-TYPE       PIC X(01).
009300         88  LOG-TRANS-ATM-REFUND  VALUE "A".
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  LOG-OPERATOR-ID      PIC 9(04).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  LOG-BRANCH-CODE      PIC 9(03).
009800     05  FILLER               PIC X(01) VALUE SPACE.
009900     05  LOG-TXN-REF          PIC 9(10).
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  LOG-VALUE-DATE       PIC 9(08).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  LOG-POST-BRANCH      PIC 9(03).
010310     05  FILLER               PIC X(01) VALUE SPACE.
010320     05  LOG-INSTRUMENT       PIC X(01).
010330         88  LOG-INSTR-CASH       VALUE "C".
010340         88  LOG-INSTR-CHEQUE     VALUE "Q".
010350         88  LOG-INSTR-TRANSFER   VALUE "T".
010360         88  LOG-INSTR-SYSTEM     VALUE "S".
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-ATMCASE-STATUS        PIC X(02).
010700     88  WS-ATMCASE-OK        VALUE "00".
010800     88  WS-ATMCASE-NOTFOUND  VALUE "35".
010900 01  WS-DISPUTE-STATUS        PIC X(02).
011000     88  WS-DISPUTE-OK        VALUE "00".
011100 01  WS-ACCMSTR-STATUS        PIC X(02).
011200     88  WS-ACCMSTR-OK        VALUE "00".
011300 01  WS-DEPLOG-STATUS         PIC X(02).
011400     88  WS-DEPLOG-OK         VALUE "00".
011500
011600 01  WS-FUNCTION-CODE         PIC 9(01).
011700 01  WS-CASE-NUMBER           PIC 9(10).
011800 01  WS-ATM-SEQ-NO            PIC 9(06).
011900 01  WS-SETTLE-DATE           PIC 9(08).
012000 01  WS-ACCT-NUMBER           PIC 9(06).
012100 01  WS-TODAYS-DATE           PIC 9(08).
012200 01  WS-TXN-TYPE              PIC X(01).
012300 01  WS-TXN-REF               PIC 9(10).
012400 01  WS-OPERATOR-ID           PIC 9(04).
012500 01  WS-OPERATOR-AUTH         PIC X(01).
012600 01  WS-ACCT-FOUND-SW         PIC X(01).
012700     88  WS-ACCT-FOUND        VALUE "Y".
012800
012900*    REASON CODE A COUNTER COMPLAINT IS OPENED UNDER - CASH NOT
013000*    DISPENSED BUT THE ACCOUNT WAS DEBITED.
013100 01  WS-COMPLAINT-REASON      PIC X(04) VALUE "NDSP".
013200
013300 01  WS-JRNL-FILE             PIC X(08).
013400 01  WS-JRNL-KEY              PIC X(12).
013500 01  WS-BEFORE-IMAGE          PIC X(100).
013600 01  WS-AFTER-IMAGE           PIC X(100).
013700
013800 01  WS-SWITCHES.
013900     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
014000         88  WS-OPERATOR-OK   VALUE "Y".
014100     05  WS-EOF-SW            PIC X(01) VALUE "N".
014200         88  WS-EOF           VALUE "Y".
014300     05  WS-ITEM-FOUND-SW     PIC X(01) VALUE "N".
014400         88  WS-ITEM-FOUND    VALUE "Y".
014500     05  WS-DUPLICATE-SW      PIC X(01) VALUE "N".
014600         88  WS-DUPLICATE     VALUE "Y".
014700     05  WS-CREDIT-SW         PIC X(01) VALUE "N".
014800         88  WS-CREDIT-POSTED VALUE "Y".
014800
014800 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ATMCASE".
014800 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
014800 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
014800     88  WS-ENTITLED          VALUE "Y".
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-INITIALIZE-EXIT
015400
015500     IF WS-OPERATOR-OK
015600         PERFORM 2000-PROCESS-FUNCTION
015700             THRU 2000-PROCESS-FUNCTION-EXIT
015800     END-IF
015900
016000     PERFORM 9999-TERMINATE
016100         THRU 9999-TERMINATE-EXIT
016200
016300     STOP RUN.
016400
016500*-----------------------------------------------------------------
016600* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE CASE FILE, CREATING
016700* IT IF IT HAS NEVER BEEN SET UP.
016800*-----------------------------------------------------------------
016900 1000-INITIALIZE.
017000     MOVE "N" TO WS-OPERATOR-SW
017100     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
017200                           WS-OPERATOR-AUTH
017300     IF NOT WS-OPERATOR-OK
017400         DISPLAY "ATMCASE: OPERATOR LOGIN FAILED, "
017500                 "MAINTENANCE REFUSED"
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF
017700     MOVE "N" TO WS-ENTITLED-SW
017700     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
017700                          WS-ENTL-MODE WS-ENTITLED-SW
017700     IF NOT WS-ENTITLED
017700         DISPLAY "ATMCASE: OPERATOR " WS-OPERATOR-ID " IS NOT "
017700                 "ENTITLED TO ATMCASE, REFUSED"
017700         MOVE "N" TO WS-OPERATOR-SW
017700         GO TO 1000-INITIALIZE-EXIT
017700     END-IF
017800
017900     CALL "BUSDATE" USING WS-TODAYS-DATE
018000
018100     OPEN I-O CASE-FILE
018200     IF WS-ATMCASE-NOTFOUND
018300         OPEN OUTPUT CASE-FILE
018400         CLOSE CASE-FILE
018500         OPEN I-O CASE-FILE
018600     END-IF
018700     IF NOT WS-ATMCASE-OK
018800         DISPLAY "ATMCASE: UNABLE TO OPEN CASE FILE, "
018900                 "STATUS = " WS-ATMCASE-STATUS
019000         MOVE "N" TO WS-OPERATOR-SW
019100         GO TO 1000-INITIALIZE-EXIT
019200     END-IF.
019300 1000-INITIALIZE-EXIT.
019400     EXIT.
019500
019600*-----------------------------------------------------------------
019700* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
019800*-----------------------------------------------------------------
019900 2000-PROCESS-FUNCTION.
020000     DISPLAY "1. OPEN CASE FROM SWITCH DISPUTE ITEM"
020100     DISPLAY "2. OPEN CASE FROM CUSTOMER COMPLAINT"
020200     DISPLAY "3. RECORD CHARGEBACK RAISED WITH SWITCH"
020300     DISPLAY "4. CLOSE CUSTOMER-RIGHT (SUPERVISOR)"
020400     DISPLAY "5. CLOSE CUSTOMER-WRONG"
020500     DISPLAY "ENTER FUNCTION: "
020600     ACCEPT WS-FUNCTION-CODE
020700
020800     EVALUATE WS-FUNCTION-CODE
020900         WHEN 1
021000             PERFORM 3000-OPEN-FROM-SWITCH
021100                 THRU 3000-OPEN-FROM-SWITCH-EXIT
021200         WHEN 2
021300             PERFORM 4000-OPEN-FROM-COMPLAINT
021400                 THRU 4000-OPEN-FROM-COMPLAINT-EXIT
021500         WHEN 3
021600             PERFORM 5000-RECORD-CHARGEBACK
021700                 THRU 5000-RECORD-CHARGEBACK-EXIT
021800         WHEN 4
021900             PERFORM 6000-CLOSE-CUST-RIGHT
022000                 THRU 6000-CLOSE-CUST-RIGHT-EXIT
022100         WHEN 5
022200             PERFORM 7000-CLOSE-CUST-WRONG
022300                 THRU 7000-CLOSE-CUST-WRONG-EXIT
022400         WHEN OTHER
022500             DISPLAY "ATMCASE: INVALID FUNCTION"
022600     END-EVALUATE.
022700 2000-PROCESS-FUNCTION-EXIT.
022800     EXIT.
022900
023000*-----------------------------------------------------------------
023100* OPEN A CASE FROM AN ITEM ON THE DISPUTE FILE ATMSETTL WROTE,
023200* FOUND BY ITS SWITCH SEQUENCE NUMBER AND SETTLEMENT DATE.  AN
023300* ITEM ALREADY UNDER A CASE IS REFUSED.
023400*-----------------------------------------------------------------
023500 3000-OPEN-FROM-SWITCH.
023600     DISPLAY "ENTER SWITCH SEQUENCE NUMBER: "
023700     ACCEPT WS-ATM-SEQ-NO
023800     DISPLAY "ENTER SETTLEMENT DATE (CCYYMMDD): "
023900     ACCEPT WS-SETTLE-DATE
024000
024100     OPEN INPUT DISPUTE-FILE
024200     IF NOT WS-DISPUTE-OK
024300         DISPLAY "ATMCASE: UNABLE TO OPEN DISPUTE FILE, "
024400                 "STATUS = " WS-DISPUTE-STATUS
024500         GO TO 3000-OPEN-FROM-SWITCH-EXIT
024600     END-IF
024700     MOVE "N" TO WS-EOF-SW
024800     MOVE "N" TO WS-ITEM-FOUND-SW
024900     PERFORM 3100-FIND-DISPUTE-ITEM
025000         THRU 3100-FIND-DISPUTE-ITEM-EXIT
025100         UNTIL WS-EOF OR WS-ITEM-FOUND
025200     CLOSE DISPUTE-FILE
025300     IF NOT WS-ITEM-FOUND
025400         DISPLAY "ATMCASE: ITEM " WS-ATM-SEQ-NO " OF "
025500                 WS-SETTLE-DATE " NOT ON THE DISPUTE FILE"
025600         GO TO 3000-OPEN-FROM-SWITCH-EXIT
025700     END-IF
025800
025900     PERFORM 3200-CHECK-DUPLICATE
026000         THRU 3200-CHECK-DUPLICATE-EXIT
026100     IF WS-DUPLICATE
026200         DISPLAY "ATMCASE: ITEM " WS-ATM-SEQ-NO " OF "
026300                 WS-SETTLE-DATE " IS ALREADY UNDER CASE "
026400                 CASE-NUMBER
026500         GO TO 3000-OPEN-FROM-SWITCH-EXIT
026600     END-IF
026700
026800     INITIALIZE ATM-CASE-RECORD
026900     SET CASE-SOURCE-SWITCH TO TRUE
027000     MOVE DSP-SEQ-NO      TO CASE-ATM-SEQ-NO
027100     MOVE DSP-ACCT-NUMBER TO CASE-ACCT-NUMBER
027200     MOVE DSP-CARD-NUMBER TO CASE-CARD-NUMBER
027300     MOVE DSP-AMOUNT      TO CASE-AMOUNT
027400     MOVE DSP-REASON-CODE TO CASE-REASON-CODE
027500     MOVE DSP-SETTLE-DATE TO CASE-TXN-DATE
027600     PERFORM 8000-WRITE-NEW-CASE
027700         THRU 8000-WRITE-NEW-CASE-EXIT.
027800 3000-OPEN-FROM-SWITCH-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------------
028200* READ ONE DISPUTE ITEM AND COMPARE IT TO THE ONE ASKED FOR.
028300*-----------------------------------------------------------------
028400 3100-FIND-DISPUTE-ITEM.
028500     READ DISPUTE-FILE
028600         AT END
028700             SET WS-EOF TO TRUE
028800             GO TO 3100-FIND-DISPUTE-ITEM-EXIT
028900     END-READ
029000     IF DSP-SEQ-NO = WS-ATM-SEQ-NO
029100         AND DSP-SETTLE-DATE = WS-SETTLE-DATE
029200         SET WS-ITEM-FOUND TO TRUE
029300     END-IF.
029400 3100-FIND-DISPUTE-ITEM-EXIT.
029500     EXIT.
029600
029700*-----------------------------------------------------------------
029800* LOOK THROUGH THE CASE FILE FOR A SWITCH CASE ALREADY OPENED
029900* ON THIS ITEM.
030000*-----------------------------------------------------------------
030100 3200-CHECK-DUPLICATE.
030200     MOVE "N" TO WS-DUPLICATE-SW
030300     MOVE "N" TO WS-EOF-SW
030400     MOVE 0 TO CASE-NUMBER
030500     START CASE-FILE
030600         KEY IS NOT LESS THAN CASE-NUMBER
030700         INVALID KEY
030800             GO TO 3200-CHECK-DUPLICATE-EXIT
030900     END-START
031000     PERFORM 3300-CHECK-ONE-CASE
031100         THRU 3300-CHECK-ONE-CASE-EXIT
031200         UNTIL WS-EOF OR WS-DUPLICATE.
031300 3200-CHECK-DUPLICATE-EXIT.
031400     EXIT.
031500
031600*-----------------------------------------------------------------
031700* COMPARE ONE CASE ON FILE TO THE DISPUTE ITEM BEING OPENED.
031800*-----------------------------------------------------------------
031900 3300-CHECK-ONE-CASE.
032000     READ CASE-FILE NEXT RECORD
032100         AT END
032200             SET WS-EOF TO TRUE
032300             GO TO 3300-CHECK-ONE-CASE-EXIT
032400     END-READ
032500     IF CASE-SOURCE-SWITCH
032600         AND CASE-ATM-SEQ-NO = WS-ATM-SEQ-NO
032700         AND CASE-TXN-DATE = WS-SETTLE-DATE
032800         SET WS-DUPLICATE TO TRUE
032900     END-IF.
033000 3300-CHECK-ONE-CASE-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------------
033400* OPEN A CASE FROM A CUSTOMER'S COMPLAINT AT THE COUNTER THAT
033500* THE ACCOUNT WAS DEBITED BUT THE MACHINE DID NOT DISPENSE.
033600*-----------------------------------------------------------------
033700 4000-OPEN-FROM-COMPLAINT.
033800     DISPLAY "ENTER ACCOUNT NUMBER: "
033900     ACCEPT WS-ACCT-NUMBER
034000     MOVE "N" TO WS-ACCT-FOUND-SW
034100     CALL "ACCTLKUP" USING WS-ACCT-NUMBER WS-ACCT-FOUND-SW
034200     IF NOT WS-ACCT-FOUND
034300         DISPLAY "ATMCASE: ACCOUNT " WS-ACCT-NUMBER
034400                 " NOT FOUND ON ACCOUNT MASTER"
034500         GO TO 4000-OPEN-FROM-COMPLAINT-EXIT
034600     END-IF
034700
034800     INITIALIZE ATM-CASE-RECORD
034900     SET CASE-SOURCE-COMPLAINT TO TRUE
035000     MOVE WS-ACCT-NUMBER TO CASE-ACCT-NUMBER
035100     MOVE WS-COMPLAINT-REASON TO CASE-REASON-CODE
035200     DISPLAY "ENTER CARD NUMBER (0 IF NOT KNOWN): "
035300     ACCEPT CASE-CARD-NUMBER
035400     DISPLAY "ENTER AMOUNT NOT DISPENSED: "
035500     ACCEPT CASE-AMOUNT
035600     IF CASE-AMOUNT NOT > 0
035700         DISPLAY "ATMCASE: AMOUNT MUST BE GREATER THAN ZERO"
035800         GO TO 4000-OPEN-FROM-COMPLAINT-EXIT
035900     END-IF
036000     DISPLAY "ENTER TRANSACTION DATE (CCYYMMDD): "
036100     ACCEPT CASE-TXN-DATE
036200     IF CASE-TXN-DATE > WS-TODAYS-DATE
036300         DISPLAY "ATMCASE: TRANSACTION DATE IS IN THE FUTURE"
036400         GO TO 4000-OPEN-FROM-COMPLAINT-EXIT
036500     END-IF
036600     DISPLAY "ENTER SWITCH SEQUENCE NUMBER (0 IF NOT KNOWN): "
036700     ACCEPT CASE-ATM-SEQ-NO
036800     PERFORM 8000-WRITE-NEW-CASE
036900         THRU 8000-WRITE-NEW-CASE-EXIT.
037000 4000-OPEN-FROM-COMPLAINT-EXIT.
037100     EXIT.
037200
037300*-----------------------------------------------------------------
037400* RECORD THE CHARGEBACK RAISED WITH THE SWITCH ON AN OPEN CASE.
037500*-----------------------------------------------------------------
037600 5000-RECORD-CHARGEBACK.
037700     PERFORM 8500-READ-CASE
037800         THRU 8500-READ-CASE-EXIT
037900     IF CASE-NUMBER NOT = WS-CASE-NUMBER
038000         GO TO 5000-RECORD-CHARGEBACK-EXIT
038100     END-IF
038200     IF NOT CASE-STATUS-OPEN
038300         DISPLAY "ATMCASE: CASE " WS-CASE-NUMBER
038400                 " IS NOT OPEN (STATUS " CASE-STATUS ")"
038500         GO TO 5000-RECORD-CHARGEBACK-EXIT
038600     END-IF
038700
038800     MOVE ATM-CASE-RECORD TO WS-BEFORE-IMAGE
038900     DISPLAY "ENTER SWITCH CHARGEBACK REFERENCE: "
039000     ACCEPT CASE-CHARGEBACK-REF
039100     IF CASE-CHARGEBACK-REF = SPACES
039200         DISPLAY "ATMCASE: CHARGEBACK REFERENCE IS REQUIRED"
039300         GO TO 5000-RECORD-CHARGEBACK-EXIT
039400     END-IF
039500     MOVE WS-TODAYS-DATE TO CASE-CHARGEBACK-DATE
039600     SET CASE-STATUS-CHARGEBACK TO TRUE
039700     PERFORM 8700-REWRITE-CASE
039800         THRU 8700-REWRITE-CASE-EXIT
039900     IF NOT WS-ATMCASE-OK
040000         GO TO 5000-RECORD-CHARGEBACK-EXIT
040100     END-IF
040200
040300     DISPLAY "ATMCASE: CHARGEBACK " CASE-CHARGEBACK-REF
040400             " RECORDED ON CASE " WS-CASE-NUMBER.
040500 5000-RECORD-CHARGEBACK-EXIT.
040600     EXIT.
040700
040800*-----------------------------------------------------------------
040900* CLOSE A CASE IN THE CUSTOMER'S FAVOUR - ONLY A SUPERVISOR MAY.
041000* A COMPLAINT CASE CREDITS THE AMOUNT BACK TO THE ACCOUNT; A
041100* SWITCH CASE NEVER DEBITED THE CUSTOMER, SO NOTHING IS POSTED.
041200*-----------------------------------------------------------------
041300 6000-CLOSE-CUST-RIGHT.
041400     IF WS-OPERATOR-AUTH NOT = "S"
041500         DISPLAY "ATMCASE: OPERATOR " WS-OPERATOR-ID " IS NOT "
041600                 "A SUPERVISOR, CLOSURE REFUSED"
041700         GO TO 6000-CLOSE-CUST-RIGHT-EXIT
041800     END-IF
041900
042000     PERFORM 8500-READ-CASE
042100         THRU 8500-READ-CASE-EXIT
042200     IF CASE-NUMBER NOT = WS-CASE-NUMBER
042300         GO TO 6000-CLOSE-CUST-RIGHT-EXIT
042400     END-IF
042500     IF NOT CASE-STATUS-PENDING
042600         DISPLAY "ATMCASE: CASE " WS-CASE-NUMBER
042700                 " IS ALREADY CLOSED (STATUS " CASE-STATUS ")"
042800         GO TO 6000-CLOSE-CUST-RIGHT-EXIT
042900     END-IF
043000     MOVE ATM-CASE-RECORD TO WS-BEFORE-IMAGE
043100
043200     IF CASE-SOURCE-COMPLAINT
043300         PERFORM 6500-CREDIT-CUSTOMER
043400             THRU 6500-CREDIT-CUSTOMER-EXIT
043500         IF NOT WS-CREDIT-POSTED
043600             GO TO 6000-CLOSE-CUST-RIGHT-EXIT
043700         END-IF
043800     ELSE
043900         DISPLAY "ATMCASE: SWITCH ITEM WAS NEVER DEBITED TO THE "
044000                 "CUSTOMER - NOTHING TO CREDIT"
044100     END-IF
044200
044300     SET CASE-STATUS-CUST-RIGHT TO TRUE
044400     MOVE WS-TODAYS-DATE TO CASE-CLOSE-DATE
044500     MOVE WS-OPERATOR-ID TO CASE-CLOSED-BY
044600     PERFORM 8700-REWRITE-CASE
044700         THRU 8700-REWRITE-CASE-EXIT
044800     IF NOT WS-ATMCASE-OK
044900         GO TO 6000-CLOSE-CUST-RIGHT-EXIT
045000     END-IF
045100
045200     DISPLAY "ATMCASE: CASE " WS-CASE-NUMBER
045300             " CLOSED CUSTOMER-RIGHT BY SUPERVISOR "
045400             WS-OPERATOR-ID.
045500 6000-CLOSE-CUST-RIGHT-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------------
045900* CREDIT THE CASE AMOUNT BACK TO THE ACCOUNT AND LOG IT AS AN
046000* ATM DISPUTE REFUND, SO GLJRNL CARRIES IT AGAINST THE CLEARING
046100* SETTLEMENT GL THE ORIGINAL ATM DEBIT WENT TO.
046200*-----------------------------------------------------------------
046300 6500-CREDIT-CUSTOMER.
046400     MOVE "N" TO WS-CREDIT-SW
046500     OPEN I-O ACCOUNT-MASTER
046600     IF NOT WS-ACCMSTR-OK
046700         DISPLAY "ATMCASE: UNABLE TO OPEN ACCOUNT MASTER, "
046800                 "STATUS = " WS-ACCMSTR-STATUS
046900         GO TO 6500-CREDIT-CUSTOMER-EXIT
047000     END-IF
047100     OPEN EXTEND DEPOSIT-LOG
047200     IF NOT WS-DEPLOG-OK
047300         DISPLAY "ATMCASE: UNABLE TO OPEN DEPOSIT LOG, "
047400                 "STATUS = " WS-DEPLOG-STATUS
047500         CLOSE ACCOUNT-MASTER
047600         GO TO 6500-CREDIT-CUSTOMER-EXIT
047700     END-IF
047800
047900     MOVE CASE-ACCT-NUMBER TO ACCT-NUMBER
048000     READ ACCOUNT-MASTER
048100         KEY IS ACCT-NUMBER
048200         INVALID KEY
048300             DISPLAY "ATMCASE: ACCOUNT " CASE-ACCT-NUMBER
048400                     " NOT FOUND ON ACCOUNT MASTER"
048500             GO TO 6500-CLOSE-FILES
048600     END-READ
048700     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEAT
048800         DISPLAY "ATMCASE: ACCOUNT " CASE-ACCT-NUMBER
048900                 " IS CLOSED - REFUND MUST BE PAID OUTSIDE"
049000         GO TO 6500-CLOSE-FILES
049100     END-IF
049200
049300     ADD CASE-AMOUNT TO ACCT-BALANCE
049400     MOVE WS-TODAYS-DATE TO ACCT-LAST-DEP-DATE
049500     REWRITE ACCOUNT-RECORD
049600         INVALID KEY
049700             DISPLAY "ATMCASE: UNABLE TO REWRITE ACCOUNT "
049800                     CASE-ACCT-NUMBER
049900             GO TO 6500-CLOSE-FILES
050000     END-REWRITE
050100
050200     MOVE WS-TODAYS-DATE     TO LOG-DATE
050300     ACCEPT LOG-TIME FROM TIME
050400     MOVE ACCT-NUMBER        TO LOG-ACCT-NUMBER
050500     MOVE CASE-AMOUNT        TO LOG-DEPOSIT-AMT
050600     MOVE ACCT-BALANCE       TO LOG-NEW-BALANCE
050700     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
050800     SET LOG-TRANS-ATM-REFUND TO TRUE
050900     MOVE WS-OPERATOR-ID     TO LOG-OPERATOR-ID
051000     MOVE ACCT-BRANCH-CODE   TO LOG-BRANCH-CODE
051100     CALL "TXNREF" USING WS-TXN-REF
051200     MOVE WS-TXN-REF         TO LOG-TXN-REF
051300     MOVE WS-TODAYS-DATE     TO LOG-VALUE-DATE
051400     MOVE ACCT-BRANCH-CODE   TO LOG-POST-BRANCH
051401     SET LOG-INSTR-SYSTEM TO TRUE
051500     WRITE DEPOSIT-LOG-RECORD
051600     MOVE "D" TO WS-TXN-TYPE
051700     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE
051800                           LOG-TIME WS-TXN-TYPE
051900                           LOG-DEPOSIT-AMT LOG-NEW-BALANCE
052000                           LOG-OPERATOR-ID
052100                           LOG-TXN-REF
052100                           LOG-INSTRUMENT
052200     SET WS-CREDIT-POSTED TO TRUE
052300     DISPLAY "ATMCASE: " CASE-AMOUNT " CREDITED TO ACCOUNT "
052400             CASE-ACCT-NUMBER ", REFERENCE " WS-TXN-REF.
052500 6500-CLOSE-FILES.
052600     CLOSE ACCOUNT-MASTER
052700     CLOSE DEPOSIT-LOG.
052800 6500-CREDIT-CUSTOMER-EXIT.
052900     EXIT.
053000
053100*-----------------------------------------------------------------
053200* CLOSE A CASE AGAINST THE CUSTOMER - THE SWITCH OR THE MACHINE
053300* JOURNAL SHOWS THE CASH WAS DISPENSED.  NOTHING IS POSTED.
053400*-----------------------------------------------------------------
053500 7000-CLOSE-CUST-WRONG.
053600     PERFORM 8500-READ-CASE
053700         THRU 8500-READ-CASE-EXIT
053800     IF CASE-NUMBER NOT = WS-CASE-NUMBER
053900         GO TO 7000-CLOSE-CUST-WRONG-EXIT
054000     END-IF
054100     IF NOT CASE-STATUS-PENDING
054200         DISPLAY "ATMCASE: CASE " WS-CASE-NUMBER
054300                 " IS ALREADY CLOSED (STATUS " CASE-STATUS ")"
054400         GO TO 7000-CLOSE-CUST-WRONG-EXIT
054500     END-IF
054600
054700     MOVE ATM-CASE-RECORD TO WS-BEFORE-IMAGE
054800     SET CASE-STATUS-CUST-WRONG TO TRUE
054900     MOVE WS-TODAYS-DATE TO CASE-CLOSE-DATE
055000     MOVE WS-OPERATOR-ID TO CASE-CLOSED-BY
055100     PERFORM 8700-REWRITE-CASE
055200         THRU 8700-REWRITE-CASE-EXIT
055300     IF NOT WS-ATMCASE-OK
055400         GO TO 7000-CLOSE-CUST-WRONG-EXIT
055500     END-IF
055600
055700     DISPLAY "ATMCASE: CASE " WS-CASE-NUMBER
055800             " CLOSED CUSTOMER-WRONG".
055900 7000-CLOSE-CUST-WRONG-EXIT.
056000     EXIT.
056100
056200*-----------------------------------------------------------------
056300* NUMBER AND WRITE A NEW OPEN CASE BUILT BY THE CALLER, AND
056400* JOURNAL IT.
056500*-----------------------------------------------------------------
056600 8000-WRITE-NEW-CASE.
056700     CALL "TXNREF" USING WS-CASE-NUMBER
056800     IF WS-CASE-NUMBER = 0
056900         DISPLAY "ATMCASE: NO CASE NUMBER AVAILABLE, CASE NOT "
057000                 "OPENED"
057100         GO TO 8000-WRITE-NEW-CASE-EXIT
057200     END-IF
057300     MOVE WS-CASE-NUMBER TO CASE-NUMBER
057400     MOVE WS-TODAYS-DATE TO CASE-OPEN-DATE
057500     SET CASE-STATUS-OPEN TO TRUE
057600     MOVE WS-OPERATOR-ID TO CASE-OPENED-BY
057700     WRITE ATM-CASE-RECORD
057800         INVALID KEY
057900             DISPLAY "ATMCASE: UNABLE TO WRITE CASE "
058000                     WS-CASE-NUMBER
058100             GO TO 8000-WRITE-NEW-CASE-EXIT
058200     END-WRITE
058300
058400     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
058500     PERFORM 9000-JOURNAL-CHANGE
058600         THRU 9000-JOURNAL-CHANGE-EXIT
058700
058800     DISPLAY "ATMCASE: CASE " WS-CASE-NUMBER " OPENED FOR "
058900             CASE-AMOUNT " ON ACCOUNT " CASE-ACCT-NUMBER.
059000 8000-WRITE-NEW-CASE-EXIT.
059100     EXIT.
059200
059300*-----------------------------------------------------------------
059400* TAKE A CASE NUMBER AND READ THE CASE.  A CASE NOT ON FILE
059500* LEAVES A ZERO CASE NUMBER IN THE RECORD SO THE CALLER CAN TELL.
059600*-----------------------------------------------------------------
059700 8500-READ-CASE.
059800     DISPLAY "ENTER CASE NUMBER: "
059900     ACCEPT WS-CASE-NUMBER
060000     MOVE WS-CASE-NUMBER TO CASE-NUMBER
060100     READ CASE-FILE
060200         KEY IS CASE-NUMBER
060300         INVALID KEY
060400             DISPLAY "ATMCASE: CASE " WS-CASE-NUMBER
060500                     " NOT ON FILE"
060600             MOVE 0 TO CASE-NUMBER
060700     END-READ.
060800 8500-READ-CASE-EXIT.
060900     EXIT.
061000
061100*-----------------------------------------------------------------
061200* REWRITE THE CASE JUST CHANGED AND JOURNAL IT AGAINST THE
061300* BEFORE-IMAGE THE CALLER SAVED.
061400*-----------------------------------------------------------------
061500 8700-REWRITE-CASE.
061600     REWRITE ATM-CASE-RECORD
061700         INVALID KEY
061800             DISPLAY "ATMCASE: UNABLE TO REWRITE CASE "
061900                     CASE-NUMBER
062000             GO TO 8700-REWRITE-CASE-EXIT
062100     END-REWRITE
062200
062300     PERFORM 9000-JOURNAL-CHANGE
062400         THRU 9000-JOURNAL-CHANGE-EXIT.
062500 8700-REWRITE-CASE-EXIT.
062600     EXIT.
062700
062800*-----------------------------------------------------------------
062900* WRITE THE BEFORE/AFTER IMAGE TO THE MAINTENANCE JOURNAL.
063000*-----------------------------------------------------------------
063100 9000-JOURNAL-CHANGE.
063200     MOVE "ATMCASE " TO WS-JRNL-FILE
063300     MOVE SPACES TO WS-JRNL-KEY
063400     MOVE CASE-NUMBER TO WS-JRNL-KEY
063500     MOVE ATM-CASE-RECORD TO WS-AFTER-IMAGE
063600     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
063700                          WS-JRNL-KEY WS-BEFORE-IMAGE
063800                          WS-AFTER-IMAGE.
063900 9000-JOURNAL-CHANGE-EXIT.
064000     EXIT.
064100
064200*-----------------------------------------------------------------
064300* CLOSE DOWN THE CASE FILE BEFORE ENDING THE RUN.
064400*-----------------------------------------------------------------
064500 9999-TERMINATE.
064600     CLOSE CASE-FILE.
064700 9999-TERMINATE-EXIT.
064800     EXIT.
