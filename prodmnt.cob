000100*****************************************************************
000200* PROGRAM      : PRODMNT                                        *
000300* DESCRIPTION  : PRODUCT (SCHEME) MASTER MAINTENANCE.  SETS UP  *
000400*                A NEW PRODUCT AS A VARIANT OF ONE OF THE BASE  *
000500*                ACCOUNT TYPES WITH ITS OWN MINIMUM BALANCE,    *
000600*                INTEREST ELIGIBILITY AND RATE, DEPOSIT TERM,   *
000700*                FEE PLAN AND OVERDRAFT RULE, CHANGES THOSE     *
000800*                RULES, TAKES A PRODUCT OFF (OR BACK ON) SALE   *
000900*                AND LISTS THE PRODUCT MASTER.  A NEW MINIMUM   *
001000*                BALANCE IS CARRIED ONTO EVERY ACCOUNT ALREADY  *
001100*                OPEN UNDER THE PRODUCT.  CHANGES NEED A        *
001200*                SUPERVISOR AND ARE JOURNALLED THROUGH MNTJRNL. *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. PRODMNT.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002600*                  PRODUCT MASTER.                              *
002601* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002602*                  PLACE OF YYMMDD.                             *
002603* 2026-10-15 SN    A LOAN PRODUCT NOW TAKES ITS COLLATERAL      *
002604*                  RULES - WHETHER COLLATERAL IS REQUIRED, THE  *
002605*                  PERMITTED LOAN-TO-VALUE AND THE REVALUATION  *
002606*                  CYCLE - AND THE LISTING SHOWS THEM.          *
002606* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002606*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002606*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS PRD-CODE
003600         FILE STATUS IS WS-PRODMSTR-STATUS.
003700
003800     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ACCT-NUMBER
004200         FILE STATUS IS WS-ACCMSTR-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PRODUCT-MASTER
004700     LABEL RECORDS ARE STANDARD.
004800     COPY PRODREC.
004900
005000 FD  ACCOUNT-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200     COPY ACCTREC.
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-PRODMSTR-STATUS       PIC X(02).
005600     88  WS-PRODMSTR-OK       VALUE "00".
005700     88  WS-PRODMSTR-NOTFOUND VALUE "35".
005800 01  WS-ACCMSTR-STATUS        PIC X(02).
005900     88  WS-ACCMSTR-OK        VALUE "00".
006000
006100 01  WS-FUNCTION-CODE         PIC 9(01).
006200 01  WS-PRODUCT-CODE          PIC X(04).
006300 01  WS-OLD-MIN-BAL           PIC 9(06).
006400 01  WS-RESTAMP-COUNT         PIC 9(06) COMP VALUE ZERO.
006500 01  WS-LIST-COUNT            PIC 9(04) COMP VALUE ZERO.
006600 01  WS-TODAYS-DATE           PIC 9(08).
006700 01  WS-OPERATOR-ID           PIC 9(04).
006800 01  WS-OPERATOR-AUTH         PIC X(01).
006900
007000 01  WS-JRNL-FILE             PIC X(08) VALUE "PRODMSTR".
007100 01  WS-JRNL-KEY              PIC X(12).
007200 01  WS-BEFORE-IMAGE          PIC X(100).
007300 01  WS-AFTER-IMAGE           PIC X(100).
007400
007500 01  WS-SWITCHES.
007600     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
007700         88  WS-OPERATOR-OK   VALUE "Y".
007800     05  WS-RULES-SW          PIC X(01) VALUE "N".
007900         88  WS-RULES-OK      VALUE "Y".
008000     05  WS-EOF-SW            PIC X(01) VALUE "N".
008100         88  WS-EOF           VALUE "Y".
008200
008300 01  WS-LIST-LINE.
008400     05  LST-CODE             PIC X(04).
008500     05  FILLER               PIC X(01) VALUE SPACE.
008600     05  LST-NAME             PIC X(20).
008700     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LST-BASE-TYPE        PIC X(01).
008900     05  FILLER               PIC X(01) VALUE SPACE.
009000     05  LST-STATUS           PIC X(01).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009200     05  LST-MIN-BAL          PIC Z(5)9.
009300     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  LST-INT-ELIGIBLE     PIC X(01).
009500     05  LST-RATE-BASIS       PIC X(01).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  LST-INT-RATE         PIC ZZ9.99.
009800     05  FILLER               PIC X(01) VALUE SPACE.
009900     05  LST-TERM-DAYS        PIC Z(4)9.
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  LST-FEE-PLAN         PIC X(01).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  LST-OD-ALLOWED       PIC X(01).
010310     05  FILLER               PIC X(01) VALUE SPACE.
010320     05  LST-COLLATERAL-REQD  PIC X(01).
010330     05  FILLER               PIC X(01) VALUE SPACE.
010340     05  LST-MAX-LTV-PCT      PIC ZZ9.
010350     05  FILLER               PIC X(01) VALUE SPACE.
010360     05  LST-REVAL-MONTHS     PIC Z9.
010360
010360 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "PRODMNT".
010360 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
010360 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
010360     88  WS-ENTITLED          VALUE "Y".
010400
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE
010800         THRU 1000-INITIALIZE-EXIT
010900
011000     IF WS-OPERATOR-OK
011100         PERFORM 2000-PROCESS-FUNCTION
011200             THRU 2000-PROCESS-FUNCTION-EXIT
011300     END-IF
011400
011500     PERFORM 9999-TERMINATE
011600         THRU 9999-TERMINATE-EXIT
011700
011800     STOP RUN.
011900
012000*-----------------------------------------------------------------
012100* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE PRODUCT MASTER,
012200* CREATING IT IF IT HAS NEVER BEEN SET UP.
012300*-----------------------------------------------------------------
012400 1000-INITIALIZE.
012500     MOVE "N" TO WS-OPERATOR-SW
012600     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
012700                           WS-OPERATOR-AUTH
012800     IF NOT WS-OPERATOR-OK
012900         DISPLAY "PRODMNT: OPERATOR LOGIN FAILED, "
013000                 "MAINTENANCE REFUSED"
013100         GO TO 1000-INITIALIZE-EXIT
013200     END-IF
013200     MOVE "N" TO WS-ENTITLED-SW
013200     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
013200                          WS-ENTL-MODE WS-ENTITLED-SW
013200     IF NOT WS-ENTITLED
013200         DISPLAY "PRODMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
013200                 "ENTITLED TO PRODMNT, REFUSED"
013200         MOVE "N" TO WS-OPERATOR-SW
013200         GO TO 1000-INITIALIZE-EXIT
013200     END-IF
013300
013400     CALL "BUSDATE" USING WS-TODAYS-DATE
013500
013600     OPEN I-O PRODUCT-MASTER
013700     IF WS-PRODMSTR-NOTFOUND
013800         OPEN OUTPUT PRODUCT-MASTER
013900         CLOSE PRODUCT-MASTER
014000         OPEN I-O PRODUCT-MASTER
014100     END-IF
014200     IF NOT WS-PRODMSTR-OK
014300         DISPLAY "PRODMNT: UNABLE TO OPEN PRODUCT MASTER, "
014400                 "STATUS = " WS-PRODMSTR-STATUS
014500         MOVE "N" TO WS-OPERATOR-SW
014600         GO TO 1000-INITIALIZE-EXIT
014700     END-IF.
014800 1000-INITIALIZE-EXIT.
014900     EXIT.
015000
015100*-----------------------------------------------------------------
015200* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.  EVERYTHING BUT
015300* THE LISTING NEEDS A SUPERVISOR.
015400*-----------------------------------------------------------------
015500 2000-PROCESS-FUNCTION.
015600     DISPLAY "1. ADD A PRODUCT"
015700     DISPLAY "2. CHANGE A PRODUCT'S RULES"
015800     DISPLAY "3. WITHDRAW A PRODUCT FROM SALE / REINSTATE IT"
015900     DISPLAY "4. LIST THE PRODUCT MASTER"
016000     DISPLAY "ENTER FUNCTION: "
016100     ACCEPT WS-FUNCTION-CODE
016200
016300     IF WS-FUNCTION-CODE NOT = 4
016400         AND WS-OPERATOR-AUTH NOT = "S"
016500         DISPLAY "PRODMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
016600                 "A SUPERVISOR, PRODUCT CHANGES REFUSED"
016700         GO TO 2000-PROCESS-FUNCTION-EXIT
016800     END-IF
016900
017000     EVALUATE WS-FUNCTION-CODE
017100         WHEN 1
017200             PERFORM 3000-ADD-PRODUCT
017300                 THRU 3000-ADD-PRODUCT-EXIT
017400         WHEN 2
017500             PERFORM 4000-CHANGE-PRODUCT
017600                 THRU 4000-CHANGE-PRODUCT-EXIT
017700         WHEN 3
017800             PERFORM 5000-TOGGLE-SALE
017900                 THRU 5000-TOGGLE-SALE-EXIT
018000         WHEN 4
018100             PERFORM 6000-LIST-PRODUCTS
018200                 THRU 6000-LIST-PRODUCTS-EXIT
018300         WHEN OTHER
018400             DISPLAY "PRODMNT: INVALID FUNCTION"
018500     END-EVALUATE.
018600 2000-PROCESS-FUNCTION-EXIT.
018700     EXIT.
018800
018900*-----------------------------------------------------------------
019000* SET UP A NEW PRODUCT ON ONE OF THE BASE ACCOUNT TYPES.  IT
019100* GOES ON SALE AT ONCE.
019200*-----------------------------------------------------------------
019300 3000-ADD-PRODUCT.
019400     DISPLAY "ENTER NEW PRODUCT CODE: "
019500     ACCEPT WS-PRODUCT-CODE
019600     IF WS-PRODUCT-CODE = SPACES
019700         DISPLAY "PRODMNT: PRODUCT CODE MUST NOT BE BLANK"
019800         GO TO 3000-ADD-PRODUCT-EXIT
019900     END-IF
020000
020100     MOVE SPACES TO PRODUCT-RECORD
020200     MOVE WS-PRODUCT-CODE TO PRD-CODE
020300     DISPLAY "ENTER BASE ACCOUNT TYPE (S=SAVINGS C=CURRENT "
020400             "F=FIXED R=RECURRING L=LOAN): "
020500     ACCEPT PRD-BASE-TYPE
020600     IF NOT PRD-BASE-VALID
020700         DISPLAY "PRODMNT: INVALID BASE ACCOUNT TYPE "
020800                 PRD-BASE-TYPE
020900         GO TO 3000-ADD-PRODUCT-EXIT
021000     END-IF
021100     MOVE 0 TO PRD-MIN-BAL
021200     MOVE 0 TO PRD-INT-RATE
021300     MOVE 0 TO PRD-TERM-DAYS
021400     MOVE PRD-BASE-TYPE TO PRD-FEE-PLAN
021410     MOVE "N" TO PRD-COLLATERAL-REQD
021420     MOVE 0 TO PRD-MAX-LTV-PCT
021430     MOVE 0 TO PRD-REVAL-MONTHS
021500
021600     PERFORM 3500-CAPTURE-RULES
021700         THRU 3500-CAPTURE-RULES-EXIT
021800     IF NOT WS-RULES-OK
021900         GO TO 3000-ADD-PRODUCT-EXIT
022000     END-IF
022100     SET PRD-STATUS-OPEN TO TRUE
022200     MOVE WS-TODAYS-DATE TO PRD-LAST-CHANGE-DATE
022300     MOVE WS-OPERATOR-ID TO PRD-LAST-CHANGED-BY
022400
022500     WRITE PRODUCT-RECORD
022600         INVALID KEY
022700             DISPLAY "PRODMNT: PRODUCT " WS-PRODUCT-CODE
022800                     " IS ALREADY ON THE PRODUCT MASTER"
022900             GO TO 3000-ADD-PRODUCT-EXIT
023000     END-WRITE
023100     MOVE SPACES TO WS-BEFORE-IMAGE
023200     PERFORM 9000-JOURNAL-CHANGE
023300         THRU 9000-JOURNAL-CHANGE-EXIT
023400     DISPLAY "PRODMNT: PRODUCT " WS-PRODUCT-CODE " ADDED".
023500 3000-ADD-PRODUCT-EXIT.
023600     EXIT.
023700
023800*-----------------------------------------------------------------
023900* TAKE THE PRODUCT'S NAME AND RULES, SHOWING THE CURRENT VALUE
024000* OF EACH, AND CHECK THEY FIT THE BASE TYPE - A TERM DEPOSIT
024100* NEEDS A TERM AND NOTHING ELSE HAS ONE, AND ONLY A CURRENT
024200* ACCOUNT MAY CARRY AN OVERDRAFT.
024300*-----------------------------------------------------------------
024400 3500-CAPTURE-RULES.
024500     MOVE "N" TO WS-RULES-SW
024600     DISPLAY "ENTER PRODUCT NAME (CURRENTLY " PRD-NAME "): "
024700     ACCEPT PRD-NAME
024800     DISPLAY "ENTER MINIMUM BALANCE (CURRENTLY " PRD-MIN-BAL
024900             "): "
025000     ACCEPT PRD-MIN-BAL
025100     DISPLAY "EARNS MONTHLY INTEREST? (Y/N, CURRENTLY "
025200             PRD-INT-ELIGIBLE "): "
025300     ACCEPT PRD-INT-ELIGIBLE
025400     IF PRD-INT-ELIGIBLE NOT = "Y"
025500         MOVE "N" TO PRD-INT-ELIGIBLE
025600     END-IF
025700     DISPLAY "ENTER RATE BASIS (T=SLAB RATE TABLE F=FLAT "
025800             "RATE, CURRENTLY " PRD-RATE-BASIS "): "
025900     ACCEPT PRD-RATE-BASIS
026000     IF NOT PRD-RATE-SLAB AND NOT PRD-RATE-FLAT
026100         DISPLAY "PRODMNT: INVALID RATE BASIS " PRD-RATE-BASIS
026200         GO TO 3500-CAPTURE-RULES-EXIT
026300     END-IF
026400     DISPLAY "ENTER INTEREST RATE - THE FLAT ACCRUAL RATE AND "
026500             "THE TERM RATE AT MATURITY (CURRENTLY "
026600             PRD-INT-RATE "): "
026700     ACCEPT PRD-INT-RATE
026800     IF PRD-RATE-FLAT AND PRD-EARNS-INTEREST
026900         AND PRD-INT-RATE = 0
027000         DISPLAY "PRODMNT: A FLAT-RATE PRODUCT NEEDS A RATE"
027100         GO TO 3500-CAPTURE-RULES-EXIT
027200     END-IF
027300     DISPLAY "ENTER TERM IN DAYS (CURRENTLY " PRD-TERM-DAYS
027400             "): "
027500     ACCEPT PRD-TERM-DAYS
027600     IF PRD-BASE-TERM AND PRD-TERM-DAYS = 0
027700         DISPLAY "PRODMNT: A TERM DEPOSIT PRODUCT NEEDS A TERM"
027800         GO TO 3500-CAPTURE-RULES-EXIT
027900     END-IF
028000     IF NOT PRD-BASE-TERM AND PRD-TERM-DAYS NOT = 0
028100         DISPLAY "PRODMNT: ONLY A TERM DEPOSIT PRODUCT HAS A "
028200                 "TERM"
028300         GO TO 3500-CAPTURE-RULES-EXIT
028400     END-IF
028500     DISPLAY "ENTER FEE PLAN (CURRENTLY " PRD-FEE-PLAN "): "
028600     ACCEPT PRD-FEE-PLAN
028700     IF PRD-FEE-PLAN = SPACE
028800         MOVE PRD-BASE-TYPE TO PRD-FEE-PLAN
028900     END-IF
029000     DISPLAY "OVERDRAFT ALLOWED? (Y/N, CURRENTLY "
029100             PRD-OD-ALLOWED "): "
029200     ACCEPT PRD-OD-ALLOWED
029300     IF PRD-OD-ALLOWED NOT = "Y"
029400         MOVE "N" TO PRD-OD-ALLOWED
029500     END-IF
029600     IF PRD-OVERDRAFT-ALLOWED AND NOT PRD-BASE-CURRENT
029700         DISPLAY "PRODMNT: ONLY A CURRENT ACCOUNT PRODUCT MAY "
029800                 "CARRY AN OVERDRAFT"
029900         GO TO 3500-CAPTURE-RULES-EXIT
030000     END-IF
030100
030101*    ONLY A LOAN PRODUCT CARRIES COLLATERAL RULES.
030102     IF NOT PRD-BASE-LOAN
030103         MOVE "N" TO PRD-COLLATERAL-REQD
030104         MOVE 0 TO PRD-MAX-LTV-PCT
030105         MOVE 0 TO PRD-REVAL-MONTHS
030106         SET WS-RULES-OK TO TRUE
030107         GO TO 3500-CAPTURE-RULES-EXIT
030108     END-IF
030109     PERFORM 3600-CAPTURE-COLL-RULES
030110         THRU 3600-CAPTURE-COLL-RULES-EXIT.
030112 3500-CAPTURE-RULES-EXIT.
030114     EXIT.
030116
030118*-----------------------------------------------------------------
030120* TAKE A LOAN PRODUCT'S COLLATERAL RULES.  A SECURED PRODUCT
030122* NEEDS A LOAN-TO-VALUE CEILING AND A REVALUATION CYCLE; AN
030124* UNSECURED ONE HAS NEITHER.  A PRODUCT SET UP BEFORE THESE
030126* RULES EXISTED SHOWS THEM AS ZERO.
030128*-----------------------------------------------------------------
030130 3600-CAPTURE-COLL-RULES.
030132     IF PRD-MAX-LTV-PCT NOT NUMERIC
030134         MOVE 0 TO PRD-MAX-LTV-PCT
030136     END-IF
030138     IF PRD-REVAL-MONTHS NOT NUMERIC
030140         MOVE 0 TO PRD-REVAL-MONTHS
030142     END-IF
030144     DISPLAY "COLLATERAL REQUIRED? (Y/N, CURRENTLY "
030146             PRD-COLLATERAL-REQD "): "
030148     ACCEPT PRD-COLLATERAL-REQD
030150     IF PRD-COLLATERAL-REQD NOT = "Y"
030152         MOVE "N" TO PRD-COLLATERAL-REQD
030154         MOVE 0 TO PRD-MAX-LTV-PCT
030156         MOVE 0 TO PRD-REVAL-MONTHS
030158         SET WS-RULES-OK TO TRUE
030160         GO TO 3600-CAPTURE-COLL-RULES-EXIT
030162     END-IF
030164     DISPLAY "ENTER MAXIMUM LOAN-TO-VALUE PCT (CURRENTLY "
030166             PRD-MAX-LTV-PCT "): "
030168     ACCEPT PRD-MAX-LTV-PCT
030170     IF PRD-MAX-LTV-PCT = 0 OR PRD-MAX-LTV-PCT > 100
030172         DISPLAY "PRODMNT: LOAN-TO-VALUE MUST BE 1 TO 100 PCT"
030174         GO TO 3600-CAPTURE-COLL-RULES-EXIT
030176     END-IF
030178     DISPLAY "ENTER REVALUATION CYCLE IN MONTHS (CURRENTLY "
030180             PRD-REVAL-MONTHS "): "
030182     ACCEPT PRD-REVAL-MONTHS
030184     IF PRD-REVAL-MONTHS = 0
030186         DISPLAY "PRODMNT: A SECURED PRODUCT NEEDS A "
030188                 "REVALUATION CYCLE"
030190         GO TO 3600-CAPTURE-COLL-RULES-EXIT
030192     END-IF
030194     SET WS-RULES-OK TO TRUE.
030196 3600-CAPTURE-COLL-RULES-EXIT.
030198     EXIT.
030400
030500*-----------------------------------------------------------------
030600* CHANGE AN EXISTING PRODUCT'S RULES.  THE BASE TYPE STAYS -
030700* ACCOUNTS ARE ALREADY OPEN UNDER IT.  A NEW MINIMUM BALANCE IS
030800* CARRIED ONTO THOSE ACCOUNTS.
030900*-----------------------------------------------------------------
031000 4000-CHANGE-PRODUCT.
031100     PERFORM 8500-READ-PRODUCT
031200         THRU 8500-READ-PRODUCT-EXIT
031300     IF WS-PRODUCT-CODE = SPACES
031400         GO TO 4000-CHANGE-PRODUCT-EXIT
031500     END-IF
031600     MOVE PRODUCT-RECORD TO WS-BEFORE-IMAGE
031700     MOVE PRD-MIN-BAL TO WS-OLD-MIN-BAL
031800
031900     PERFORM 3500-CAPTURE-RULES
032000         THRU 3500-CAPTURE-RULES-EXIT
032100     IF NOT WS-RULES-OK
032200         GO TO 4000-CHANGE-PRODUCT-EXIT
032300     END-IF
032400     MOVE WS-TODAYS-DATE TO PRD-LAST-CHANGE-DATE
032500     MOVE WS-OPERATOR-ID TO PRD-LAST-CHANGED-BY
032600
032700     PERFORM 8600-REWRITE-PRODUCT
032800         THRU 8600-REWRITE-PRODUCT-EXIT
032900     IF NOT WS-PRODMSTR-OK
033000         GO TO 4000-CHANGE-PRODUCT-EXIT
033100     END-IF
033200     DISPLAY "PRODMNT: PRODUCT " WS-PRODUCT-CODE " CHANGED"
033300
033400     IF PRD-MIN-BAL NOT = WS-OLD-MIN-BAL
033500         PERFORM 4500-RESTAMP-ACCOUNTS
033600             THRU 4500-RESTAMP-ACCOUNTS-EXIT
033700     END-IF.
033800 4000-CHANGE-PRODUCT-EXIT.
033900     EXIT.
034000
034100*-----------------------------------------------------------------
034200* CARRY THE PRODUCT'S NEW MINIMUM BALANCE ONTO EVERY ACCOUNT
034300* OPEN UNDER IT, SO THE COUNTER PROGRAMS' FLOOR AND THE BATCH
034400* REPORTS AGREE.
034500*-----------------------------------------------------------------
034600 4500-RESTAMP-ACCOUNTS.
034700     MOVE 0 TO WS-RESTAMP-COUNT
034800     MOVE "N" TO WS-EOF-SW
034900     OPEN I-O ACCOUNT-MASTER
035000     IF NOT WS-ACCMSTR-OK
035100         DISPLAY "PRODMNT: UNABLE TO OPEN ACCOUNT MASTER, "
035200                 "STATUS = " WS-ACCMSTR-STATUS
035300                 " - ACCOUNT MINIMUMS NOT UPDATED"
035400         GO TO 4500-RESTAMP-ACCOUNTS-EXIT
035500     END-IF
035600     READ ACCOUNT-MASTER NEXT RECORD
035700         AT END
035800             SET WS-EOF TO TRUE
035900     END-READ
036000     PERFORM 4600-RESTAMP-ONE-ACCOUNT
036100         THRU 4600-RESTAMP-ONE-ACCOUNT-EXIT
036200         UNTIL WS-EOF
036300     CLOSE ACCOUNT-MASTER
036400     DISPLAY "PRODMNT: MINIMUM BALANCE UPDATED ON "
036500             WS-RESTAMP-COUNT " ACCOUNTS".
036600 4500-RESTAMP-ACCOUNTS-EXIT.
036700     EXIT.
036800
036900*-----------------------------------------------------------------
037000* ONE ACCOUNT OF THE SWEEP - UPDATE IT IF IT IS UNDER THE
037100* PRODUCT AND STILL OPEN, THEN ADVANCE.
037200*-----------------------------------------------------------------
037300 4600-RESTAMP-ONE-ACCOUNT.
037400     IF ACCT-PRODUCT-CODE = PRD-CODE
037500         AND NOT ACCT-STATUS-CLOSED
037600         MOVE PRD-MIN-BAL TO ACCT-MIN-BAL
037700         REWRITE ACCOUNT-RECORD
037800             INVALID KEY
037900                 DISPLAY "PRODMNT: UNABLE TO REWRITE ACCOUNT "
038000                         ACCT-NUMBER
038100             NOT INVALID KEY
038200                 ADD 1 TO WS-RESTAMP-COUNT
038300         END-REWRITE
038400     END-IF
038500     READ ACCOUNT-MASTER NEXT RECORD
038600         AT END
038700             SET WS-EOF TO TRUE
038800     END-READ.
038900 4600-RESTAMP-ONE-ACCOUNT-EXIT.
039000     EXIT.
039100
039200*-----------------------------------------------------------------
039300* TAKE A PRODUCT OFF SALE, OR PUT A WITHDRAWN ONE BACK ON.
039400* ACCOUNTS ALREADY OPEN UNDER A WITHDRAWN PRODUCT KEEP RUNNING
039500* UNDER ITS RULES - ONLY NEW OPENINGS ARE REFUSED.
039600*-----------------------------------------------------------------
039700 5000-TOGGLE-SALE.
039800     PERFORM 8500-READ-PRODUCT
039900         THRU 8500-READ-PRODUCT-EXIT
040000     IF WS-PRODUCT-CODE = SPACES
040100         GO TO 5000-TOGGLE-SALE-EXIT
040200     END-IF
040300     MOVE PRODUCT-RECORD TO WS-BEFORE-IMAGE
040400     IF PRD-STATUS-OPEN
040500         SET PRD-STATUS-WITHDRAWN TO TRUE
040600     ELSE
040700         SET PRD-STATUS-OPEN TO TRUE
040800     END-IF
040900     MOVE WS-TODAYS-DATE TO PRD-LAST-CHANGE-DATE
041000     MOVE WS-OPERATOR-ID TO PRD-LAST-CHANGED-BY
041100     PERFORM 8600-REWRITE-PRODUCT
041200         THRU 8600-REWRITE-PRODUCT-EXIT
041300     IF NOT WS-PRODMSTR-OK
041400         GO TO 5000-TOGGLE-SALE-EXIT
041500     END-IF
041600     IF PRD-STATUS-OPEN
041700         DISPLAY "PRODMNT: PRODUCT " WS-PRODUCT-CODE
041800                 " IS BACK ON SALE"
041900     ELSE
042000         DISPLAY "PRODMNT: PRODUCT " WS-PRODUCT-CODE
042100                 " WITHDRAWN FROM SALE"
042200     END-IF.
042300 5000-TOGGLE-SALE-EXIT.
042400     EXIT.
042500
042600*-----------------------------------------------------------------
042700* LIST EVERY PRODUCT ON THE MASTER.
042800*-----------------------------------------------------------------
042900 6000-LIST-PRODUCTS.
043000     DISPLAY "CODE NAME                 T S MIN BAL IB  RATE  "
043100             "TERM F O C LTV RV"
043200     MOVE "N" TO WS-EOF-SW
043300     MOVE LOW-VALUES TO PRD-CODE
043400     START PRODUCT-MASTER
043500         KEY IS NOT LESS THAN PRD-CODE
043600         INVALID KEY
043700             SET WS-EOF TO TRUE
043800     END-START
043900     PERFORM 6100-LIST-ONE-PRODUCT
044000         THRU 6100-LIST-ONE-PRODUCT-EXIT
044100         UNTIL WS-EOF
044200     DISPLAY "PRODMNT: " WS-LIST-COUNT " PRODUCTS LISTED".
044300 6000-LIST-PRODUCTS-EXIT.
044400     EXIT.
044500
044600*-----------------------------------------------------------------
044700* DISPLAY ONE PRODUCT LINE AND ADVANCE.
044800*-----------------------------------------------------------------
044900 6100-LIST-ONE-PRODUCT.
045000     READ PRODUCT-MASTER NEXT RECORD
045100         AT END
045200             SET WS-EOF TO TRUE
045300             GO TO 6100-LIST-ONE-PRODUCT-EXIT
045400     END-READ
045500     MOVE PRD-CODE         TO LST-CODE
045600     MOVE PRD-NAME         TO LST-NAME
045700     MOVE PRD-BASE-TYPE    TO LST-BASE-TYPE
045800     MOVE PRD-STATUS       TO LST-STATUS
045900     MOVE PRD-MIN-BAL      TO LST-MIN-BAL
046000     MOVE PRD-INT-ELIGIBLE TO LST-INT-ELIGIBLE
046100     MOVE PRD-RATE-BASIS   TO LST-RATE-BASIS
046200     MOVE PRD-INT-RATE     TO LST-INT-RATE
046300     MOVE PRD-TERM-DAYS    TO LST-TERM-DAYS
046400     MOVE PRD-FEE-PLAN     TO LST-FEE-PLAN
046500     MOVE PRD-OD-ALLOWED   TO LST-OD-ALLOWED
046508     MOVE PRD-COLLATERAL-REQD TO LST-COLLATERAL-REQD
046516     IF PRD-MAX-LTV-PCT NUMERIC
046524         MOVE PRD-MAX-LTV-PCT  TO LST-MAX-LTV-PCT
046532     ELSE
046540         MOVE 0 TO LST-MAX-LTV-PCT
046548     END-IF
046556     IF PRD-REVAL-MONTHS NUMERIC
046564         MOVE PRD-REVAL-MONTHS TO LST-REVAL-MONTHS
046573     ELSE
046582         MOVE 0 TO LST-REVAL-MONTHS
046591     END-IF
046600     DISPLAY WS-LIST-LINE
046700     ADD 1 TO WS-LIST-COUNT.
046800 6100-LIST-ONE-PRODUCT-EXIT.
046900     EXIT.
047000
047100*-----------------------------------------------------------------
047200* TAKE A PRODUCT CODE AND READ THE PRODUCT.  A BLANK CODE OR A
047300* MISS COMES BACK AS A BLANK CODE.
047400*-----------------------------------------------------------------
047500 8500-READ-PRODUCT.
047600     DISPLAY "ENTER PRODUCT CODE: "
047700     ACCEPT WS-PRODUCT-CODE
047800     IF WS-PRODUCT-CODE = SPACES
047900         GO TO 8500-READ-PRODUCT-EXIT
048000     END-IF
048100     MOVE WS-PRODUCT-CODE TO PRD-CODE
048200     READ PRODUCT-MASTER
048300         KEY IS PRD-CODE
048400         INVALID KEY
048500             DISPLAY "PRODMNT: PRODUCT " WS-PRODUCT-CODE
048600                     " NOT ON THE PRODUCT MASTER"
048700             MOVE SPACES TO WS-PRODUCT-CODE
048800     END-READ.
048900 8500-READ-PRODUCT-EXIT.
049000     EXIT.
049100
049200*-----------------------------------------------------------------
049300* REWRITE THE PRODUCT JUST CHANGED AND JOURNAL IT.
049400*-----------------------------------------------------------------
049500 8600-REWRITE-PRODUCT.
049600     REWRITE PRODUCT-RECORD
049700         INVALID KEY
049800             DISPLAY "PRODMNT: UNABLE TO REWRITE PRODUCT "
049900                     WS-PRODUCT-CODE
050000             GO TO 8600-REWRITE-PRODUCT-EXIT
050100     END-REWRITE
050200     PERFORM 9000-JOURNAL-CHANGE
050300         THRU 9000-JOURNAL-CHANGE-EXIT.
050400 8600-REWRITE-PRODUCT-EXIT.
050500     EXIT.
050600
050700*-----------------------------------------------------------------
050800* WRITE THE PRODUCT'S BEFORE/AFTER IMAGE TO THE MAINTENANCE
050900* JOURNAL.
051000*-----------------------------------------------------------------
051100 9000-JOURNAL-CHANGE.
051200     MOVE SPACES TO WS-JRNL-KEY
051300     MOVE PRD-CODE TO WS-JRNL-KEY
051400     MOVE PRODUCT-RECORD TO WS-AFTER-IMAGE
051500     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
051600                          WS-JRNL-KEY WS-BEFORE-IMAGE
051700                          WS-AFTER-IMAGE.
051800 9000-JOURNAL-CHANGE-EXIT.
051900     EXIT.
052000
052100*-----------------------------------------------------------------
052200* CLOSE DOWN THE FILE BEFORE ENDING THE RUN.
052300*-----------------------------------------------------------------
052400 9999-TERMINATE.
052500     IF WS-OPERATOR-OK
052600         CLOSE PRODUCT-MASTER
052700     END-IF.
052800 9999-TERMINATE-EXIT.
052900     EXIT.
