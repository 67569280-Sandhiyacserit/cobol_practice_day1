000100*****************************************************************
000200* PROGRAM      : LOANAPP                                        *
000300* DESCRIPTION  : LOAN APPLICATION AND SANCTION.  CAPTURES A     *
000400*                CUSTOMER'S LOAN APPLICATION - AMOUNT, PURPOSE, *
000500*                TERM, RATE (FIXED, OR A BENCHMARK PLUS SPREAD  *
000510*                WITH ITS RESET TERMS) AND DECLARED MONTHLY     *
000520*                INCOME - ON THE APPLICATION REGISTER, RUNS THE *
000600*                ELIGIBILITY CHECK (KYC ON FILE AND CURRENT,    *
000700*                CUSTOMER NOT HIGH RISK OR DECEASED, LOAN       *
000800*                EXPOSURE WITHIN THE CEILING, ALL EMIS WITHIN   *
000900*                THE SHARE OF INCOME ALLOWED), AND TAKES A      *
001000*                SUPERVISOR'S SANCTION OR REJECTION.  A         *
001100*                SANCTION MAY NOT EXCEED THE AMOUNT ASKED FOR   *
001200*                OR THE SUPERVISOR'S OWN SANCTION LIMIT, AND    *
001300*                THE OPERATOR WHO CAPTURED THE APPLICATION MAY  *
001400*                NOT SANCTION IT.  LOANOPEN DISBURSES ONLY      *
001500*                AGAINST A SANCTIONED APPLICATION.  EVERY       *
001600*                CHANGE IS JOURNALLED THROUGH MNTJRNL.          *
001700*                REQUIRES AN OPERATOR LOGIN.                    *
001900*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. LOANAPP.
002200 AUTHOR. S NATARAJAN.
002300 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED.
002600
002700*****************************************************************
002800* MODIFICATION HISTORY                                          *
002900*-----------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION                                  *
003100* 2026-10-15 SN    NEW PROGRAM - APPLICATION, ELIGIBILITY AND   *
003200*                  SANCTION AHEAD OF LOANOPEN.                  *
003201* 2026-10-15 SN    AN APPLICATION IS NOW FIXED OR FLOATING      *
003202*                  RATE. A FLOATING-RATE APPLICATION CARRIES    *
003203*                  ITS BENCHMARK, SPREAD, RESET FREQUENCY AND   *
003204*                  RESET CHOICE, AND IS PRICED AT THE BENCHMARK *
003205*                  RATE IN FORCE TODAY PLUS THE SPREAD.         *
003206* 2026-10-15 SN    AN APPLICATION NOW NAMES THE LOAN PRODUCT IT *
003207*                  IS MADE UNDER, CHECKED THROUGH PRDLKUP. A    *
003208*                  SECURED PRODUCT IS FLAGGED FOR COLLATERAL    *
003209*                  REGISTRATION.                                *
003209* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
003209*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
003209*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LOAN-APPLICATION ASSIGN TO "LAPPFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS LAPP-NUMBER
004200         FILE STATUS IS WS-LAPPFILE-STATUS.
004300
004400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CUST-NUMBER
004800         ALTERNATE RECORD KEY IS CUST-NAME
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-CUSTMSTR-STATUS.
005100
005200     SELECT KYC-REGISTER ASSIGN TO "KYCFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS KYC-CUST-NUMBER
005600         FILE STATUS IS WS-KYCFILE-STATUS.
005700
005800     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS LOAN-NUMBER
006200         FILE STATUS IS WS-LOANMSTR-STATUS.
006300
006400     SELECT OPERATOR-MASTER ASSIGN TO "OPRFILE"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS OPR-ID
006800         FILE STATUS IS WS-OPRFILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  LOAN-APPLICATION
007300     LABEL RECORDS ARE STANDARD.
007400     COPY LAPPREC.
007500
007600 FD  CUSTOMER-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800     COPY CUSTREC.
007900
008000 FD  KYC-REGISTER
008100     LABEL RECORDS ARE STANDARD.
008200     COPY KYCREC.
008300
008400 FD  LOAN-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600     COPY LOANREC.
008700
008800 FD  OPERATOR-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000     COPY OPRREC.
009100
009200 WORKING-STORAGE SECTION.
009300 01  WS-LAPPFILE-STATUS       PIC X(02).
009400     88  WS-LAPPFILE-OK       VALUE "00".
009500     88  WS-LAPPFILE-NOTFOUND VALUE "35".
009600
009700 01  WS-CUSTMSTR-STATUS       PIC X(02).
009800     88  WS-CUSTMSTR-OK       VALUE "00".
009900
010000 01  WS-KYCFILE-STATUS        PIC X(02).
010100     88  WS-KYCFILE-OK        VALUE "00".
010200     88  WS-KYCFILE-NOTFOUND  VALUE "35".
010300
010400 01  WS-LOANMSTR-STATUS       PIC X(02).
010500     88  WS-LOANMSTR-OK       VALUE "00".
010600     88  WS-LOANMSTR-NOTFOUND VALUE "35".
010700
010800 01  WS-OPRFILE-STATUS        PIC X(02).
010900     88  WS-OPRFILE-OK        VALUE "00".
011000
011100 01  WS-FUNCTION-CODE         PIC 9(01).
011200 01  WS-APP-NUMBER            PIC 9(06).
011300 01  WS-TODAYS-DATE           PIC 9(08).
011400 01  WS-OPERATOR-ID           PIC 9(04).
011500 01  WS-OPERATOR-AUTH         PIC X(01).
011600 01  WS-CONFIRM               PIC X(01).
011700 01  WS-SANCTION-AMOUNT       PIC 9(09).
011800 01  WS-SANCTION-LIMIT        PIC 9(09).
011900 01  WS-DECISION-NOTE         PIC X(30).
012000 01  WS-STAGE-NAME            PIC X(12).
012010 01  WS-BENCHMARK-RATE        PIC 9(03)V99.
012020 01  WS-RESET-CHOICE          PIC X(06).
012030
012040*    THE LOAN PRODUCT APPLIED FOR, THROUGH PRDLKUP.
012050 01  WS-LOAN-TYPE-CODE        PIC X(01) VALUE "L".
012060 01  WS-PRODUCT-FOUND-SW      PIC X(01).
012070     88  WS-PRODUCT-FOUND     VALUE "Y".
012080     88  WS-PRODUCT-NOT-FOUND VALUE "N".
012090     COPY PRODREC.
012100
012200*    ELIGIBILITY RULES.  EXPOSURE IS THE CUSTOMER'S OUTSTANDING
012300*    LOAN PRINCIPAL PLUS THE AMOUNT NOW ASKED FOR; THE EMI SHARE
012400*    IS ALL THEIR EMIS, EXISTING AND PROPOSED, AS A PERCENTAGE OF
012500*    THE MONTHLY INCOME THEY DECLARED.
012600 01  WS-MAX-EXPOSURE          PIC 9(11) VALUE 5000000.
012700 01  WS-MAX-EMI-PCT           PIC 9(03)V99 VALUE 50.00.
012800 01  WS-TOTAL-EXPOSURE        PIC 9(11).
012900 01  WS-TOTAL-EMI             PIC 9(10).
013000 01  WS-OUTSTANDING           PIC 9(11).
013100
013200 01  WS-MONTHLY-RATE          PIC 9(01)V9(09).
013300 01  WS-FACTOR                PIC 9(03)V9(09).
013400 01  WS-TERM-COUNT            PIC 9(03) COMP.
013500
013600 01  WS-JRNL-FILE             PIC X(08) VALUE "LAPPFILE".
013700 01  WS-JRNL-KEY              PIC X(12).
013800 01  WS-BEFORE-IMAGE          PIC X(100).
013900 01  WS-AFTER-IMAGE           PIC X(100).
014000
014100 01  WS-SWITCHES.
014200     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
014300         88  WS-OPERATOR-OK   VALUE "Y".
014400     05  WS-LAPP-OPEN-SW      PIC X(01) VALUE "N".
014500         88  WS-LAPP-OPEN     VALUE "Y".
014600     05  WS-APP-FOUND-SW      PIC X(01) VALUE "N".
014700         88  WS-APP-FOUND     VALUE "Y".
014800     05  WS-LOAN-EOF-SW       PIC X(01) VALUE "N".
014900         88  WS-LOAN-EOF      VALUE "Y".
014910     05  WS-PRICING-SW        PIC X(01) VALUE "N".
014920         88  WS-PRICING-OK    VALUE "Y".
014930     05  WS-BMK-FOUND-SW      PIC X(01) VALUE "N".
014940         88  WS-BMK-FOUND     VALUE "Y".
014940
014940 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "LOANAPP".
014940 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
014940 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
014940     88  WS-ENTITLED          VALUE "Y".
015000
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE
015400         THRU 1000-INITIALIZE-EXIT
015500
015600     IF WS-OPERATOR-OK
015700         PERFORM 2000-PROCESS-FUNCTION
015800             THRU 2000-PROCESS-FUNCTION-EXIT
015900     END-IF
016000
016100     PERFORM 9999-TERMINATE
016200         THRU 9999-TERMINATE-EXIT
016300
016400     STOP RUN.
016500
016600*-----------------------------------------------------------------
016700* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE APPLICATION REGISTER,
016800* CREATING IT IF IT HAS NEVER BEEN SET UP.
016900*-----------------------------------------------------------------
017000 1000-INITIALIZE.
017100     MOVE "N" TO WS-OPERATOR-SW
017200     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
017300                           WS-OPERATOR-AUTH
017400     IF NOT WS-OPERATOR-OK
017500         DISPLAY "LOANAPP: OPERATOR LOGIN FAILED, "
017600                 "APPLICATION REFUSED"
017700         GO TO 1000-INITIALIZE-EXIT
017800     END-IF
017800     MOVE "N" TO WS-ENTITLED-SW
017800     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
017800                          WS-ENTL-MODE WS-ENTITLED-SW
017800     IF NOT WS-ENTITLED
017800         DISPLAY "LOANAPP: OPERATOR " WS-OPERATOR-ID " IS NOT "
017800                 "ENTITLED TO LOANAPP, REFUSED"
017800         MOVE "N" TO WS-OPERATOR-SW
017800         GO TO 1000-INITIALIZE-EXIT
017800     END-IF
017900
018000     CALL "BUSDATE" USING WS-TODAYS-DATE
018100
018200     OPEN I-O LOAN-APPLICATION
018300     IF WS-LAPPFILE-NOTFOUND
018400         OPEN OUTPUT LOAN-APPLICATION
018500         CLOSE LOAN-APPLICATION
018600         OPEN I-O LOAN-APPLICATION
018700     END-IF
018800     IF NOT WS-LAPPFILE-OK
018900         DISPLAY "LOANAPP: UNABLE TO OPEN APPLICATION REGISTER, "
019000                 "STATUS = " WS-LAPPFILE-STATUS
019100         MOVE "N" TO WS-OPERATOR-SW
019200         GO TO 1000-INITIALIZE-EXIT
019300     END-IF
019400     SET WS-LAPP-OPEN TO TRUE.
019500 1000-INITIALIZE-EXIT.
019600     EXIT.
019700
019800*-----------------------------------------------------------------
019900* TAKE ONE FUNCTION AND ACT ON IT.
020000*-----------------------------------------------------------------
020100 2000-PROCESS-FUNCTION.
020200     DISPLAY "1. CAPTURE APPLICATION"
020300     DISPLAY "2. ELIGIBILITY CHECK"
020400     DISPLAY "3. SANCTION APPLICATION (SUPERVISOR)"
020500     DISPLAY "4. REJECT APPLICATION (SUPERVISOR)"
020600     DISPLAY "5. ENQUIRE ON APPLICATION"
020700     DISPLAY "ENTER FUNCTION: "
020800     ACCEPT WS-FUNCTION-CODE
020900
021000     EVALUATE WS-FUNCTION-CODE
021100         WHEN 1
021200             PERFORM 3000-CAPTURE-APPLICATION
021300                 THRU 3000-CAPTURE-APPLICATION-EXIT
021400         WHEN 2
021500             PERFORM 4000-CHECK-ELIGIBILITY
021600                 THRU 4000-CHECK-ELIGIBILITY-EXIT
021700         WHEN 3
021800             PERFORM 5000-SANCTION-APPLICATION
021900                 THRU 5000-SANCTION-APPLICATION-EXIT
022000         WHEN 4
022100             PERFORM 6000-REJECT-APPLICATION
022200                 THRU 6000-REJECT-APPLICATION-EXIT
022300         WHEN 5
022400             PERFORM 7000-ENQUIRE-APPLICATION
022500                 THRU 7000-ENQUIRE-APPLICATION-EXIT
022600         WHEN OTHER
022700             DISPLAY "LOANAPP: INVALID FUNCTION"
022800     END-EVALUATE.
022900 2000-PROCESS-FUNCTION-EXIT.
023000     EXIT.
023100
023200*-----------------------------------------------------------------
023300* CAPTURE A NEW APPLICATION AGAINST A CUSTOMER ON THE CUSTOMER
023400* MASTER.  IT GOES ON THE REGISTER AT THE CAPTURED STAGE.
023500*-----------------------------------------------------------------
023600 3000-CAPTURE-APPLICATION.
023700     DISPLAY "ENTER NEW APPLICATION NUMBER: "
023800     ACCEPT WS-APP-NUMBER
023900     IF WS-APP-NUMBER NOT > 0
024000         DISPLAY "LOANAPP: INVALID APPLICATION NUMBER"
024100         GO TO 3000-CAPTURE-APPLICATION-EXIT
024200     END-IF
024300
024400     MOVE WS-APP-NUMBER TO LAPP-NUMBER
024500     READ LOAN-APPLICATION
024600         KEY IS LAPP-NUMBER
024700         INVALID KEY
024800             CONTINUE
024900     END-READ
025000     IF WS-LAPPFILE-OK
025100         DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER
025200                 " ALREADY ON FILE"
025300         GO TO 3000-CAPTURE-APPLICATION-EXIT
025400     END-IF
025500
025600     MOVE SPACES TO LOAN-APPLICATION-RECORD
025700     MOVE WS-APP-NUMBER TO LAPP-NUMBER
025800
025900     DISPLAY "ENTER CUSTOMER NUMBER: "
026000     ACCEPT LAPP-CUST-NUMBER
026100     OPEN INPUT CUSTOMER-MASTER
026200     IF NOT WS-CUSTMSTR-OK
026300         DISPLAY "LOANAPP: UNABLE TO OPEN CUSTOMER MASTER, "
026400                 "STATUS = " WS-CUSTMSTR-STATUS
026500         GO TO 3000-CAPTURE-APPLICATION-EXIT
026600     END-IF
026700     MOVE LAPP-CUST-NUMBER TO CUST-NUMBER
026800     READ CUSTOMER-MASTER
026900         KEY IS CUST-NUMBER
027000         INVALID KEY
027100             DISPLAY "LOANAPP: CUSTOMER " LAPP-CUST-NUMBER
027200                     " NOT ON CUSTOMER MASTER"
027300             CLOSE CUSTOMER-MASTER
027400             GO TO 3000-CAPTURE-APPLICATION-EXIT
027500     END-READ
027600     CLOSE CUSTOMER-MASTER
027700     DISPLAY "CUSTOMER: " CUST-NAME
027800
027900     DISPLAY "ENTER AMOUNT REQUESTED: "
028000     ACCEPT LAPP-REQ-AMOUNT
028100     IF LAPP-REQ-AMOUNT NOT > 0
028200         DISPLAY "LOANAPP: INVALID AMOUNT"
028300         GO TO 3000-CAPTURE-APPLICATION-EXIT
028400     END-IF
028500
028600     DISPLAY "ENTER PURPOSE OF LOAN: "
028700     ACCEPT LAPP-PURPOSE
028800     IF LAPP-PURPOSE = SPACES
028900         DISPLAY "LOANAPP: PURPOSE IS REQUIRED"
029000         GO TO 3000-CAPTURE-APPLICATION-EXIT
029100     END-IF
029200
029300     DISPLAY "ENTER DECLARED MONTHLY INCOME: "
029400     ACCEPT LAPP-MONTHLY-INCOME
029500     IF LAPP-MONTHLY-INCOME NOT > 0
029600         DISPLAY "LOANAPP: INVALID INCOME"
029700         GO TO 3000-CAPTURE-APPLICATION-EXIT
029800     END-IF
029900
030000     DISPLAY "ENTER TERM IN MONTHS: "
030100     ACCEPT LAPP-TERM-MONTHS
030200     IF LAPP-TERM-MONTHS NOT > 0
030300         DISPLAY "LOANAPP: INVALID TERM"
030400         GO TO 3000-CAPTURE-APPLICATION-EXIT
030500     END-IF
030600
030603*    A LOAN IS APPLIED FOR UNDER A LOAN PRODUCT FROM THE PRODUCT
030606*    MASTER, WHICH SAYS WHETHER IT MUST BE SECURED ON COLLATERAL.
030609*    NO PRODUCT CODE IS AN UNSECURED STANDARD LOAN.
030612     DISPLAY "ENTER LOAN PRODUCT CODE (BLANK = STANDARD LOAN): "
030615     ACCEPT LAPP-PRODUCT-CODE
030618     MOVE "N" TO WS-PRODUCT-FOUND-SW
030621     CALL "PRDLKUP" USING LAPP-PRODUCT-CODE WS-LOAN-TYPE-CODE
030624                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
030627     IF WS-PRODUCT-NOT-FOUND
030630         DISPLAY "LOANAPP: PRODUCT " LAPP-PRODUCT-CODE " NOT ON "
030633                 "THE PRODUCT MASTER"
030636         GO TO 3000-CAPTURE-APPLICATION-EXIT
030639     END-IF
030642     IF NOT PRD-BASE-LOAN
030645         DISPLAY "LOANAPP: PRODUCT " LAPP-PRODUCT-CODE " IS NOT "
030648                 "A LOAN PRODUCT"
030651         GO TO 3000-CAPTURE-APPLICATION-EXIT
030654     END-IF
030657     IF PRD-STATUS-WITHDRAWN
030660         DISPLAY "LOANAPP: PRODUCT " LAPP-PRODUCT-CODE " IS "
030663                 "WITHDRAWN FROM SALE"
030666         GO TO 3000-CAPTURE-APPLICATION-EXIT
030669     END-IF
030672     IF WS-PRODUCT-FOUND
030675         DISPLAY "PRODUCT: " PRD-NAME
030678     END-IF
030681     IF PRD-SECURED
030684         DISPLAY "LOANAPP: A SECURED PRODUCT - COLLATERAL MUST "
030688                 "BE REGISTERED THROUGH COLLMNT BEFORE "
030690                 "DISBURSEMENT"
030692     END-IF
030696
030700*    A FLOATING-RATE LOAN IS PRICED AT ITS BENCHMARK PLUS A
030800*    SPREAD - THE RATE HELD HERE IS TODAY'S, FOR THE ELIGIBILITY
030900*    CHECK, AND LOANOPEN REPRICES IT ON THE DAY OF DISBURSEMENT.
030904     DISPLAY "ENTER RATE TYPE (F=FIXED V=FLOATING): "
030908     ACCEPT LAPP-RATE-TYPE
030912     MOVE SPACES TO LAPP-BENCHMARK-CODE
030916     MOVE 0 TO LAPP-SPREAD-PCT
030920     MOVE 0 TO LAPP-RESET-MONTHS
030924     MOVE SPACES TO LAPP-RESET-OPTION
030928     EVALUATE LAPP-RATE-TYPE
030932         WHEN "F"
030936             DISPLAY "ENTER ANNUAL RATE PCT: "
030940             ACCEPT LAPP-RATE-PCT
030945         WHEN "V"
030950             PERFORM 3100-CAPTURE-FLOATING-TERMS
030955                 THRU 3100-CAPTURE-FLOATING-TERMS-EXIT
030960             IF NOT WS-PRICING-OK
030965                 GO TO 3000-CAPTURE-APPLICATION-EXIT
030970             END-IF
030975         WHEN OTHER
030980             DISPLAY "LOANAPP: INVALID RATE TYPE"
030985             GO TO 3000-CAPTURE-APPLICATION-EXIT
030990     END-EVALUATE
030995
031000     DISPLAY "CONFIRM APPLICATION " WS-APP-NUMBER " FOR "
031100             LAPP-REQ-AMOUNT " (Y/N): "
031200     ACCEPT WS-CONFIRM
031300     IF WS-CONFIRM NOT = "Y"
031400         DISPLAY "LOANAPP: APPLICATION ABANDONED"
031500         GO TO 3000-CAPTURE-APPLICATION-EXIT
031600     END-IF
031700
031800     SET LAPP-STAGE-CAPTURED TO TRUE
031900     MOVE WS-TODAYS-DATE TO LAPP-STAGE-DATE
032000     MOVE WS-TODAYS-DATE TO LAPP-CAPTURE-DATE
032100     MOVE WS-OPERATOR-ID TO LAPP-CAPTURE-OPERATOR
032200     MOVE SPACES TO LAPP-ELIG-REASON
032300     MOVE 0 TO LAPP-EXPOSURE
032400     MOVE 0 TO LAPP-EXISTING-EMI
032500     MOVE 0 TO LAPP-PROPOSED-EMI
032600     MOVE 0 TO LAPP-EMI-RATIO-PCT
032700     MOVE 0 TO LAPP-SANCTION-AMOUNT
032800     MOVE 0 TO LAPP-DECISION-OPERATOR
032900     MOVE 0 TO LAPP-DECISION-DATE
033000     MOVE SPACES TO LAPP-DECISION-NOTE
033100     MOVE 0 TO LAPP-LOAN-NUMBER
033200     MOVE 0 TO LAPP-DISB-AMOUNT
033300     MOVE 0 TO LAPP-DISB-DATE
033400
033500     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
033600     WRITE LOAN-APPLICATION-RECORD
033700         INVALID KEY
033800             DISPLAY "LOANAPP: UNABLE TO WRITE APPLICATION "
033900                     WS-APP-NUMBER
034000             GO TO 3000-CAPTURE-APPLICATION-EXIT
034100     END-WRITE
034200
034300     PERFORM 8500-JOURNAL-CHANGE
034400         THRU 8500-JOURNAL-CHANGE-EXIT
034500
034600     DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER
034700             " CAPTURED - RUN THE ELIGIBILITY CHECK NEXT".
034800 3000-CAPTURE-APPLICATION-EXIT.
034900     EXIT.
035000
035002*-----------------------------------------------------------------
035004* TAKE THE BENCHMARK, SPREAD AND RESET TERMS OF A FLOATING-RATE
035006* LOAN AND PRICE IT AT THE BENCHMARK RATE IN FORCE TODAY.
035008*-----------------------------------------------------------------
035010 3100-CAPTURE-FLOATING-TERMS.
035012     MOVE "N" TO WS-PRICING-SW
035014
035016     DISPLAY "ENTER BENCHMARK CODE: "
035018     ACCEPT LAPP-BENCHMARK-CODE
035020     CALL "BMRKRATE" USING LAPP-BENCHMARK-CODE WS-TODAYS-DATE
035022                           WS-BENCHMARK-RATE WS-BMK-FOUND-SW
035024     IF NOT WS-BMK-FOUND
035026         DISPLAY "LOANAPP: NO RATE IN FORCE FOR BENCHMARK "
035028                 LAPP-BENCHMARK-CODE
035030         GO TO 3100-CAPTURE-FLOATING-TERMS-EXIT
035032     END-IF
035034     DISPLAY "BENCHMARK RATE TODAY " WS-BENCHMARK-RATE " PCT"
035036
035038     DISPLAY "ENTER SPREAD OVER BENCHMARK PCT: "
035040     ACCEPT LAPP-SPREAD-PCT
035042
035044     DISPLAY "ENTER RESET FREQUENCY IN MONTHS (1, 3, 6 OR 12): "
035046     ACCEPT LAPP-RESET-MONTHS
035048     IF LAPP-RESET-MONTHS NOT = 1 AND 3 AND 6 AND 12
035050         DISPLAY "LOANAPP: INVALID RESET FREQUENCY"
035052         GO TO 3100-CAPTURE-FLOATING-TERMS-EXIT
035054     END-IF
035056
035058     DISPLAY "AT EACH RESET CHANGE THE EMI OR THE TENURE (E/T): "
035060     ACCEPT LAPP-RESET-OPTION
035062     IF NOT LAPP-RESET-EMI
035064     AND NOT LAPP-RESET-TENURE
035067         DISPLAY "LOANAPP: INVALID RESET CHOICE"
035070         GO TO 3100-CAPTURE-FLOATING-TERMS-EXIT
035073     END-IF
035076
035079     COMPUTE LAPP-RATE-PCT = WS-BENCHMARK-RATE + LAPP-SPREAD-PCT
035082     DISPLAY "LOANAPP: RATE TODAY " LAPP-RATE-PCT " PCT"
035085
035088     SET WS-PRICING-OK TO TRUE.
035091 3100-CAPTURE-FLOATING-TERMS-EXIT.
035094     EXIT.
035097
035100*-----------------------------------------------------------------
035200* RUN THE ELIGIBILITY CHECK ON A CAPTURED APPLICATION (OR RERUN
035300* IT ON ONE THAT FAILED, ONCE THE CUSTOMER HAS PUT THINGS
035400* RIGHT).  THE FIRST RULE BROKEN IS RECORDED AS THE REASON.
035500*-----------------------------------------------------------------
035600 4000-CHECK-ELIGIBILITY.
035700     PERFORM 8000-READ-APPLICATION
035800         THRU 8000-READ-APPLICATION-EXIT
035900     IF NOT WS-APP-FOUND
036000         GO TO 4000-CHECK-ELIGIBILITY-EXIT
036100     END-IF
036200
036300     IF NOT LAPP-STAGE-CAPTURED AND NOT LAPP-STAGE-FAILED
036400         PERFORM 8200-NAME-STAGE
036500             THRU 8200-NAME-STAGE-EXIT
036600         DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER " IS "
036700                 WS-STAGE-NAME ", ELIGIBILITY NOT RERUN"
036800         GO TO 4000-CHECK-ELIGIBILITY-EXIT
036900     END-IF
037000
037100     MOVE SPACES TO LAPP-ELIG-REASON
037200
037300     PERFORM 4100-CHECK-CUSTOMER
037400         THRU 4100-CHECK-CUSTOMER-EXIT
037500     IF LAPP-ELIG-PASSED
037600         PERFORM 4200-CHECK-KYC
037700             THRU 4200-CHECK-KYC-EXIT
037800     END-IF
037900
038000*    THE FIGURES ARE WORKED OUT EVEN WHEN AN EARLIER RULE HAS
038100*    FAILED, SO THE REGISTER SHOWS THE FULL PICTURE.
038200     PERFORM 4300-SUM-EXPOSURE
038300         THRU 4300-SUM-EXPOSURE-EXIT
038400     PERFORM 4500-COMPUTE-EMI
038500         THRU 4500-COMPUTE-EMI-EXIT
038600
038700     COMPUTE WS-TOTAL-EXPOSURE = LAPP-EXPOSURE + LAPP-REQ-AMOUNT
038800     IF LAPP-ELIG-PASSED
038900        AND WS-TOTAL-EXPOSURE > WS-MAX-EXPOSURE
039000         DISPLAY "LOANAPP: TOTAL EXPOSURE " WS-TOTAL-EXPOSURE
039100                 " WOULD EXCEED THE CEILING OF " WS-MAX-EXPOSURE
039200         MOVE "EXPO" TO LAPP-ELIG-REASON
039300     END-IF
039400
039500     COMPUTE WS-TOTAL-EMI = LAPP-EXISTING-EMI + LAPP-PROPOSED-EMI
039600     COMPUTE LAPP-EMI-RATIO-PCT ROUNDED =
039700             WS-TOTAL-EMI * 100 / LAPP-MONTHLY-INCOME
039800         ON SIZE ERROR
039900             MOVE 999.99 TO LAPP-EMI-RATIO-PCT
040000     END-COMPUTE
040100     IF LAPP-ELIG-PASSED
040200        AND LAPP-EMI-RATIO-PCT > WS-MAX-EMI-PCT
040300         DISPLAY "LOANAPP: EMIS WOULD TAKE " LAPP-EMI-RATIO-PCT
040400                 " PCT OF INCOME, ABOVE THE " WS-MAX-EMI-PCT
040500                 " PCT ALLOWED"
040600         MOVE "EMIR" TO LAPP-ELIG-REASON
040700     END-IF
040800
040900     IF LAPP-ELIG-PASSED
041000         SET LAPP-STAGE-ELIGIBLE TO TRUE
041100     ELSE
041200         SET LAPP-STAGE-FAILED TO TRUE
041300     END-IF
041400     MOVE WS-TODAYS-DATE TO LAPP-STAGE-DATE
041500
041600     PERFORM 8100-REWRITE-APPLICATION
041700         THRU 8100-REWRITE-APPLICATION-EXIT
041800
041900     DISPLAY "EXISTING EXPOSURE " LAPP-EXPOSURE
042000             " EXISTING EMI " LAPP-EXISTING-EMI
042100     DISPLAY "PROPOSED EMI " LAPP-PROPOSED-EMI
042200             " EMI SHARE OF INCOME " LAPP-EMI-RATIO-PCT " PCT"
042300     IF LAPP-ELIG-PASSED
042400         DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER
042500                 " IS ELIGIBLE - AWAITING SANCTION"
042600     ELSE
042700         DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER
042800                 " IS NOT ELIGIBLE, REASON " LAPP-ELIG-REASON
042900     END-IF.
043000 4000-CHECK-ELIGIBILITY-EXIT.
043100     EXIT.
043200
043300*-----------------------------------------------------------------
043400* THE CUSTOMER MUST STILL BE ON FILE, NOT DECEASED AND NOT
043500* GRADED HIGH RISK.
043600*-----------------------------------------------------------------
043700 4100-CHECK-CUSTOMER.
043800     OPEN INPUT CUSTOMER-MASTER
043900     IF NOT WS-CUSTMSTR-OK
044000         DISPLAY "LOANAPP: UNABLE TO OPEN CUSTOMER MASTER, "
044100                 "STATUS = " WS-CUSTMSTR-STATUS
044200         MOVE "NOCU" TO LAPP-ELIG-REASON
044300         GO TO 4100-CHECK-CUSTOMER-EXIT
044400     END-IF
044500
044600     MOVE LAPP-CUST-NUMBER TO CUST-NUMBER
044700     READ CUSTOMER-MASTER
044800         KEY IS CUST-NUMBER
044900         INVALID KEY
045000             DISPLAY "LOANAPP: CUSTOMER " LAPP-CUST-NUMBER
045100                     " NO LONGER ON CUSTOMER MASTER"
045200             MOVE "NOCU" TO LAPP-ELIG-REASON
045300     END-READ
045400     CLOSE CUSTOMER-MASTER
045500     IF NOT LAPP-ELIG-PASSED
045600         GO TO 4100-CHECK-CUSTOMER-EXIT
045700     END-IF
045800
045900     IF CUST-DECEASED
046000         DISPLAY "LOANAPP: CUSTOMER " LAPP-CUST-NUMBER
046100                 " IS RECORDED AS DECEASED"
046200         MOVE "DECD" TO LAPP-ELIG-REASON
046300         GO TO 4100-CHECK-CUSTOMER-EXIT
046400     END-IF
046500
046600     IF CUST-RISK-HIGH
046700         DISPLAY "LOANAPP: CUSTOMER " LAPP-CUST-NUMBER
046800                 " IS GRADED HIGH RISK"
046900         MOVE "RISK" TO LAPP-ELIG-REASON
047000     END-IF.
047100 4100-CHECK-CUSTOMER-EXIT.
047200     EXIT.
047300
047400*-----------------------------------------------------------------
047500* THE CUSTOMER'S KYC MUST BE ON THE REGISTER AND NOT EXPIRED.
047600*-----------------------------------------------------------------
047700 4200-CHECK-KYC.
047800     OPEN INPUT KYC-REGISTER
047900     IF WS-KYCFILE-NOTFOUND
048000         DISPLAY "LOANAPP: NO KYC ON FILE FOR CUSTOMER "
048100                 LAPP-CUST-NUMBER
048200         MOVE "KYCM" TO LAPP-ELIG-REASON
048300         GO TO 4200-CHECK-KYC-EXIT
048400     END-IF
048500     IF NOT WS-KYCFILE-OK
048600         DISPLAY "LOANAPP: UNABLE TO OPEN KYC REGISTER, "
048700                 "STATUS = " WS-KYCFILE-STATUS
048800         MOVE "KYCM" TO LAPP-ELIG-REASON
048900         GO TO 4200-CHECK-KYC-EXIT
049000     END-IF
049100
049200     MOVE LAPP-CUST-NUMBER TO KYC-CUST-NUMBER
049300     READ KYC-REGISTER
049400         KEY IS KYC-CUST-NUMBER
049500         INVALID KEY
049600             DISPLAY "LOANAPP: NO KYC ON FILE FOR CUSTOMER "
049700                     LAPP-CUST-NUMBER
049800             MOVE "KYCM" TO LAPP-ELIG-REASON
049900         NOT INVALID KEY
050000             IF KYC-EXPIRY-DATE < WS-TODAYS-DATE
050100                 DISPLAY "LOANAPP: KYC FOR CUSTOMER "
050200                         LAPP-CUST-NUMBER " EXPIRED ON "
050300                         KYC-EXPIRY-DATE
050400                 MOVE "KYCX" TO LAPP-ELIG-REASON
050500             END-IF
050600     END-READ
050700     CLOSE KYC-REGISTER.
050800 4200-CHECK-KYC-EXIT.
050900     EXIT.
051000
051100*-----------------------------------------------------------------
051200* TOTAL THE CUSTOMER'S ACTIVE LOANS - OUTSTANDING PRINCIPAL ON
051300* THE STRAIGHT-LINE CONVENTION LOANCLAS USES, AND THE EMIS.
051400*-----------------------------------------------------------------
051500 4300-SUM-EXPOSURE.
051600     MOVE 0 TO LAPP-EXPOSURE
051700     MOVE 0 TO LAPP-EXISTING-EMI
051800     MOVE "N" TO WS-LOAN-EOF-SW
051900
052000     OPEN INPUT LOAN-MASTER
052100     IF WS-LOANMSTR-NOTFOUND
052200         GO TO 4300-SUM-EXPOSURE-EXIT
052300     END-IF
052400     IF NOT WS-LOANMSTR-OK
052500         DISPLAY "LOANAPP: UNABLE TO OPEN LOAN MASTER, "
052600                 "STATUS = " WS-LOANMSTR-STATUS
052700         GO TO 4300-SUM-EXPOSURE-EXIT
052800     END-IF
052900
053000     PERFORM 4400-ADD-ONE-LOAN
053100         THRU 4400-ADD-ONE-LOAN-EXIT
053200         UNTIL WS-LOAN-EOF
053300
053400     CLOSE LOAN-MASTER.
053500 4300-SUM-EXPOSURE-EXIT.
053600     EXIT.
053700
053800*-----------------------------------------------------------------
053900* ADD ONE OF THE CUSTOMER'S ACTIVE LOANS TO THE EXPOSURE.
054000*-----------------------------------------------------------------
054100 4400-ADD-ONE-LOAN.
054200     READ LOAN-MASTER NEXT RECORD
054300         AT END
054400             SET WS-LOAN-EOF TO TRUE
054500             GO TO 4400-ADD-ONE-LOAN-EXIT
054600     END-READ
054700
054800     IF LOAN-CUST-NUMBER NOT = LAPP-CUST-NUMBER
054900        OR NOT LOAN-STATUS-ACTIVE
055000         GO TO 4400-ADD-ONE-LOAN-EXIT
055100     END-IF
055200
055300     COMPUTE WS-OUTSTANDING ROUNDED =
055400             LOAN-PRINCIPAL
055500             * (LOAN-TERM-MONTHS - LOAN-PAID-COUNT)
055600             / LOAN-TERM-MONTHS
055700     ADD WS-OUTSTANDING TO LAPP-EXPOSURE
055800     ADD LOAN-EMI-AMOUNT TO LAPP-EXISTING-EMI.
055900 4400-ADD-ONE-LOAN-EXIT.
056000     EXIT.
056100
056200*-----------------------------------------------------------------
056300* THE EMI THE REQUESTED LOAN WOULD CARRY, ON THE SAME LEVEL-EMI
056400* FORMULA LOANOPEN PRICES WITH.
056500*-----------------------------------------------------------------
056600 4500-COMPUTE-EMI.
056700     IF LAPP-RATE-PCT = 0
056800         COMPUTE LAPP-PROPOSED-EMI ROUNDED =
056900                 LAPP-REQ-AMOUNT / LAPP-TERM-MONTHS
057000         GO TO 4500-COMPUTE-EMI-EXIT
057100     END-IF
057200
057300     COMPUTE WS-MONTHLY-RATE ROUNDED =
057400             LAPP-RATE-PCT / 1200
057500     MOVE 1 TO WS-FACTOR
057600     MOVE 0 TO WS-TERM-COUNT
057700     PERFORM 4600-RAISE-ONE-MONTH
057800         THRU 4600-RAISE-ONE-MONTH-EXIT
057900         UNTIL WS-TERM-COUNT NOT LESS THAN LAPP-TERM-MONTHS
058000
058100     COMPUTE LAPP-PROPOSED-EMI ROUNDED =
058200             (LAPP-REQ-AMOUNT * WS-MONTHLY-RATE * WS-FACTOR)
058300             / (WS-FACTOR - 1).
058400 4500-COMPUTE-EMI-EXIT.
058500     EXIT.
058600
058700*-----------------------------------------------------------------
058800* MULTIPLY THE FACTOR BY ONE FURTHER MONTH'S (1 + R).
058900*-----------------------------------------------------------------
059000 4600-RAISE-ONE-MONTH.
059100     COMPUTE WS-FACTOR ROUNDED =
059200             WS-FACTOR * (1 + WS-MONTHLY-RATE)
059300     ADD 1 TO WS-TERM-COUNT.
059400 4600-RAISE-ONE-MONTH-EXIT.
059500     EXIT.
059600
059700*-----------------------------------------------------------------
059800* SANCTION AN ELIGIBLE APPLICATION.  SUPERVISOR ONLY, NOT THE
059900* OPERATOR WHO CAPTURED IT, AND NO MORE THAN THE AMOUNT ASKED
060000* FOR OR THE SUPERVISOR'S OWN SANCTION LIMIT.
060100*-----------------------------------------------------------------
060200 5000-SANCTION-APPLICATION.
060300     IF WS-OPERATOR-AUTH NOT = "S"
060400         DISPLAY "LOANAPP: OPERATOR " WS-OPERATOR-ID " IS NOT A "
060500                 "SUPERVISOR, SANCTION REFUSED"
060600         GO TO 5000-SANCTION-APPLICATION-EXIT
060700     END-IF
060800
060900     PERFORM 8000-READ-APPLICATION
061000         THRU 8000-READ-APPLICATION-EXIT
061100     IF NOT WS-APP-FOUND
061200         GO TO 5000-SANCTION-APPLICATION-EXIT
061300     END-IF
061400
061500     IF NOT LAPP-STAGE-ELIGIBLE
061600         PERFORM 8200-NAME-STAGE
061700             THRU 8200-NAME-STAGE-EXIT
061800         DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER " IS "
061900                 WS-STAGE-NAME ", ONLY AN ELIGIBLE APPLICATION "
062000                 "CAN BE SANCTIONED"
062100         GO TO 5000-SANCTION-APPLICATION-EXIT
062200     END-IF
062300
062400     IF LAPP-CAPTURE-OPERATOR = WS-OPERATOR-ID
062500         DISPLAY "LOANAPP: YOU CAPTURED THIS APPLICATION - "
062600                 "ANOTHER SUPERVISOR MUST SANCTION IT"
062700         GO TO 5000-SANCTION-APPLICATION-EXIT
062800     END-IF
062900
063000     PERFORM 5100-READ-SANCTION-LIMIT
063100         THRU 5100-READ-SANCTION-LIMIT-EXIT
063200     IF WS-SANCTION-LIMIT = 0
063300         DISPLAY "LOANAPP: OPERATOR " WS-OPERATOR-ID " HAS NO "
063400                 "LOAN SANCTION AUTHORITY"
063500         GO TO 5000-SANCTION-APPLICATION-EXIT
063600     END-IF
063700
063800     DISPLAY "CUSTOMER " LAPP-CUST-NUMBER " REQUESTS "
063900             LAPP-REQ-AMOUNT " OVER " LAPP-TERM-MONTHS
064000             " MONTHS AT " LAPP-RATE-PCT " PCT"
064100     PERFORM 8300-SHOW-FLOATING-TERMS
064200         THRU 8300-SHOW-FLOATING-TERMS-EXIT
064210     DISPLAY "PURPOSE " LAPP-PURPOSE
064212     IF LAPP-PRODUCT-CODE NOT = SPACES
064214         DISPLAY "LOAN PRODUCT " LAPP-PRODUCT-CODE
064216     END-IF
064220     DISPLAY "EMI SHARE OF INCOME " LAPP-EMI-RATIO-PCT " PCT"
064300
064400     DISPLAY "ENTER AMOUNT TO SANCTION: "
064500     ACCEPT WS-SANCTION-AMOUNT
064600     IF WS-SANCTION-AMOUNT NOT > 0
064700         DISPLAY "LOANAPP: INVALID AMOUNT"
064800         GO TO 5000-SANCTION-APPLICATION-EXIT
064900     END-IF
065000     IF WS-SANCTION-AMOUNT > LAPP-REQ-AMOUNT
065100         DISPLAY "LOANAPP: CANNOT SANCTION MORE THAN THE "
065200                 LAPP-REQ-AMOUNT " REQUESTED"
065300         GO TO 5000-SANCTION-APPLICATION-EXIT
065400     END-IF
065500     IF WS-SANCTION-AMOUNT > WS-SANCTION-LIMIT
065600         DISPLAY "LOANAPP: AMOUNT IS ABOVE YOUR SANCTION LIMIT "
065700                 "OF " WS-SANCTION-LIMIT " - REFER TO A HIGHER "
065800                 "AUTHORITY"
065900         GO TO 5000-SANCTION-APPLICATION-EXIT
066000     END-IF
066100
066200     DISPLAY "ENTER SANCTION NOTE: "
066300     ACCEPT WS-DECISION-NOTE
066400
066500     DISPLAY "CONFIRM SANCTION OF " WS-SANCTION-AMOUNT
066600             " ON APPLICATION " WS-APP-NUMBER " (Y/N): "
066700     ACCEPT WS-CONFIRM
066800     IF WS-CONFIRM NOT = "Y"
066900         DISPLAY "LOANAPP: SANCTION ABANDONED"
067000         GO TO 5000-SANCTION-APPLICATION-EXIT
067100     END-IF
067200
067300     SET LAPP-STAGE-SANCTIONED TO TRUE
067400     MOVE WS-TODAYS-DATE     TO LAPP-STAGE-DATE
067500     MOVE WS-SANCTION-AMOUNT TO LAPP-SANCTION-AMOUNT
067600     MOVE WS-OPERATOR-ID     TO LAPP-DECISION-OPERATOR
067700     MOVE WS-TODAYS-DATE     TO LAPP-DECISION-DATE
067800     MOVE WS-DECISION-NOTE   TO LAPP-DECISION-NOTE
067900
068000     PERFORM 8100-REWRITE-APPLICATION
068100         THRU 8100-REWRITE-APPLICATION-EXIT
068200
068300     DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER
068400             " SANCTIONED FOR " WS-SANCTION-AMOUNT
068500             " - DISBURSE WITH LOANOPEN".
068600 5000-SANCTION-APPLICATION-EXIT.
068700     EXIT.
068800
068900*-----------------------------------------------------------------
069000* FETCH THE LOGGED-IN SUPERVISOR'S OWN SANCTION LIMIT.  A
069100* RECORD WITHOUT ONE GIVES NO AUTHORITY.
069200*-----------------------------------------------------------------
069300 5100-READ-SANCTION-LIMIT.
069400     MOVE 0 TO WS-SANCTION-LIMIT
069500
069600     OPEN INPUT OPERATOR-MASTER
069700     IF NOT WS-OPRFILE-OK
069800         DISPLAY "LOANAPP: UNABLE TO OPEN OPERATOR MASTER, "
069900                 "STATUS = " WS-OPRFILE-STATUS
070000         GO TO 5100-READ-SANCTION-LIMIT-EXIT
070100     END-IF
070200
070300     MOVE WS-OPERATOR-ID TO OPR-ID
070400     READ OPERATOR-MASTER
070500         KEY IS OPR-ID
070600         INVALID KEY
070700             CONTINUE
070800         NOT INVALID KEY
070900             IF OPR-SANCTION-LIMIT NUMERIC
071000                 MOVE OPR-SANCTION-LIMIT TO WS-SANCTION-LIMIT
071100             END-IF
071200     END-READ
071300     CLOSE OPERATOR-MASTER.
071400 5100-READ-SANCTION-LIMIT-EXIT.
071500     EXIT.
071600
071700*-----------------------------------------------------------------
071800* REJECT AN APPLICATION NOT YET SANCTIONED.  SUPERVISOR ONLY.
071900* THE REJECTION IS FINAL - THE CUSTOMER REAPPLIES IF THINGS
072000* CHANGE.
072100*-----------------------------------------------------------------
072200 6000-REJECT-APPLICATION.
072300     IF WS-OPERATOR-AUTH NOT = "S"
072400         DISPLAY "LOANAPP: OPERATOR " WS-OPERATOR-ID " IS NOT A "
072500                 "SUPERVISOR, REJECTION REFUSED"
072600         GO TO 6000-REJECT-APPLICATION-EXIT
072700     END-IF
072800
072900     PERFORM 8000-READ-APPLICATION
073000         THRU 8000-READ-APPLICATION-EXIT
073100     IF NOT WS-APP-FOUND
073200         GO TO 6000-REJECT-APPLICATION-EXIT
073300     END-IF
073400
073500     IF NOT LAPP-STAGE-CAPTURED
073600        AND NOT LAPP-STAGE-ELIGIBLE
073700        AND NOT LAPP-STAGE-FAILED
073800         PERFORM 8200-NAME-STAGE
073900             THRU 8200-NAME-STAGE-EXIT
074000         DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER " IS "
074100                 WS-STAGE-NAME " AND CANNOT BE REJECTED"
074200         GO TO 6000-REJECT-APPLICATION-EXIT
074300     END-IF
074400
074500     DISPLAY "ENTER REASON FOR REJECTION: "
074600     ACCEPT WS-DECISION-NOTE
074700     IF WS-DECISION-NOTE = SPACES
074800         DISPLAY "LOANAPP: A REASON IS REQUIRED"
074900         GO TO 6000-REJECT-APPLICATION-EXIT
075000     END-IF
075100
075200     DISPLAY "CONFIRM REJECTION OF APPLICATION " WS-APP-NUMBER
075300             " (Y/N): "
075400     ACCEPT WS-CONFIRM
075500     IF WS-CONFIRM NOT = "Y"
075600         DISPLAY "LOANAPP: REJECTION ABANDONED"
075700         GO TO 6000-REJECT-APPLICATION-EXIT
075800     END-IF
075900
076000     SET LAPP-STAGE-REJECTED TO TRUE
076100     MOVE WS-TODAYS-DATE   TO LAPP-STAGE-DATE
076200     MOVE WS-OPERATOR-ID   TO LAPP-DECISION-OPERATOR
076300     MOVE WS-TODAYS-DATE   TO LAPP-DECISION-DATE
076400     MOVE WS-DECISION-NOTE TO LAPP-DECISION-NOTE
076500
076600     PERFORM 8100-REWRITE-APPLICATION
076700         THRU 8100-REWRITE-APPLICATION-EXIT
076800
076900     DISPLAY "LOANAPP: APPLICATION " WS-APP-NUMBER " REJECTED".
077000 6000-REJECT-APPLICATION-EXIT.
077100     EXIT.
077200
077300*-----------------------------------------------------------------
077400* SHOW ONE APPLICATION AND WHERE IT STANDS.
077500*-----------------------------------------------------------------
077600 7000-ENQUIRE-APPLICATION.
077700     PERFORM 8000-READ-APPLICATION
077800         THRU 8000-READ-APPLICATION-EXIT
077900     IF NOT WS-APP-FOUND
078000         GO TO 7000-ENQUIRE-APPLICATION-EXIT
078100     END-IF
078200
078300     PERFORM 8200-NAME-STAGE
078400         THRU 8200-NAME-STAGE-EXIT
078500
078600     DISPLAY "APPLICATION " LAPP-NUMBER " CUSTOMER "
078700             LAPP-CUST-NUMBER " STAGE " WS-STAGE-NAME
078800             " SINCE " LAPP-STAGE-DATE
078900     DISPLAY "REQUESTED " LAPP-REQ-AMOUNT " OVER "
079000             LAPP-TERM-MONTHS " MONTHS AT " LAPP-RATE-PCT " PCT"
079100     PERFORM 8300-SHOW-FLOATING-TERMS
079110         THRU 8300-SHOW-FLOATING-TERMS-EXIT
079120     DISPLAY "PURPOSE " LAPP-PURPOSE
079122     IF LAPP-PRODUCT-CODE NOT = SPACES
079124         DISPLAY "LOAN PRODUCT " LAPP-PRODUCT-CODE
079126     END-IF
079200     DISPLAY "MONTHLY INCOME " LAPP-MONTHLY-INCOME
079300             " CAPTURED " LAPP-CAPTURE-DATE " BY "
079400             LAPP-CAPTURE-OPERATOR
079500     IF NOT LAPP-STAGE-CAPTURED
079600         DISPLAY "EXPOSURE " LAPP-EXPOSURE " EXISTING EMI "
079700                 LAPP-EXISTING-EMI " PROPOSED EMI "
079800                 LAPP-PROPOSED-EMI
079900         DISPLAY "EMI SHARE OF INCOME " LAPP-EMI-RATIO-PCT
080000                 " PCT  ELIGIBILITY REASON " LAPP-ELIG-REASON
080100     END-IF
080200     IF LAPP-DECISION-OPERATOR > 0
080300         DISPLAY "DECIDED " LAPP-DECISION-DATE " BY "
080400                 LAPP-DECISION-OPERATOR " SANCTIONED "
080500                 LAPP-SANCTION-AMOUNT
080600         DISPLAY "NOTE " LAPP-DECISION-NOTE
080700     END-IF
080800     IF LAPP-STAGE-DISBURSED
080900         DISPLAY "DISBURSED " LAPP-DISB-AMOUNT " ON "
081000                 LAPP-DISB-DATE " AS LOAN " LAPP-LOAN-NUMBER
081100     END-IF.
081200 7000-ENQUIRE-APPLICATION-EXIT.
081300     EXIT.
081400
081500*-----------------------------------------------------------------
081600* PROMPT FOR AND READ THE APPLICATION TO BE WORKED ON.
081700*-----------------------------------------------------------------
081800 8000-READ-APPLICATION.
081900     MOVE "N" TO WS-APP-FOUND-SW
082000     DISPLAY "ENTER APPLICATION NUMBER: "
082100     ACCEPT WS-APP-NUMBER
082200
082300     MOVE WS-APP-NUMBER TO LAPP-NUMBER
082400     READ LOAN-APPLICATION
082500         KEY IS LAPP-NUMBER
082600         INVALID KEY
082700             DISPLAY "LOANAPP: NO APPLICATION " WS-APP-NUMBER
082800                     " ON FILE"
082900             GO TO 8000-READ-APPLICATION-EXIT
083000     END-READ
083100
083200     MOVE LOAN-APPLICATION-RECORD TO WS-BEFORE-IMAGE
083300     SET WS-APP-FOUND TO TRUE.
083400 8000-READ-APPLICATION-EXIT.
083500     EXIT.
083600
083700*-----------------------------------------------------------------
083800* REWRITE THE APPLICATION JUST WORKED ON AND JOURNAL IT.
083900*-----------------------------------------------------------------
084000 8100-REWRITE-APPLICATION.
084100     REWRITE LOAN-APPLICATION-RECORD
084200         INVALID KEY
084300             DISPLAY "LOANAPP: UNABLE TO REWRITE APPLICATION "
084400                     LAPP-NUMBER
084500             GO TO 8100-REWRITE-APPLICATION-EXIT
084600     END-REWRITE
084700
084800     PERFORM 8500-JOURNAL-CHANGE
084900         THRU 8500-JOURNAL-CHANGE-EXIT.
085000 8100-REWRITE-APPLICATION-EXIT.
085100     EXIT.
085200
085300*-----------------------------------------------------------------
085400* THE STAGE NAME FOR MESSAGES.
085500*-----------------------------------------------------------------
085600 8200-NAME-STAGE.
085700     EVALUATE TRUE
085800         WHEN LAPP-STAGE-CAPTURED
085900             MOVE "CAPTURED"     TO WS-STAGE-NAME
086000         WHEN LAPP-STAGE-ELIGIBLE
086100             MOVE "ELIGIBLE"     TO WS-STAGE-NAME
086200         WHEN LAPP-STAGE-FAILED
086300             MOVE "NOT ELIGIBLE" TO WS-STAGE-NAME
086400         WHEN LAPP-STAGE-SANCTIONED
086500             MOVE "SANCTIONED"   TO WS-STAGE-NAME
086600         WHEN LAPP-STAGE-REJECTED
086700             MOVE "REJECTED"     TO WS-STAGE-NAME
086800         WHEN LAPP-STAGE-DISBURSED
086900             MOVE "DISBURSED"    TO WS-STAGE-NAME
087000         WHEN OTHER
087100             MOVE "UNKNOWN"      TO WS-STAGE-NAME
087200     END-EVALUATE.
087300 8200-NAME-STAGE-EXIT.
087400     EXIT.
087500
087505*-----------------------------------------------------------------
087510* SHOW THE PRICING TERMS OF A FLOATING-RATE APPLICATION.
087515*-----------------------------------------------------------------
087520 8300-SHOW-FLOATING-TERMS.
087525     IF NOT LAPP-RATE-FLOATING
087530         GO TO 8300-SHOW-FLOATING-TERMS-EXIT
087535     END-IF
087540
087545     IF LAPP-RESET-EMI
087550         MOVE "EMI" TO WS-RESET-CHOICE
087555     ELSE
087560         MOVE "TENURE" TO WS-RESET-CHOICE
087565     END-IF
087570     DISPLAY "FLOATING - BENCHMARK " LAPP-BENCHMARK-CODE " PLUS "
087575             LAPP-SPREAD-PCT " PCT, RESET EVERY "
087580             LAPP-RESET-MONTHS " MONTHS BY " WS-RESET-CHOICE.
087585 8300-SHOW-FLOATING-TERMS-EXIT.
087590     EXIT.
087595
087600*-----------------------------------------------------------------
087700* RECORD THE BEFORE AND AFTER IMAGES OF THE CHANGE JUST MADE.
087800*-----------------------------------------------------------------
087900 8500-JOURNAL-CHANGE.
088000     MOVE SPACES TO WS-JRNL-KEY
088100     MOVE LAPP-NUMBER TO WS-JRNL-KEY
088200     MOVE LOAN-APPLICATION-RECORD TO WS-AFTER-IMAGE
088300     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
088400                          WS-JRNL-KEY WS-BEFORE-IMAGE
088500                          WS-AFTER-IMAGE.
088600 8500-JOURNAL-CHANGE-EXIT.
088700     EXIT.
088800
088900*-----------------------------------------------------------------
089000* CLOSE DOWN THE FILE BEFORE ENDING THE RUN.
089100*-----------------------------------------------------------------
089200 9999-TERMINATE.
089300     IF WS-LAPP-OPEN
089400         CLOSE LOAN-APPLICATION
089500     END-IF.
089600 9999-TERMINATE-EXIT.
089700     EXIT.
