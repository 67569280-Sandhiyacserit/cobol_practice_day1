003493*                  SITS AT, FROM THE NEW TILLBRN LOOKUP - SO   *
003494*                  THE INTER-BRANCH SETTLEMENT RUN CAN TELL A  *
003495*                  CROSS-BRANCH WITHDRAWAL APART.              *
003496* 2026-10-15 SN    THE PRE-MATURITY PENALTY ON A TERM DEPOSIT   *
003497*                  NOW RUNS TO THE END OF ITS PRODUCT'S TERM    *
003498*                  (THROUGH PRDLKUP) INSTEAD OF A FIXED 180     *
003499*                  DAYS.                                        *
003499* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003499*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003499*                  HELD.                                        *
003499* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003499*                  PLACE OF YYMMDD.                             *
003499* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003499*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003499*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003499* 2026-10-15 SN    EACH WITHDRAWAL NOW RAISES A DEBIT ALERT TO  *
003499*                  THE HOLDERS VIA THE NEW ALRTRAIS SUBPROGRAM. *
003499* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
003499*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
003499*                  EODDRIVE HAS STARTED.                        *
003499* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
003499*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
003499*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
006000 FD  COMPLIANCE-LOG
006100     LABEL RECORDS ARE STANDARD.
006200 01  COMPLIANCE-LOG-RECORD.
006300     05  COMPLOG-DATE           PIC 9(08).
006400     05  COMPLOG-TIME           PIC 9(08).
006500     05  FILLER                 PIC X(01) VALUE SPACE.
006600     05  COMPLOG-ACCT-NUMBER    PIC 9(06).
006700     05  FILLER                 PIC X(01) VALUE SPACE.
006800     05  COMPLOG-WITHDRAW-AMT   PIC 9(09).
006900     05  FILLER                 PIC X(01) VALUE SPACE.
007000     05  COMPLOG-NEW-BALANCE    PIC S9(09).
007050     05  FILLER                 PIC X(01) VALUE SPACE.
007060     05  COMPLOG-OPERATOR-ID    PIC 9(04).
007100
007200 FD  WITHDRAW-LOG
007300     LABEL RECORDS ARE STANDARD.
007400 01  WITHDRAW-LOG-RECORD.
007500     05  WDLOG-DATE             PIC 9(08).
007600     05  WDLOG-TIME             PIC 9(08).
007700     05  FILLER                 PIC X(01) VALUE SPACE.
007800     05  WDLOG-ACCT-NUMBER      PIC 9(06).
007900     05  FILLER                 PIC X(01) VALUE SPACE.
008000     05  WDLOG-WITHDRAW-AMT     PIC 9(09).
008100     05  FILLER                 PIC X(01) VALUE SPACE.
008200     05  WDLOG-NEW-BALANCE      PIC S9(09).
008250     05  FILLER                 PIC X(01) VALUE SPACE.
008260     05  WDLOG-OPERATOR-ID      PIC 9(04).
008261     05  FILLER                 PIC X(01) VALUE SPACE.
008264         88  WDLOG-TRANS-CHEQUE     VALUE "Q".
008264     05  FILLER                 PIC X(01) VALUE SPACE.
008264     05  WDLOG-POST-BRANCH      PIC 9(03).
008264     05  FILLER                 PIC X(01) VALUE SPACE.
008264     05  WDLOG-INSTRUMENT       PIC X(01).
008264         88  WDLOG-INSTR-CASH       VALUE "C".
008264         88  WDLOG-INSTR-CHEQUE     VALUE "Q".
008264         88  WDLOG-INSTR-TRANSFER   VALUE "T".
008264         88  WDLOG-INSTR-SYSTEM     VALUE "S".
008265
008266 FD  RECEIPT-FILE
008267     LABEL RECORDS ARE STANDARD.
009442     05  FILLER               PIC X(11) VALUE "REFERENCE: ".
009443     05  RCP-TXN-REF          PIC 9(10).
009444     05  FILLER               PIC X(08) VALUE "  DATE: ".
009445     05  RCP-DATE             PIC 9(08).
009446     05  FILLER               PIC X(08) VALUE "  TIME: ".
009447     05  RCP-TIME             PIC 9(08).
009448
009451     05  RCP-ACCT-NUMBER      PIC 9(06).
009452     05  FILLER               PIC X(13)
009453              VALUE "  WITHDRAWN: ".
009454     05  RCP-AMOUNT           PIC -(9)9.
009455     05  FILLER               PIC X(11) VALUE "  BALANCE: ".
009456     05  RCP-BALANCE          PIC -(9)9.
009457
009458 01  WS-RECEIPT-OPR-LINE.
009459     05  FILLER               PIC X(10) VALUE "OPERATOR: ".
010160         88  WS-OPERATOR-OK   VALUE "Y".
010170     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
010180         88  WS-BATCH-CLEAR   VALUE "Y".
010183     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
010186         88  WS-DAY-OPEN      VALUE "Y".
010190     05  WS-TERM-SW           PIC X(01) VALUE "N".
010195         88  WS-TERM-LOCKED   VALUE "Y".
010196     05  WS-TILL-OK-SW        PIC X(01) VALUE "N".
010197         88  WS-TILL-OK       VALUE "Y".
010200
010300 01  WITHDRAW-AMT             PIC 9(09).
010400 01  WS-WITHDRAW-FLOOR        PIC S9(11).
010410 01  WS-HOLD-TOTAL            PIC 9(10).
010420 01  WS-DECEASED-SW           PIC X(01).
010430     88  WS-HOLDER-DECEASED   VALUE "Y".
010415 01  WS-CHK-FUNCTION          PIC X(01).
010433 01  WS-TILLBRN-SW            PIC X(01) VALUE "N".
010434     88  WS-TELLER-BRANCH-OK  VALUE "Y".
010419     88  WS-LOCK-TAKEN        VALUE "Y".
010421 01  WS-SHORTFALL             PIC 9(10).
010422 01  WS-SWEPT-SW              PIC X(01).
010423     88  WS-SWEPT-BACK        VALUE "Y".
010425 01  WS-FRZ-DIRECTION         PIC X(01).
010455 01  WS-CASH-DIRECTION        PIC X(01).
010457 01  WS-TXN-TYPE              PIC X(01).
010458 01  WS-TXN-REF               PIC 9(10).
010458 01  WS-ALERT-EVENT           PIC X(01).
010459 01  WS-KYC-STATUS            PIC X(01).
010460     88  WS-KYC-CURRENT       VALUE "O".
010461     88  WS-KYC-EXPIRED       VALUE "E".
010462     88  WS-KYC-MISSING       VALUE "M".
010463 01  WS-KYC-REFUSE-LIMIT      PIC 9(06) VALUE 20000.
010460 01  WS-TODAYS-DATE           PIC 9(08).
010470
010480 01  WS-LOCKIN-DAYS           PIC 9(05) VALUE 30.
010481*    THE TERM OF THE ACCOUNT'S PRODUCT - 180 DAYS UNDER THE
010482*    STANDARD FIXED AND RECURRING PRODUCTS.
010483 01  WS-MATURITY-DAYS         PIC 9(05) VALUE 180.
010484 01  WS-PRODUCT-FOUND-SW      PIC X(01).
010485     COPY PRODREC.
010500 01  WS-PENALTY-PCT           PIC 9(03) VALUE 1.
010510 01  WS-PENALTY-AMT           PIC S9(10).
010520 01  WS-OPEN-DAY-COUNT        PIC 9(07).
010530 01  WS-TODAY-DAY-COUNT       PIC 9(07).
010540 01  WS-HELD-DAYS             PIC S9(07).
010550 01  WS-DAY-COUNT-RESULT      PIC 9(07).
010560 01  WS-CCYY                  PIC 9(04).
010570 01  WS-MM                    PIC 9(02).
010580 01  WS-DD                    PIC 9(02).
010500
010510     05  SESSION-ACTIVE-SW    PIC X(01).
010510         88  SESSION-ACTIVE      VALUE "Y".
010510
010510 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "WITHDRAW".
010510 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
010510 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
010510     88  WS-ENTITLED          VALUE "Y".
010510
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE
013200         GO TO 1000-INITIALIZE-EXIT
013300     END-IF
013400
013400     MOVE "N" TO WS-BATCH-CLEAR-SW
013401     CALL "BATCHCHK" USING WS-BATCH-CLEAR-SW
013402     IF NOT WS-BATCH-CLEAR
013403         DISPLAY "WITHDRAW: A BATCH JOB CURRENTLY HOLDS THE "
013404                 "ACCOUNT MASTER, TRANSACTION REFUSED"
013405         GO TO 1000-INITIALIZE-EXIT
013406     END-IF
013406     MOVE "N" TO WS-DAY-OPEN-SW
013406     CALL "DAYCHK" USING WS-DAY-OPEN-SW
013406     IF NOT WS-DAY-OPEN
013406         DISPLAY "WITHDRAW: THE BUSINESS DAY IS NOT OPEN, "
013406                 "TRANSACTION REFUSED"
013406         GO TO 1000-INITIALIZE-EXIT
013406     END-IF
013405     MOVE "N" TO WS-OPERATOR-SW
013406*    THE MENU'S SHIFT SESSION CARRIES THE AUTHENTICATED
013406*    OPERATOR - ONLY A STANDALONE RUN STILL PROMPTS FOR A
013440                 "REFUSED"
013450         GO TO 1000-INITIALIZE-EXIT
013460     END-IF
013460     MOVE "N" TO WS-ENTITLED-SW
013460     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
013460                          WS-ENTL-MODE WS-ENTITLED-SW
013460     IF NOT WS-ENTITLED
013460         DISPLAY "WITHDRAW: OPERATOR " WS-OPERATOR-ID " IS NOT "
013460                 "ENTITLED TO WITHDRAW, REFUSED"
013460         MOVE "N" TO WS-OPERATOR-SW
013460         GO TO 1000-INITIALIZE-EXIT
013460     END-IF
013470
013500     OPEN EXTEND COMPLIANCE-LOG
013600     IF NOT WS-COMPLOG-OK
022460* 3000-POST-WITHDRAWAL TO DEDUCT ALONGSIDE THE WITHDRAWAL ITSELF.
022470*-----------------------------------------------------------------
022480 3200-CHECK-TERM-RULES.
022490     MOVE ACCT-OPEN-DATE(1:4) TO WS-CCYY
022500     MOVE ACCT-OPEN-DATE(5:2) TO WS-MM
022510     MOVE ACCT-OPEN-DATE(7:2) TO WS-DD
022520     PERFORM 3600-CCYYMMDD-TO-DAYS
022530         THRU 3600-CCYYMMDD-TO-DAYS-EXIT
022540     MOVE WS-DAY-COUNT-RESULT TO WS-OPEN-DAY-COUNT
022550
022560     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
022570     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
022580     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
022590     PERFORM 3600-CCYYMMDD-TO-DAYS
022600         THRU 3600-CCYYMMDD-TO-DAYS-EXIT
022610     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
022620
022630     COMPUTE WS-HELD-DAYS = WS-TODAY-DAY-COUNT - WS-OPEN-DAY-COUNT
022640
022641*    THE MATURITY POINT IS THE END OF THE PRODUCT'S TERM.
022642     MOVE "N" TO WS-PRODUCT-FOUND-SW
022643     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
022644                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
022645     MOVE PRD-TERM-DAYS TO WS-MATURITY-DAYS
022646
022647     IF WS-HELD-DAYS < WS-LOCKIN-DAYS
022660         DISPLAY "WITHDRAW: ACCOUNT " ACCT-NUMBER
022670                 " IS WITHIN ITS LOCK-IN PERIOD, WITHDRAWAL "
022680                 "REFUSED"
022816     EXIT.
022817
022810*-----------------------------------------------------------------
022820* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT (A
022830* 360-DAY YEAR OF TWELVE 30-DAY MONTHS) FOR ELAPSED-TIME
022835* COMPARISONS.
022840*-----------------------------------------------------------------
022850 3600-CCYYMMDD-TO-DAYS.
022860     COMPUTE WS-DAY-COUNT-RESULT =
022870             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
022880 3600-CCYYMMDD-TO-DAYS-EXIT.
022890     EXIT.
022900
022500*-----------------------------------------------------------------
024778     ELSE
024779         MOVE ACCT-BRANCH-CODE TO WDLOG-POST-BRANCH
024780     END-IF
024781     SET WDLOG-INSTR-CASH TO TRUE
024800
024900     WRITE WITHDRAW-LOG-RECORD
024910
024970                           WDLOG-TIME WS-TXN-TYPE
024980                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
024990                           WDLOG-OPERATOR-ID
024991                           WDLOG-TXN-REF
024992                           WDLOG-INSTRUMENT
024993
024994*    TELL THE HOLDERS WHO ASKED FOR DEBIT ALERTS.
024995     MOVE "D" TO WS-ALERT-EVENT
024996     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
024997                           WDLOG-TIME WS-ALERT-EVENT
024998                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
024999                           WDLOG-TXN-REF.
025000 4500-WRITE-LOG-EXIT.
025100     EXIT.
025110
