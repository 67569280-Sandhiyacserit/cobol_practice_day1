000100*****************************************************************
000200* PROGRAM      : OUTREMIT                                       *
000300* DESCRIPTION  : OUTWARD REMITTANCE TO ANOTHER BANK (NEFT OR    *
000400*                RTGS).  TAKES THE BENEFICIARY'S BANK CODE,     *
000500*                ACCOUNT AND NAME, DEBITS THE CUSTOMER UNDER    *
000600*                THE SAME CHECK-DIGIT, LOCK, STATUS, FREEZE,    *
000700*                DECEASED, MANDATE, MINOR, KYC, FLOOR AND HOLD  *
000800*                RULES WITHDRAW APPLIES, AND WRITES THE PAYMENT *
000900*                TO THE OUTWARD PAYMENT FILE FOR THE NETWORK    *
001000*                AND TO THE OUTWARD REMITTANCE REGISTER, WHERE  *
001100*                THE NIGHTLY RETURNS STEP (OUTRETN) FINDS IT    *
001200*                AGAIN IF THE RECEIVING BANK REJECTS IT.  THE   *
001300*                DEBIT IS LOGGED AS AN OUTWARD REMITTANCE SO    *
001400*                GLJRNL CARRIES IT TO THE OUTWARD CLEARING GL.  *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. OUTREMIT.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - OUTWARD NEFT/RTGS REMITTANCE,  *
002800*                  CALLED FROM MENUPROGRAM OPTION 6.            *
002801* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002802*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002803*                  HELD.                                        *
002804* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002805*                  PLACE OF YYMMDD.                             *
002806* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002807*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002808*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002809* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
002810*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
002811*                  EODDRIVE HAS STARTED.                        *
002811* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002811*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002811*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-NUMBER
003800         FILE STATUS IS WS-ACCMSTR-STATUS.
003900
004000     SELECT REMIT-REGISTER ASSIGN TO "ORMFILE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ORM-TXN-REF
004400         FILE STATUS IS WS-ORMFILE-STATUS.
004500
004600     SELECT PAYMENT-FILE ASSIGN TO "OUTPAY"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-OUTPAY-STATUS.
004900
005000     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-WDLOG-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACCOUNT-MASTER
005700     LABEL RECORDS ARE STANDARD.
005800     COPY ACCTREC.
005900
006000 FD  REMIT-REGISTER
006100     LABEL RECORDS ARE STANDARD.
006200     COPY ORMREC.
006300
006400 FD  PAYMENT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  PAYMENT-RECORD.
006700     05  PAY-TXN-REF            PIC 9(10).
006800     05  FILLER                 PIC X(01) VALUE SPACE.
006900     05  PAY-MODE               PIC X(01).
007000     05  FILLER                 PIC X(01) VALUE SPACE.
007100     05  PAY-DATE               PIC 9(08).
007200     05  FILLER                 PIC X(01) VALUE SPACE.
007300     05  PAY-REMITTER-ACCT      PIC 9(06).
007400     05  FILLER                 PIC X(01) VALUE SPACE.
007500     05  PAY-AMOUNT             PIC 9(09).
007600     05  FILLER                 PIC X(01) VALUE SPACE.
007700     05  PAY-BENEF-BANK         PIC X(11).
007800     05  FILLER                 PIC X(01) VALUE SPACE.
007900     05  PAY-BENEF-ACCT         PIC X(16).
008000     05  FILLER                 PIC X(01) VALUE SPACE.
008100     05  PAY-BENEF-NAME         PIC X(30).
008200
008300 FD  WITHDRAW-LOG
008400     LABEL RECORDS ARE STANDARD.
008500 01  WITHDRAW-LOG-RECORD.
008600     05  WDLOG-DATE             PIC 9(08).
008700     05  WDLOG-TIME             PIC 9(08).
008800     05  FILLER                 PIC X(01) VALUE SPACE.
008900     05  WDLOG-ACCT-NUMBER      PIC 9(06).
009000     05  FILLER                 PIC X(01) VALUE SPACE.
009100     05  WDLOG-WITHDRAW-AMT     PIC 9(09).
009200     05  FILLER                 PIC X(01) VALUE SPACE.
009300     05  WDLOG-NEW-BALANCE      PIC S9(09).
009400     05  FILLER                 PIC X(01) VALUE SPACE.
009500     05  WDLOG-OPERATOR-ID      PIC 9(04).
009600     05  FILLER                 PIC X(01) VALUE SPACE.
009700     05  WDLOG-BRANCH-CODE      PIC 9(03).
009800     05  FILLER                 PIC X(01) VALUE SPACE.
009900     05  WDLOG-TXN-REF          PIC 9(10).
010000     05  FILLER                 PIC X(01) VALUE SPACE.
010100     05  WDLOG-TRANS-TYPE       PIC X(01).
010200         88  WDLOG-TRANS-REMIT      VALUE "O".
010300     05  FILLER                 PIC X(01) VALUE SPACE.
010400     05  WDLOG-POST-BRANCH      PIC 9(03).
010410     05  FILLER                 PIC X(01) VALUE SPACE.
010420     05  WDLOG-INSTRUMENT       PIC X(01).
010430         88  WDLOG-INSTR-CASH       VALUE "C".
010440         88  WDLOG-INSTR-CHEQUE     VALUE "Q".
010450         88  WDLOG-INSTR-TRANSFER   VALUE "T".
010460         88  WDLOG-INSTR-SYSTEM     VALUE "S".
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-ACCMSTR-STATUS        PIC X(02).
010800     88  WS-ACCMSTR-OK        VALUE "00".
010900
011000 01  WS-ORMFILE-STATUS        PIC X(02).
011100     88  WS-ORMFILE-OK        VALUE "00".
011200     88  WS-ORMFILE-NOTFOUND  VALUE "35".
011300
011400 01  WS-OUTPAY-STATUS         PIC X(02).
011500     88  WS-OUTPAY-OK         VALUE "00".
011600     88  WS-OUTPAY-NOTFOUND   VALUE "35".
011700
011800 01  WS-WDLOG-STATUS          PIC X(02).
011900     88  WS-WDLOG-OK          VALUE "00".
012000
012100 01  WS-LARGE-REMIT-LIMIT     PIC 9(06) VALUE 10000.
012200 01  WS-RTGS-MINIMUM          PIC 9(06) VALUE 200000.
012300 01  WS-KYC-REFUSE-LIMIT      PIC 9(06) VALUE 20000.
012400
012500 01  WS-SWITCHES.
012600     05  WS-REMIT-SW          PIC X(01) VALUE "N".
012700         88  WS-REMIT-OK      VALUE "Y".
012800     05  WS-ACCT-FOUND-SW     PIC X(01) VALUE "N".
012900         88  WS-ACCT-FOUND    VALUE "Y".
013000     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
013100         88  WS-OPERATOR-OK   VALUE "Y".
013200     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
013300         88  WS-BATCH-CLEAR   VALUE "Y".
013310     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
013320         88  WS-DAY-OPEN      VALUE "Y".
013400     05  WS-FILES-SW          PIC X(01) VALUE "N".
013500         88  WS-FILES-OPEN    VALUE "Y".
013600
013700 01  REMIT-AMT                PIC 9(09).
013800 01  WS-PAY-MODE              PIC X(01).
013900     88  WS-MODE-NEFT         VALUE "N".
014000     88  WS-MODE-RTGS         VALUE "R".
014100 01  WS-BENEF-BANK            PIC X(11).
014200 01  WS-BENEF-ACCT            PIC X(16).
014300 01  WS-BENEF-ACCT-CONFIRM    PIC X(16).
014400 01  WS-BENEF-NAME            PIC X(30).
014500 01  WS-WITHDRAW-FLOOR        PIC S9(11).
014600 01  WS-HOLD-TOTAL            PIC 9(10).
014700 01  WS-SHORTFALL             PIC 9(10).
014800 01  WS-SWEPT-SW              PIC X(01).
014900     88  WS-SWEPT-BACK        VALUE "Y".
015000 01  WS-DECEASED-SW           PIC X(01).
015100     88  WS-HOLDER-DECEASED   VALUE "Y".
015200 01  WS-CHK-FUNCTION          PIC X(01).
015300 01  WS-CHK-VALID-SW          PIC X(01).
015400 01  WS-LOCK-FUNCTION         PIC X(01).
015500 01  WS-LOCK-SW               PIC X(01) VALUE "N".
015600     88  WS-LOCK-TAKEN        VALUE "Y".
015700 01  WS-FRZ-DIRECTION         PIC X(01).
015800 01  WS-FROZEN-SW             PIC X(01).
015900     88  WS-ACCOUNT-FROZEN    VALUE "Y".
016000 01  WS-MINOR-SW              PIC X(01).
016100     88  WS-HOLDER-MINOR      VALUE "Y".
016200 01  WS-GUARDIAN-CUST         PIC 9(06).
016300 01  WS-GUARDIAN-SW           PIC X(01).
016400     88  WS-IS-GUARDIAN       VALUE "Y".
016500 01  WS-KYC-STATUS            PIC X(01).
016600     88  WS-KYC-CURRENT       VALUE "O".
016700 01  WS-OPERATOR-ID           PIC 9(04).
016800 01  WS-OPERATOR-AUTH         PIC X(01).
016900 01  WS-SUPV-ID               PIC 9(04).
017000 01  WS-SUPV-AUTH             PIC X(01).
017100 01  WS-SUPV-SW               PIC X(01) VALUE "N".
017200     88  WS-SUPV-OK           VALUE "Y".
017300 01  WS-MSUPV-ID              PIC 9(04).
017400 01  WS-MSUPV-AUTH            PIC X(01).
017500 01  WS-MSUPV-SW              PIC X(01) VALUE "N".
017600     88  WS-MSUPV-OK          VALUE "Y".
017700 01  WS-TELLER-BRANCH         PIC 9(03).
017800 01  WS-TILLBRN-SW            PIC X(01) VALUE "N".
017900     88  WS-TELLER-BRANCH-OK  VALUE "Y".
018000 01  WS-TXN-TYPE              PIC X(01).
018100 01  WS-TXN-REF               PIC 9(10).
018200 01  WS-TODAYS-DATE           PIC 9(08).
018300
018400*    SHARED WITH MENUPROGRAM ACROSS THE RUN UNIT - CARRIES THE
018500*    AUTHENTICATED SHIFT OPERATOR WHEN THE MENU IS DRIVING.  A
018600*    STANDALONE RUN FINDS IT EMPTY AND LOGS IN ITSELF.
018700 01  SHIFT-SESSION EXTERNAL.
018800     05  SESSION-OPERATOR-ID  PIC 9(04).
018900     05  SESSION-ACTIVE-SW    PIC X(01).
019000         88  SESSION-ACTIVE      VALUE "Y".
019000
019000 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "OUTREMIT".
019000 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
019000 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
019000     88  WS-ENTITLED          VALUE "Y".
019100
019200 PROCEDURE DIVISION.
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE
019500         THRU 1000-INITIALIZE-EXIT
019600
019700     IF WS-FILES-OPEN
019800         PERFORM 2000-GET-ACCOUNT
019900             THRU 2000-GET-ACCOUNT-EXIT
020000
020100         IF WS-REMIT-OK
020200             PERFORM 3000-POST-REMITTANCE
020300                 THRU 3000-POST-REMITTANCE-EXIT
020400         END-IF
020500     END-IF
020600
020700     PERFORM 9999-TERMINATE
020800         THRU 9999-TERMINATE-EXIT
020900
021000     GOBACK.
021100
021200*-----------------------------------------------------------------
021300* CHECK NO BATCH JOB HOLDS THE MASTER, PICK UP THE OPERATOR,
021400* OPEN THE FILES AND PROMPT FOR THE REMITTANCE DETAILS.
021500*-----------------------------------------------------------------
021600 1000-INITIALIZE.
021700     MOVE "N" TO WS-REMIT-SW
021800     MOVE "N" TO WS-FILES-SW
021900     MOVE "N" TO WS-LOCK-SW
022000     MOVE "N" TO WS-BATCH-CLEAR-SW
022100     CALL "BATCHCHK" USING WS-BATCH-CLEAR-SW
022200     IF NOT WS-BATCH-CLEAR
022300         DISPLAY "OUTREMIT: A BATCH JOB CURRENTLY HOLDS THE "
022400                 "ACCOUNT MASTER, TRANSACTION REFUSED"
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF
022610     MOVE "N" TO WS-DAY-OPEN-SW
022620     CALL "DAYCHK" USING WS-DAY-OPEN-SW
022630     IF NOT WS-DAY-OPEN
022640         DISPLAY "OUTREMIT: THE BUSINESS DAY IS NOT OPEN, "
022650                 "TRANSACTION REFUSED"
022660         GO TO 1000-INITIALIZE-EXIT
022670     END-IF
022700
022800     MOVE "N" TO WS-OPERATOR-SW
022900     IF SESSION-ACTIVE
023000         MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
023100         SET WS-OPERATOR-OK TO TRUE
023200     END-IF
023300     IF NOT WS-OPERATOR-OK
023400         CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
023500                               WS-OPERATOR-AUTH
023600     END-IF
023700     IF NOT WS-OPERATOR-OK
023800         DISPLAY "OUTREMIT: OPERATOR LOGIN FAILED, TRANSACTION "
023900                 "REFUSED"
024000         GO TO 1000-INITIALIZE-EXIT
024100     END-IF
024100     MOVE "N" TO WS-ENTITLED-SW
024100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
024100                          WS-ENTL-MODE WS-ENTITLED-SW
024100     IF NOT WS-ENTITLED
024100         DISPLAY "OUTREMIT: OPERATOR " WS-OPERATOR-ID " IS NOT "
024100                 "ENTITLED TO OUTREMIT, REFUSED"
024100         MOVE "N" TO WS-OPERATOR-SW
024100         GO TO 1000-INITIALIZE-EXIT
024100     END-IF
024200
024300     OPEN I-O ACCOUNT-MASTER
024400     IF NOT WS-ACCMSTR-OK
024500         DISPLAY "OUTREMIT: UNABLE TO OPEN ACCOUNT MASTER, "
024600                 "STATUS = " WS-ACCMSTR-STATUS
024700         GO TO 1000-INITIALIZE-EXIT
024800     END-IF
024900
025000     OPEN I-O REMIT-REGISTER
025100     IF WS-ORMFILE-NOTFOUND
025200         OPEN OUTPUT REMIT-REGISTER
025300         CLOSE REMIT-REGISTER
025400         OPEN I-O REMIT-REGISTER
025500     END-IF
025600     IF NOT WS-ORMFILE-OK
025700         DISPLAY "OUTREMIT: UNABLE TO OPEN REMITTANCE REGISTER, "
025800                 "STATUS = " WS-ORMFILE-STATUS
025900         CLOSE ACCOUNT-MASTER
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF
026200
026300     OPEN EXTEND PAYMENT-FILE
026400     IF WS-OUTPAY-NOTFOUND
026500         OPEN OUTPUT PAYMENT-FILE
026600     END-IF
026700     IF NOT WS-OUTPAY-OK
026800         DISPLAY "OUTREMIT: UNABLE TO OPEN OUTWARD PAYMENT FILE, "
026900                 "STATUS = " WS-OUTPAY-STATUS
027000         CLOSE ACCOUNT-MASTER
027100         CLOSE REMIT-REGISTER
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF
027400
027500     OPEN EXTEND WITHDRAW-LOG
027600     IF NOT WS-WDLOG-OK
027700         DISPLAY "OUTREMIT: UNABLE TO OPEN WITHDRAW LOG, "
027800                 "STATUS = " WS-WDLOG-STATUS
027900         CLOSE ACCOUNT-MASTER
028000         CLOSE REMIT-REGISTER
028100         CLOSE PAYMENT-FILE
028200         GO TO 1000-INITIALIZE-EXIT
028300     END-IF
028400     SET WS-FILES-OPEN TO TRUE
028500
028600     CALL "BUSDATE" USING WS-TODAYS-DATE
028700
028800     DISPLAY "ENTER REMITTER ACCOUNT NUMBER: "
028900     ACCEPT ACCT-NUMBER
029000     DISPLAY "ENTER PAYMENT MODE (N = NEFT, R = RTGS): "
029100     ACCEPT WS-PAY-MODE
029200     DISPLAY "ENTER BENEFICIARY BANK CODE: "
029300     ACCEPT WS-BENEF-BANK
029400     DISPLAY "ENTER BENEFICIARY ACCOUNT NUMBER: "
029500     ACCEPT WS-BENEF-ACCT
029600     DISPLAY "RE-ENTER BENEFICIARY ACCOUNT NUMBER: "
029700     ACCEPT WS-BENEF-ACCT-CONFIRM
029800     DISPLAY "ENTER BENEFICIARY NAME: "
029900     ACCEPT WS-BENEF-NAME
030000     DISPLAY "ENTER REMITTANCE AMOUNT: "
030100     ACCEPT REMIT-AMT.
030200 1000-INITIALIZE-EXIT.
030300     EXIT.
030400
030500*-----------------------------------------------------------------
030600* VALIDATE THE BENEFICIARY DETAILS, THEN THE REMITTER'S ACCOUNT
030700* THROUGH THE SAME GATES WITHDRAW USES - CHECK DIGIT, POSTING
030800* LOCK, ACCOUNT EXISTS AND IS ACTIVE, NO DEBIT FREEZE, NO
030900* DECEASED HOLDER, MANDATE HONOURED AND A MINOR'S ACCOUNT ONLY
031000* OPERATED BY THE GUARDIAN.
031100*-----------------------------------------------------------------
031200 2000-GET-ACCOUNT.
031300     IF NOT WS-MODE-NEFT AND NOT WS-MODE-RTGS
031400         DISPLAY "OUTREMIT: INVALID PAYMENT MODE, TRANSACTION "
031500                 "REFUSED"
031600         GO TO 2000-GET-ACCOUNT-EXIT
031700     END-IF
031800     IF WS-BENEF-BANK = SPACES
031900        OR WS-BENEF-ACCT = SPACES
032000        OR WS-BENEF-NAME = SPACES
032100         DISPLAY "OUTREMIT: BENEFICIARY BANK CODE, ACCOUNT AND "
032200                 "NAME ARE ALL REQUIRED, TRANSACTION REFUSED"
032300         GO TO 2000-GET-ACCOUNT-EXIT
032400     END-IF
032500*    THE BENEFICIARY ACCOUNT CANNOT BE CHECKED AGAINST OUR OWN
032600*    MASTER - KEYING IT TWICE IS THE ONLY GUARD AGAINST A
032700*    MIS-KEYED NUMBER SENDING THE MONEY TO A STRANGER.
032800     IF WS-BENEF-ACCT NOT = WS-BENEF-ACCT-CONFIRM
032900         DISPLAY "OUTREMIT: BENEFICIARY ACCOUNT NUMBERS DO NOT "
033000                 "MATCH, TRANSACTION REFUSED"
033100         GO TO 2000-GET-ACCOUNT-EXIT
033200     END-IF
033300
033400     MOVE "V" TO WS-CHK-FUNCTION
033500     CALL "CHKDIGIT" USING WS-CHK-FUNCTION ACCT-NUMBER
033600                          WS-CHK-VALID-SW
033700     IF WS-CHK-VALID-SW NOT = "Y"
033800         DISPLAY "OUTREMIT: ACCOUNT NUMBER " ACCT-NUMBER
033900                 " FAILS ITS CHECK DIGIT, TRANSACTION REFUSED"
034000         GO TO 2000-GET-ACCOUNT-EXIT
034100     END-IF
034200
034300     MOVE "L" TO WS-LOCK-FUNCTION
034400     MOVE "N" TO WS-LOCK-SW
034500     CALL "ACCLOCK" USING WS-LOCK-FUNCTION ACCT-NUMBER
034600                          WS-OPERATOR-ID WS-LOCK-SW
034700     IF NOT WS-LOCK-TAKEN
034800         DISPLAY "OUTREMIT: ACCOUNT " ACCT-NUMBER
034900                 " BUSY WITH ANOTHER TELLER, RETRY"
035000         GO TO 2000-GET-ACCOUNT-EXIT
035100     END-IF
035200
035300     CALL "ACCTLKUP" USING ACCT-NUMBER WS-ACCT-FOUND-SW
035400     IF NOT WS-ACCT-FOUND
035500         DISPLAY "OUTREMIT: ACCOUNT " ACCT-NUMBER
035600                 " NOT FOUND ON ACCOUNT MASTER"
035700         GO TO 2000-GET-ACCOUNT-EXIT
035800     END-IF
035900     READ ACCOUNT-MASTER
036000         KEY IS ACCT-NUMBER
036100         INVALID KEY
036200             DISPLAY "OUTREMIT: ACCOUNT " ACCT-NUMBER
036300                     " NOT FOUND ON ACCOUNT MASTER"
036400             GO TO 2000-GET-ACCOUNT-EXIT
036500     END-READ
036600
036700     CALL "ACCSTATUS" USING ACCT-STATUS
036800     IF NOT ACCT-STATUS-ACTIVE
036900         DISPLAY "OUTREMIT: ACCOUNT " ACCT-NUMBER
037000                 " IS NOT ACTIVE, TRANSACTION REFUSED"
037100         GO TO 2000-GET-ACCOUNT-EXIT
037200     END-IF
037300
037400*    TERM DEPOSITS AND LOANS DO NOT REMIT - THE MONEY GOES OUT
037500*    OF A SAVINGS OR CURRENT ACCOUNT ONLY.
037600     IF NOT ACCT-TYPE-SAVINGS AND NOT ACCT-TYPE-CURRENT
037700         DISPLAY "OUTREMIT: ACCOUNT " ACCT-NUMBER
037800                 " IS NOT A SAVINGS OR CURRENT ACCOUNT, "
037900                 "TRANSACTION REFUSED"
038000         GO TO 2000-GET-ACCOUNT-EXIT
038100     END-IF
038200
038300*    THE PAYMENT NETWORK SETTLES IN RUPEES ONLY.
038400     IF NOT ACCT-CURRENCY-INR
038500         DISPLAY "OUTREMIT: ACCOUNT " ACCT-NUMBER
038600                 " IS NOT HELD IN INR, TRANSACTION REFUSED"
038700         GO TO 2000-GET-ACCOUNT-EXIT
038800     END-IF
038900
039000     MOVE "D" TO WS-FRZ-DIRECTION
039100     MOVE "N" TO WS-FROZEN-SW
039200     CALL "FRZCHK" USING ACCT-NUMBER WS-FRZ-DIRECTION
039300                         WS-FROZEN-SW
039400     IF WS-ACCOUNT-FROZEN
039500         DISPLAY "OUTREMIT: ACCOUNT " ACCT-NUMBER
039600                 " IS FROZEN AGAINST DEBITS, TRANSACTION "
039700                 "REFUSED"
039800         GO TO 2000-GET-ACCOUNT-EXIT
039900     END-IF
040000
040100     MOVE "N" TO WS-DECEASED-SW
040200     CALL "DECCHK" USING ACCT-NUMBER WS-DECEASED-SW
040300     IF WS-HOLDER-DECEASED
040400         DISPLAY "OUTREMIT: A HOLDER OF ACCOUNT " ACCT-NUMBER
040500                 " IS DECEASED, TRANSACTION REFUSED"
040600         GO TO 2000-GET-ACCOUNT-EXIT
040700     END-IF
040800
040900     IF ACCT-MANDATE-BOTH
041000         PERFORM 2300-MANDATE-OVERRIDE
041100             THRU 2300-MANDATE-OVERRIDE-EXIT
041200         IF NOT WS-MSUPV-OK
041300             GO TO 2000-GET-ACCOUNT-EXIT
041400         END-IF
041500     END-IF
041600     IF ACCT-MANDATE-PRIMARY
041700         DISPLAY "OUTREMIT: PRIMARY-ONLY MANDATE - VERIFY THE "
041800                 "PRESENTER IS THE PRIMARY HOLDER"
041900     END-IF
042000
042100     MOVE "N" TO WS-MINOR-SW
042200     CALL "MINORCHK" USING ACCT-NUMBER WS-MINOR-SW
042300     IF WS-HOLDER-MINOR
042400         DISPLAY "OUTREMIT: ACCOUNT " ACCT-NUMBER " BELONGS "
042500                 "TO A MINOR - ENTER GUARDIAN CUSTOMER NUMBER:"
042600         ACCEPT WS-GUARDIAN-CUST
042700         MOVE "N" TO WS-GUARDIAN-SW
042800         CALL "GRDNCHK" USING ACCT-NUMBER WS-GUARDIAN-CUST
042900                              WS-GUARDIAN-SW
043000         IF NOT WS-IS-GUARDIAN
043100             DISPLAY "OUTREMIT: CUSTOMER " WS-GUARDIAN-CUST
043200                     " IS NOT THE RECORDED GUARDIAN, "
043300                     "TRANSACTION REFUSED"
043400             GO TO 2000-GET-ACCOUNT-EXIT
043500         END-IF
043600     END-IF
043700
043800     SET WS-REMIT-OK TO TRUE.
043900 2000-GET-ACCOUNT-EXIT.
044000     EXIT.
044100
044200*-----------------------------------------------------------------
044300* A BOTH-TO-SIGN ACCOUNT ONLY REMITS IF A SUPERVISOR'S SECOND
044400* LOGIN CONFIRMS BOTH HOLDERS HAVE SIGNED THE INSTRUCTION.
044500*-----------------------------------------------------------------
044600 2300-MANDATE-OVERRIDE.
044700     MOVE "N" TO WS-MSUPV-SW
044800     DISPLAY "OUTREMIT: BOTH-TO-SIGN MANDATE - SUPERVISOR "
044900             "MUST CONFIRM BOTH SIGNATURES"
045000     CALL "OPRLOGIN" USING WS-MSUPV-ID WS-MSUPV-SW
045100                           WS-MSUPV-AUTH
045200     IF NOT WS-MSUPV-OK
045300         DISPLAY "OUTREMIT: SUPERVISOR LOGIN FAILED, "
045400                 "TRANSACTION REFUSED"
045500         GO TO 2300-MANDATE-OVERRIDE-EXIT
045600     END-IF
045700     IF WS-MSUPV-AUTH NOT = "S"
045800         DISPLAY "OUTREMIT: OPERATOR " WS-MSUPV-ID " IS NOT A "
045900                 "SUPERVISOR, TRANSACTION REFUSED"
046000         MOVE "N" TO WS-MSUPV-SW
046100         GO TO 2300-MANDATE-OVERRIDE-EXIT
046200     END-IF
046300     DISPLAY "OUTREMIT: BOTH-TO-SIGN CONFIRMED BY SUPERVISOR "
046400             WS-MSUPV-ID.
046500 2300-MANDATE-OVERRIDE-EXIT.
046600     EXIT.
046700
046800*-----------------------------------------------------------------
046900* CHECK THE AMOUNT AGAINST THE PAYMENT MODE, KYC STANDING AND
047000* THE FLOOR NET OF HOLDS (TRYING THE SWEEP BEFORE REFUSING),
047100* TAKE A SUPERVISOR'S APPROVAL FOR A LARGE REMITTANCE, THEN
047200* DEBIT THE ACCOUNT AND RELEASE THE PAYMENT TO THE NETWORK.
047300*-----------------------------------------------------------------
047400 3000-POST-REMITTANCE.
047500     IF REMIT-AMT NOT > 0
047600         DISPLAY "OUTREMIT: INVALID REMITTANCE AMOUNT"
047700         GO TO 3000-POST-REMITTANCE-EXIT
047800     END-IF
047900     IF WS-MODE-RTGS
048000         AND REMIT-AMT < WS-RTGS-MINIMUM
048100         DISPLAY "OUTREMIT: RTGS IS FOR " WS-RTGS-MINIMUM
048200                 " AND ABOVE - SEND THIS AMOUNT BY NEFT"
048300         GO TO 3000-POST-REMITTANCE-EXIT
048400     END-IF
048500
048600     CALL "KYCCHK" USING ACCT-NUMBER WS-KYC-STATUS
048700     IF NOT WS-KYC-CURRENT
048800         DISPLAY "OUTREMIT: CUSTOMER KYC IS LAPSED OR MISSING"
048900         IF REMIT-AMT NOT LESS THAN WS-KYC-REFUSE-LIMIT
049000             DISPLAY "OUTREMIT: AMOUNT AT OR ABOVE "
049100                     WS-KYC-REFUSE-LIMIT
049200                     " NEEDS CURRENT KYC, TRANSACTION REFUSED"
049300             GO TO 3000-POST-REMITTANCE-EXIT
049400         END-IF
049500     END-IF
049600
049700     IF ACCT-TYPE-CURRENT
049800         COMPUTE WS-WITHDRAW-FLOOR = 0 - ACCT-CREDIT-LIMIT
049900     ELSE
050000         MOVE ACCT-MIN-BAL TO WS-WITHDRAW-FLOOR
050100     END-IF
050200     CALL "HOLDSUM" USING ACCT-NUMBER WS-HOLD-TOTAL
050300     ADD WS-HOLD-TOTAL TO WS-WITHDRAW-FLOOR
050400
050500     IF (ACCT-BALANCE - REMIT-AMT) < WS-WITHDRAW-FLOOR
050600         COMPUTE WS-SHORTFALL = WS-WITHDRAW-FLOOR
050700                 - (ACCT-BALANCE - REMIT-AMT)
050800         MOVE "N" TO WS-SWEPT-SW
050900         CALL "SWEEPBK" USING ACCT-NUMBER WS-SHORTFALL
051000                              WS-SWEPT-SW
051100         IF WS-SWEPT-BACK
051200             READ ACCOUNT-MASTER
051300                 KEY IS ACCT-NUMBER
051400                 INVALID KEY
051500                     DISPLAY "OUTREMIT: UNABLE TO REREAD "
051600                             "ACCOUNT " ACCT-NUMBER
051700                     GO TO 3000-POST-REMITTANCE-EXIT
051800             END-READ
051900         END-IF
052000         IF (ACCT-BALANCE - REMIT-AMT) < WS-WITHDRAW-FLOOR
052100             DISPLAY "OUTREMIT: WOULD BREACH ALLOWED BALANCE "
052200                     "OF " WS-WITHDRAW-FLOOR
052300             GO TO 3000-POST-REMITTANCE-EXIT
052400         END-IF
052500     END-IF
052600
052700     IF REMIT-AMT NOT LESS THAN WS-LARGE-REMIT-LIMIT
052800         PERFORM 3300-SUPERVISOR-OVERRIDE
052900             THRU 3300-SUPERVISOR-OVERRIDE-EXIT
053000         IF NOT WS-SUPV-OK
053100             GO TO 3000-POST-REMITTANCE-EXIT
053200         END-IF
053300     END-IF
053400
053500     SUBTRACT REMIT-AMT FROM ACCT-BALANCE
053600     MOVE WS-TODAYS-DATE TO ACCT-LAST-WD-DATE
053700     REWRITE ACCOUNT-RECORD
053800         INVALID KEY
053900             DISPLAY "OUTREMIT: UNABLE TO REWRITE ACCOUNT "
054000                     ACCT-NUMBER ", REMITTANCE NOT SENT"
054100             GO TO 3000-POST-REMITTANCE-EXIT
054200     END-REWRITE
054300
054400     PERFORM 4500-WRITE-LOG
054500         THRU 4500-WRITE-LOG-EXIT
054600
054700     PERFORM 5000-RELEASE-PAYMENT
054800         THRU 5000-RELEASE-PAYMENT-EXIT
054900
055000     DISPLAY "OUTREMIT: REMITTANCE SENT, REFERENCE " WS-TXN-REF
055100     DISPLAY "UPDATED BALANCE = " ACCT-BALANCE.
055200 3000-POST-REMITTANCE-EXIT.
055300     EXIT.
055400
055500*-----------------------------------------------------------------
055600* A REMITTANCE AT OR ABOVE THE LARGE-REMITTANCE LIMIT MAY ONLY
055700* GO IF A SUPERVISOR-LEVEL OPERATOR APPROVES IT WITH A SECOND
055800* LOGIN.
055900*-----------------------------------------------------------------
056000 3300-SUPERVISOR-OVERRIDE.
056100     MOVE "N" TO WS-SUPV-SW
056200     DISPLAY "OUTREMIT: SUPERVISOR APPROVAL REQUIRED FOR A "
056300             "LARGE REMITTANCE"
056400     CALL "OPRLOGIN" USING WS-SUPV-ID WS-SUPV-SW WS-SUPV-AUTH
056500     IF NOT WS-SUPV-OK
056600         DISPLAY "OUTREMIT: SUPERVISOR LOGIN FAILED, "
056700                 "REMITTANCE REFUSED"
056800         GO TO 3300-SUPERVISOR-OVERRIDE-EXIT
056900     END-IF
057000     IF WS-SUPV-AUTH NOT = "S"
057100         DISPLAY "OUTREMIT: OPERATOR " WS-SUPV-ID " IS NOT A "
057200                 "SUPERVISOR, REMITTANCE REFUSED"
057300         MOVE "N" TO WS-SUPV-SW
057400         GO TO 3300-SUPERVISOR-OVERRIDE-EXIT
057500     END-IF
057600     DISPLAY "OUTREMIT: OVERRIDE APPROVED BY SUPERVISOR "
057700             WS-SUPV-ID.
057800 3300-SUPERVISOR-OVERRIDE-EXIT.
057900     EXIT.
058000
058100*-----------------------------------------------------------------
058200* LOG THE DEBIT AS AN OUTWARD REMITTANCE - GLJRNL CARRIES IT TO
058300* THE OUTWARD CLEARING GL - AND WRITE THE INDEXED HISTORY.
058400*-----------------------------------------------------------------
058500 4500-WRITE-LOG.
058600     MOVE WS-TODAYS-DATE TO WDLOG-DATE
058700     ACCEPT WDLOG-TIME FROM TIME
058800     MOVE ACCT-NUMBER    TO WDLOG-ACCT-NUMBER
058900     MOVE REMIT-AMT      TO WDLOG-WITHDRAW-AMT
059000     MOVE ACCT-BALANCE   TO WDLOG-NEW-BALANCE
059100     MOVE WS-OPERATOR-ID TO WDLOG-OPERATOR-ID
059200     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
059300     CALL "TXNREF" USING WS-TXN-REF
059400     MOVE WS-TXN-REF TO WDLOG-TXN-REF
059500     SET WDLOG-TRANS-REMIT TO TRUE
059600     MOVE "N" TO WS-TILLBRN-SW
059700     CALL "TILLBRN" USING WS-OPERATOR-ID WS-TELLER-BRANCH
059800                          WS-TILLBRN-SW
059900     IF WS-TELLER-BRANCH-OK
060000         MOVE WS-TELLER-BRANCH TO WDLOG-POST-BRANCH
060100     ELSE
060200         MOVE ACCT-BRANCH-CODE TO WDLOG-POST-BRANCH
060300     END-IF
060301     SET WDLOG-INSTR-TRANSFER TO TRUE
060400     WRITE WITHDRAW-LOG-RECORD
060500
060600     MOVE "W" TO WS-TXN-TYPE
060700     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
060800                           WDLOG-TIME WS-TXN-TYPE
060900                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
061000                           WDLOG-OPERATOR-ID
061100                           WDLOG-TXN-REF
061100                           WDLOG-INSTRUMENT.
061200 4500-WRITE-LOG-EXIT.
061300     EXIT.
061400
061500*-----------------------------------------------------------------
061600* HAND THE PAYMENT TO THE NETWORK THROUGH THE OUTWARD PAYMENT
061700* FILE AND RECORD IT ON THE REGISTER UNDER ITS REFERENCE, SO A
061800* RETURN CAN BE MATCHED BACK TO THE REMITTER.
061900*-----------------------------------------------------------------
062000 5000-RELEASE-PAYMENT.
062100     MOVE WS-TXN-REF       TO PAY-TXN-REF
062200     MOVE WS-PAY-MODE      TO PAY-MODE
062300     MOVE WS-TODAYS-DATE   TO PAY-DATE
062400     MOVE ACCT-NUMBER      TO PAY-REMITTER-ACCT
062500     MOVE REMIT-AMT        TO PAY-AMOUNT
062600     MOVE WS-BENEF-BANK    TO PAY-BENEF-BANK
062700     MOVE WS-BENEF-ACCT    TO PAY-BENEF-ACCT
062800     MOVE WS-BENEF-NAME    TO PAY-BENEF-NAME
062900     WRITE PAYMENT-RECORD
063000
063100     MOVE WS-TXN-REF       TO ORM-TXN-REF
063200     MOVE ACCT-NUMBER      TO ORM-ACCT-NUMBER
063300     MOVE REMIT-AMT        TO ORM-AMOUNT
063400     MOVE WS-PAY-MODE      TO ORM-PAY-MODE
063500     MOVE WS-BENEF-BANK    TO ORM-BENEF-BANK
063600     MOVE WS-BENEF-ACCT    TO ORM-BENEF-ACCT
063700     MOVE WS-BENEF-NAME    TO ORM-BENEF-NAME
063800     MOVE WS-TODAYS-DATE   TO ORM-SENT-DATE
063900     SET ORM-STATUS-SENT   TO TRUE
064000     MOVE 0                TO ORM-RETURN-DATE
064100     MOVE SPACES           TO ORM-RETURN-REASON
064200     MOVE WS-OPERATOR-ID   TO ORM-OPERATOR-ID
064300     MOVE ACCT-BRANCH-CODE TO ORM-BRANCH-CODE
064400     WRITE REMIT-RECORD
064500         INVALID KEY
064600             DISPLAY "OUTREMIT: UNABLE TO RECORD REFERENCE "
064700                     WS-TXN-REF " ON THE REMITTANCE REGISTER - "
064800                     "ADVISE THE SUPERVISOR"
064900     END-WRITE.
065000 5000-RELEASE-PAYMENT-EXIT.
065100     EXIT.
065200
065300*-----------------------------------------------------------------
065400* RELEASE THE POSTING LOCK AND CLOSE DOWN THE FILES.
065500*-----------------------------------------------------------------
065600 9999-TERMINATE.
065700     IF WS-LOCK-TAKEN
065800         MOVE "U" TO WS-LOCK-FUNCTION
065900         MOVE "N" TO WS-LOCK-SW
066000         CALL "ACCLOCK" USING WS-LOCK-FUNCTION ACCT-NUMBER
066100                              WS-OPERATOR-ID WS-LOCK-SW
066200     END-IF
066300     IF WS-FILES-OPEN
066400         CLOSE ACCOUNT-MASTER
066500         CLOSE REMIT-REGISTER
066600         CLOSE PAYMENT-FILE
066700         CLOSE WITHDRAW-LOG
066800     END-IF.
066900 9999-TERMINATE-EXIT.
067000     EXIT.
