000100*****************************************************************
000200* PROGRAM      : SUSPCLR                                        *
000300* DESCRIPTION  : SUSPENSE LEDGER CLEARANCE.  PARKS A SUNDRY     *
000400*                RECEIPT THAT CANNOT BE APPLIED ON THE DAY,     *
000500*                APPLIES AN OPEN ITEM TO THE RIGHT ACCOUNT -    *
000600*                POSTED THROUGH THE DEPOSIT LOG UNDER THE       *
000700*                ITEM'S ORIGINAL REFERENCE - OR RETURNS IT,     *
000800*                EITHER TO THE ACCOUNT IT CAME FROM OR OUTSIDE  *
000900*                THE BANK ON THE RETURN ADVICE FILE.  A RETURN  *
001000*                NEEDS A SUPERVISOR.  INWCLEAR AND SALCRED PARK *
001100*                THE ITEMS THEY CANNOT POST, SUSPAGE AGES THE   *
001200*                OPEN ITEMS WEEKLY, AND GLJRNL CARRIES THE      *
001300*                LEDGER IN THE SUSPENSE GL.  ATMBAL PARKS THE   *
001310*                SHORTAGES AND EXCESSES FOUND BALANCING ATM     *
001320*                CASH.  EVERY CHANGE IS JOURNALLED.             *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. SUSPCLR.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - PARKING, APPLICATION AND       *
002800*                  RETURN OF ITEMS ON THE NEW SUSPENSE LEDGER,  *
002900*                  IN PLACE OF THE MANUAL SUNDRY LIST.          *
002901* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002902*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002903*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002903* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002903*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002903*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002904* 2026-10-15 SN    A CASH SHORTAGE PARKED BY ATMBAL IS A DEBIT  *
002905*                  ITEM - IT CANNOT BE APPLIED, IS RETURNED     *
002906*                  ONCE RECOVERED WITH NO CREDIT OR ADVICE, AND *
002907*                  COUNTS AGAINST THE OPEN TOTAL.               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SUSP-ITEM-REF
003900         FILE STATUS IS WS-SUSPENSE-STATUS.
004000
004100     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ACCT-NUMBER
004500         FILE STATUS IS WS-ACCMSTR-STATUS.
004600
004700     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DEPLOG-STATUS.
005000
005100     SELECT CHART-FILE ASSIGN TO "COAFILE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS COA-GL-NUMBER
005500         FILE STATUS IS WS-COAFILE-STATUS.
005600
005700     SELECT RETURN-ADVICE ASSIGN TO "SUSPRETN"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RETURN-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SUSPENSE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY SUSPREC.
006600
006700 FD  ACCOUNT-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900     COPY ACCTREC.
007000
007100 FD  DEPOSIT-LOG
007200     LABEL RECORDS ARE STANDARD.
007300 01  DEPOSIT-LOG-RECORD.
007400     05  LOG-DATE             PIC 9(08).
007500     05  LOG-TIME             PIC 9(08).
007600     05  FILLER               PIC X(01) VALUE SPACE.
007700     05  LOG-ACCT-NUMBER      PIC 9(06).
007800     05  FILLER               PIC X(01) VALUE SPACE.
007900     05  LOG-DEPOSIT-AMT      PIC 9(09).
008000     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  LOG-NEW-BALANCE      PIC S9(09).
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  LOG-CURRENCY-CODE    PIC X(03).
008400     05  FILLER               PIC X(01) VALUE SPACE.
008500     05  LOG-TRANS-TYPE       PIC X(01).
008600         88  LOG-TRANS-SUSPENSE   VALUE "S".
008700     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LOG-OPERATOR-ID      PIC 9(04).
008900     05  FILLER               PIC X(01) VALUE SPACE.
009000     05  LOG-BRANCH-CODE      PIC 9(03).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009200     05  LOG-TXN-REF          PIC 9(10).
009300     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  LOG-VALUE-DATE       PIC 9(08).
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  LOG-POST-BRANCH      PIC 9(03).
009610     05  FILLER               PIC X(01) VALUE SPACE.
009620     05  LOG-INSTRUMENT       PIC X(01).
009630         88  LOG-INSTR-CASH       VALUE "C".
009640         88  LOG-INSTR-CHEQUE     VALUE "Q".
009650         88  LOG-INSTR-TRANSFER   VALUE "T".
009660         88  LOG-INSTR-SYSTEM     VALUE "S".
009700
009800 FD  CHART-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY COAREC.
010100
010200 FD  RETURN-ADVICE
010300     LABEL RECORDS ARE STANDARD.
010400 01  RETURN-ADVICE-RECORD.
010500     05  RTN-ITEM-REF         PIC 9(10).
010600     05  FILLER               PIC X(01) VALUE SPACE.
010700     05  RTN-SOURCE           PIC X(08).
010800     05  FILLER               PIC X(01) VALUE SPACE.
010900     05  RTN-SOURCE-REF       PIC X(16).
011000     05  FILLER               PIC X(01) VALUE SPACE.
011100     05  RTN-INTENDED-ACCT    PIC 9(06).
011200     05  FILLER               PIC X(01) VALUE SPACE.
011300     05  RTN-AMOUNT           PIC 9(09).
011400     05  FILLER               PIC X(01) VALUE SPACE.
011500     05  RTN-CURRENCY-CODE    PIC X(03).
011600     05  FILLER               PIC X(01) VALUE SPACE.
011700     05  RTN-REASON-CODE      PIC X(04).
011800     05  FILLER               PIC X(01) VALUE SPACE.
011900     05  RTN-DATE             PIC 9(08).
012000
012100 WORKING-STORAGE SECTION.
012200 01  WS-SUSPENSE-STATUS       PIC X(02).
012300     88  WS-SUSPENSE-OK       VALUE "00".
012400     88  WS-SUSPENSE-NOTFOUND VALUE "35".
012500 01  WS-ACCMSTR-STATUS        PIC X(02).
012600     88  WS-ACCMSTR-OK        VALUE "00".
012700 01  WS-DEPLOG-STATUS         PIC X(02).
012800     88  WS-DEPLOG-OK         VALUE "00".
012900 01  WS-COAFILE-STATUS        PIC X(02).
013000     88  WS-COAFILE-OK        VALUE "00".
013100 01  WS-RETURN-STATUS         PIC X(02).
013200     88  WS-RETURN-OK         VALUE "00".
013300     88  WS-RETURN-NOTFOUND   VALUE "35".
013400
013500 01  WS-FUNCTION-CODE         PIC 9(01).
013600 01  WS-ITEM-REF              PIC 9(10).
013700 01  WS-ACCT-NUMBER           PIC 9(06).
013800 01  WS-BRANCH-CODE           PIC 9(03).
013900 01  WS-BRANCH-NAME           PIC X(20).
014000 01  WS-TODAYS-DATE           PIC 9(08).
014100 01  WS-TXN-TYPE              PIC X(01).
014200 01  WS-OPERATOR-ID           PIC 9(04).
014300 01  WS-OPERATOR-AUTH         PIC X(01).
014400 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
014500 01  WS-OPEN-COUNT            PIC 9(06) VALUE 0.
014600 01  WS-OPEN-TOTAL            PIC S9(12) VALUE 0.
014700
014800*    REASON CODE A SUNDRY RECEIPT IS PARKED UNDER WHEN NONE IS
014900*    KEYED.
015000 01  WS-SUNDRY-REASON         PIC X(04) VALUE "SNDY".
015100
015200 01  WS-JRNL-FILE             PIC X(08).
015300 01  WS-JRNL-KEY              PIC X(12).
015400 01  WS-BEFORE-IMAGE          PIC X(100).
015500 01  WS-AFTER-IMAGE           PIC X(100).
015600
015700 01  WS-SWITCHES.
015800     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
015900         88  WS-OPERATOR-OK   VALUE "Y".
016000     05  WS-EOF-SW            PIC X(01) VALUE "N".
016100         88  WS-EOF           VALUE "Y".
016200     05  WS-BRANCH-FOUND-SW   PIC X(01) VALUE "N".
016300         88  WS-BRANCH-FOUND  VALUE "Y".
016400     05  WS-CREDIT-SW         PIC X(01) VALUE "N".
016500         88  WS-CREDIT-POSTED VALUE "Y".
016600     05  WS-RETURN-SW         PIC X(01) VALUE "N".
016700         88  WS-RETURNING     VALUE "Y".
016700
016700 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "SUSPCLR".
016700 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
016700 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
016700     88  WS-ENTITLED          VALUE "Y".
016800
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE
017200         THRU 1000-INITIALIZE-EXIT
017300
017400     IF WS-OPERATOR-OK
017500         PERFORM 2000-PROCESS-FUNCTION
017600             THRU 2000-PROCESS-FUNCTION-EXIT
017700     END-IF
017800
017900     PERFORM 9999-TERMINATE
018000         THRU 9999-TERMINATE-EXIT
018100
018200     STOP RUN.
018300
018400*-----------------------------------------------------------------
018500* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE SUSPENSE LEDGER,
018600* CREATING IT IF IT HAS NEVER BEEN SET UP.
018700*-----------------------------------------------------------------
018800 1000-INITIALIZE.
018900     MOVE "N" TO WS-OPERATOR-SW
019000     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
019100                           WS-OPERATOR-AUTH
019200     IF NOT WS-OPERATOR-OK
019300         DISPLAY "SUSPCLR: OPERATOR LOGIN FAILED, "
019400                 "MAINTENANCE REFUSED"
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019600     MOVE "N" TO WS-ENTITLED-SW
019600     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
019600                          WS-ENTL-MODE WS-ENTITLED-SW
019600     IF NOT WS-ENTITLED
019600         DISPLAY "SUSPCLR: OPERATOR " WS-OPERATOR-ID " IS NOT "
019600                 "ENTITLED TO SUSPCLR, REFUSED"
019600         MOVE "N" TO WS-OPERATOR-SW
019600         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700
019800     CALL "BUSDATE" USING WS-TODAYS-DATE
019900
020000     OPEN I-O SUSPENSE-FILE
020100     IF WS-SUSPENSE-NOTFOUND
020200         OPEN OUTPUT SUSPENSE-FILE
020300         CLOSE SUSPENSE-FILE
020400         OPEN I-O SUSPENSE-FILE
020500     END-IF
020600     IF NOT WS-SUSPENSE-OK
020700         DISPLAY "SUSPCLR: UNABLE TO OPEN SUSPENSE LEDGER, "
020800                 "STATUS = " WS-SUSPENSE-STATUS
020900         MOVE "N" TO WS-OPERATOR-SW
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF.
021200 1000-INITIALIZE-EXIT.
021300     EXIT.
021400
021500*-----------------------------------------------------------------
021600* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
021700*-----------------------------------------------------------------
021800 2000-PROCESS-FUNCTION.
021900     DISPLAY "1. PARK SUNDRY RECEIPT"
022000     DISPLAY "2. APPLY ITEM TO ACCOUNT"
022100     DISPLAY "3. RETURN ITEM (SUPERVISOR)"
022200     DISPLAY "4. LIST OPEN ITEMS"
022300     DISPLAY "ENTER FUNCTION: "
022400     ACCEPT WS-FUNCTION-CODE
022500
022600     EVALUATE WS-FUNCTION-CODE
022700         WHEN 1
022800             PERFORM 3000-PARK-SUNDRY
022900                 THRU 3000-PARK-SUNDRY-EXIT
023000         WHEN 2
023100             PERFORM 4000-APPLY-ITEM
023200                 THRU 4000-APPLY-ITEM-EXIT
023300         WHEN 3
023400             PERFORM 5000-RETURN-ITEM
023500                 THRU 5000-RETURN-ITEM-EXIT
023600         WHEN 4
023700             PERFORM 7000-LIST-OPEN-ITEMS
023800                 THRU 7000-LIST-OPEN-ITEMS-EXIT
023900         WHEN OTHER
024000             DISPLAY "SUSPCLR: INVALID FUNCTION"
024100     END-EVALUATE.
024200 2000-PROCESS-FUNCTION-EXIT.
024300     EXIT.
024400
024500*-----------------------------------------------------------------
024600* PARK A SUNDRY RECEIPT THE OPERATOR CANNOT APPLY ON THE DAY.
024700* THE GL THE MONEY CAME IN THROUGH MUST BE AN ASSET ACCOUNT ON
024800* THE CHART - GLJRNL MOVES THE ITEM FROM IT INTO SUSPENSE.
024900*-----------------------------------------------------------------
025000 3000-PARK-SUNDRY.
025100     INITIALIZE SUSPENSE-RECORD
025200     SET SUSP-SOURCE-SUNDRY TO TRUE
025300
025400     DISPLAY "ENTER BRANCH CODE: "
025500     ACCEPT WS-BRANCH-CODE
025600     MOVE "N" TO WS-BRANCH-FOUND-SW
025700     CALL "BRNLKUP" USING WS-BRANCH-CODE WS-BRANCH-NAME
025800                          WS-BRANCH-FOUND-SW
025900     IF NOT WS-BRANCH-FOUND
026000         DISPLAY "SUSPCLR: BRANCH " WS-BRANCH-CODE
026100                 " NOT ON THE BRANCH MASTER"
026200         GO TO 3000-PARK-SUNDRY-EXIT
026300     END-IF
026400     MOVE WS-BRANCH-CODE TO SUSP-BRANCH-CODE
026500
026600     DISPLAY "ENTER AMOUNT RECEIVED: "
026700     ACCEPT SUSP-AMOUNT
026800     IF SUSP-AMOUNT NOT > 0
026900         DISPLAY "SUSPCLR: AMOUNT MUST BE GREATER THAN ZERO"
027000         GO TO 3000-PARK-SUNDRY-EXIT
027100     END-IF
027200     DISPLAY "ENTER CURRENCY CODE: "
027300     ACCEPT SUSP-CURRENCY-CODE
027400     IF SUSP-CURRENCY-CODE = SPACES
027500         DISPLAY "SUSPCLR: CURRENCY CODE IS REQUIRED"
027600         GO TO 3000-PARK-SUNDRY-EXIT
027700     END-IF
027800     DISPLAY "ENTER INTENDED ACCOUNT (0 IF NOT KNOWN): "
027900     ACCEPT SUSP-INTENDED-ACCT
028000     DISPLAY "ENTER SOURCE REFERENCE: "
028100     ACCEPT SUSP-SOURCE-REF
028200     IF SUSP-SOURCE-REF = SPACES
028300         DISPLAY "SUSPCLR: SOURCE REFERENCE IS REQUIRED"
028400         GO TO 3000-PARK-SUNDRY-EXIT
028500     END-IF
028600     DISPLAY "ENTER REASON CODE (BLANK FOR " WS-SUNDRY-REASON
028700             "): "
028800     ACCEPT SUSP-REASON-CODE
028900     IF SUSP-REASON-CODE = SPACES
029000         MOVE WS-SUNDRY-REASON TO SUSP-REASON-CODE
029100     END-IF
029200
029300     DISPLAY "ENTER GL ACCOUNT THE MONEY CAME IN THROUGH: "
029400     ACCEPT SUSP-SOURCE-GL
029500     OPEN INPUT CHART-FILE
029600     IF NOT WS-COAFILE-OK
029700         DISPLAY "SUSPCLR: UNABLE TO OPEN CHART OF ACCOUNTS, "
029800                 "STATUS = " WS-COAFILE-STATUS
029900         GO TO 3000-PARK-SUNDRY-EXIT
030000     END-IF
030100     MOVE SUSP-SOURCE-GL TO COA-GL-NUMBER
030200     READ CHART-FILE
030300         KEY IS COA-GL-NUMBER
030400         INVALID KEY
030500             MOVE SPACE TO COA-GL-CLASS
030600     END-READ
030700     CLOSE CHART-FILE
030800     IF NOT COA-CLASS-ASSET
030900         DISPLAY "SUSPCLR: GL ACCOUNT " SUSP-SOURCE-GL
031000                 " IS NOT AN ASSET ACCOUNT ON THE CHART"
031100         GO TO 3000-PARK-SUNDRY-EXIT
031200     END-IF
031300
031400     MOVE 0 TO SUSP-RETURN-ACCT
031500     PERFORM 8000-WRITE-NEW-ITEM
031600         THRU 8000-WRITE-NEW-ITEM-EXIT.
031700 3000-PARK-SUNDRY-EXIT.
031800     EXIT.
031900
032000*-----------------------------------------------------------------
032100* APPLY AN OPEN ITEM TO THE RIGHT ACCOUNT - THE INTENDED ONE
032200* UNLESS THE OPERATOR NAMES ANOTHER - UNDER THE SAME RULES
032300* DEPOSITB POSTS BY.
032400*-----------------------------------------------------------------
032500 4000-APPLY-ITEM.
032600     PERFORM 8500-READ-ITEM
032700         THRU 8500-READ-ITEM-EXIT
032800     IF SUSP-ITEM-REF NOT = WS-ITEM-REF
032900         GO TO 4000-APPLY-ITEM-EXIT
033000     END-IF
033100     IF NOT SUSP-STATUS-OPEN
033200         DISPLAY "SUSPCLR: ITEM " WS-ITEM-REF
033300                 " IS ALREADY CLEARED (STATUS " SUSP-STATUS ")"
033400         GO TO 4000-APPLY-ITEM-EXIT
033500     END-IF
033510     IF SUSP-SIDE-DEBIT
033520         DISPLAY "SUSPCLR: ITEM " WS-ITEM-REF " IS A CASH "
033530                 "SHORTAGE AND CANNOT BE APPLIED - RETURN IT "
033540                 "ONCE RECOVERED"
033550         GO TO 4000-APPLY-ITEM-EXIT
033560     END-IF
033600     MOVE SUSPENSE-RECORD TO WS-BEFORE-IMAGE
033700
033800     DISPLAY "INTENDED ACCOUNT: " SUSP-INTENDED-ACCT
033900     DISPLAY "ENTER ACCOUNT TO APPLY TO (0 FOR INTENDED): "
034000     ACCEPT WS-ACCT-NUMBER
034100     IF WS-ACCT-NUMBER = 0
034200         MOVE SUSP-INTENDED-ACCT TO WS-ACCT-NUMBER
034300     END-IF
034400     IF WS-ACCT-NUMBER = 0
034500         DISPLAY "SUSPCLR: AN ACCOUNT IS REQUIRED"
034600         GO TO 4000-APPLY-ITEM-EXIT
034700     END-IF
034800
034900     MOVE "N" TO WS-RETURN-SW
035000     PERFORM 6000-CREDIT-ACCOUNT
035100         THRU 6000-CREDIT-ACCOUNT-EXIT
035200     IF NOT WS-CREDIT-POSTED
035300         GO TO 4000-APPLY-ITEM-EXIT
035400     END-IF
035500
035600     SET SUSP-STATUS-APPLIED TO TRUE
035700     MOVE WS-TODAYS-DATE TO SUSP-CLEAR-DATE
035800     MOVE WS-ACCT-NUMBER TO SUSP-CLEAR-ACCT
035900     MOVE WS-OPERATOR-ID TO SUSP-CLEARED-BY
036000     PERFORM 8700-REWRITE-ITEM
036100         THRU 8700-REWRITE-ITEM-EXIT
036200     IF NOT WS-SUSPENSE-OK
036300         GO TO 4000-APPLY-ITEM-EXIT
036400     END-IF
036500
036600     DISPLAY "SUSPCLR: ITEM " WS-ITEM-REF " APPLIED TO ACCOUNT "
036700             WS-ACCT-NUMBER.
036800 4000-APPLY-ITEM-EXIT.
036900     EXIT.
037000
037100*-----------------------------------------------------------------
037200* RETURN AN OPEN ITEM - ONLY A SUPERVISOR MAY.  AN ITEM NAMING A
037300* RETURN ACCOUNT (A SALARY ITEM'S EMPLOYER) IS CREDITED BACK TO
037400* IT; ANY OTHER GOES ON THE RETURN ADVICE FILE TO BE SENT BACK
037500* OUTSIDE THE BANK THE WAY IT CAME.  A DEBIT ITEM - A CASH
037510* SHORTAGE - IS RETURNED ONCE THE CASH IS RECOVERED, WITH
037520* NOTHING TO CREDIT OR ADVISE.
037600*-----------------------------------------------------------------
037700 5000-RETURN-ITEM.
037800     IF WS-OPERATOR-AUTH NOT = "S"
037900         DISPLAY "SUSPCLR: OPERATOR " WS-OPERATOR-ID " IS NOT "
038000                 "A SUPERVISOR, RETURN REFUSED"
038100         GO TO 5000-RETURN-ITEM-EXIT
038200     END-IF
038300
038400     PERFORM 8500-READ-ITEM
038500         THRU 8500-READ-ITEM-EXIT
038600     IF SUSP-ITEM-REF NOT = WS-ITEM-REF
038700         GO TO 5000-RETURN-ITEM-EXIT
038800     END-IF
038900     IF NOT SUSP-STATUS-OPEN
039000         DISPLAY "SUSPCLR: ITEM " WS-ITEM-REF
039100                 " IS ALREADY CLEARED (STATUS " SUSP-STATUS ")"
039200         GO TO 5000-RETURN-ITEM-EXIT
039300     END-IF
039400     MOVE SUSPENSE-RECORD TO WS-BEFORE-IMAGE
039500
039600     EVALUATE TRUE
039610         WHEN SUSP-SIDE-DEBIT
039620             MOVE 0 TO WS-ACCT-NUMBER
039630             SET WS-CREDIT-POSTED TO TRUE
039640         WHEN SUSP-RETURN-ACCT > 0
039700             MOVE SUSP-RETURN-ACCT TO WS-ACCT-NUMBER
039800             SET WS-RETURNING TO TRUE
039900             PERFORM 6000-CREDIT-ACCOUNT
040000                 THRU 6000-CREDIT-ACCOUNT-EXIT
040100         WHEN OTHER
040200             MOVE 0 TO WS-ACCT-NUMBER
040300             PERFORM 5500-WRITE-RETURN-ADVICE
040400                 THRU 5500-WRITE-RETURN-ADVICE-EXIT
040500     END-EVALUATE
040600     IF NOT WS-CREDIT-POSTED
040700         GO TO 5000-RETURN-ITEM-EXIT
040800     END-IF
040900
041000     SET SUSP-STATUS-RETURNED TO TRUE
041100     MOVE WS-TODAYS-DATE TO SUSP-CLEAR-DATE
041200     MOVE WS-ACCT-NUMBER TO SUSP-CLEAR-ACCT
041300     MOVE WS-OPERATOR-ID TO SUSP-CLEARED-BY
041400     PERFORM 8700-REWRITE-ITEM
041500         THRU 8700-REWRITE-ITEM-EXIT
041600     IF NOT WS-SUSPENSE-OK
041700         GO TO 5000-RETURN-ITEM-EXIT
041800     END-IF
041900
042000     IF SUSP-SIDE-DEBIT
042010         DISPLAY "SUSPCLR: SHORTAGE ITEM " WS-ITEM-REF
042020                 " MARKED RECOVERED BY SUPERVISOR " WS-OPERATOR-ID
042030     ELSE
042040         DISPLAY "SUSPCLR: ITEM " WS-ITEM-REF " RETURNED BY "
042050                 "SUPERVISOR " WS-OPERATOR-ID
042060     END-IF.
042200 5000-RETURN-ITEM-EXIT.
042300     EXIT.
042400
042500*-----------------------------------------------------------------
042600* ADD ONE LINE TO THE RETURN ADVICE FILE FOR AN ITEM GOING BACK
042700* OUTSIDE THE BANK.  THE FILE IS CREATED ON THE FIRST RETURN.
042800*-----------------------------------------------------------------
042900 5500-WRITE-RETURN-ADVICE.
043000     MOVE "N" TO WS-CREDIT-SW
043100     OPEN EXTEND RETURN-ADVICE
043200     IF WS-RETURN-NOTFOUND
043300         OPEN OUTPUT RETURN-ADVICE
043400     END-IF
043500     IF NOT WS-RETURN-OK
043600         DISPLAY "SUSPCLR: UNABLE TO OPEN RETURN ADVICE FILE, "
043700                 "STATUS = " WS-RETURN-STATUS
043800         GO TO 5500-WRITE-RETURN-ADVICE-EXIT
043900     END-IF
044000
044100     MOVE SUSP-ITEM-REF      TO RTN-ITEM-REF
044200     MOVE SUSP-SOURCE        TO RTN-SOURCE
044300     MOVE SUSP-SOURCE-REF    TO RTN-SOURCE-REF
044400     MOVE SUSP-INTENDED-ACCT TO RTN-INTENDED-ACCT
044500     MOVE SUSP-AMOUNT        TO RTN-AMOUNT
044600     MOVE SUSP-CURRENCY-CODE TO RTN-CURRENCY-CODE
044700     MOVE SUSP-REASON-CODE   TO RTN-REASON-CODE
044800     MOVE WS-TODAYS-DATE     TO RTN-DATE
044900     WRITE RETURN-ADVICE-RECORD
045000     CLOSE RETURN-ADVICE
045100     SET WS-CREDIT-POSTED TO TRUE
045200     DISPLAY "SUSPCLR: " SUSP-AMOUNT " ADVISED FOR RETURN TO "
045300             SUSP-SOURCE " REFERENCE " SUSP-SOURCE-REF.
045400 5500-WRITE-RETURN-ADVICE-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------------
045800* CREDIT THE ITEM'S AMOUNT TO THE ACCOUNT AND LOG IT AS A
045900* SUSPENSE CLEARANCE UNDER THE ITEM'S ORIGINAL REFERENCE.  AN
046000* APPLY NEEDS AN ACTIVE ACCOUNT WITHIN THE DAILY DEPOSIT LIMIT;
046100* A RETURN ONLY NEEDS THE ACCOUNT STILL OPEN.  THE CURRENCY MUST
046200* MATCH EITHER WAY.
046300*-----------------------------------------------------------------
046400 6000-CREDIT-ACCOUNT.
046500     MOVE "N" TO WS-CREDIT-SW
046600     OPEN I-O ACCOUNT-MASTER
046700     IF NOT WS-ACCMSTR-OK
046800         DISPLAY "SUSPCLR: UNABLE TO OPEN ACCOUNT MASTER, "
046900                 "STATUS = " WS-ACCMSTR-STATUS
047000         GO TO 6000-CREDIT-ACCOUNT-EXIT
047100     END-IF
047200     OPEN EXTEND DEPOSIT-LOG
047300     IF NOT WS-DEPLOG-OK
047400         DISPLAY "SUSPCLR: UNABLE TO OPEN DEPOSIT LOG, "
047500                 "STATUS = " WS-DEPLOG-STATUS
047600         CLOSE ACCOUNT-MASTER
047700         GO TO 6000-CREDIT-ACCOUNT-EXIT
047800     END-IF
047900
048000     MOVE WS-ACCT-NUMBER TO ACCT-NUMBER
048100     READ ACCOUNT-MASTER
048200         KEY IS ACCT-NUMBER
048300         INVALID KEY
048400             DISPLAY "SUSPCLR: ACCOUNT " WS-ACCT-NUMBER
048500                     " NOT FOUND ON ACCOUNT MASTER"
048600             GO TO 6000-CLOSE-FILES
048700     END-READ
048800
048900     IF WS-RETURNING
049000         IF ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEAT
049100             DISPLAY "SUSPCLR: ACCOUNT " WS-ACCT-NUMBER
049200                     " IS CLOSED - RETURN MUST BE PAID OUTSIDE"
049300             GO TO 6000-CLOSE-FILES
049400         END-IF
049500     ELSE
049600         CALL "ACCSTATUS" USING ACCT-STATUS
049700         IF NOT ACCT-STATUS-ACTIVE
049800             DISPLAY "SUSPCLR: ACCOUNT " WS-ACCT-NUMBER
049900                     " IS NOT ACTIVE, ITEM NOT APPLIED"
050000             GO TO 6000-CLOSE-FILES
050100         END-IF
050200     END-IF
050300
050400     IF ACCT-CURRENCY-CODE NOT = SUSP-CURRENCY-CODE
050500         DISPLAY "SUSPCLR: ACCOUNT " WS-ACCT-NUMBER " IS HELD IN "
050600                 ACCT-CURRENCY-CODE ", ITEM IS IN "
050700                 SUSP-CURRENCY-CODE
050800         GO TO 6000-CLOSE-FILES
050900     END-IF
051000
051100     IF ACCT-LAST-DEP-DATE NOT = WS-TODAYS-DATE
051200         MOVE WS-TODAYS-DATE TO ACCT-LAST-DEP-DATE
051300         MOVE 0 TO ACCT-DAILY-DEP-TOTAL
051400     END-IF
051500     IF NOT WS-RETURNING
051600         AND (ACCT-DAILY-DEP-TOTAL + SUSP-AMOUNT)
051700             > WS-DAILY-DEP-LIMIT
051800         DISPLAY "SUSPCLR: ITEM WOULD TAKE ACCOUNT "
051900                 WS-ACCT-NUMBER " OVER ITS DAILY DEPOSIT LIMIT"
052000         GO TO 6000-CLOSE-FILES
052100     END-IF
052200
052300     ADD SUSP-AMOUNT TO ACCT-BALANCE
052400     ADD SUSP-AMOUNT TO ACCT-DAILY-DEP-TOTAL
052500     REWRITE ACCOUNT-RECORD
052600         INVALID KEY
052700             DISPLAY "SUSPCLR: UNABLE TO REWRITE ACCOUNT "
052800                     WS-ACCT-NUMBER
052900             GO TO 6000-CLOSE-FILES
053000     END-REWRITE
053100
053200*    LOGGED UNDER OPERATOR ZERO LIKE A BATCH POSTING, SO NO
053300*    TELLER'S CASH PROOF COUNTS IT - THE CLEARING OPERATOR IS
053400*    ON THE LEDGER ITEM AND IN THE MAINTENANCE JOURNAL.
053500     MOVE WS-TODAYS-DATE     TO LOG-DATE
053600     ACCEPT LOG-TIME FROM TIME
053700     MOVE ACCT-NUMBER        TO LOG-ACCT-NUMBER
053800     MOVE SUSP-AMOUNT        TO LOG-DEPOSIT-AMT
053900     MOVE ACCT-BALANCE       TO LOG-NEW-BALANCE
054000     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
054100     SET LOG-TRANS-SUSPENSE TO TRUE
054200     MOVE 0                  TO LOG-OPERATOR-ID
054300     MOVE ACCT-BRANCH-CODE   TO LOG-BRANCH-CODE
054400     MOVE SUSP-ITEM-REF      TO LOG-TXN-REF
054500     MOVE WS-TODAYS-DATE     TO LOG-VALUE-DATE
054600     MOVE ACCT-BRANCH-CODE   TO LOG-POST-BRANCH
054601     SET LOG-INSTR-TRANSFER TO TRUE
054700     WRITE DEPOSIT-LOG-RECORD
054800     MOVE "D" TO WS-TXN-TYPE
054900     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE
055000                           LOG-TIME WS-TXN-TYPE
055100                           LOG-DEPOSIT-AMT LOG-NEW-BALANCE
055200                           LOG-OPERATOR-ID
055300                           LOG-TXN-REF
055300                           LOG-INSTRUMENT
055400     SET WS-CREDIT-POSTED TO TRUE
055500     DISPLAY "SUSPCLR: " SUSP-AMOUNT " CREDITED TO ACCOUNT "
055600             WS-ACCT-NUMBER ", REFERENCE " SUSP-ITEM-REF.
055700 6000-CLOSE-FILES.
055800     CLOSE ACCOUNT-MASTER
055900     CLOSE DEPOSIT-LOG.
056000 6000-CREDIT-ACCOUNT-EXIT.
056100     EXIT.
056200
056300*-----------------------------------------------------------------
056400* LIST EVERY OPEN ITEM ON THE LEDGER WITH ITS TOTAL.
056500*-----------------------------------------------------------------
056600 7000-LIST-OPEN-ITEMS.
056700     MOVE "N" TO WS-EOF-SW
056800     MOVE 0 TO WS-OPEN-COUNT
056900     MOVE 0 TO WS-OPEN-TOTAL
057000     MOVE 0 TO SUSP-ITEM-REF
057100     START SUSPENSE-FILE
057200         KEY IS NOT LESS THAN SUSP-ITEM-REF
057300         INVALID KEY
057400             SET WS-EOF TO TRUE
057500     END-START
057600     PERFORM 7100-LIST-ONE-ITEM
057700         THRU 7100-LIST-ONE-ITEM-EXIT
057800         UNTIL WS-EOF
057900
058000     DISPLAY "SUSPCLR: " WS-OPEN-COUNT " OPEN ITEMS FOR "
058100             WS-OPEN-TOTAL.
058200 7000-LIST-OPEN-ITEMS-EXIT.
058300     EXIT.
058400
058500*-----------------------------------------------------------------
058600* READ ONE ITEM AND SHOW IT IF IT IS STILL OPEN.
058700*-----------------------------------------------------------------
058800 7100-LIST-ONE-ITEM.
058900     READ SUSPENSE-FILE NEXT RECORD
059000         AT END
059100             SET WS-EOF TO TRUE
059200             GO TO 7100-LIST-ONE-ITEM-EXIT
059300     END-READ
059400     IF NOT SUSP-STATUS-OPEN
059500         GO TO 7100-LIST-ONE-ITEM-EXIT
059600     END-IF
059700
059800     DISPLAY SUSP-ITEM-REF " " SUSP-SOURCE " " SUSP-SOURCE-REF
059900             " " SUSP-INTENDED-ACCT " " SUSP-AMOUNT " "
060000             SUSP-CURRENCY-CODE " " SUSP-REASON-CODE " "
060100             SUSP-PARK-DATE " " SUSP-ENTRY-SIDE
060200     ADD 1 TO WS-OPEN-COUNT
060210     IF SUSP-SIDE-DEBIT
060220         SUBTRACT SUSP-AMOUNT FROM WS-OPEN-TOTAL
060230     ELSE
060300         ADD SUSP-AMOUNT TO WS-OPEN-TOTAL
060310     END-IF.
060400 7100-LIST-ONE-ITEM-EXIT.
060500     EXIT.
060600
060700*-----------------------------------------------------------------
060800* NUMBER AND WRITE A NEW OPEN ITEM BUILT BY THE CALLER, AND
060900* JOURNAL IT.
061000*-----------------------------------------------------------------
061100 8000-WRITE-NEW-ITEM.
061200     CALL "TXNREF" USING WS-ITEM-REF
061300     IF WS-ITEM-REF = 0
061400         DISPLAY "SUSPCLR: NO REFERENCE AVAILABLE, ITEM NOT "
061500                 "PARKED"
061600         GO TO 8000-WRITE-NEW-ITEM-EXIT
061700     END-IF
061800     MOVE WS-ITEM-REF    TO SUSP-ITEM-REF
061900     MOVE WS-TODAYS-DATE TO SUSP-PARK-DATE
062000     MOVE WS-OPERATOR-ID TO SUSP-PARKED-BY
062100     SET SUSP-STATUS-OPEN TO TRUE
062200     WRITE SUSPENSE-RECORD
062300         INVALID KEY
062400             DISPLAY "SUSPCLR: UNABLE TO WRITE ITEM "
062500                     WS-ITEM-REF
062600             GO TO 8000-WRITE-NEW-ITEM-EXIT
062700     END-WRITE
062800
062900     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
063000     PERFORM 9000-JOURNAL-CHANGE
063100         THRU 9000-JOURNAL-CHANGE-EXIT
063200
063300     DISPLAY "SUSPCLR: ITEM " WS-ITEM-REF " PARKED FOR "
063400             SUSP-AMOUNT " " SUSP-CURRENCY-CODE.
063500 8000-WRITE-NEW-ITEM-EXIT.
063600     EXIT.
063700
063800*-----------------------------------------------------------------
063900* TAKE AN ITEM REFERENCE AND READ THE ITEM.  AN ITEM NOT ON FILE
064000* LEAVES A ZERO REFERENCE IN THE RECORD SO THE CALLER CAN TELL.
064100*-----------------------------------------------------------------
064200 8500-READ-ITEM.
064300     DISPLAY "ENTER ITEM REFERENCE: "
064400     ACCEPT WS-ITEM-REF
064500     MOVE WS-ITEM-REF TO SUSP-ITEM-REF
064600     READ SUSPENSE-FILE
064700         KEY IS SUSP-ITEM-REF
064800         INVALID KEY
064900             DISPLAY "SUSPCLR: ITEM " WS-ITEM-REF
065000                     " NOT ON THE SUSPENSE LEDGER"
065100             MOVE 0 TO SUSP-ITEM-REF
065200     END-READ.
065300 8500-READ-ITEM-EXIT.
065400     EXIT.
065500
065600*-----------------------------------------------------------------
065700* REWRITE THE ITEM JUST CHANGED AND JOURNAL IT AGAINST THE
065800* BEFORE-IMAGE THE CALLER SAVED.
065900*-----------------------------------------------------------------
066000 8700-REWRITE-ITEM.
066100     REWRITE SUSPENSE-RECORD
066200         INVALID KEY
066300             DISPLAY "SUSPCLR: UNABLE TO REWRITE ITEM "
066400                     SUSP-ITEM-REF
066500             GO TO 8700-REWRITE-ITEM-EXIT
066600     END-REWRITE
066700
066800     PERFORM 9000-JOURNAL-CHANGE
066900         THRU 9000-JOURNAL-CHANGE-EXIT.
067000 8700-REWRITE-ITEM-EXIT.
067100     EXIT.
067200
067300*-----------------------------------------------------------------
067400* WRITE THE BEFORE/AFTER IMAGE TO THE MAINTENANCE JOURNAL.
067500*-----------------------------------------------------------------
067600 9000-JOURNAL-CHANGE.
067700     MOVE "SUSPENSE" TO WS-JRNL-FILE
067800     MOVE SPACES TO WS-JRNL-KEY
067900     MOVE SUSP-ITEM-REF TO WS-JRNL-KEY
068000     MOVE SUSPENSE-RECORD TO WS-AFTER-IMAGE
068100     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
068200                          WS-JRNL-KEY WS-BEFORE-IMAGE
068300                          WS-AFTER-IMAGE.
068400 9000-JOURNAL-CHANGE-EXIT.
068500     EXIT.
068600
068700*-----------------------------------------------------------------
068800* CLOSE DOWN THE SUSPENSE LEDGER BEFORE ENDING THE RUN.
068900*-----------------------------------------------------------------
069000 9999-TERMINATE.
069100     CLOSE SUSPENSE-FILE.
069200 9999-TERMINATE-EXIT.
069300     EXIT.
