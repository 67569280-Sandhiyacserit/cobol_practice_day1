000100*****************************************************************
000200* PROGRAM      : NOTCLTR                                        *
000300* DESCRIPTION  : NIGHTLY CUSTOMER NOTICE LETTER RUN.  PICKS THE  *
000400*                CUSTOMERS DUE A NOTICE - A TERM DEPOSIT WITHIN  *
000500*                15 DAYS OF MATURITY (ON MATPROC'S TERM), AN     *
000600*                ACCOUNT 30 DAYS FROM GOING DORMANT (DORMSCAN'S  *
000700*                90 DAYS), A KYC DOCUMENT EXPIRING WITHIN 30     *
000800*                DAYS OR ALREADY EXPIRED, AND A DORMANT ACCOUNT  *
000900*                90 DAYS FROM ESCHEATMENT (ESCHEAT'S PERIOD,     *
001000*                FROM SYSIN).  EVERY HOLDER ON CUSTLINK IS       *
001100*                ADDRESSED FROM THE CUSTOMER MASTER.  LETTERS    *
001200*                PRINT GROUPED BY BRANCH WITH A MAILING REGISTER *
001300*                AND EACH ONE SENT IS RECORDED ON THE NOTICE     *
001400*                HISTORY, WHICH KEEPS IT FROM GOING TWICE.       *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. NOTCLTR.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - MATURITY, DORMANCY, KYC AND    *
002800*                  ESCHEAT NOTICE LETTERS WITH PROOF OF NOTICE. *
002810* 2026-10-15 SN    NOTICE HISTORY RECORD WRITTEN ONLY ONCE THE  *
002820*                  LETTER IS PRINTED AND REGISTERED, SO A RUN   *
002830*                  CUT SHORT NEVER MARKS AN UNSENT LETTER SENT. *
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
004000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CUST-NUMBER
004400         ALTERNATE RECORD KEY IS CUST-NAME
004500             WITH DUPLICATES
004600         ALTERNATE RECORD KEY IS CUST-PHONE
004700             WITH DUPLICATES
004800         FILE STATUS IS WS-CUSTMSTR-STATUS.
004900
005000     SELECT CUSTOMER-LINK ASSIGN TO "CUSTLINK"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS LINK-KEY
005400         ALTERNATE RECORD KEY IS LINK-CUST-NUMBER
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-CUSTLINK-STATUS.
005700
005800     SELECT KYC-REGISTER ASSIGN TO "KYCFILE"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS KYC-CUST-NUMBER
006200         FILE STATUS IS WS-KYCFILE-STATUS.
006300
006400     SELECT NOTICE-HISTORY ASSIGN TO "NOTCHIST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS NTC-KEY
006800         FILE STATUS IS WS-NOTCHIST-STATUS.
006900
007000     SELECT LETTER-PRINT ASSIGN TO "NOTCLTR"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-NOTCLTR-STATUS.
007300
007400     SELECT MAILING-REGISTER ASSIGN TO "NOTCREG"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-NOTCREG-STATUS.
007700
007800     SELECT SORT-WORK ASSIGN TO "SORTWK".
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ACCOUNT-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400     COPY ACCTREC.
008500
008600 FD  CUSTOMER-MASTER
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CUSTREC.
008900
009000 FD  CUSTOMER-LINK
009100     LABEL RECORDS ARE STANDARD.
009200     COPY CUSTLNK.
009300
009400 FD  KYC-REGISTER
009500     LABEL RECORDS ARE STANDARD.
009600     COPY KYCREC.
009700
009800 FD  NOTICE-HISTORY
009900     LABEL RECORDS ARE STANDARD.
010000     COPY NOTCREC.
010100
010200 FD  LETTER-PRINT
010300     LABEL RECORDS ARE STANDARD.
010400 01  LETTER-LINE                PIC X(80).
010500
010600 FD  MAILING-REGISTER
010700     LABEL RECORDS ARE STANDARD.
010800 01  REGISTER-LINE              PIC X(120).
010900
011000*    ONE RECORD PER LETTER - A NOTICE TO ONE ADDRESSEE - IN
011100*    BRANCH ORDER, THEN BY NOTICE TYPE AND WHAT IT CONCERNS.
011200 SD  SORT-WORK.
011300 01  SORT-RECORD.
011400     05  SRT-BRANCH-CODE        PIC 9(03).
011500     05  SRT-TYPE               PIC X(01).
011600     05  SRT-SUBJECT            PIC 9(06).
011700     05  SRT-CUST-NUMBER        PIC 9(06).
011800     05  SRT-EVENT-DATE         PIC 9(08).
011900     05  SRT-ACTION-DATE        PIC 9(08).
012000     05  SRT-ACCT-NUMBER        PIC 9(06).
012100     05  SRT-ROLE               PIC X(01).
012200     05  SRT-BALANCE            PIC S9(09).
012300     05  SRT-DOC-TYPE           PIC X(10).
012400     05  SRT-NAME               PIC X(30).
012500     05  SRT-ADDRESS            PIC X(40).
012600
012700 WORKING-STORAGE SECTION.
012800 01  WS-ACCMSTR-STATUS        PIC X(02).
012900     88  WS-ACCMSTR-OK        VALUE "00".
013000
013100 01  WS-CUSTMSTR-STATUS       PIC X(02).
013200     88  WS-CUSTMSTR-OK       VALUE "00".
013300
013400 01  WS-CUSTLINK-STATUS       PIC X(02).
013500     88  WS-CUSTLINK-OK       VALUE "00".
013600
013700 01  WS-KYCFILE-STATUS        PIC X(02).
013800     88  WS-KYCFILE-OK        VALUE "00".
013900     88  WS-KYCFILE-NOTFOUND  VALUE "35".
014000
014100 01  WS-NOTCHIST-STATUS       PIC X(02).
014200     88  WS-NOTCHIST-OK       VALUE "00".
014300     88  WS-NOTCHIST-NOTFOUND VALUE "35".
014400
014500 01  WS-NOTCLTR-STATUS        PIC X(02).
014600     88  WS-NOTCLTR-OK        VALUE "00".
014700
014800 01  WS-NOTCREG-STATUS        PIC X(02).
014900     88  WS-NOTCREG-OK        VALUE "00".
015000
015100 01  WS-JOB-NAME              PIC X(08) VALUE "NOTCLTR".
015200 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
015300     88  WS-BATCH-ACQUIRED    VALUE "Y".
015400
015500 01  WS-TODAYS-DATE           PIC 9(08).
015600 01  WS-PRODUCT-FOUND-SW      PIC X(01).
015700     COPY PRODREC.
015800
015900*    NOTICE LEAD TIMES IN DAYS AHEAD OF THE EVENT, AND THE
016000*    DORMANCY AND ESCHEAT PERIODS THE WARNINGS RUN AHEAD OF -
016100*    THE SAME 90 DAYS DORMSCAN USES AND ESCHEAT'S YEARS FROM
016200*    SYSIN, DEFAULT 7.
016300 01  WS-MATURITY-LEAD         PIC 9(05) VALUE 15.
016400 01  WS-DORMANCY-LEAD         PIC 9(05) VALUE 30.
016500 01  WS-KYC-LEAD              PIC 9(05) VALUE 30.
016600 01  WS-ESCHEAT-LEAD          PIC 9(05) VALUE 90.
016700 01  WS-DORMANCY-DAYS         PIC 9(05) VALUE 90.
016800 01  WS-ESCHEAT-YEARS         PIC 9(02).
016900 01  WS-DEFAULT-YEARS         PIC 9(02) VALUE 7.
017000 01  WS-ESCHEAT-DAYS          PIC 9(05).
017100
017200 01  WS-DATE-WORK.
017300     05  WS-CCYY              PIC 9(04).
017400     05  WS-MM                PIC 9(02).
017500     05  WS-DD                PIC 9(02).
017600 01  WS-DAY-COUNT-RESULT      PIC 9(07).
017700 01  WS-TODAY-DAY-COUNT       PIC 9(07).
017800 01  WS-EVENT-DAY-COUNT       PIC 9(07).
017900 01  WS-DAY-OFFSET            PIC 9(07).
018000 01  WS-DAY-REMAINDER         PIC 9(07).
018100 01  WS-ELAPSED-DAYS          PIC S9(07).
018200 01  WS-DAYS-TO-EVENT         PIC S9(07).
018300 01  WS-LAST-ACTIVITY-DATE    PIC 9(08).
018400
018500*    THE NOTICE BEING RAISED, CARRIED TO EACH HOLDER'S RECORD.
018600 01  WS-NOTICE.
018700     05  WS-NTC-TYPE          PIC X(01).
018800     05  WS-NTC-SUBJECT       PIC 9(06).
018900     05  WS-NTC-EVENT-DATE    PIC 9(08).
019000*        THE DATE THE CUSTOMER MUST ACT BY.
019100     05  WS-NTC-ACTION-DATE   PIC 9(08).
019200     05  WS-NTC-ACCT          PIC 9(06).
019300     05  WS-NTC-BRANCH        PIC 9(03).
019400     05  WS-NTC-BALANCE       PIC S9(09).
019500     05  WS-NTC-DOC-TYPE      PIC X(10).
019600
019700 01  WS-HOLDER-CUST           PIC 9(06).
019800 01  WS-HOLDER-ROLE           PIC X(01).
019900 01  WS-CUST-NAME             PIC X(30).
020000 01  WS-CUST-ADDRESS          PIC X(40).
020100 01  WS-CUST-PHONE            PIC X(15).
020200 01  WS-CUST-FOUND-SW         PIC X(01).
020300     88  WS-CUST-FOUND        VALUE "Y".
020400
020500 01  WS-CURRENT-BRANCH        PIC 9(03).
020600 01  WS-LETTER-SEQ            PIC 9(06) VALUE 0.
020700
020800 01  WS-COUNTERS.
020900     05  WS-RELEASED-COUNT    PIC 9(06) COMP VALUE 0.
021000     05  WS-LETTER-COUNT      PIC 9(06) COMP VALUE 0.
021100     05  WS-ALREADY-SENT      PIC 9(06) COMP VALUE 0.
021200     05  WS-BRANCH-COUNT      PIC 9(06) COMP VALUE 0.
021300     05  WS-MATURITY-COUNT    PIC 9(06) COMP VALUE 0.
021400     05  WS-DORMANCY-COUNT    PIC 9(06) COMP VALUE 0.
021500     05  WS-KYC-COUNT         PIC 9(06) COMP VALUE 0.
021600     05  WS-ESCHEAT-COUNT     PIC 9(06) COMP VALUE 0.
021700     05  WS-HOLDER-COUNT      PIC 9(04) COMP VALUE 0.
021800
021900 01  WS-LETTER-REF.
022000     05  REF-DATE             PIC 9(08).
022100     05  REF-SEQ              PIC 9(06).
022200
022300 01  WS-BRANCH-HEADING.
022400     05  FILLER               PIC X(07) VALUE "BRANCH ".
022500     05  BHD-BRANCH-CODE      PIC 9(03).
022600     05  FILLER               PIC X(29)
022700         VALUE " - CUSTOMER NOTICES AS AT ".
022800     05  BHD-DATE             PIC 9(08).
022900
023000 01  WS-REF-LINE.
023100     05  FILLER               PIC X(11) VALUE "REFERENCE: ".
023200     05  RFL-LETTER-REF       PIC X(14).
023300     05  FILLER               PIC X(10) VALUE SPACES.
023400     05  FILLER               PIC X(06) VALUE "DATE: ".
023500     05  RFL-DATE             PIC 9(08).
023600
023700 01  WS-NAME-LINE.
023800     05  FILLER               PIC X(04) VALUE SPACES.
023900     05  NML-CUST-NAME        PIC X(30).
024000     05  FILLER               PIC X(02) VALUE SPACES.
024100     05  NML-ROLE-TEXT        PIC X(15).
024200
024300 01  WS-ADDRESS-LINE.
024400     05  FILLER               PIC X(04) VALUE SPACES.
024500     05  ADL-CUST-ADDRESS     PIC X(40).
024600
024700 01  WS-SUBJECT-LINE.
024800     05  SBL-LABEL            PIC X(20).
024900     05  SBL-NUMBER           PIC 9(06).
025000
025100 01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL "-".
025200
025300 01  WS-EDIT-BALANCE          PIC -(9)9.
025400
025500 01  WS-REG-HEADING.
025600     05  FILLER               PIC X(04) VALUE "BRN".
025700     05  FILLER               PIC X(15) VALUE "LETTER REF".
025800     05  FILLER               PIC X(02) VALUE "T".
025900     05  FILLER               PIC X(07) VALUE "ACCT".
026000     05  FILLER               PIC X(07) VALUE "CUST".
026100     05  FILLER               PIC X(02) VALUE "R".
026200     05  FILLER               PIC X(09) VALUE "EVENT".
026300     05  FILLER               PIC X(31) VALUE "ADDRESSEE".
026400     05  FILLER               PIC X(40) VALUE "ADDRESS".
026500
026600 01  WS-REG-DETAIL.
026700     05  RGD-BRANCH-CODE      PIC 9(03).
026800     05  FILLER               PIC X(01) VALUE SPACE.
026900     05  RGD-LETTER-REF       PIC X(14).
027000     05  FILLER               PIC X(01) VALUE SPACE.
027100     05  RGD-TYPE             PIC X(01).
027200     05  FILLER               PIC X(01) VALUE SPACE.
027300     05  RGD-ACCT-NUMBER      PIC 9(06).
027400     05  FILLER               PIC X(01) VALUE SPACE.
027500     05  RGD-CUST-NUMBER      PIC 9(06).
027600     05  FILLER               PIC X(01) VALUE SPACE.
027700     05  RGD-ROLE             PIC X(01).
027800     05  FILLER               PIC X(01) VALUE SPACE.
027900     05  RGD-EVENT-DATE       PIC 9(08).
028000     05  FILLER               PIC X(01) VALUE SPACE.
028100     05  RGD-CUST-NAME        PIC X(30).
028200     05  FILLER               PIC X(01) VALUE SPACE.
028300     05  RGD-CUST-ADDRESS     PIC X(40).
028400
028500 01  WS-TOTAL-LINE.
028600     05  TOT-LABEL            PIC X(36).
028700     05  TOT-COUNT            PIC Z(5)9.
028800
028900 01  WS-SWITCHES.
029000     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
029100         88  WS-INIT-FAILED   VALUE "Y".
029200     05  WS-ACCT-EOF-SW       PIC X(01) VALUE "N".
029300         88  WS-ACCT-EOF      VALUE "Y".
029400     05  WS-KYC-EOF-SW        PIC X(01) VALUE "N".
029500         88  WS-KYC-EOF       VALUE "Y".
029600     05  WS-LINK-EOF-SW       PIC X(01) VALUE "N".
029700         88  WS-LINK-EOF      VALUE "Y".
029800     05  WS-SORT-EOF-SW       PIC X(01) VALUE "N".
029900         88  WS-SORT-EOF      VALUE "Y".
030000     05  WS-FIRST-BRANCH-SW   PIC X(01) VALUE "Y".
030100         88  WS-FIRST-BRANCH  VALUE "Y".
030200     05  WS-ACCMSTR-SW        PIC X(01) VALUE "N".
030300         88  WS-ACCMSTR-OPEN  VALUE "Y".
030400     05  WS-CUSTMSTR-SW       PIC X(01) VALUE "N".
030500         88  WS-CUSTMSTR-OPEN VALUE "Y".
030600     05  WS-CUSTLINK-SW       PIC X(01) VALUE "N".
030700         88  WS-CUSTLINK-OPEN VALUE "Y".
030800     05  WS-KYCFILE-SW        PIC X(01) VALUE "N".
030900         88  WS-KYCFILE-OPEN  VALUE "Y".
031000     05  WS-NOTCHIST-SW       PIC X(01) VALUE "N".
031100         88  WS-NOTCHIST-OPEN VALUE "Y".
031200     05  WS-NOTCLTR-SW        PIC X(01) VALUE "N".
031300         88  WS-NOTCLTR-OPEN  VALUE "Y".
031400     05  WS-NOTCREG-SW        PIC X(01) VALUE "N".
031500         88  WS-NOTCREG-OPEN  VALUE "Y".
031600
031700 PROCEDURE DIVISION.
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE
032000         THRU 1000-INITIALIZE-EXIT
032100
032200     IF NOT WS-INIT-FAILED
032300         SORT SORT-WORK
032400             ON ASCENDING KEY SRT-BRANCH-CODE
032500                              SRT-TYPE
032600                              SRT-SUBJECT
032700                              SRT-CUST-NUMBER
032800             INPUT PROCEDURE IS 2000-RELEASE-NOTICES
032900                 THRU 2000-RELEASE-NOTICES-EXIT
033000             OUTPUT PROCEDURE IS 3000-PRINT-LETTERS
033100                 THRU 3000-PRINT-LETTERS-EXIT
033200         PERFORM 6000-WRITE-SUMMARY
033300             THRU 6000-WRITE-SUMMARY-EXIT
033400     END-IF
033500
033600     PERFORM 9999-TERMINATE
033700         THRU 9999-TERMINATE-EXIT
033800
033900     IF WS-INIT-FAILED
034000         MOVE 8 TO RETURN-CODE
034100     END-IF
034200     GOBACK.
034300
034400*-----------------------------------------------------------------
034500* ACQUIRE THE BATCH WINDOW, TAKE THE ESCHEAT PERIOD FROM SYSIN
034600* AND OPEN THE FILES.  THE NOTICE HISTORY IS CREATED ON THE
034700* FIRST RUN; NO KYC REGISTER SIMPLY MEANS NO KYC NOTICES.
034800*-----------------------------------------------------------------
034900 1000-INITIALIZE.
035000     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
035100     IF NOT WS-BATCH-ACQUIRED
035200         DISPLAY "NOTCLTR: BATCH WINDOW CHECK FAILED, RUN "
035300                 "REFUSED"
035400         SET WS-INIT-FAILED TO TRUE
035500         GO TO 1000-INITIALIZE-EXIT
035600     END-IF
035700
035800     CALL "BUSDATE" USING WS-TODAYS-DATE
035900     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
036000     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
036100     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
036200     PERFORM 2800-CCYYMMDD-TO-DAYS
036300         THRU 2800-CCYYMMDD-TO-DAYS-EXIT
036400     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
036500
036600     MOVE 0 TO WS-ESCHEAT-YEARS
036700     DISPLAY "ENTER DORMANCY PERIOD IN YEARS: "
036800     ACCEPT WS-ESCHEAT-YEARS
036900     IF WS-ESCHEAT-YEARS = 0
037000         MOVE WS-DEFAULT-YEARS TO WS-ESCHEAT-YEARS
037100     END-IF
037200     COMPUTE WS-ESCHEAT-DAYS = WS-ESCHEAT-YEARS * 360
037300
037400     OPEN INPUT ACCOUNT-MASTER
037500     IF NOT WS-ACCMSTR-OK
037600         DISPLAY "NOTCLTR: UNABLE TO OPEN ACCOUNT MASTER, "
037700                 "STATUS = " WS-ACCMSTR-STATUS
037800         SET WS-INIT-FAILED TO TRUE
037900         GO TO 1000-INITIALIZE-EXIT
038000     END-IF
038100     SET WS-ACCMSTR-OPEN TO TRUE
038200
038300     OPEN INPUT CUSTOMER-MASTER
038400     IF NOT WS-CUSTMSTR-OK
038500         DISPLAY "NOTCLTR: UNABLE TO OPEN CUSTOMER MASTER, "
038600                 "STATUS = " WS-CUSTMSTR-STATUS
038700         SET WS-INIT-FAILED TO TRUE
038800         GO TO 1000-INITIALIZE-EXIT
038900     END-IF
039000     SET WS-CUSTMSTR-OPEN TO TRUE
039100
039200     OPEN INPUT CUSTOMER-LINK
039300     IF NOT WS-CUSTLINK-OK
039400         DISPLAY "NOTCLTR: UNABLE TO OPEN CUSTOMER LINK FILE, "
039500                 "STATUS = " WS-CUSTLINK-STATUS
039600         SET WS-INIT-FAILED TO TRUE
039700         GO TO 1000-INITIALIZE-EXIT
039800     END-IF
039900     SET WS-CUSTLINK-OPEN TO TRUE
040000
040100     OPEN INPUT KYC-REGISTER
040200     IF WS-KYCFILE-OK
040300         SET WS-KYCFILE-OPEN TO TRUE
040400     ELSE
040500         IF NOT WS-KYCFILE-NOTFOUND
040600             DISPLAY "NOTCLTR: UNABLE TO OPEN KYC REGISTER, "
040700                     "STATUS = " WS-KYCFILE-STATUS
040800             SET WS-INIT-FAILED TO TRUE
040900             GO TO 1000-INITIALIZE-EXIT
041000         END-IF
041100     END-IF
041200
041300     OPEN I-O NOTICE-HISTORY
041400     IF WS-NOTCHIST-NOTFOUND
041500         OPEN OUTPUT NOTICE-HISTORY
041600         CLOSE NOTICE-HISTORY
041700         OPEN I-O NOTICE-HISTORY
041800     END-IF
041900     IF NOT WS-NOTCHIST-OK
042000         DISPLAY "NOTCLTR: UNABLE TO OPEN NOTICE HISTORY, "
042100                 "STATUS = " WS-NOTCHIST-STATUS
042200         SET WS-INIT-FAILED TO TRUE
042300         GO TO 1000-INITIALIZE-EXIT
042400     END-IF
042500     SET WS-NOTCHIST-OPEN TO TRUE
042600
042700     OPEN OUTPUT LETTER-PRINT
042800     IF NOT WS-NOTCLTR-OK
042900         DISPLAY "NOTCLTR: UNABLE TO OPEN LETTER FILE, "
043000                 "STATUS = " WS-NOTCLTR-STATUS
043100         SET WS-INIT-FAILED TO TRUE
043200         GO TO 1000-INITIALIZE-EXIT
043300     END-IF
043400     SET WS-NOTCLTR-OPEN TO TRUE
043500
043600     OPEN OUTPUT MAILING-REGISTER
043700     IF NOT WS-NOTCREG-OK
043800         DISPLAY "NOTCLTR: UNABLE TO OPEN MAILING REGISTER, "
043900                 "STATUS = " WS-NOTCREG-STATUS
044000         SET WS-INIT-FAILED TO TRUE
044100         GO TO 1000-INITIALIZE-EXIT
044200     END-IF
044300     SET WS-NOTCREG-OPEN TO TRUE
044400     MOVE SPACES TO REGISTER-LINE
044500     STRING "CUSTOMER NOTICE MAILING REGISTER AS AT "
044600            WS-TODAYS-DATE
044700            DELIMITED BY SIZE INTO REGISTER-LINE
044800     WRITE REGISTER-LINE
044900     MOVE WS-REG-HEADING TO REGISTER-LINE
045000     WRITE REGISTER-LINE
045100
045200     MOVE WS-TODAYS-DATE TO REF-DATE.
045300 1000-INITIALIZE-EXIT.
045400     EXIT.
045500
045600*-----------------------------------------------------------------
045700* INPUT PROCEDURE - ONE PASS OF THE ACCOUNT MASTER FOR THE
045800* MATURITY, DORMANCY AND ESCHEAT NOTICES, THEN ONE OF THE KYC
045900* REGISTER FOR THE DOCUMENT EXPIRY NOTICES.
046000*-----------------------------------------------------------------
046100 2000-RELEASE-NOTICES.
046200     PERFORM 2100-EXAMINE-ONE-ACCOUNT
046300         THRU 2100-EXAMINE-ONE-ACCOUNT-EXIT
046400         UNTIL WS-ACCT-EOF
046500
046600     IF WS-KYCFILE-OPEN
046700         PERFORM 2500-EXAMINE-ONE-KYC
046800             THRU 2500-EXAMINE-ONE-KYC-EXIT
046900             UNTIL WS-KYC-EOF
047000     END-IF.
047100 2000-RELEASE-NOTICES-EXIT.
047200     EXIT.
047300
047400*-----------------------------------------------------------------
047500* AN ACTIVE ACCOUNT MAY BE DUE A MATURITY OR A DORMANCY NOTICE,
047600* A DORMANT ONE AN ESCHEAT NOTICE.  NOTHING ELSE IS WRITTEN TO.
047700*-----------------------------------------------------------------
047800 2100-EXAMINE-ONE-ACCOUNT.
047900     READ ACCOUNT-MASTER NEXT RECORD
048000         AT END
048100             SET WS-ACCT-EOF TO TRUE
048200             GO TO 2100-EXAMINE-ONE-ACCOUNT-EXIT
048300     END-READ
048400
048500     EVALUATE TRUE
048600         WHEN ACCT-STATUS-ACTIVE
048700             PERFORM 2200-CHECK-MATURITY
048800                 THRU 2200-CHECK-MATURITY-EXIT
048900             PERFORM 2300-CHECK-DORMANCY
049000                 THRU 2300-CHECK-DORMANCY-EXIT
049100         WHEN ACCT-STATUS-DORMANT
049200             PERFORM 2400-CHECK-ESCHEAT
049300                 THRU 2400-CHECK-ESCHEAT-EXIT
049400         WHEN OTHER
049500             CONTINUE
049600     END-EVALUATE.
049700 2100-EXAMINE-ONE-ACCOUNT-EXIT.
049800     EXIT.
049900
050000*-----------------------------------------------------------------
050100* A TERM DEPOSIT MATURES ITS PRODUCT'S TERM AFTER OPENING, AS
050200* MATPROC RECKONS IT.  NOTICE GOES WHEN MATURITY IS NO MORE
050300* THAN THE LEAD TIME AWAY.
050400*-----------------------------------------------------------------
050500 2200-CHECK-MATURITY.
050600     MOVE "N" TO WS-PRODUCT-FOUND-SW
050700     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
050800                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
050900     IF NOT PRD-BASE-TERM
051000         GO TO 2200-CHECK-MATURITY-EXIT
051100     END-IF
051200
051300     MOVE ACCT-OPEN-DATE(1:4) TO WS-CCYY
051400     MOVE ACCT-OPEN-DATE(5:2) TO WS-MM
051500     MOVE ACCT-OPEN-DATE(7:2) TO WS-DD
051600     PERFORM 2800-CCYYMMDD-TO-DAYS
051700         THRU 2800-CCYYMMDD-TO-DAYS-EXIT
051800     COMPUTE WS-EVENT-DAY-COUNT =
051900             WS-DAY-COUNT-RESULT + PRD-TERM-DAYS
052000     COMPUTE WS-DAYS-TO-EVENT =
052100             WS-EVENT-DAY-COUNT - WS-TODAY-DAY-COUNT
052200     IF WS-DAYS-TO-EVENT < 0
052300         OR WS-DAYS-TO-EVENT > WS-MATURITY-LEAD
052400         GO TO 2200-CHECK-MATURITY-EXIT
052500     END-IF
052600
052700     PERFORM 2850-DAYS-TO-CCYYMMDD
052800         THRU 2850-DAYS-TO-CCYYMMDD-EXIT
052900     MOVE "M"              TO WS-NTC-TYPE
053000     MOVE WS-DATE-WORK     TO WS-NTC-EVENT-DATE
053100     MOVE WS-DATE-WORK     TO WS-NTC-ACTION-DATE
053200     PERFORM 2590-SET-ACCOUNT-NOTICE
053300         THRU 2590-SET-ACCOUNT-NOTICE-EXIT
053400     PERFORM 2600-RELEASE-HOLDERS
053500         THRU 2600-RELEASE-HOLDERS-EXIT.
053600 2200-CHECK-MATURITY-EXIT.
053700     EXIT.
053800
053900*-----------------------------------------------------------------
054000* AN ACTIVE ACCOUNT WITHIN THE LEAD TIME OF DORMSCAN'S DORMANCY
054100* PERIOD IS WARNED, WITH THE DATE IT MUST BE OPERATED BY.  ONE
054200* ALREADY PAST THE PERIOD IS DORMSCAN'S TO MARK.
054300*-----------------------------------------------------------------
054400 2300-CHECK-DORMANCY.
054500     PERFORM 2700-DAYS-SINCE-ACTIVITY
054600         THRU 2700-DAYS-SINCE-ACTIVITY-EXIT
054700     IF WS-LAST-ACTIVITY-DATE = ZERO
054800         GO TO 2300-CHECK-DORMANCY-EXIT
054900     END-IF
055000
055100     IF WS-ELAPSED-DAYS < WS-DORMANCY-DAYS - WS-DORMANCY-LEAD
055200         OR WS-ELAPSED-DAYS NOT < WS-DORMANCY-DAYS
055300         GO TO 2300-CHECK-DORMANCY-EXIT
055400     END-IF
055500
055600     COMPUTE WS-EVENT-DAY-COUNT =
055700             WS-DAY-COUNT-RESULT + WS-DORMANCY-DAYS
055800     PERFORM 2850-DAYS-TO-CCYYMMDD
055900         THRU 2850-DAYS-TO-CCYYMMDD-EXIT
056000     MOVE "D"                   TO WS-NTC-TYPE
056100     MOVE WS-LAST-ACTIVITY-DATE TO WS-NTC-EVENT-DATE
056200     MOVE WS-DATE-WORK          TO WS-NTC-ACTION-DATE
056300     PERFORM 2590-SET-ACCOUNT-NOTICE
056400         THRU 2590-SET-ACCOUNT-NOTICE-EXIT
056500     PERFORM 2600-RELEASE-HOLDERS
056600         THRU 2600-RELEASE-HOLDERS-EXIT.
056700 2300-CHECK-DORMANCY-EXIT.
056800     EXIT.
056900
057000*-----------------------------------------------------------------
057100* A DORMANT ACCOUNT WITHIN THE LEAD TIME OF THE ESCHEAT PERIOD
057200* IS GIVEN NOTICE THAT ITS BALANCE WILL GO TO UNCLAIMED FUNDS.
057300* AN ACCOUNT WITH NOTHING TO TRANSFER IS NOT WRITTEN TO - AN
057400* OVERDRAWN ONE IS NEVER ESCHEATED.
057500*-----------------------------------------------------------------
057600 2400-CHECK-ESCHEAT.
057700     IF ACCT-BALANCE NOT > 0
057800         GO TO 2400-CHECK-ESCHEAT-EXIT
057900     END-IF
058000
058100     PERFORM 2700-DAYS-SINCE-ACTIVITY
058200         THRU 2700-DAYS-SINCE-ACTIVITY-EXIT
058300     IF WS-LAST-ACTIVITY-DATE = ZERO
058400         GO TO 2400-CHECK-ESCHEAT-EXIT
058500     END-IF
058600
058700     IF WS-ELAPSED-DAYS < WS-ESCHEAT-DAYS - WS-ESCHEAT-LEAD
058800         OR WS-ELAPSED-DAYS NOT < WS-ESCHEAT-DAYS
058900         GO TO 2400-CHECK-ESCHEAT-EXIT
059000     END-IF
059100
059200     COMPUTE WS-EVENT-DAY-COUNT =
059300             WS-DAY-COUNT-RESULT + WS-ESCHEAT-DAYS
059400     PERFORM 2850-DAYS-TO-CCYYMMDD
059500         THRU 2850-DAYS-TO-CCYYMMDD-EXIT
059600     MOVE "E"                   TO WS-NTC-TYPE
059700     MOVE WS-LAST-ACTIVITY-DATE TO WS-NTC-EVENT-DATE
059800     MOVE WS-DATE-WORK          TO WS-NTC-ACTION-DATE
059900     PERFORM 2590-SET-ACCOUNT-NOTICE
060000         THRU 2590-SET-ACCOUNT-NOTICE-EXIT
060100     PERFORM 2600-RELEASE-HOLDERS
060200         THRU 2600-RELEASE-HOLDERS-EXIT.
060300 2400-CHECK-ESCHEAT-EXIT.
060400     EXIT.
060500
060600*-----------------------------------------------------------------
060700* A KYC DOCUMENT EXPIRING WITHIN THE LEAD TIME, OR ALREADY
060800* EXPIRED, IS NOTIFIED TO ITS CUSTOMER THROUGH THE BRANCH OF
060900* THE FIRST ACCOUNT THEY HOLD.  A CUSTOMER WITH NO ACCOUNT IS
061000* NOT WRITTEN TO.
061100*-----------------------------------------------------------------
061200 2500-EXAMINE-ONE-KYC.
061300     READ KYC-REGISTER NEXT RECORD
061400         AT END
061500             SET WS-KYC-EOF TO TRUE
061600             GO TO 2500-EXAMINE-ONE-KYC-EXIT
061700     END-READ
061800
061900     IF KYC-EXPIRY-DATE = ZERO
062000         GO TO 2500-EXAMINE-ONE-KYC-EXIT
062100     END-IF
062200
062300     MOVE KYC-EXPIRY-DATE(1:4) TO WS-CCYY
062400     MOVE KYC-EXPIRY-DATE(5:2) TO WS-MM
062500     MOVE KYC-EXPIRY-DATE(7:2) TO WS-DD
062600     PERFORM 2800-CCYYMMDD-TO-DAYS
062700         THRU 2800-CCYYMMDD-TO-DAYS-EXIT
062800     COMPUTE WS-DAYS-TO-EVENT =
062900             WS-DAY-COUNT-RESULT - WS-TODAY-DAY-COUNT
063000     IF WS-DAYS-TO-EVENT > WS-KYC-LEAD
063100         GO TO 2500-EXAMINE-ONE-KYC-EXIT
063200     END-IF
063300
063400     MOVE KYC-CUST-NUMBER TO LINK-CUST-NUMBER
063500     START CUSTOMER-LINK
063600         KEY IS EQUAL TO LINK-CUST-NUMBER
063700         INVALID KEY
063800             GO TO 2500-EXAMINE-ONE-KYC-EXIT
063900     END-START
064000     READ CUSTOMER-LINK NEXT RECORD
064100         AT END
064200             GO TO 2500-EXAMINE-ONE-KYC-EXIT
064300     END-READ
064400     IF LINK-CUST-NUMBER NOT = KYC-CUST-NUMBER
064500         GO TO 2500-EXAMINE-ONE-KYC-EXIT
064600     END-IF
064700
064800     MOVE "K"              TO WS-NTC-TYPE
064900     MOVE KYC-CUST-NUMBER  TO WS-NTC-SUBJECT
065000     MOVE KYC-EXPIRY-DATE  TO WS-NTC-EVENT-DATE
065100     MOVE KYC-EXPIRY-DATE  TO WS-NTC-ACTION-DATE
065200     MOVE LINK-ACCT-NUMBER TO WS-NTC-ACCT
065300     MOVE 0                TO WS-NTC-BRANCH
065400     MOVE 0                TO WS-NTC-BALANCE
065500     MOVE KYC-DOC-TYPE     TO WS-NTC-DOC-TYPE
065600
065700     MOVE LINK-ACCT-NUMBER TO ACCT-NUMBER
065800     READ ACCOUNT-MASTER
065900         KEY IS ACCT-NUMBER
066000         INVALID KEY
066100             CONTINUE
066200         NOT INVALID KEY
066300             MOVE ACCT-BRANCH-CODE TO WS-NTC-BRANCH
066400     END-READ
066500
066600     MOVE LINK-CUST-NUMBER TO WS-HOLDER-CUST
066700     MOVE LINK-ROLE        TO WS-HOLDER-ROLE
066800     PERFORM 2650-RELEASE-ONE-LETTER
066900         THRU 2650-RELEASE-ONE-LETTER-EXIT.
067000 2500-EXAMINE-ONE-KYC-EXIT.
067100     EXIT.
067200
067300*-----------------------------------------------------------------
067400* THE PARTS OF AN ACCOUNT NOTICE TAKEN FROM THE ACCOUNT ITSELF.
067500*-----------------------------------------------------------------
067600 2590-SET-ACCOUNT-NOTICE.
067700     MOVE ACCT-NUMBER      TO WS-NTC-SUBJECT
067800     MOVE ACCT-NUMBER      TO WS-NTC-ACCT
067900     MOVE ACCT-BRANCH-CODE TO WS-NTC-BRANCH
068000     MOVE ACCT-BALANCE     TO WS-NTC-BALANCE
068100     MOVE SPACES           TO WS-NTC-DOC-TYPE.
068200 2590-SET-ACCOUNT-NOTICE-EXIT.
068300     EXIT.
068400
068500*-----------------------------------------------------------------
068600* RELEASE THE NOTICE ONCE FOR EVERY HOLDER LINKED TO THE
068700* ACCOUNT - PRIMARY, JOINT AND GUARDIAN ALIKE.
068800*-----------------------------------------------------------------
068900 2600-RELEASE-HOLDERS.
069000     MOVE 0 TO WS-HOLDER-COUNT
069100     MOVE "N" TO WS-LINK-EOF-SW
069200     MOVE WS-NTC-ACCT TO LINK-ACCT-NUMBER
069300     MOVE 0 TO LINK-CUST-NUMBER
069400     START CUSTOMER-LINK
069500         KEY IS NOT LESS THAN LINK-KEY
069600         INVALID KEY
069700             SET WS-LINK-EOF TO TRUE
069800     END-START
069900
070000     PERFORM 2610-RELEASE-ONE-HOLDER
070100         THRU 2610-RELEASE-ONE-HOLDER-EXIT
070200         UNTIL WS-LINK-EOF
070300
070400     IF WS-HOLDER-COUNT = 0
070500         DISPLAY "NOTCLTR: ACCOUNT " WS-NTC-ACCT
070600                 " HAS NO HOLDER TO ADDRESS, "
070700                 WS-NTC-TYPE " NOTICE NOT SENT"
070800     END-IF.
070900 2600-RELEASE-HOLDERS-EXIT.
071000     EXIT.
071100
071200*-----------------------------------------------------------------
071300* TAKE THE NEXT LINK FOR THE ACCOUNT.
071400*-----------------------------------------------------------------
071500 2610-RELEASE-ONE-HOLDER.
071600     READ CUSTOMER-LINK NEXT RECORD
071700         AT END
071800             SET WS-LINK-EOF TO TRUE
071900             GO TO 2610-RELEASE-ONE-HOLDER-EXIT
072000     END-READ
072100
072200     IF LINK-ACCT-NUMBER NOT = WS-NTC-ACCT
072300         SET WS-LINK-EOF TO TRUE
072400         GO TO 2610-RELEASE-ONE-HOLDER-EXIT
072500     END-IF
072600
072700     MOVE LINK-CUST-NUMBER TO WS-HOLDER-CUST
072800     MOVE LINK-ROLE        TO WS-HOLDER-ROLE
072900     PERFORM 2650-RELEASE-ONE-LETTER
073000         THRU 2650-RELEASE-ONE-LETTER-EXIT.
073100 2610-RELEASE-ONE-HOLDER-EXIT.
073200     EXIT.
073300
073400*-----------------------------------------------------------------
073500* ADDRESS ONE LETTER FROM THE CUSTOMER MASTER AND RELEASE IT TO
073600* THE SORT.  A CUSTOMER MERGED AWAY IS WRITTEN TO UNDER THE
073700* SURVIVING NUMBER; A DECEASED ONE IS NOT WRITTEN TO.
073800*-----------------------------------------------------------------
073900 2650-RELEASE-ONE-LETTER.
074000     MOVE WS-HOLDER-CUST TO CUST-NUMBER
074100     READ CUSTOMER-MASTER
074200         KEY IS CUST-NUMBER
074300         INVALID KEY
074400             GO TO 2650-RELEASE-ONE-LETTER-EXIT
074500     END-READ
074600
074700     IF CUST-MERGED
074800         MOVE CUST-MERGED-INTO TO CUST-NUMBER
074900         READ CUSTOMER-MASTER
075000             KEY IS CUST-NUMBER
075100             INVALID KEY
075200                 GO TO 2650-RELEASE-ONE-LETTER-EXIT
075300         END-READ
075400     END-IF
075500
075600     IF CUST-DECEASED
075700         GO TO 2650-RELEASE-ONE-LETTER-EXIT
075800     END-IF
075900
076000     MOVE WS-NTC-BRANCH      TO SRT-BRANCH-CODE
076100     MOVE WS-NTC-TYPE        TO SRT-TYPE
076200     MOVE WS-NTC-SUBJECT     TO SRT-SUBJECT
076300     MOVE CUST-NUMBER        TO SRT-CUST-NUMBER
076400     MOVE WS-NTC-EVENT-DATE  TO SRT-EVENT-DATE
076500     MOVE WS-NTC-ACTION-DATE TO SRT-ACTION-DATE
076600     MOVE WS-NTC-ACCT        TO SRT-ACCT-NUMBER
076700     MOVE WS-HOLDER-ROLE     TO SRT-ROLE
076800     MOVE WS-NTC-BALANCE     TO SRT-BALANCE
076900     MOVE WS-NTC-DOC-TYPE    TO SRT-DOC-TYPE
077000     MOVE CUST-NAME          TO SRT-NAME
077100     MOVE CUST-ADDRESS       TO SRT-ADDRESS
077200     RELEASE SORT-RECORD
077300
077400     ADD 1 TO WS-RELEASED-COUNT
077500     ADD 1 TO WS-HOLDER-COUNT.
077600 2650-RELEASE-ONE-LETTER-EXIT.
077700     EXIT.
077800
077900*-----------------------------------------------------------------
078000* DAYS SINCE THE ACCOUNT'S MOST RECENT ACTIVITY - THE LATER OF
078100* THE LAST DEPOSIT AND LAST WITHDRAWAL DATES - IN
078200* WS-ELAPSED-DAYS, WITH THE ACTIVITY DATE'S DAY COUNT LEFT IN
078300* WS-DAY-COUNT-RESULT.  NEITHER DATE RETURNS A ZERO DATE.
078400*-----------------------------------------------------------------
078500 2700-DAYS-SINCE-ACTIVITY.
078600     MOVE 0 TO WS-ELAPSED-DAYS
078700     IF ACCT-LAST-DEP-DATE = ZERO AND ACCT-LAST-WD-DATE = ZERO
078800         MOVE 0 TO WS-LAST-ACTIVITY-DATE
078900         GO TO 2700-DAYS-SINCE-ACTIVITY-EXIT
079000     END-IF
079100     IF ACCT-LAST-DEP-DATE NOT LESS THAN ACCT-LAST-WD-DATE
079200         MOVE ACCT-LAST-DEP-DATE TO WS-LAST-ACTIVITY-DATE
079300     ELSE
079400         MOVE ACCT-LAST-WD-DATE TO WS-LAST-ACTIVITY-DATE
079500     END-IF
079600
079700     MOVE WS-LAST-ACTIVITY-DATE(1:4) TO WS-CCYY
079800     MOVE WS-LAST-ACTIVITY-DATE(5:2) TO WS-MM
079900     MOVE WS-LAST-ACTIVITY-DATE(7:2) TO WS-DD
080000     PERFORM 2800-CCYYMMDD-TO-DAYS
080100         THRU 2800-CCYYMMDD-TO-DAYS-EXIT
080200
080300     COMPUTE WS-ELAPSED-DAYS =
080400             WS-TODAY-DAY-COUNT - WS-DAY-COUNT-RESULT.
080500 2700-DAYS-SINCE-ACTIVITY-EXIT.
080600     EXIT.
080700
080800*-----------------------------------------------------------------
080900* CONVERT CCYYMMDD TO A DAY COUNT ON THE 360-DAY CONVENTION.
081000*-----------------------------------------------------------------
081100 2800-CCYYMMDD-TO-DAYS.
081200     COMPUTE WS-DAY-COUNT-RESULT =
081300             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
081400 2800-CCYYMMDD-TO-DAYS-EXIT.
081500     EXIT.
081600
081700*-----------------------------------------------------------------
081800* THE REVERSE - THE DAY COUNT IN WS-EVENT-DAY-COUNT BACK TO A
081900* CCYYMMDD DATE IN WS-DATE-WORK.
082000*-----------------------------------------------------------------
082100 2850-DAYS-TO-CCYYMMDD.
082200     COMPUTE WS-DAY-OFFSET = WS-EVENT-DAY-COUNT - 31
082300     DIVIDE WS-DAY-OFFSET BY 360
082400         GIVING WS-CCYY REMAINDER WS-DAY-REMAINDER
082500     DIVIDE WS-DAY-REMAINDER BY 30
082600         GIVING WS-MM REMAINDER WS-DD
082700     ADD 1 TO WS-MM
082800     ADD 1 TO WS-DD.
082900 2850-DAYS-TO-CCYYMMDD-EXIT.
083000     EXIT.
083100
083200*-----------------------------------------------------------------
083300* OUTPUT PROCEDURE - PRINT THE LETTERS BRANCH BY BRANCH.
083400*-----------------------------------------------------------------
083500 3000-PRINT-LETTERS.
083600     PERFORM 3100-TAKE-ONE-LETTER
083700         THRU 3100-TAKE-ONE-LETTER-EXIT
083800         UNTIL WS-SORT-EOF
083900
084000     IF NOT WS-FIRST-BRANCH
084100         PERFORM 3500-BRANCH-TOTAL
084200             THRU 3500-BRANCH-TOTAL-EXIT
084300     END-IF.
084400 3000-PRINT-LETTERS-EXIT.
084500     EXIT.
084600
084700*-----------------------------------------------------------------
084800* ONE SORTED LETTER.  A NOTICE ALREADY ON THE NOTICE HISTORY
084900* FOR THE SAME EVENT AND ADDRESSEE WAS SENT BEFORE AND IS NOT
085000* REPEATED.  ONE NOT YET SENT IS PRINTED AND REGISTERED, AND
085010* ONLY THEN RECORDED ON THE HISTORY AS SENT.
085100*-----------------------------------------------------------------
085200 3100-TAKE-ONE-LETTER.
085300     RETURN SORT-WORK
085400         AT END
085500             SET WS-SORT-EOF TO TRUE
085600             GO TO 3100-TAKE-ONE-LETTER-EXIT
085700     END-RETURN
085800
085900     COMPUTE REF-SEQ = WS-LETTER-SEQ + 1
086000
086100     MOVE SRT-TYPE           TO NTC-TYPE
086200     MOVE SRT-SUBJECT        TO NTC-SUBJECT
086300     MOVE SRT-EVENT-DATE     TO NTC-EVENT-DATE
086400     MOVE SRT-CUST-NUMBER    TO NTC-CUST-NUMBER
086500     READ NOTICE-HISTORY
086600         KEY IS NTC-KEY
086700         INVALID KEY
086800             CONTINUE
086900         NOT INVALID KEY
087000             ADD 1 TO WS-ALREADY-SENT
087100             GO TO 3100-TAKE-ONE-LETTER-EXIT
087200     END-READ
087300     ADD 1 TO WS-LETTER-SEQ
087800
087900     IF WS-FIRST-BRANCH
088000         OR SRT-BRANCH-CODE NOT = WS-CURRENT-BRANCH
088100         IF NOT WS-FIRST-BRANCH
088200             PERFORM 3500-BRANCH-TOTAL
088300                 THRU 3500-BRANCH-TOTAL-EXIT
088400         END-IF
088500         PERFORM 3400-START-BRANCH
088600             THRU 3400-START-BRANCH-EXIT
088700     END-IF
088800
088900     PERFORM 3200-PRINT-ONE-LETTER
089000         THRU 3200-PRINT-ONE-LETTER-EXIT
089100     PERFORM 3300-REGISTER-ONE-LETTER
089200         THRU 3300-REGISTER-ONE-LETTER-EXIT
089210
089220     MOVE SRT-TYPE           TO NTC-TYPE
089230     MOVE SRT-SUBJECT        TO NTC-SUBJECT
089240     MOVE SRT-EVENT-DATE     TO NTC-EVENT-DATE
089250     MOVE SRT-CUST-NUMBER    TO NTC-CUST-NUMBER
089260     MOVE SRT-ACCT-NUMBER    TO NTC-ACCT-NUMBER
089270     MOVE SRT-BRANCH-CODE    TO NTC-BRANCH-CODE
089280     MOVE SRT-ROLE           TO NTC-ROLE
089290     MOVE WS-TODAYS-DATE     TO NTC-SENT-DATE
089300     MOVE WS-LETTER-REF      TO NTC-LETTER-REF
089310     MOVE SRT-NAME           TO NTC-NAME
089320     MOVE SRT-ADDRESS        TO NTC-ADDRESS
089330     WRITE NOTICE-HISTORY-RECORD
089340         INVALID KEY
089350             DISPLAY "NOTCLTR: UNABLE TO RECORD NOTICE "
089360                     WS-LETTER-REF ", STATUS = "
089370                     WS-NOTCHIST-STATUS
089380     END-WRITE
089390
089400     ADD 1 TO WS-LETTER-COUNT
089500     ADD 1 TO WS-BRANCH-COUNT
089600     EVALUATE SRT-TYPE
089700         WHEN "M"
089800             ADD 1 TO WS-MATURITY-COUNT
089900         WHEN "D"
090000             ADD 1 TO WS-DORMANCY-COUNT
090100         WHEN "K"
090200             ADD 1 TO WS-KYC-COUNT
090300         WHEN "E"
090400             ADD 1 TO WS-ESCHEAT-COUNT
090500     END-EVALUATE.
090600 3100-TAKE-ONE-LETTER-EXIT.
090700     EXIT.
090800
090900*-----------------------------------------------------------------
091000* PRINT ONE LETTER - REFERENCE AND DATE, THE ADDRESSEE, WHAT IT
091100* CONCERNS AND THE NOTICE ITSELF - CLOSED BY A SEPARATOR.
091200*-----------------------------------------------------------------
091300 3200-PRINT-ONE-LETTER.
091400     MOVE WS-LETTER-REF  TO RFL-LETTER-REF
091500     MOVE WS-TODAYS-DATE TO RFL-DATE
091600     MOVE WS-REF-LINE    TO LETTER-LINE
091700     WRITE LETTER-LINE
091800     MOVE SPACES TO LETTER-LINE
091900     WRITE LETTER-LINE
092000
092100     MOVE SRT-NAME TO NML-CUST-NAME
092200     EVALUATE SRT-ROLE
092300         WHEN "J"
092400             MOVE "(JOINT HOLDER)" TO NML-ROLE-TEXT
092500         WHEN "G"
092600             MOVE "(GUARDIAN)"     TO NML-ROLE-TEXT
092700         WHEN OTHER
092800             MOVE SPACES           TO NML-ROLE-TEXT
092900     END-EVALUATE
093000     MOVE WS-NAME-LINE TO LETTER-LINE
093100     WRITE LETTER-LINE
093200     MOVE SRT-ADDRESS     TO ADL-CUST-ADDRESS
093300     MOVE WS-ADDRESS-LINE TO LETTER-LINE
093400     WRITE LETTER-LINE
093500     MOVE SPACES TO LETTER-LINE
093600     WRITE LETTER-LINE
093700
093800     IF SRT-TYPE = "K"
093900         MOVE "CUSTOMER NUMBER:"   TO SBL-LABEL
094000         MOVE SRT-SUBJECT          TO SBL-NUMBER
094100     ELSE
094200         MOVE "ACCOUNT NUMBER:"    TO SBL-LABEL
094300         MOVE SRT-ACCT-NUMBER      TO SBL-NUMBER
094400     END-IF
094500     MOVE WS-SUBJECT-LINE TO LETTER-LINE
094600     WRITE LETTER-LINE
094700     MOVE SPACES TO LETTER-LINE
094800     WRITE LETTER-LINE
094900
095000     EVALUATE SRT-TYPE
095100         WHEN "M"
095200             PERFORM 3210-MATURITY-TEXT
095300                 THRU 3210-MATURITY-TEXT-EXIT
095400         WHEN "D"
095500             PERFORM 3220-DORMANCY-TEXT
095600                 THRU 3220-DORMANCY-TEXT-EXIT
095700         WHEN "K"
095800             PERFORM 3230-KYC-TEXT
095900                 THRU 3230-KYC-TEXT-EXIT
096000         WHEN "E"
096100             PERFORM 3240-ESCHEAT-TEXT
096200                 THRU 3240-ESCHEAT-TEXT-EXIT
096300     END-EVALUATE
096400
096500     MOVE WS-SEPARATOR-LINE TO LETTER-LINE
096600     WRITE LETTER-LINE.
096700 3200-PRINT-ONE-LETTER-EXIT.
096800     EXIT.
096900
097000*-----------------------------------------------------------------
097100* MATURITY NOTICE WORDING.
097200*-----------------------------------------------------------------
097300 3210-MATURITY-TEXT.
097400     MOVE SPACES TO LETTER-LINE
097500     STRING "YOUR TERM DEPOSIT ON THE ABOVE ACCOUNT MATURES ON "
097600            SRT-EVENT-DATE "."
097700            DELIMITED BY SIZE INTO LETTER-LINE
097800     WRITE LETTER-LINE
097900     MOVE "IT WILL BE RENEWED OR PAID OUT AS INSTRUCTED."
098000         TO LETTER-LINE
098100     WRITE LETTER-LINE
098200     MOVE "TO CHANGE THIS, PLEASE CONTACT YOUR BRANCH."
098300         TO LETTER-LINE
098400     WRITE LETTER-LINE.
098500 3210-MATURITY-TEXT-EXIT.
098600     EXIT.
098700
098800*-----------------------------------------------------------------
098900* DORMANCY WARNING WORDING, WITH THE DATE TO OPERATE BY.
099000*-----------------------------------------------------------------
099100 3220-DORMANCY-TEXT.
099200     MOVE SPACES TO LETTER-LINE
099300     STRING "NO TRANSACTION HAS BEEN MADE ON THE ABOVE ACCOUNT "
099400            "SINCE " SRT-EVENT-DATE "."
099500            DELIMITED BY SIZE INTO LETTER-LINE
099600     WRITE LETTER-LINE
099700     MOVE SPACES TO LETTER-LINE
099800     STRING "UNLESS IT IS OPERATED BY " SRT-ACTION-DATE
099900            " IT WILL BE CLASSED DORMANT,"
100000            DELIMITED BY SIZE INTO LETTER-LINE
100100     WRITE LETTER-LINE
100200     MOVE "AND YOUR BRANCH WILL NEED TO REACTIVATE IT BEFORE USE."
100300         TO LETTER-LINE
100400     WRITE LETTER-LINE.
100500 3220-DORMANCY-TEXT-EXIT.
100600     EXIT.
100700
100800*-----------------------------------------------------------------
100900* KYC EXPIRY WORDING - EXPIRES, OR EXPIRED IF ALREADY PAST.
101000*-----------------------------------------------------------------
101100 3230-KYC-TEXT.
101200     MOVE SPACES TO LETTER-LINE
101300     IF SRT-EVENT-DATE < WS-TODAYS-DATE
101400         STRING "THE " SRT-DOC-TYPE DELIMITED BY "  "
101500                " WE HOLD AS YOUR IDENTITY DOCUMENT EXPIRED ON "
101600                SRT-EVENT-DATE "."
101700                DELIMITED BY SIZE INTO LETTER-LINE
101800     ELSE
101900         STRING "THE " SRT-DOC-TYPE DELIMITED BY "  "
102000                " WE HOLD AS YOUR IDENTITY DOCUMENT EXPIRES ON "
102100                SRT-EVENT-DATE "."
102200                DELIMITED BY SIZE INTO LETTER-LINE
102300     END-IF
102400     WRITE LETTER-LINE
102500     MOVE "PLEASE BRING A CURRENT DOCUMENT TO YOUR BRANCH SO THAT"
102600         TO LETTER-LINE
102700     WRITE LETTER-LINE
102800     MOVE "YOUR ACCOUNTS ARE NOT RESTRICTED."
102900         TO LETTER-LINE
103000     WRITE LETTER-LINE.
103100 3230-KYC-TEXT-EXIT.
103200     EXIT.
103300
103400*-----------------------------------------------------------------
103500* ESCHEAT NOTICE WORDING, WITH THE BALANCE AT STAKE.
103600*-----------------------------------------------------------------
103700 3240-ESCHEAT-TEXT.
103800     MOVE SPACES TO LETTER-LINE
103900     STRING "THE ABOVE ACCOUNT HAS BEEN DORMANT SINCE "
104000            SRT-EVENT-DATE "."
104100            DELIMITED BY SIZE INTO LETTER-LINE
104200     WRITE LETTER-LINE
104300     MOVE SRT-BALANCE TO WS-EDIT-BALANCE
104400     MOVE SPACES TO LETTER-LINE
104500     STRING "UNLESS IT IS OPERATED BY " SRT-ACTION-DATE
104600            ", ITS BALANCE OF " WS-EDIT-BALANCE
104700            DELIMITED BY SIZE INTO LETTER-LINE
104800     WRITE LETTER-LINE
104900     MOVE "WILL BE TRANSFERRED TO THE UNCLAIMED DEPOSITS FUND."
105000         TO LETTER-LINE
105100     WRITE LETTER-LINE.
105200 3240-ESCHEAT-TEXT-EXIT.
105300     EXIT.
105400
105500*-----------------------------------------------------------------
105600* ONE LINE ON THE MAILING REGISTER PER LETTER PRINTED.
105700*-----------------------------------------------------------------
105800 3300-REGISTER-ONE-LETTER.
105900     MOVE SRT-BRANCH-CODE TO RGD-BRANCH-CODE
106000     MOVE WS-LETTER-REF   TO RGD-LETTER-REF
106100     MOVE SRT-TYPE        TO RGD-TYPE
106200     MOVE SRT-ACCT-NUMBER TO RGD-ACCT-NUMBER
106300     MOVE SRT-CUST-NUMBER TO RGD-CUST-NUMBER
106400     MOVE SRT-ROLE        TO RGD-ROLE
106500     MOVE SRT-EVENT-DATE  TO RGD-EVENT-DATE
106600     MOVE SRT-NAME        TO RGD-CUST-NAME
106700     MOVE SRT-ADDRESS     TO RGD-CUST-ADDRESS
106800     MOVE WS-REG-DETAIL   TO REGISTER-LINE
106900     WRITE REGISTER-LINE.
107000 3300-REGISTER-ONE-LETTER-EXIT.
107100     EXIT.
107200
107300*-----------------------------------------------------------------
107400* A NEW BRANCH - HEAD ITS LETTERS AND RESTART ITS COUNT.
107500*-----------------------------------------------------------------
107600 3400-START-BRANCH.
107700     MOVE SRT-BRANCH-CODE TO WS-CURRENT-BRANCH
107800     MOVE "N" TO WS-FIRST-BRANCH-SW
107900     MOVE 0 TO WS-BRANCH-COUNT
108000
108100     MOVE SRT-BRANCH-CODE   TO BHD-BRANCH-CODE
108200     MOVE WS-TODAYS-DATE    TO BHD-DATE
108300     MOVE WS-BRANCH-HEADING TO LETTER-LINE
108400     WRITE LETTER-LINE
108500     MOVE WS-SEPARATOR-LINE TO LETTER-LINE
108600     WRITE LETTER-LINE.
108700 3400-START-BRANCH-EXIT.
108800     EXIT.
108900
109000*-----------------------------------------------------------------
109100* CLOSE A BRANCH'S SECTION OF THE MAILING REGISTER.
109200*-----------------------------------------------------------------
109300 3500-BRANCH-TOTAL.
109400     MOVE SPACES TO WS-TOTAL-LINE
109500     STRING "BRANCH " WS-CURRENT-BRANCH " LETTERS"
109600            DELIMITED BY SIZE INTO TOT-LABEL
109700     MOVE WS-BRANCH-COUNT TO TOT-COUNT
109800     MOVE WS-TOTAL-LINE TO REGISTER-LINE
109900     WRITE REGISTER-LINE
110000     MOVE SPACES TO REGISTER-LINE
110100     WRITE REGISTER-LINE.
110200 3500-BRANCH-TOTAL-EXIT.
110300     EXIT.
110400
110500*-----------------------------------------------------------------
110600* CLOSE THE REGISTER WITH THE LETTERS BY NOTICE TYPE AND THE
110700* NOTICES HELD BACK AS ALREADY SENT.
110800*-----------------------------------------------------------------
110900 6000-WRITE-SUMMARY.
111000     IF WS-LETTER-COUNT = 0
111100         MOVE "NO CUSTOMER NOTICES DUE" TO LETTER-LINE
111200         WRITE LETTER-LINE
111300     END-IF
111400
111500     MOVE SPACES TO WS-TOTAL-LINE
111600     MOVE "MATURITY NOTICES" TO TOT-LABEL
111700     MOVE WS-MATURITY-COUNT TO TOT-COUNT
111800     MOVE WS-TOTAL-LINE TO REGISTER-LINE
111900     WRITE REGISTER-LINE
112000
112100     MOVE "DORMANCY WARNINGS" TO TOT-LABEL
112200     MOVE WS-DORMANCY-COUNT TO TOT-COUNT
112300     MOVE WS-TOTAL-LINE TO REGISTER-LINE
112400     WRITE REGISTER-LINE
112500
112600     MOVE "KYC EXPIRY NOTICES" TO TOT-LABEL
112700     MOVE WS-KYC-COUNT TO TOT-COUNT
112800     MOVE WS-TOTAL-LINE TO REGISTER-LINE
112900     WRITE REGISTER-LINE
113000
113100     MOVE "ESCHEAT NOTICES" TO TOT-LABEL
113200     MOVE WS-ESCHEAT-COUNT TO TOT-COUNT
113300     MOVE WS-TOTAL-LINE TO REGISTER-LINE
113400     WRITE REGISTER-LINE
113500
113600     MOVE "LETTERS PRINTED" TO TOT-LABEL
113700     MOVE WS-LETTER-COUNT TO TOT-COUNT
113800     MOVE WS-TOTAL-LINE TO REGISTER-LINE
113900     WRITE REGISTER-LINE
114000
114100     MOVE "ALREADY SENT - NOT REPEATED" TO TOT-LABEL
114200     MOVE WS-ALREADY-SENT TO TOT-COUNT
114300     MOVE WS-TOTAL-LINE TO REGISTER-LINE
114400     WRITE REGISTER-LINE
114500
114600     DISPLAY "NOTCLTR: NOTICES DUE = " WS-RELEASED-COUNT
114700     DISPLAY "NOTCLTR: LETTERS PRINTED = " WS-LETTER-COUNT
114800     DISPLAY "NOTCLTR: ALREADY SENT = " WS-ALREADY-SENT.
114900 6000-WRITE-SUMMARY-EXIT.
115000     EXIT.
115100
115200*-----------------------------------------------------------------
115300* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
115400*-----------------------------------------------------------------
115500 9999-TERMINATE.
115600     IF WS-BATCH-ACQUIRED
115700         CALL "BATCHREL" USING WS-JOB-NAME
115800     END-IF
115900
116000     IF WS-ACCMSTR-OPEN
116100         CLOSE ACCOUNT-MASTER
116200     END-IF
116300     IF WS-CUSTMSTR-OPEN
116400         CLOSE CUSTOMER-MASTER
116500     END-IF
116600     IF WS-CUSTLINK-OPEN
116700         CLOSE CUSTOMER-LINK
116800     END-IF
116900     IF WS-KYCFILE-OPEN
117000         CLOSE KYC-REGISTER
117100     END-IF
117200     IF WS-NOTCHIST-OPEN
117300         CLOSE NOTICE-HISTORY
117400     END-IF
117500     IF WS-NOTCLTR-OPEN
117600         CLOSE LETTER-PRINT
117700     END-IF
117800     IF WS-NOTCREG-OPEN
117900         CLOSE MAILING-REGISTER
118000     END-IF.
118100 9999-TERMINATE-EXIT.
118200     EXIT.
