000100*****************************************************************
000200* PROGRAM      : DEPINS                                         *
000300* DESCRIPTION  : HALF-YEARLY DEPOSIT INSURANCE COVERAGE AND     *
000400*                PREMIUM REPORT.  EVERY DEPOSIT ACCOUNT ON THE  *
000500*                ACCOUNT MASTER - LOAN ACCOUNTS EXCLUDED - IS   *
000600*                ASSIGNED TO ITS DEPOSITOR CAPACITY FROM THE    *
000700*                CUSTOMER LINK FILE: HELD SOLELY BY ITS PRIMARY *
000800*                HOLDER, OR JOINTLY BY THE PRIMARY AND THE      *
000900*                FIRST JOINT HOLDER.  EACH CAPACITY'S DEPOSITS  *
001000*                ACROSS ALL ACCOUNTS AND BRANCHES ARE TOTALLED  *
001100*                AND SPLIT INTO INSURED, UP TO THE COVER LIMIT, *
001200*                AND UNINSURED.  PRINTS A BRANCH SUMMARY WITH   *
001300*                THE PREMIUM PAYABLE ON ASSESSABLE DEPOSITS AND *
001400*                WRITES THE INSURER'S SINGLE-CUSTOMER-VIEW FILE *
001500*                - A HEADER, ONE DETAIL PER CAPACITY, AND A     *
001600*                TRAILER WITH COUNT AND TOTALS.                 *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. DEPINS.
002000 AUTHOR. S NATARAJAN.
002100 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED.
002400
002500*****************************************************************
002600* MODIFICATION HISTORY                                          *
002700*-----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION                                  *
002900* 2026-10-15 SN    NEW PROGRAM - DEPOSIT INSURANCE COVERAGE AND *
003000*                  PREMIUM REPORT WITH SINGLE-CUSTOMER VIEW.    *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ACCT-NUMBER
004000         FILE STATUS IS WS-ACCMSTR-STATUS.
004100
004200     SELECT CUSTOMER-LINK ASSIGN TO "CUSTLINK"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LINK-KEY
004600         ALTERNATE RECORD KEY IS LINK-CUST-NUMBER
004700             WITH DUPLICATES
004800         FILE STATUS IS WS-CUSTLINK-STATUS.
004900
005000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CUST-NUMBER
005400         ALTERNATE RECORD KEY IS CUST-NAME
005500             WITH DUPLICATES
005600         ALTERNATE RECORD KEY IS CUST-PHONE
005700             WITH DUPLICATES
005800         FILE STATUS IS WS-CUSTMSTR-STATUS.
005900
006000     SELECT KYC-REGISTER ASSIGN TO "KYCFILE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS KYC-CUST-NUMBER
006400         FILE STATUS IS WS-KYCFILE-STATUS.
006500
006600     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS FX-KEY
007000         FILE STATUS IS WS-FXRATES-STATUS.
007100
007200     SELECT COVERAGE-REPORT ASSIGN TO "DEPINRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-DEPINRPT-STATUS.
007500
007600     SELECT SCV-FILE ASSIGN TO "SCVFILE"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SCVFILE-STATUS.
007900
008000     SELECT SORT-WORK ASSIGN TO "SORTWK".
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  ACCOUNT-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600     COPY ACCTREC.
008700
008800 FD  CUSTOMER-LINK
008900     LABEL RECORDS ARE STANDARD.
009000     COPY CUSTLNK.
009100
009200 FD  CUSTOMER-MASTER
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CUSTREC.
009500
009600 FD  KYC-REGISTER
009700     LABEL RECORDS ARE STANDARD.
009800     COPY KYCREC.
009900
010000 FD  FX-RATE-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY FXREC.
010300
010400 FD  COVERAGE-REPORT
010500     LABEL RECORDS ARE STANDARD.
010600 01  REPORT-LINE                PIC X(80).
010700
010800 FD  SCV-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  SCV-LINE                   PIC X(200).
011100
011200*    ONE DEPOSIT ACCOUNT, IN RUPEES, UNDER ITS DEPOSITOR CAPACITY.
011300*    AN ACCOUNT WITH NO PRIMARY HOLDER LINKED STANDS AS A CAPACITY
011400*    OF ITS OWN UNDER CUSTOMER ZERO.
011500 SD  SORT-WORK.
011600 01  SORT-RECORD.
011700     05  SRT-CAP-CUST         PIC 9(06).
011800     05  SRT-CAP-JOINT        PIC 9(06).
011900     05  SRT-CAP-ACCT         PIC 9(06).
012000     05  SRT-BRANCH-CODE      PIC 9(03).
012100     05  SRT-ACCT-NUMBER      PIC 9(06).
012200     05  SRT-AMOUNT           PIC 9(13).
012300
012400 WORKING-STORAGE SECTION.
012500 01  WS-ACCMSTR-STATUS        PIC X(02).
012600     88  WS-ACCMSTR-OK        VALUE "00".
012700 01  WS-CUSTLINK-STATUS       PIC X(02).
012800     88  WS-CUSTLINK-OK       VALUE "00".
012900 01  WS-CUSTMSTR-STATUS       PIC X(02).
013000     88  WS-CUSTMSTR-OK       VALUE "00".
013100 01  WS-KYCFILE-STATUS        PIC X(02).
013200     88  WS-KYCFILE-OK        VALUE "00".
013300     88  WS-KYCFILE-NOTFOUND  VALUE "35".
013400 01  WS-FXRATES-STATUS        PIC X(02).
013500     88  WS-FXRATES-OK        VALUE "00".
013600     88  WS-FXRATES-NOTFOUND  VALUE "35".
013700 01  WS-DEPINRPT-STATUS       PIC X(02).
013800     88  WS-DEPINRPT-OK       VALUE "00".
013900 01  WS-SCVFILE-STATUS        PIC X(02).
014000     88  WS-SCVFILE-OK        VALUE "00".
014100
014200 01  WS-JOB-NAME              PIC X(08) VALUE "DEPINS".
014300 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
014400     88  WS-BATCH-ACQUIRED    VALUE "Y".
014500
014600*    COVER PER DEPOSITOR PER CAPACITY, AND THE PREMIUM FOR THE
014700*    HALF-YEAR - 12 PAISE PER 100 RUPEES A YEAR, SO 6 PAISE PER
014800*    100 FOR THE HALF - ON ALL ASSESSABLE DEPOSITS.
014900 01  WS-COVER-LIMIT           PIC 9(09) VALUE 500000.
015000 01  WS-PREMIUM-RATE          PIC 9(01)V9(06) VALUE 0.000600.
015100
015200 01  WS-TODAYS-DATE           PIC 9(08).
015300 01  WS-COVER-EDIT            PIC Z(8)9.
015400
015500 01  WS-AMOUNT                PIC 9(13).
015600 01  WS-FX-CURRENCY           PIC X(03).
015700 01  WS-BUY-RATE              PIC 9(03)V9(04).
015800 01  WS-PRIMARY-CUST          PIC 9(06).
015900 01  WS-FIRST-JOINT           PIC 9(06).
016000
016100*    THE CAPACITY BEING TOTALLED FROM THE SORT.
016200 01  WS-CUR-CAPACITY.
016300     05  WS-CUR-CUST          PIC 9(06).
016400     05  WS-CUR-JOINT         PIC 9(06).
016500     05  WS-CUR-ACCT          PIC 9(06).
016600 01  WS-NEW-CAPACITY.
016700     05  WS-NEW-CUST          PIC 9(06).
016800     05  WS-NEW-JOINT         PIC 9(06).
016900     05  WS-NEW-ACCT          PIC 9(06).
017000 01  WS-CAP-ACCT-COUNT        PIC 9(03) COMP VALUE 0.
017100 01  WS-CAP-DEPOSITS          PIC 9(13) VALUE 0.
017200 01  WS-CAP-INSURED           PIC 9(13) VALUE 0.
017300 01  WS-COVER-LEFT            PIC 9(09) VALUE 0.
017400 01  WS-ACCT-INSURED          PIC 9(13).
017500
017600 01  WS-ACCTS-READ            PIC 9(07) COMP VALUE 0.
017700 01  WS-ACCTS-INCLUDED        PIC 9(07) COMP VALUE 0.
017800 01  WS-UNLINKED-COUNT        PIC 9(06) COMP VALUE 0.
017900 01  WS-NO-KYC-COUNT          PIC 9(06) COMP VALUE 0.
018000 01  WS-CAPACITY-COUNT        PIC 9(07) VALUE 0.
018100 01  WS-TOTAL-ACCOUNTS        PIC 9(07) VALUE 0.
018200 01  WS-TOTAL-DEPOSITS        PIC 9(15) VALUE 0.
018300 01  WS-TOTAL-INSURED         PIC 9(15) VALUE 0.
018400 01  WS-TOTAL-UNINSURED       PIC 9(15) VALUE 0.
018500 01  WS-TOTAL-PREMIUM         PIC 9(11) VALUE 0.
018600 01  WS-BRANCH-PREMIUM        PIC 9(11).
018700
018800*    BRANCH TABLE, KEPT IN BRANCH ORDER AS GLPROOF KEEPS IT.
018900 01  WS-LOOKUP-BRANCH         PIC 9(03).
019000 01  WS-BRT-COUNT             PIC 9(03) COMP VALUE 0.
019100 01  WS-BRT-MAX               PIC 9(03) COMP VALUE 200.
019200 01  WS-BRT-FOUND-IDX         PIC 9(03) COMP VALUE 0.
019300 01  WS-BRT-SHIFT-IDX         PIC 9(03) COMP VALUE 0.
019400
019500 01  WS-BRANCH-TABLE.
019600     05  WS-BRT-ENTRY OCCURS 200 TIMES
019700                      INDEXED BY WS-BRT-IDX.
019800         10  BRT-BRANCH-CODE  PIC 9(03).
019900         10  BRT-ACCT-COUNT   PIC 9(07).
020000         10  BRT-DEPOSITS     PIC 9(15).
020100         10  BRT-INSURED      PIC 9(15).
020200
020300 01  WS-HEADING-LINE.
020400     05  FILLER               PIC X(04) VALUE "BRN".
020500     05  FILLER               PIC X(08) VALUE "ACCOUNTS".
020600     05  FILLER               PIC X(17)
020700                              VALUE "       ASSESSABLE".
020800     05  FILLER               PIC X(17)
020900                              VALUE "          INSURED".
021000     05  FILLER               PIC X(17)
021100                              VALUE "        UNINSURED".
021200     05  FILLER               PIC X(13) VALUE "      PREMIUM".
021300
021400 01  WS-DETAIL-LINE.
021500     05  DTL-BRANCH-CODE      PIC 9(03).
021600     05  FILLER               PIC X(01) VALUE SPACE.
021700     05  DTL-ACCT-COUNT       PIC Z(7)9.
021800     05  FILLER               PIC X(01) VALUE SPACE.
021900     05  DTL-DEPOSITS         PIC Z(15)9.
022000     05  FILLER               PIC X(01) VALUE SPACE.
022100     05  DTL-INSURED          PIC Z(15)9.
022200     05  FILLER               PIC X(01) VALUE SPACE.
022300     05  DTL-UNINSURED        PIC Z(15)9.
022400     05  FILLER               PIC X(01) VALUE SPACE.
022500     05  DTL-PREMIUM          PIC Z(11)9.
022600
022700 01  WS-TOTAL-LINE.
022800     05  TOT-LABEL            PIC X(36).
022900     05  TOT-AMOUNT           PIC Z(15)9.
023000
023100 01  WS-SCV-HEADER.
023200     05  FILLER               PIC X(02) VALUE "H ".
023300     05  SCH-INSURED-BANK     PIC X(30)
023400                              VALUE "UNITY TRUST BANK".
023500     05  FILLER               PIC X(01) VALUE SPACE.
023600     05  SCH-AS-AT-DATE       PIC 9(08).
023700     05  FILLER               PIC X(01) VALUE SPACE.
023800     05  SCH-COVER-LIMIT      PIC 9(09).
023900
024000 01  WS-SCV-DETAIL.
024100     05  FILLER               PIC X(02) VALUE "D ".
024200     05  SCD-CUST-NUMBER      PIC 9(06).
024300     05  FILLER               PIC X(01) VALUE SPACE.
024400     05  SCD-CAPACITY         PIC X(01).
024500     05  FILLER               PIC X(01) VALUE SPACE.
024600     05  SCD-JOINT-CUST       PIC 9(06).
024700     05  FILLER               PIC X(01) VALUE SPACE.
024800     05  SCD-UNLINKED-ACCT    PIC 9(06).
024900     05  FILLER               PIC X(01) VALUE SPACE.
025000     05  SCD-CUST-NAME        PIC X(30).
025100     05  FILLER               PIC X(01) VALUE SPACE.
025200     05  SCD-ADDRESS          PIC X(40).
025300     05  FILLER               PIC X(01) VALUE SPACE.
025400     05  SCD-DATE-OF-BIRTH    PIC 9(08).
025500     05  FILLER               PIC X(01) VALUE SPACE.
025600     05  SCD-DOC-TYPE         PIC X(10).
025700     05  FILLER               PIC X(01) VALUE SPACE.
025800     05  SCD-DOC-NUMBER       PIC X(20).
025900     05  FILLER               PIC X(01) VALUE SPACE.
026000     05  SCD-ACCT-COUNT       PIC 9(03).
026100     05  FILLER               PIC X(01) VALUE SPACE.
026200     05  SCD-DEPOSITS         PIC 9(13).
026300     05  FILLER               PIC X(01) VALUE SPACE.
026400     05  SCD-INSURED          PIC 9(13).
026500     05  FILLER               PIC X(01) VALUE SPACE.
026600     05  SCD-UNINSURED        PIC 9(13).
026700
026800 01  WS-SCV-TRAILER.
026900     05  FILLER               PIC X(02) VALUE "T ".
027000     05  SCT-CAPACITY-COUNT   PIC 9(07).
027100     05  FILLER               PIC X(01) VALUE SPACE.
027200     05  SCT-TOTAL-DEPOSITS   PIC 9(15).
027300     05  FILLER               PIC X(01) VALUE SPACE.
027400     05  SCT-TOTAL-INSURED    PIC 9(15).
027500     05  FILLER               PIC X(01) VALUE SPACE.
027600     05  SCT-TOTAL-UNINSURED  PIC 9(15).
027700
027800 01  WS-SWITCHES.
027900     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
028000         88  WS-INIT-FAILED   VALUE "Y".
028100     05  WS-ACCT-EOF-SW       PIC X(01) VALUE "N".
028200         88  WS-ACCT-EOF      VALUE "Y".
028300     05  WS-LINK-EOF-SW       PIC X(01) VALUE "N".
028400         88  WS-LINK-EOF      VALUE "Y".
028500     05  WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
028600         88  WS-SCAN-EOF      VALUE "Y".
028700     05  WS-SORT-EOF-SW       PIC X(01) VALUE "N".
028800         88  WS-SORT-EOF      VALUE "Y".
028900     05  WS-RATE-FOUND-SW     PIC X(01) VALUE "N".
029000         88  WS-RATE-FOUND    VALUE "Y".
029100     05  WS-FIRST-SW          PIC X(01) VALUE "Y".
029200         88  WS-FIRST-ENTRY   VALUE "Y".
029300     05  WS-ACCMSTR-SW        PIC X(01) VALUE "N".
029400         88  WS-ACCMSTR-OPEN  VALUE "Y".
029500     05  WS-CUSTLINK-SW       PIC X(01) VALUE "N".
029600         88  WS-CUSTLINK-OPEN VALUE "Y".
029700     05  WS-CUSTMSTR-SW       PIC X(01) VALUE "N".
029800         88  WS-CUSTMSTR-OPEN VALUE "Y".
029900     05  WS-KYCFILE-SW        PIC X(01) VALUE "N".
030000         88  WS-KYCFILE-OPEN  VALUE "Y".
030100     05  WS-FXRATES-SW        PIC X(01) VALUE "N".
030200         88  WS-FXRATES-OPEN  VALUE "Y".
030300     05  WS-REPORT-SW         PIC X(01) VALUE "N".
030400         88  WS-REPORT-OPEN   VALUE "Y".
030500     05  WS-SCVFILE-SW        PIC X(01) VALUE "N".
030600         88  WS-SCVFILE-OPEN  VALUE "Y".
030700
030800 PROCEDURE DIVISION.
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE
031100         THRU 1000-INITIALIZE-EXIT
031200
031300     IF NOT WS-INIT-FAILED
031400         SORT SORT-WORK
031500             ON ASCENDING KEY SRT-CAP-CUST
031600                              SRT-CAP-JOINT
031700                              SRT-CAP-ACCT
031800                              SRT-BRANCH-CODE
031900                              SRT-ACCT-NUMBER
032000             INPUT PROCEDURE IS 2000-RELEASE-DEPOSITS
032100                 THRU 2000-RELEASE-DEPOSITS-EXIT
032200             OUTPUT PROCEDURE IS 3000-TOTAL-CAPACITIES
032300                 THRU 3000-TOTAL-CAPACITIES-EXIT
032400         PERFORM 6000-WRITE-SUMMARY
032500             THRU 6000-WRITE-SUMMARY-EXIT
032600     END-IF
032700
032800     PERFORM 9999-TERMINATE
032900         THRU 9999-TERMINATE-EXIT
033000
033100     IF WS-INIT-FAILED
033200         MOVE 8 TO RETURN-CODE
033300     END-IF
033400     GOBACK.
033500
033600*-----------------------------------------------------------------
033700* ACQUIRE THE BATCH WINDOW, OPEN THE FILES AND WRITE THE REPORT
033800* HEADINGS AND THE SINGLE-CUSTOMER-VIEW HEADER.  NO KYC REGISTER
033900* OR RATE FILE IS TOLERATED: THE IDENTITY DOCUMENT IS LEFT BLANK
034000* AND FOREIGN BALANCES STAND UNCONVERTED.
034100*-----------------------------------------------------------------
034200 1000-INITIALIZE.
034300     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
034400     IF NOT WS-BATCH-ACQUIRED
034500         DISPLAY "DEPINS: BATCH WINDOW CHECK FAILED, RUN "
034600                 "REFUSED"
034700         SET WS-INIT-FAILED TO TRUE
034800         GO TO 1000-INITIALIZE-EXIT
034900     END-IF
035000
035100     CALL "BUSDATE" USING WS-TODAYS-DATE
035200
035300     OPEN INPUT ACCOUNT-MASTER
035400     IF NOT WS-ACCMSTR-OK
035500         DISPLAY "DEPINS: UNABLE TO OPEN ACCOUNT MASTER, "
035600                 "STATUS = " WS-ACCMSTR-STATUS
035700         SET WS-INIT-FAILED TO TRUE
035800         GO TO 1000-INITIALIZE-EXIT
035900     END-IF
036000     SET WS-ACCMSTR-OPEN TO TRUE
036100
036200     OPEN INPUT CUSTOMER-LINK
036300     IF NOT WS-CUSTLINK-OK
036400         DISPLAY "DEPINS: UNABLE TO OPEN CUSTOMER LINK FILE, "
036500                 "STATUS = " WS-CUSTLINK-STATUS
036600         SET WS-INIT-FAILED TO TRUE
036700         GO TO 1000-INITIALIZE-EXIT
036800     END-IF
036900     SET WS-CUSTLINK-OPEN TO TRUE
037000
037100     OPEN INPUT CUSTOMER-MASTER
037200     IF NOT WS-CUSTMSTR-OK
037300         DISPLAY "DEPINS: UNABLE TO OPEN CUSTOMER MASTER, "
037400                 "STATUS = " WS-CUSTMSTR-STATUS
037500         SET WS-INIT-FAILED TO TRUE
037600         GO TO 1000-INITIALIZE-EXIT
037700     END-IF
037800     SET WS-CUSTMSTR-OPEN TO TRUE
037900
038000     OPEN INPUT KYC-REGISTER
038100     IF WS-KYCFILE-OK
038200         SET WS-KYCFILE-OPEN TO TRUE
038300     ELSE
038400         IF NOT WS-KYCFILE-NOTFOUND
038500             DISPLAY "DEPINS: UNABLE TO OPEN KYC REGISTER, "
038600                     "STATUS = " WS-KYCFILE-STATUS
038700             SET WS-INIT-FAILED TO TRUE
038800             GO TO 1000-INITIALIZE-EXIT
038900         END-IF
039000     END-IF
039100
039200     OPEN INPUT FX-RATE-FILE
039300     IF WS-FXRATES-OK
039400         SET WS-FXRATES-OPEN TO TRUE
039500     ELSE
039600         IF NOT WS-FXRATES-NOTFOUND
039700             DISPLAY "DEPINS: UNABLE TO OPEN RATE FILE, "
039800                     "STATUS = " WS-FXRATES-STATUS
039900             SET WS-INIT-FAILED TO TRUE
040000             GO TO 1000-INITIALIZE-EXIT
040100         END-IF
040200     END-IF
040300
040400     OPEN OUTPUT COVERAGE-REPORT
040500     IF NOT WS-DEPINRPT-OK
040600         DISPLAY "DEPINS: UNABLE TO OPEN REPORT, STATUS = "
040700                 WS-DEPINRPT-STATUS
040800         SET WS-INIT-FAILED TO TRUE
040900         GO TO 1000-INITIALIZE-EXIT
041000     END-IF
041100     SET WS-REPORT-OPEN TO TRUE
041200
041300     OPEN OUTPUT SCV-FILE
041400     IF NOT WS-SCVFILE-OK
041500         DISPLAY "DEPINS: UNABLE TO OPEN SCV FILE, STATUS = "
041600                 WS-SCVFILE-STATUS
041700         SET WS-INIT-FAILED TO TRUE
041800         GO TO 1000-INITIALIZE-EXIT
041900     END-IF
042000     SET WS-SCVFILE-OPEN TO TRUE
042100
042200     MOVE WS-COVER-LIMIT TO WS-COVER-EDIT
042300     MOVE SPACES TO REPORT-LINE
042400     STRING "DEPOSIT INSURANCE COVERAGE AS AT " WS-TODAYS-DATE
042500            " - COVER" WS-COVER-EDIT " PER DEPOSITOR"
042600            DELIMITED BY SIZE INTO REPORT-LINE
042700     WRITE REPORT-LINE
042800     MOVE SPACES TO REPORT-LINE
042900     WRITE REPORT-LINE
043000     MOVE WS-HEADING-LINE TO REPORT-LINE
043100     WRITE REPORT-LINE
043200
043300     MOVE WS-TODAYS-DATE TO SCH-AS-AT-DATE
043400     MOVE WS-COVER-LIMIT TO SCH-COVER-LIMIT
043500     MOVE WS-SCV-HEADER  TO SCV-LINE
043600     WRITE SCV-LINE.
043700 1000-INITIALIZE-EXIT.
043800     EXIT.
043900
044000*-----------------------------------------------------------------
044100* RELEASE EVERY DEPOSIT ACCOUNT WITH MONEY IN IT INTO THE SORT.
044200*-----------------------------------------------------------------
044300 2000-RELEASE-DEPOSITS.
044400     PERFORM 2100-RELEASE-ONE-ACCOUNT
044500         THRU 2100-RELEASE-ONE-ACCOUNT-EXIT
044600         UNTIL WS-ACCT-EOF.
044700 2000-RELEASE-DEPOSITS-EXIT.
044800     EXIT.
044900
045000*-----------------------------------------------------------------
045100* ONE ACCOUNT.  LOAN ACCOUNTS ARE NOT DEPOSITS; A CLOSED ACCOUNT
045200* OR ONE WHOSE BALANCE HAS GONE TO THE UNCLAIMED-FUNDS LEDGER
045300* HOLDS NOTHING; AN OVERDRAWN ACCOUNT IS A CLAIM ON THE CUSTOMER,
045400* NOT A DEPOSIT.  DORMANT, INACTIVE AND LOCKED ACCOUNTS STILL
045500* HOLD THE CUSTOMER'S MONEY AND ARE COVERED.
045600*-----------------------------------------------------------------
045700 2100-RELEASE-ONE-ACCOUNT.
045800     READ ACCOUNT-MASTER NEXT RECORD
045900         AT END
046000             SET WS-ACCT-EOF TO TRUE
046100             GO TO 2100-RELEASE-ONE-ACCOUNT-EXIT
046200     END-READ
046300     ADD 1 TO WS-ACCTS-READ
046400
046500     IF ACCT-TYPE-LOAN
046600         OR ACCT-STATUS-CLOSED
046700         OR ACCT-STATUS-ESCHEAT
046800         OR ACCT-BALANCE NOT > 0
046900         GO TO 2100-RELEASE-ONE-ACCOUNT-EXIT
047000     END-IF
047100
047200     MOVE ACCT-BALANCE TO WS-AMOUNT
047300     IF ACCT-CURRENCY-CODE NOT = SPACES
047400         AND NOT ACCT-CURRENCY-INR
047500         PERFORM 2300-CONVERT-BALANCE
047600             THRU 2300-CONVERT-BALANCE-EXIT
047700     END-IF
047800
047900     PERFORM 2200-FIND-HOLDERS
048000         THRU 2200-FIND-HOLDERS-EXIT
048100
048200     MOVE SPACES TO SORT-RECORD
048300     MOVE WS-PRIMARY-CUST  TO SRT-CAP-CUST
048400     MOVE WS-FIRST-JOINT   TO SRT-CAP-JOINT
048500     MOVE 0                TO SRT-CAP-ACCT
048600     IF WS-PRIMARY-CUST = 0
048700         MOVE 0 TO SRT-CAP-JOINT
048800         MOVE ACCT-NUMBER TO SRT-CAP-ACCT
048900         ADD 1 TO WS-UNLINKED-COUNT
049000         DISPLAY "DEPINS: ACCOUNT " ACCT-NUMBER
049100                 " HAS NO PRIMARY HOLDER LINKED, COVERED ALONE"
049200     END-IF
049300     MOVE ACCT-BRANCH-CODE TO SRT-BRANCH-CODE
049400     MOVE ACCT-NUMBER      TO SRT-ACCT-NUMBER
049500     MOVE WS-AMOUNT        TO SRT-AMOUNT
049600     RELEASE SORT-RECORD
049700     ADD 1 TO WS-ACCTS-INCLUDED.
049800 2100-RELEASE-ONE-ACCOUNT-EXIT.
049900     EXIT.
050000
050100*-----------------------------------------------------------------
050200* FIND THE ACCOUNT'S PRIMARY HOLDER AND ITS FIRST JOINT HOLDER
050300* FROM THE LINK FILE.  THE LINKS FOR ONE ACCOUNT COME IN
050400* CUSTOMER-NUMBER ORDER, SO THE FIRST JOINT LINK MET IS THE
050500* LOWEST-NUMBERED JOINT HOLDER.  A GUARDIAN ONLY OPERATES A
050600* MINOR'S ACCOUNT - THE MONEY IS THE MINOR'S - SO IS PASSED OVER.
050700*-----------------------------------------------------------------
050800 2200-FIND-HOLDERS.
050900     MOVE 0 TO WS-PRIMARY-CUST
051000     MOVE 0 TO WS-FIRST-JOINT
051100     MOVE "N" TO WS-LINK-EOF-SW
051200
051300     MOVE ACCT-NUMBER TO LINK-ACCT-NUMBER
051400     MOVE 0           TO LINK-CUST-NUMBER
051500     START CUSTOMER-LINK
051600         KEY IS NOT LESS THAN LINK-KEY
051700         INVALID KEY
051800             SET WS-LINK-EOF TO TRUE
051900     END-START
052000
052100     PERFORM 2250-EXAMINE-ONE-LINK
052200         THRU 2250-EXAMINE-ONE-LINK-EXIT
052300         UNTIL WS-LINK-EOF.
052400 2200-FIND-HOLDERS-EXIT.
052500     EXIT.
052600
052700*-----------------------------------------------------------------
052800* ONE LINK ON THE ACCOUNT.
052900*-----------------------------------------------------------------
053000 2250-EXAMINE-ONE-LINK.
053100     READ CUSTOMER-LINK NEXT RECORD
053200         AT END
053300             SET WS-LINK-EOF TO TRUE
053400             GO TO 2250-EXAMINE-ONE-LINK-EXIT
053500     END-READ
053600
053700     IF LINK-ACCT-NUMBER NOT = ACCT-NUMBER
053800         SET WS-LINK-EOF TO TRUE
053900         GO TO 2250-EXAMINE-ONE-LINK-EXIT
054000     END-IF
054100
054200     IF LINK-ROLE-PRIMARY
054300         MOVE LINK-CUST-NUMBER TO WS-PRIMARY-CUST
054400     END-IF
054500     IF LINK-ROLE-JOINT AND WS-FIRST-JOINT = 0
054600         MOVE LINK-CUST-NUMBER TO WS-FIRST-JOINT
054700     END-IF.
054800 2250-EXAMINE-ONE-LINK-EXIT.
054900     EXIT.
055000
055100*-----------------------------------------------------------------
055200* TAKE A FOREIGN-CURRENCY BALANCE INTO RUPEES AT THE LATEST BUY
055300* RATE ON OR BEFORE THE REPORTING DATE.  WITH NO RATE ON FILE
055400* THE BALANCE IS LEFT AS IT STANDS AND THE ACCOUNT IS NAMED ON
055500* THE CONSOLE.
055600*-----------------------------------------------------------------
055700 2300-CONVERT-BALANCE.
055800     MOVE ACCT-CURRENCY-CODE TO WS-FX-CURRENCY
055900     MOVE "N" TO WS-RATE-FOUND-SW
056000     MOVE "N" TO WS-SCAN-EOF-SW
056100     IF NOT WS-FXRATES-OPEN
056200         SET WS-SCAN-EOF TO TRUE
056300     END-IF
056400
056500     MOVE WS-FX-CURRENCY TO FX-CURRENCY-CODE
056600     MOVE 0 TO FX-EFF-DATE
056700     IF WS-FXRATES-OPEN
056800         START FX-RATE-FILE
056900             KEY IS NOT LESS THAN FX-KEY
057000             INVALID KEY
057100                 SET WS-SCAN-EOF TO TRUE
057200         END-START
057300     END-IF
057400
057500     PERFORM 2350-EXAMINE-ONE-RATE
057600         THRU 2350-EXAMINE-ONE-RATE-EXIT
057700         UNTIL WS-SCAN-EOF
057800
057900     IF NOT WS-RATE-FOUND
058000         DISPLAY "DEPINS: NO " WS-FX-CURRENCY " RATE FOR ACCOUNT "
058100                 ACCT-NUMBER ", BALANCE TAKEN UNCONVERTED"
058200         GO TO 2300-CONVERT-BALANCE-EXIT
058300     END-IF
058400
058500     COMPUTE WS-AMOUNT ROUNDED = ACCT-BALANCE * WS-BUY-RATE.
058600 2300-CONVERT-BALANCE-EXIT.
058700     EXIT.
058800
058900*-----------------------------------------------------------------
059000* KEEP THE LATEST RATE SEEN AT OR BEFORE THE REPORTING DATE.
059100*-----------------------------------------------------------------
059200 2350-EXAMINE-ONE-RATE.
059300     READ FX-RATE-FILE NEXT RECORD
059400         AT END
059500             SET WS-SCAN-EOF TO TRUE
059600             GO TO 2350-EXAMINE-ONE-RATE-EXIT
059700     END-READ
059800
059900     IF FX-CURRENCY-CODE NOT = WS-FX-CURRENCY
060000         OR FX-EFF-DATE > WS-TODAYS-DATE
060100         SET WS-SCAN-EOF TO TRUE
060200         GO TO 2350-EXAMINE-ONE-RATE-EXIT
060300     END-IF
060400
060500     MOVE FX-BUY-RATE TO WS-BUY-RATE
060600     SET WS-RATE-FOUND TO TRUE.
060700 2350-EXAMINE-ONE-RATE-EXIT.
060800     EXIT.
060900
061000*-----------------------------------------------------------------
061100* TOTAL THE SORTED ACCOUNTS BY DEPOSITOR CAPACITY.
061200*-----------------------------------------------------------------
061300 3000-TOTAL-CAPACITIES.
061400     PERFORM 3100-TAKE-ONE-ACCOUNT
061500         THRU 3100-TAKE-ONE-ACCOUNT-EXIT
061600         UNTIL WS-SORT-EOF
061700
061800     IF NOT WS-FIRST-ENTRY
061900         PERFORM 3500-FINISH-CAPACITY
062000             THRU 3500-FINISH-CAPACITY-EXIT
062100     END-IF.
062200 3000-TOTAL-CAPACITIES-EXIT.
062300     EXIT.
062400
062500*-----------------------------------------------------------------
062600* RETURN THE NEXT ACCOUNT.  A CHANGE OF CAPACITY CLOSES OFF THE
062700* PREVIOUS ONE.  THE CAPACITY'S COVER IS USED UP ACROSS ITS
062800* ACCOUNTS IN BRANCH AND ACCOUNT ORDER, SO EACH BRANCH CAN BE
062900* GIVEN ITS SHARE OF THE INSURED AND UNINSURED DEPOSITS.
063000*-----------------------------------------------------------------
063100 3100-TAKE-ONE-ACCOUNT.
063200     RETURN SORT-WORK
063300         AT END
063400             SET WS-SORT-EOF TO TRUE
063500             GO TO 3100-TAKE-ONE-ACCOUNT-EXIT
063600     END-RETURN
063700
063800     MOVE SRT-CAP-CUST  TO WS-NEW-CUST
063900     MOVE SRT-CAP-JOINT TO WS-NEW-JOINT
064000     MOVE SRT-CAP-ACCT  TO WS-NEW-ACCT
064100     IF WS-FIRST-ENTRY
064200         MOVE "N" TO WS-FIRST-SW
064300         MOVE WS-NEW-CAPACITY TO WS-CUR-CAPACITY
064400         MOVE WS-COVER-LIMIT TO WS-COVER-LEFT
064500     END-IF
064600     IF WS-NEW-CAPACITY NOT = WS-CUR-CAPACITY
064700         PERFORM 3500-FINISH-CAPACITY
064800             THRU 3500-FINISH-CAPACITY-EXIT
064900         MOVE WS-NEW-CAPACITY TO WS-CUR-CAPACITY
065000         MOVE WS-COVER-LIMIT TO WS-COVER-LEFT
065100     END-IF
065200
065300     IF SRT-AMOUNT > WS-COVER-LEFT
065400         MOVE WS-COVER-LEFT TO WS-ACCT-INSURED
065500     ELSE
065600         MOVE SRT-AMOUNT TO WS-ACCT-INSURED
065700     END-IF
065800     SUBTRACT WS-ACCT-INSURED FROM WS-COVER-LEFT
065900
066000     ADD 1 TO WS-CAP-ACCT-COUNT
066100     ADD SRT-AMOUNT      TO WS-CAP-DEPOSITS
066200     ADD WS-ACCT-INSURED TO WS-CAP-INSURED
066300
066400     MOVE SRT-BRANCH-CODE TO WS-LOOKUP-BRANCH
066500     PERFORM 4000-FIND-OR-ADD-BRANCH
066600         THRU 4000-FIND-OR-ADD-BRANCH-EXIT
066700     IF WS-BRT-FOUND-IDX > 0
066800         ADD 1 TO BRT-ACCT-COUNT(WS-BRT-FOUND-IDX)
066900         ADD SRT-AMOUNT TO BRT-DEPOSITS(WS-BRT-FOUND-IDX)
067000         ADD WS-ACCT-INSURED TO BRT-INSURED(WS-BRT-FOUND-IDX)
067100     END-IF.
067200 3100-TAKE-ONE-ACCOUNT-EXIT.
067300     EXIT.
067400
067500*-----------------------------------------------------------------
067600* WRITE THE CAPACITY JUST FINISHED TO THE SINGLE-CUSTOMER VIEW,
067700* WITH THE FIRST HOLDER'S IDENTITY FROM THE CUSTOMER MASTER AND
067800* KYC REGISTER, ADD IT TO THE BANK TOTALS AND CLEAR IT.
067900*-----------------------------------------------------------------
068000 3500-FINISH-CAPACITY.
068100     MOVE WS-CUR-CUST  TO SCD-CUST-NUMBER
068200     MOVE WS-CUR-JOINT TO SCD-JOINT-CUST
068300     MOVE WS-CUR-ACCT  TO SCD-UNLINKED-ACCT
068400     IF WS-CUR-JOINT = 0
068500         MOVE "S" TO SCD-CAPACITY
068600     ELSE
068700         MOVE "J" TO SCD-CAPACITY
068800     END-IF
068900     MOVE SPACES TO SCD-CUST-NAME
069000     MOVE SPACES TO SCD-ADDRESS
069100     MOVE 0      TO SCD-DATE-OF-BIRTH
069200     MOVE SPACES TO SCD-DOC-TYPE
069300     MOVE SPACES TO SCD-DOC-NUMBER
069400
069500     IF WS-CUR-CUST NOT = 0
069600         MOVE WS-CUR-CUST TO CUST-NUMBER
069700         READ CUSTOMER-MASTER
069800             KEY IS CUST-NUMBER
069900             INVALID KEY
070000                 DISPLAY "DEPINS: CUSTOMER " WS-CUR-CUST
070100                         " NOT ON CUSTOMER MASTER"
070200         END-READ
070300         IF WS-CUSTMSTR-OK
070400             MOVE CUST-NAME          TO SCD-CUST-NAME
070500             MOVE CUST-ADDRESS       TO SCD-ADDRESS
070600             MOVE CUST-DATE-OF-BIRTH TO SCD-DATE-OF-BIRTH
070700         END-IF
070800         IF WS-KYCFILE-OPEN
070900             MOVE WS-CUR-CUST TO KYC-CUST-NUMBER
071000             READ KYC-REGISTER
071100                 KEY IS KYC-CUST-NUMBER
071200                 INVALID KEY
071300                     CONTINUE
071400             END-READ
071500             IF WS-KYCFILE-OK
071600                 MOVE KYC-DOC-TYPE   TO SCD-DOC-TYPE
071700                 MOVE KYC-DOC-NUMBER TO SCD-DOC-NUMBER
071800             END-IF
071900         END-IF
072000         IF SCD-DOC-NUMBER = SPACES
072100             ADD 1 TO WS-NO-KYC-COUNT
072200         END-IF
072300     END-IF
072400
072500     MOVE WS-CAP-ACCT-COUNT TO SCD-ACCT-COUNT
072600     MOVE WS-CAP-DEPOSITS   TO SCD-DEPOSITS
072700     MOVE WS-CAP-INSURED    TO SCD-INSURED
072800     COMPUTE SCD-UNINSURED = WS-CAP-DEPOSITS - WS-CAP-INSURED
072900     MOVE WS-SCV-DETAIL     TO SCV-LINE
073000     WRITE SCV-LINE
073100
073200     ADD 1 TO WS-CAPACITY-COUNT
073300     ADD WS-CAP-DEPOSITS TO WS-TOTAL-DEPOSITS
073400     ADD WS-CAP-INSURED  TO WS-TOTAL-INSURED
073500
073600     MOVE 0 TO WS-CAP-ACCT-COUNT
073700     MOVE 0 TO WS-CAP-DEPOSITS
073800     MOVE 0 TO WS-CAP-INSURED.
073900 3500-FINISH-CAPACITY-EXIT.
074000     EXIT.
074100
074200*-----------------------------------------------------------------
074300* FIND THE TABLE ENTRY FOR WS-LOOKUP-BRANCH.  A BRANCH NOT YET IN
074400* THE TABLE IS INSERTED IN BRANCH ORDER, THE ENTRIES ABOVE IT
074500* MOVED UP ONE PLACE.
074600*-----------------------------------------------------------------
074700 4000-FIND-OR-ADD-BRANCH.
074800     MOVE 0 TO WS-BRT-FOUND-IDX
074900
075000     PERFORM 4100-SEARCH-ONE-BRANCH
075100         THRU 4100-SEARCH-ONE-BRANCH-EXIT
075200         VARYING WS-BRT-IDX FROM 1 BY 1
075300         UNTIL WS-BRT-IDX > WS-BRT-COUNT
075400            OR WS-BRT-FOUND-IDX NOT = 0
075500
075600     IF WS-BRT-FOUND-IDX NOT = 0
075700         IF BRT-BRANCH-CODE(WS-BRT-FOUND-IDX) = WS-LOOKUP-BRANCH
075800             GO TO 4000-FIND-OR-ADD-BRANCH-EXIT
075900         END-IF
076000     ELSE
076100         COMPUTE WS-BRT-FOUND-IDX = WS-BRT-COUNT + 1
076200     END-IF
076300
076400     IF WS-BRT-COUNT NOT LESS THAN WS-BRT-MAX
076500         DISPLAY "DEPINS: BRANCH TABLE FULL, BRANCH "
076600                 WS-LOOKUP-BRANCH " LEFT OUT OF THE SUMMARY"
076700         MOVE 0 TO WS-BRT-FOUND-IDX
076800         GO TO 4000-FIND-OR-ADD-BRANCH-EXIT
076900     END-IF
077000
077100     PERFORM 4200-SHIFT-ONE-BRANCH
077200         THRU 4200-SHIFT-ONE-BRANCH-EXIT
077300         VARYING WS-BRT-SHIFT-IDX FROM WS-BRT-COUNT BY -1
077400         UNTIL WS-BRT-SHIFT-IDX < WS-BRT-FOUND-IDX
077500     ADD 1 TO WS-BRT-COUNT
077600
077700     MOVE WS-LOOKUP-BRANCH TO BRT-BRANCH-CODE(WS-BRT-FOUND-IDX)
077800     MOVE 0 TO BRT-ACCT-COUNT(WS-BRT-FOUND-IDX)
077900     MOVE 0 TO BRT-DEPOSITS(WS-BRT-FOUND-IDX)
078000     MOVE 0 TO BRT-INSURED(WS-BRT-FOUND-IDX).
078100 4000-FIND-OR-ADD-BRANCH-EXIT.
078200     EXIT.
078300
078400*-----------------------------------------------------------------
078500* STOP AT THE FIRST ENTRY FOR THE BRANCH, OR FOR A HIGHER BRANCH
078600* WHERE A NEW ONE WOULD GO.
078700*-----------------------------------------------------------------
078800 4100-SEARCH-ONE-BRANCH.
078900     IF BRT-BRANCH-CODE(WS-BRT-IDX) NOT LESS THAN WS-LOOKUP-BRANCH
079000         MOVE WS-BRT-IDX TO WS-BRT-FOUND-IDX
079100     END-IF.
079200 4100-SEARCH-ONE-BRANCH-EXIT.
079300     EXIT.
079400
079500*-----------------------------------------------------------------
079600* MOVE ONE ENTRY UP A PLACE TO OPEN A GAP FOR A NEW BRANCH.
079700*-----------------------------------------------------------------
079800 4200-SHIFT-ONE-BRANCH.
079900     MOVE WS-BRT-ENTRY(WS-BRT-SHIFT-IDX)
080000         TO WS-BRT-ENTRY(WS-BRT-SHIFT-IDX + 1).
080100 4200-SHIFT-ONE-BRANCH-EXIT.
080200     EXIT.
080300
080400*-----------------------------------------------------------------
080500* PRINT EVERY BRANCH, THEN THE BANK TOTALS AND THE PREMIUM DUE,
080600* AND CLOSE THE SINGLE-CUSTOMER VIEW WITH ITS TRAILER.  THE
080700* PREMIUM IS STRUCK ON THE BANK'S TOTAL ASSESSABLE DEPOSITS; THE
080800* BRANCH FIGURES ARE EACH BRANCH'S SHARE, SO MAY DIFFER FROM IT
080900* IN THE LAST RUPEE.
081000*-----------------------------------------------------------------
081100 6000-WRITE-SUMMARY.
081200     PERFORM 6100-WRITE-ONE-BRANCH
081300         THRU 6100-WRITE-ONE-BRANCH-EXIT
081400         VARYING WS-BRT-IDX FROM 1 BY 1
081500         UNTIL WS-BRT-IDX > WS-BRT-COUNT
081600
081700     COMPUTE WS-TOTAL-UNINSURED =
081800             WS-TOTAL-DEPOSITS - WS-TOTAL-INSURED
081900     COMPUTE WS-TOTAL-PREMIUM ROUNDED =
082000             WS-TOTAL-DEPOSITS * WS-PREMIUM-RATE
082100
082200     MOVE SPACES TO REPORT-LINE
082300     WRITE REPORT-LINE
082400
082500     MOVE SPACES TO WS-TOTAL-LINE
082600     MOVE "BANK TOTAL ASSESSABLE DEPOSITS" TO TOT-LABEL
082700     MOVE WS-TOTAL-DEPOSITS TO TOT-AMOUNT
082800     MOVE WS-TOTAL-LINE TO REPORT-LINE
082900     WRITE REPORT-LINE
083000
083100     MOVE SPACES TO WS-TOTAL-LINE
083200     MOVE "BANK TOTAL INSURED DEPOSITS" TO TOT-LABEL
083300     MOVE WS-TOTAL-INSURED TO TOT-AMOUNT
083400     MOVE WS-TOTAL-LINE TO REPORT-LINE
083500     WRITE REPORT-LINE
083600
083700     MOVE SPACES TO WS-TOTAL-LINE
083800     MOVE "BANK TOTAL UNINSURED DEPOSITS" TO TOT-LABEL
083900     MOVE WS-TOTAL-UNINSURED TO TOT-AMOUNT
084000     MOVE WS-TOTAL-LINE TO REPORT-LINE
084100     WRITE REPORT-LINE
084200
084300     MOVE SPACES TO WS-TOTAL-LINE
084400     MOVE "DEPOSIT ACCOUNTS" TO TOT-LABEL
084500     MOVE WS-TOTAL-ACCOUNTS TO TOT-AMOUNT
084600     MOVE WS-TOTAL-LINE TO REPORT-LINE
084700     WRITE REPORT-LINE
084800
084900     MOVE SPACES TO WS-TOTAL-LINE
085000     MOVE "DEPOSITOR CAPACITIES" TO TOT-LABEL
085100     MOVE WS-CAPACITY-COUNT TO TOT-AMOUNT
085200     MOVE WS-TOTAL-LINE TO REPORT-LINE
085300     WRITE REPORT-LINE
085400
085500     MOVE SPACES TO WS-TOTAL-LINE
085600     MOVE "PREMIUM PAYABLE FOR THE HALF-YEAR" TO TOT-LABEL
085700     MOVE WS-TOTAL-PREMIUM TO TOT-AMOUNT
085800     MOVE WS-TOTAL-LINE TO REPORT-LINE
085900     WRITE REPORT-LINE
086000
086100     MOVE WS-CAPACITY-COUNT  TO SCT-CAPACITY-COUNT
086200     MOVE WS-TOTAL-DEPOSITS  TO SCT-TOTAL-DEPOSITS
086300     MOVE WS-TOTAL-INSURED   TO SCT-TOTAL-INSURED
086400     MOVE WS-TOTAL-UNINSURED TO SCT-TOTAL-UNINSURED
086500     MOVE WS-SCV-TRAILER     TO SCV-LINE
086600     WRITE SCV-LINE.
086700 6000-WRITE-SUMMARY-EXIT.
086800     EXIT.
086900
087000*-----------------------------------------------------------------
087100* ONE BRANCH'S LINE ON THE SUMMARY.
087200*-----------------------------------------------------------------
087300 6100-WRITE-ONE-BRANCH.
087400     COMPUTE WS-BRANCH-PREMIUM ROUNDED =
087500             BRT-DEPOSITS(WS-BRT-IDX) * WS-PREMIUM-RATE
087600
087700     MOVE BRT-BRANCH-CODE(WS-BRT-IDX) TO DTL-BRANCH-CODE
087800     MOVE BRT-ACCT-COUNT(WS-BRT-IDX)  TO DTL-ACCT-COUNT
087900     MOVE BRT-DEPOSITS(WS-BRT-IDX)    TO DTL-DEPOSITS
088000     MOVE BRT-INSURED(WS-BRT-IDX)     TO DTL-INSURED
088100     COMPUTE DTL-UNINSURED = BRT-DEPOSITS(WS-BRT-IDX)
088200                           - BRT-INSURED(WS-BRT-IDX)
088300     MOVE WS-BRANCH-PREMIUM           TO DTL-PREMIUM
088400     MOVE WS-DETAIL-LINE TO REPORT-LINE
088500     WRITE REPORT-LINE
088600
088700     ADD BRT-ACCT-COUNT(WS-BRT-IDX) TO WS-TOTAL-ACCOUNTS.
088800 6100-WRITE-ONE-BRANCH-EXIT.
088900     EXIT.
089000
089100*-----------------------------------------------------------------
089200* PRINT THE RUN COUNTS, RELEASE THE BATCH WINDOW AND CLOSE
089300* DOWN.
089400*-----------------------------------------------------------------
089500 9999-TERMINATE.
089600     IF WS-BATCH-ACQUIRED
089700         CALL "BATCHREL" USING WS-JOB-NAME
089800     END-IF
089900
090000     DISPLAY "DEPINS: ACCOUNTS READ        = " WS-ACCTS-READ
090100     DISPLAY "DEPINS: DEPOSIT ACCOUNTS     = " WS-ACCTS-INCLUDED
090200     DISPLAY "DEPINS: DEPOSITOR CAPACITIES = " WS-CAPACITY-COUNT
090300     DISPLAY "DEPINS: ACCOUNTS UNLINKED    = " WS-UNLINKED-COUNT
090400     DISPLAY "DEPINS: HOLDERS WITHOUT KYC  = " WS-NO-KYC-COUNT
090500
090600     IF WS-ACCMSTR-OPEN
090700         CLOSE ACCOUNT-MASTER
090800     END-IF
090900     IF WS-CUSTLINK-OPEN
091000         CLOSE CUSTOMER-LINK
091100     END-IF
091200     IF WS-CUSTMSTR-OPEN
091300         CLOSE CUSTOMER-MASTER
091400     END-IF
091500     IF WS-KYCFILE-OPEN
091600         CLOSE KYC-REGISTER
091700     END-IF
091800     IF WS-FXRATES-OPEN
091900         CLOSE FX-RATE-FILE
092000     END-IF
092100     IF WS-REPORT-OPEN
092200         CLOSE COVERAGE-REPORT
092300     END-IF
092400     IF WS-SCVFILE-OPEN
092500         CLOSE SCV-FILE
092600     END-IF.
092700 9999-TERMINATE-EXIT.
092800     EXIT.
