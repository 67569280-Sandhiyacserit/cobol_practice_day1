000100*****************************************************************
000200* PROGRAM      : MISRPT                                         *
000300* DESCRIPTION  : DAILY BRANCH MIS POSITION REPORT.  RUN AFTER   *
000400*                THE NIGHTLY SEQUENCE.  FOR EVERY BRANCH,       *
000500*                TOTALS DEPOSITS BY ACCOUNT TYPE AND THE CASA   *
000600*                RATIO, ACCOUNTS OPENED AND CLOSED ON THE DAY,  *
000700*                LOANS OUTSTANDING WITH THE NPA AMOUNT FROM THE *
000800*                LOAN CLASSIFICATION FILE, CASH IN THE VAULT    *
000900*                AND TODAY'S TELLER DRAWERS, AND FEE INCOME     *
001000*                FROM THE FEE REGISTER.  EACH FIGURE IS SHOWN   *
001100*                WITH ITS MOVEMENT AGAINST THE PREVIOUS RUN AND *
001200*                THE CLOSE OF THE PREVIOUS MONTH, HELD ON THE   *
001300*                MIS SNAPSHOT FILE.  A BANK-WIDE CONSOLIDATION  *
001400*                PAGE ENDS THE REPORT, AND EVERY LINE PRINTED   *
001500*                IS ALSO STORED IN THE REPORT REPOSITORY UNDER  *
001600*                "MISRPT" AND THE RUN DATE.                     *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. MISRPT.
002000 AUTHOR. S NATARAJAN.
002100 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED.
002400
002500*****************************************************************
002600* MODIFICATION HISTORY                                          *
002700*-----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION                                  *
002900* 2026-10-15 SN    NEW PROGRAM - DAILY BRANCH MIS POSITION      *
003000*                  REPORT WITH BANK-WIDE CONSOLIDATION.         *
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
004200     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LOAN-NUMBER
004600         FILE STATUS IS WS-LOANMSTR-STATUS.
004700
004800     SELECT CLASS-FILE ASSIGN TO "LOANCLS"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CLS-LOAN-NUMBER
005200         FILE STATUS IS WS-CLSFILE-STATUS.
005300
005400     SELECT VAULT-FILE ASSIGN TO "VAULTFIL"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS VAULT-BRANCH-CODE
005800         FILE STATUS IS WS-VAULTFIL-STATUS.
005900
006000     SELECT TILL-FILE ASSIGN TO "TILLFILE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS TILL-OPR-ID
006400         FILE STATUS IS WS-TILLFILE-STATUS.
006500
006600     SELECT FEE-REGISTER ASSIGN TO "FEEREG"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FEEREG-STATUS.
006900
007000     SELECT MIS-SNAPSHOT-FILE ASSIGN TO "MISSNAP"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS MSN-BRANCH-CODE
007400         FILE STATUS IS WS-MISSNAP-STATUS.
007500
007600     SELECT REPORT-REPOSITORY ASSIGN TO "RPTREPO"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS RPO-KEY
008000         FILE STATUS IS WS-REPO-STATUS.
008100
008200     SELECT MIS-REPORT ASSIGN TO "MISRPT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-REPORT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  ACCOUNT-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000     COPY ACCTREC.
009100
009200 FD  LOAN-MASTER
009300     LABEL RECORDS ARE STANDARD.
009400     COPY LOANREC.
009500
009600 FD  CLASS-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  CLASS-RECORD.
009900     05  CLS-LOAN-NUMBER      PIC 9(06).
010000     05  CLS-CLASS            PIC X(01).
010100         88  CLS-STANDARD         VALUE "S".
010200         88  CLS-SUBSTANDARD      VALUE "U".
010300         88  CLS-DOUBTFUL         VALUE "D".
010400     05  CLS-CLASSED-DATE     PIC 9(08).
010500
010600 FD  VAULT-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY VAULTREC.
010900
011000 FD  TILL-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY TILLREC.
011300
011400*    THE REGISTER PRINTED BY THE LATEST FEEPOST RUN.  ONLY ITS
011500*    DETAIL LINES - AN ACCOUNT NUMBER IN THE FIRST SIX COLUMNS -
011600*    ARE TAKEN; THE TITLE AND TOTAL LINES ARE PASSED OVER.
011700 FD  FEE-REGISTER
011800     LABEL RECORDS ARE STANDARD.
011900 01  FEE-REGISTER-LINE          PIC X(80).
012000 01  FEE-REGISTER-DETAIL.
012100     05  FRG-ACCT-NUMBER      PIC 9(06).
012200     05  FILLER               PIC X(03).
012300     05  FRG-FEE-CODE         PIC X(04).
012400     05  FILLER               PIC X(03).
012500     05  FRG-BALANCE          PIC X(10).
012600     05  FILLER               PIC X(03).
012700     05  FRG-MIN-BAL          PIC X(10).
012800     05  FILLER               PIC X(03).
012900     05  FRG-FEE-AMT          PIC -(9)9.
013000     05  FILLER               PIC X(28).
013100
013200 FD  MIS-SNAPSHOT-FILE
013300     LABEL RECORDS ARE STANDARD.
013400     COPY MISREC.
013500
013600 FD  REPORT-REPOSITORY
013700     LABEL RECORDS ARE STANDARD.
013800 01  REPOSITORY-RECORD.
013900     05  RPO-KEY.
014000         10  RPO-REPORT-NAME  PIC X(08).
014100         10  RPO-RUN-DATE     PIC 9(08).
014200         10  RPO-LINE-NO      PIC 9(05).
014300     05  RPO-LINE             PIC X(100).
014400
014500 FD  MIS-REPORT
014600     LABEL RECORDS ARE STANDARD.
014700 01  REPORT-LINE                 PIC X(100).
014800
014900 WORKING-STORAGE SECTION.
015000 01  WS-ACCMSTR-STATUS        PIC X(02).
015100     88  WS-ACCMSTR-OK        VALUE "00".
015200
015300 01  WS-LOANMSTR-STATUS       PIC X(02).
015400     88  WS-LOANMSTR-OK       VALUE "00".
015500     88  WS-LOANMSTR-NOTFOUND VALUE "35".
015600
015700 01  WS-CLSFILE-STATUS        PIC X(02).
015800     88  WS-CLSFILE-OK        VALUE "00".
015900     88  WS-CLSFILE-NOTFOUND  VALUE "35".
016000
016100 01  WS-VAULTFIL-STATUS       PIC X(02).
016200     88  WS-VAULTFIL-OK       VALUE "00".
016300     88  WS-VAULTFIL-NOTFOUND VALUE "35".
016400
016500 01  WS-TILLFILE-STATUS       PIC X(02).
016600     88  WS-TILLFILE-OK       VALUE "00".
016700     88  WS-TILLFILE-NOTFOUND VALUE "35".
016800
016900 01  WS-FEEREG-STATUS         PIC X(02).
017000     88  WS-FEEREG-OK         VALUE "00".
017100     88  WS-FEEREG-NOTFOUND   VALUE "35".
017200
017300 01  WS-MISSNAP-STATUS        PIC X(02).
017400     88  WS-MISSNAP-OK        VALUE "00".
017500     88  WS-MISSNAP-NOTFOUND  VALUE "35".
017600
017700 01  WS-REPO-STATUS           PIC X(02).
017800     88  WS-REPO-OK           VALUE "00".
017900     88  WS-REPO-NOTFOUND     VALUE "35".
018000
018100 01  WS-REPORT-STATUS         PIC X(02).
018200     88  WS-REPORT-OK         VALUE "00".
018300
018400 01  WS-JOB-NAME              PIC X(08) VALUE "MISRPT  ".
018500 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
018600     88  WS-BATCH-ACQUIRED    VALUE "Y".
018700
018800 01  WS-TODAYS-DATE           PIC 9(08).
018900 01  WS-LINE-NO               PIC 9(05) VALUE 0.
019000
019100*    OUTSTANDING PRINCIPAL, THROUGH LOANBAL.
019200 01  WS-REMAINING             PIC 9(03).
019300 01  WS-OUTSTANDING           PIC 9(11).
019400 01  WS-FEE-AMOUNT            PIC S9(10).
019500
019600 01  WS-BRANCH-NAME           PIC X(20).
019700 01  WS-BRANCH-FOUND-SW       PIC X(01).
019800     88  WS-BRANCH-FOUND      VALUE "Y".
019900
020000 01  WS-COUNTERS.
020100     05  WS-ACCOUNT-COUNT     PIC 9(07) VALUE 0.
020200     05  WS-LOAN-COUNT        PIC 9(07) VALUE 0.
020300     05  WS-FEE-LINE-COUNT    PIC 9(07) VALUE 0.
020400     05  WS-SNAP-WRITTEN      PIC 9(07) VALUE 0.
020500     05  WS-SNAP-ERRORS       PIC 9(07) VALUE 0.
020600
020700*    ONE ENTRY PER BRANCH, KEPT IN BRANCH ORDER, CARRYING TODAY'S
020800*    FIGURES LAID OUT EXACTLY AS ONE SNAPSHOT POSITION.  BRANCH
020900*    000 COLLECTS ACCOUNTS CARRYING NO BRANCH, AND ANY LOAN OR
021000*    FEE WHOSE ACCOUNT IS NO LONGER ON THE ACCOUNT MASTER.
021100 01  WS-BRT-COUNT             PIC 9(03) COMP VALUE 0.
021200 01  WS-BRT-MAX               PIC 9(03) COMP VALUE 200.
021300 01  WS-BRT-FOUND-IDX         PIC 9(03) COMP VALUE 0.
021400 01  WS-BRT-SHIFT-IDX         PIC 9(03) COMP VALUE 0.
021500 01  WS-LOOKUP-BRANCH         PIC 9(03).
021600 01  WS-BRANCH-TABLE.
021700     05  WS-BRT-ENTRY OCCURS 200 TIMES
021800                      INDEXED BY WS-BRT-IDX.
021900         10  BRT-BRANCH-CODE  PIC 9(03).
022000         10  BRT-FIGURES.
022100             15  BRT-POS-DATE       PIC 9(08).
022200             15  BRT-SAVINGS-BAL    PIC S9(13).
022300             15  BRT-CURRENT-BAL    PIC S9(13).
022400             15  BRT-FIXED-BAL      PIC S9(13).
022500             15  BRT-RECURRING-BAL  PIC S9(13).
022600             15  BRT-ACCT-COUNT     PIC 9(07).
022700             15  BRT-OPENED-COUNT   PIC 9(07).
022800             15  BRT-CLOSED-COUNT   PIC 9(07).
022900             15  BRT-LOAN-COUNT     PIC 9(07).
023000             15  BRT-LOAN-OUTSTAND  PIC S9(13).
023100             15  BRT-NPA-COUNT      PIC 9(07).
023200             15  BRT-NPA-AMOUNT     PIC S9(13).
023300             15  BRT-VAULT-CASH     PIC S9(13).
023400             15  BRT-TILL-CASH      PIC S9(13).
023500             15  BRT-FEE-INCOME     PIC S9(13).
023600
023700*    THE THREE POSITIONS OF THE PAGE BEING PRINTED - TODAY, THE
023800*    PREVIOUS DAY AND THE START OF THE MONTH - AND THE SAME THREE
023900*    SUMMED OVER EVERY BRANCH FOR THE CONSOLIDATION PAGE.  BOTH
024000*    ARE LAID OUT EXACTLY AS THE SNAPSHOT POSITIONS.
024100 01  WS-POS-IDX               PIC 9(01) COMP VALUE 0.
024200 01  WS-PRINT-POSITIONS.
024300     05  PRT-POSITION OCCURS 3 TIMES.
024400         10  PRT-POS-DATE       PIC 9(08).
024500         10  PRT-SAVINGS-BAL    PIC S9(13).
024600         10  PRT-CURRENT-BAL    PIC S9(13).
024700         10  PRT-FIXED-BAL      PIC S9(13).
024800         10  PRT-RECURRING-BAL  PIC S9(13).
024900         10  PRT-ACCT-COUNT     PIC 9(07).
025000         10  PRT-OPENED-COUNT   PIC 9(07).
025100         10  PRT-CLOSED-COUNT   PIC 9(07).
025200         10  PRT-LOAN-COUNT     PIC 9(07).
025300         10  PRT-LOAN-OUTSTAND  PIC S9(13).
025400         10  PRT-NPA-COUNT      PIC 9(07).
025500         10  PRT-NPA-AMOUNT     PIC S9(13).
025600         10  PRT-VAULT-CASH     PIC S9(13).
025700         10  PRT-TILL-CASH      PIC S9(13).
025800         10  PRT-FEE-INCOME     PIC S9(13).
025900
026000 01  WS-BANK-POSITIONS.
026100     05  BNK-POSITION OCCURS 3 TIMES.
026200         10  BNK-POS-DATE       PIC 9(08).
026300         10  BNK-SAVINGS-BAL    PIC S9(13).
026400         10  BNK-CURRENT-BAL    PIC S9(13).
026500         10  BNK-FIXED-BAL      PIC S9(13).
026600         10  BNK-RECURRING-BAL  PIC S9(13).
026700         10  BNK-ACCT-COUNT     PIC 9(07).
026800         10  BNK-OPENED-COUNT   PIC 9(07).
026900         10  BNK-CLOSED-COUNT   PIC 9(07).
027000         10  BNK-LOAN-COUNT     PIC 9(07).
027100         10  BNK-LOAN-OUTSTAND  PIC S9(13).
027200         10  BNK-NPA-COUNT      PIC 9(07).
027300         10  BNK-NPA-AMOUNT     PIC S9(13).
027400         10  BNK-VAULT-CASH     PIC S9(13).
027500         10  BNK-TILL-CASH      PIC S9(13).
027600         10  BNK-FEE-INCOME     PIC S9(13).
027700
027800*    DEPOSIT TOTAL AND CASA RATIO (SAVINGS PLUS CURRENT AS A
027900*    PERCENTAGE OF ALL DEPOSITS) FOR EACH OF THE THREE POSITIONS.
028000 01  WS-RATIO-TABLE.
028100     05  WS-RATIO-ENTRY OCCURS 3 TIMES.
028200         10  WS-DEPOSIT-TOTAL   PIC S9(14).
028300         10  WS-CASA-PCT        PIC S9(05)V99.
028400
028500*    ONE FIGURE'S THREE VALUES, PASSED TO THE ROW PRINT.
028600 01  WS-ROW-LABEL             PIC X(26).
028700 01  WS-ROW-TODAY             PIC S9(14).
028800 01  WS-ROW-PREV              PIC S9(14).
028900 01  WS-ROW-MSTART            PIC S9(14).
029000
029100 01  WS-PREV-DATE-TEXT        PIC X(08).
029200 01  WS-MSTART-DATE-TEXT      PIC X(08).
029300
029400 01  WS-SWITCHES.
029500     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
029600         88  WS-INIT-FAILED   VALUE "Y".
029700     05  WS-EOF-SW            PIC X(01) VALUE "N".
029800         88  WS-EOF           VALUE "Y".
029900     05  WS-ACCMSTR-OPEN-SW   PIC X(01) VALUE "N".
030000         88  WS-ACCMSTR-OPEN  VALUE "Y".
030100     05  WS-LOANMSTR-OPEN-SW  PIC X(01) VALUE "N".
030200         88  WS-LOANMSTR-OPEN VALUE "Y".
030300     05  WS-CLSFILE-OPEN-SW   PIC X(01) VALUE "N".
030400         88  WS-CLSFILE-OPEN  VALUE "Y".
030500     05  WS-VAULTFIL-OPEN-SW  PIC X(01) VALUE "N".
030600         88  WS-VAULTFIL-OPEN VALUE "Y".
030700     05  WS-TILLFILE-OPEN-SW  PIC X(01) VALUE "N".
030800         88  WS-TILLFILE-OPEN VALUE "Y".
030900     05  WS-FEEREG-OPEN-SW    PIC X(01) VALUE "N".
031000         88  WS-FEEREG-OPEN   VALUE "Y".
031100     05  WS-MISSNAP-OPEN-SW   PIC X(01) VALUE "N".
031200         88  WS-MISSNAP-OPEN  VALUE "Y".
031300     05  WS-REPO-OPEN-SW      PIC X(01) VALUE "N".
031400         88  WS-REPO-OPEN     VALUE "Y".
031500     05  WS-REPORT-OPEN-SW    PIC X(01) VALUE "N".
031600         88  WS-REPORT-OPEN   VALUE "Y".
031700     05  WS-SNAP-FOUND-SW     PIC X(01) VALUE "N".
031800         88  WS-SNAP-FOUND    VALUE "Y".
031900     05  WS-SNAP-EOF-SW       PIC X(01) VALUE "N".
032000         88  WS-SNAP-EOF      VALUE "Y".
032100
032200 01  WS-COLUMN-HEADING.
032300     05  FILLER               PIC X(26)
032400         VALUE "FIGURE                    ".
032500     05  FILLER               PIC X(28)
032600         VALUE "         TODAY  PREVIOUS DAY".
032700     05  FILLER               PIC X(28)
032800         VALUE "        CHANGE   MONTH START".
032900     05  FILLER               PIC X(14)
033000         VALUE "        CHANGE".
033100
033200 01  WS-DETAIL-LINE.
033300     05  DTL-LABEL            PIC X(26).
033400     05  FILLER               PIC X(01) VALUE SPACE.
033500     05  DTL-TODAY            PIC -(12)9.
033600     05  FILLER               PIC X(01) VALUE SPACE.
033700     05  DTL-PREV             PIC -(12)9.
033800     05  FILLER               PIC X(01) VALUE SPACE.
033900     05  DTL-PREV-CHANGE      PIC -(12)9.
034000     05  FILLER               PIC X(01) VALUE SPACE.
034100     05  DTL-MSTART           PIC -(12)9.
034200     05  FILLER               PIC X(01) VALUE SPACE.
034300     05  DTL-MSTART-CHANGE    PIC -(12)9.
034400
034500 01  WS-RATIO-LINE.
034600     05  RTO-LABEL            PIC X(26).
034700     05  FILLER               PIC X(01) VALUE SPACE.
034800     05  RTO-TODAY            PIC -(9)9.99.
034900     05  FILLER               PIC X(01) VALUE SPACE.
035000     05  RTO-PREV             PIC -(9)9.99.
035100     05  FILLER               PIC X(01) VALUE SPACE.
035200     05  RTO-PREV-CHANGE      PIC -(9)9.99.
035300     05  FILLER               PIC X(01) VALUE SPACE.
035400     05  RTO-MSTART           PIC -(9)9.99.
035500     05  FILLER               PIC X(01) VALUE SPACE.
035600     05  RTO-MSTART-CHANGE    PIC -(9)9.99.
035700
035800 01  WS-RULE-LINE             PIC X(96) VALUE ALL "-".
035900
036000 PROCEDURE DIVISION.
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE
036300         THRU 1000-INITIALIZE-EXIT
036400
036500     IF NOT WS-INIT-FAILED
036600         PERFORM 1500-LOAD-SNAPSHOT-BRANCHES
036700             THRU 1500-LOAD-SNAPSHOT-BRANCHES-EXIT
036800         PERFORM 2000-TOTAL-ONE-ACCOUNT
036900             THRU 2000-TOTAL-ONE-ACCOUNT-EXIT
037000             UNTIL WS-EOF
037100         PERFORM 3000-TOTAL-LOANS
037200             THRU 3000-TOTAL-LOANS-EXIT
037300         PERFORM 4000-TOTAL-CASH
037400             THRU 4000-TOTAL-CASH-EXIT
037500         PERFORM 4500-TOTAL-FEES
037600             THRU 4500-TOTAL-FEES-EXIT
037700         PERFORM 5000-REPORT-BRANCHES
037800             THRU 5000-REPORT-BRANCHES-EXIT
037900     END-IF
038000
038100     PERFORM 9999-TERMINATE
038200         THRU 9999-TERMINATE-EXIT
038300
038400     IF WS-INIT-FAILED
038500         MOVE 8 TO RETURN-CODE
038600     END-IF
038700     GOBACK.
038800
038900*-----------------------------------------------------------------
039000* ACQUIRE THE BATCH WINDOW AND OPEN THE FILES.  THE ACCOUNT
039100* MASTER IS REQUIRED.  NO LOAN MASTER, CLASSIFICATION FILE,
039200* VAULT LEDGER, TELLER DRAWER FILE OR FEE REGISTER MEANS NONE OF
039300* THAT FIGURE YET, REPORTED AS ZERO.  THE SNAPSHOT FILE IS SET
039400* UP ON THE FIRST RUN.
039500*-----------------------------------------------------------------
039600 1000-INITIALIZE.
039700     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
039800     IF NOT WS-BATCH-ACQUIRED
039900         DISPLAY "MISRPT: BATCH WINDOW CHECK FAILED, RUN REFUSED"
040000         SET WS-INIT-FAILED TO TRUE
040100         GO TO 1000-INITIALIZE-EXIT
040200     END-IF
040300
040400     CALL "BUSDATE" USING WS-TODAYS-DATE
040500
040600     OPEN INPUT ACCOUNT-MASTER
040700     IF NOT WS-ACCMSTR-OK
040800         DISPLAY "MISRPT: UNABLE TO OPEN ACCOUNT MASTER, "
040900                 "STATUS = " WS-ACCMSTR-STATUS
041000         SET WS-INIT-FAILED TO TRUE
041100         GO TO 1000-INITIALIZE-EXIT
041200     END-IF
041300     SET WS-ACCMSTR-OPEN TO TRUE
041400
041500     OPEN INPUT LOAN-MASTER
041600     IF WS-LOANMSTR-OK
041700         SET WS-LOANMSTR-OPEN TO TRUE
041800     ELSE
041900         IF NOT WS-LOANMSTR-NOTFOUND
042000             DISPLAY "MISRPT: UNABLE TO OPEN LOAN MASTER, "
042100                     "STATUS = " WS-LOANMSTR-STATUS
042200             SET WS-INIT-FAILED TO TRUE
042300             GO TO 1000-INITIALIZE-EXIT
042400         END-IF
042500     END-IF
042600
042700     OPEN INPUT CLASS-FILE
042800     IF WS-CLSFILE-OK
042900         SET WS-CLSFILE-OPEN TO TRUE
043000     ELSE
043100         IF NOT WS-CLSFILE-NOTFOUND
043200             DISPLAY "MISRPT: UNABLE TO OPEN LOAN CLASS FILE, "
043300                     "STATUS = " WS-CLSFILE-STATUS
043400             SET WS-INIT-FAILED TO TRUE
043500             GO TO 1000-INITIALIZE-EXIT
043600         END-IF
043700     END-IF
043800
043900     OPEN INPUT VAULT-FILE
044000     IF WS-VAULTFIL-OK
044100         SET WS-VAULTFIL-OPEN TO TRUE
044200     ELSE
044300         IF NOT WS-VAULTFIL-NOTFOUND
044400             DISPLAY "MISRPT: UNABLE TO OPEN VAULT LEDGER, "
044500                     "STATUS = " WS-VAULTFIL-STATUS
044600             SET WS-INIT-FAILED TO TRUE
044700             GO TO 1000-INITIALIZE-EXIT
044800         END-IF
044900     END-IF
045000
045100     OPEN INPUT TILL-FILE
045200     IF WS-TILLFILE-OK
045300         SET WS-TILLFILE-OPEN TO TRUE
045400     ELSE
045500         IF NOT WS-TILLFILE-NOTFOUND
045600             DISPLAY "MISRPT: UNABLE TO OPEN TELLER DRAWER FILE, "
045700                     "STATUS = " WS-TILLFILE-STATUS
045800             SET WS-INIT-FAILED TO TRUE
045900             GO TO 1000-INITIALIZE-EXIT
046000         END-IF
046100     END-IF
046200
046300     OPEN INPUT FEE-REGISTER
046400     IF WS-FEEREG-OK
046500         SET WS-FEEREG-OPEN TO TRUE
046600     ELSE
046700         IF NOT WS-FEEREG-NOTFOUND
046800             DISPLAY "MISRPT: UNABLE TO OPEN FEE REGISTER, "
046900                     "STATUS = " WS-FEEREG-STATUS
047000             SET WS-INIT-FAILED TO TRUE
047100             GO TO 1000-INITIALIZE-EXIT
047200         END-IF
047300     END-IF
047400
047500     OPEN I-O MIS-SNAPSHOT-FILE
047600     IF WS-MISSNAP-NOTFOUND
047700         OPEN OUTPUT MIS-SNAPSHOT-FILE
047800         CLOSE MIS-SNAPSHOT-FILE
047900         OPEN I-O MIS-SNAPSHOT-FILE
048000     END-IF
048100     IF NOT WS-MISSNAP-OK
048200         DISPLAY "MISRPT: UNABLE TO OPEN MIS SNAPSHOT FILE, "
048300                 "STATUS = " WS-MISSNAP-STATUS
048400         SET WS-INIT-FAILED TO TRUE
048500         GO TO 1000-INITIALIZE-EXIT
048600     END-IF
048700     SET WS-MISSNAP-OPEN TO TRUE
048800
048900     OPEN I-O REPORT-REPOSITORY
049000     IF WS-REPO-NOTFOUND
049100         OPEN OUTPUT REPORT-REPOSITORY
049200         CLOSE REPORT-REPOSITORY
049300         OPEN I-O REPORT-REPOSITORY
049400     END-IF
049500     IF NOT WS-REPO-OK
049600         DISPLAY "MISRPT: UNABLE TO OPEN REPORT REPOSITORY, "
049700                 "STATUS = " WS-REPO-STATUS
049800         SET WS-INIT-FAILED TO TRUE
049900         GO TO 1000-INITIALIZE-EXIT
050000     END-IF
050100     SET WS-REPO-OPEN TO TRUE
050200
050300     OPEN OUTPUT MIS-REPORT
050400     IF NOT WS-REPORT-OK
050500         DISPLAY "MISRPT: UNABLE TO OPEN MIS REPORT, "
050600                 "STATUS = " WS-REPORT-STATUS
050700         SET WS-INIT-FAILED TO TRUE
050800         GO TO 1000-INITIALIZE-EXIT
050900     END-IF
051000     SET WS-REPORT-OPEN TO TRUE
051100
051200     MOVE "MISRPT  "     TO RPO-REPORT-NAME
051300     MOVE WS-TODAYS-DATE TO RPO-RUN-DATE
051400
051500     READ ACCOUNT-MASTER NEXT RECORD
051600         AT END
051700             SET WS-EOF TO TRUE
051800     END-READ.
051900 1000-INITIALIZE-EXIT.
052000     EXIT.
052100
052200*-----------------------------------------------------------------
052300* GIVE EVERY BRANCH ALREADY ON THE SNAPSHOT FILE A TABLE ENTRY,
052400* SO A BRANCH WHOSE FIGURES HAVE ALL FALLEN TO ZERO STILL GETS
052500* ITS PAGE AND ITS MOVEMENT.
052600*-----------------------------------------------------------------
052700 1500-LOAD-SNAPSHOT-BRANCHES.
052800     MOVE 0 TO MSN-BRANCH-CODE
052900     START MIS-SNAPSHOT-FILE
053000         KEY IS NOT LESS THAN MSN-BRANCH-CODE
053100         INVALID KEY
053200             SET WS-SNAP-EOF TO TRUE
053300     END-START
053400
053500     PERFORM 1600-LOAD-ONE-SNAPSHOT
053600         THRU 1600-LOAD-ONE-SNAPSHOT-EXIT
053700         UNTIL WS-SNAP-EOF.
053800 1500-LOAD-SNAPSHOT-BRANCHES-EXIT.
053900     EXIT.
054000
054100 1600-LOAD-ONE-SNAPSHOT.
054200     READ MIS-SNAPSHOT-FILE NEXT RECORD
054300         AT END
054400             SET WS-SNAP-EOF TO TRUE
054500             GO TO 1600-LOAD-ONE-SNAPSHOT-EXIT
054600     END-READ
054700
054800     MOVE MSN-BRANCH-CODE TO WS-LOOKUP-BRANCH
054900     PERFORM 7000-FIND-OR-ADD-BRANCH
055000         THRU 7000-FIND-OR-ADD-BRANCH-EXIT.
055100 1600-LOAD-ONE-SNAPSHOT-EXIT.
055200     EXIT.
055300
055400*-----------------------------------------------------------------
055500* ADD ONE ACCOUNT INTO ITS BRANCH'S FIGURES, THEN ADVANCE TO THE
055600* NEXT ACCOUNT.  DEPOSITS ARE THE SAVINGS, CURRENT, FIXED AND
055700* RECURRING BALANCES; LOAN ACCOUNTS ARE LEFT TO THE LOAN PASS.
055800* CLOSED AND ESCHEATED ACCOUNTS ARE NOT COUNTED AS HELD, BUT AN
055900* ACCOUNT CLOSED TODAY IS COUNTED AS CLOSED.
056000*-----------------------------------------------------------------
056100 2000-TOTAL-ONE-ACCOUNT.
056200     ADD 1 TO WS-ACCOUNT-COUNT
056300     MOVE ACCT-BRANCH-CODE TO WS-LOOKUP-BRANCH
056400     PERFORM 7000-FIND-OR-ADD-BRANCH
056500         THRU 7000-FIND-OR-ADD-BRANCH-EXIT
056600     IF WS-BRT-FOUND-IDX = 0
056700         GO TO 2000-TOTAL-ONE-ACCOUNT-NEXT
056800     END-IF
056900
057000     IF ACCT-OPEN-DATE = WS-TODAYS-DATE
057100         ADD 1 TO BRT-OPENED-COUNT(WS-BRT-FOUND-IDX)
057200     END-IF
057300     IF ACCT-STATUS-CLOSED
057400         AND ACCT-LAST-WD-DATE = WS-TODAYS-DATE
057500         ADD 1 TO BRT-CLOSED-COUNT(WS-BRT-FOUND-IDX)
057600     END-IF
057700
057800     IF ACCT-STATUS-CLOSED
057900         OR ACCT-STATUS-ESCHEAT
058000         OR ACCT-TYPE-LOAN
058100         GO TO 2000-TOTAL-ONE-ACCOUNT-NEXT
058200     END-IF
058300
058400     ADD 1 TO BRT-ACCT-COUNT(WS-BRT-FOUND-IDX)
058500     EVALUATE TRUE
058600         WHEN ACCT-TYPE-SAVINGS
058700             ADD ACCT-BALANCE
058800                 TO BRT-SAVINGS-BAL(WS-BRT-FOUND-IDX)
058900         WHEN ACCT-TYPE-CURRENT
059000             ADD ACCT-BALANCE
059100                 TO BRT-CURRENT-BAL(WS-BRT-FOUND-IDX)
059200         WHEN ACCT-TYPE-FIXED
059300             ADD ACCT-BALANCE
059400                 TO BRT-FIXED-BAL(WS-BRT-FOUND-IDX)
059500         WHEN ACCT-TYPE-RECURRING
059600             ADD ACCT-BALANCE
059700                 TO BRT-RECURRING-BAL(WS-BRT-FOUND-IDX)
059800     END-EVALUATE.
059900 2000-TOTAL-ONE-ACCOUNT-NEXT.
060000     READ ACCOUNT-MASTER NEXT RECORD
060100         AT END
060200             SET WS-EOF TO TRUE
060300     END-READ.
060400 2000-TOTAL-ONE-ACCOUNT-EXIT.
060500     EXIT.
060600
060700*-----------------------------------------------------------------
060800* ADD EVERY ACTIVE LOAN'S OUTSTANDING PRINCIPAL INTO THE BRANCH
060900* OF ITS DISBURSEMENT ACCOUNT.
061000*-----------------------------------------------------------------
061100 3000-TOTAL-LOANS.
061200     IF NOT WS-LOANMSTR-OPEN
061300         GO TO 3000-TOTAL-LOANS-EXIT
061400     END-IF
061500
061600     MOVE "N" TO WS-EOF-SW
061700     READ LOAN-MASTER NEXT RECORD
061800         AT END
061900             SET WS-EOF TO TRUE
062000     END-READ
062100
062200     PERFORM 3100-TOTAL-ONE-LOAN
062300         THRU 3100-TOTAL-ONE-LOAN-EXIT
062400         UNTIL WS-EOF.
062500 3000-TOTAL-LOANS-EXIT.
062600     EXIT.
062700
062800*-----------------------------------------------------------------
062900* ONE LOAN.  OUTSTANDING IS WORKED OUT AS COLLRPT DOES, AND A
063000* LOAN THE CLASSIFICATION RUN HOLDS AS SUBSTANDARD OR DOUBTFUL
063100* IS ALSO ADDED TO THE BRANCH'S NPA.
063200*-----------------------------------------------------------------
063300 3100-TOTAL-ONE-LOAN.
063400     IF NOT LOAN-STATUS-ACTIVE
063500         GO TO 3100-TOTAL-ONE-LOAN-NEXT
063600     END-IF
063700     ADD 1 TO WS-LOAN-COUNT
063800
063900     MOVE LOAN-DISB-ACCT TO ACCT-NUMBER
064000     READ ACCOUNT-MASTER
064100         KEY IS ACCT-NUMBER
064200         INVALID KEY
064300             MOVE 0 TO ACCT-BRANCH-CODE
064400     END-READ
064500     MOVE ACCT-BRANCH-CODE TO WS-LOOKUP-BRANCH
064600     PERFORM 7000-FIND-OR-ADD-BRANCH
064700         THRU 7000-FIND-OR-ADD-BRANCH-EXIT
064800     IF WS-BRT-FOUND-IDX = 0
064900         GO TO 3100-TOTAL-ONE-LOAN-NEXT
065000     END-IF
065100
065200     COMPUTE WS-REMAINING = LOAN-TERM-MONTHS - LOAN-PAID-COUNT
065300     CALL "LOANBAL" USING LOAN-EMI-AMOUNT LOAN-RATE-PCT
065400                          WS-REMAINING WS-OUTSTANDING
065500     IF WS-OUTSTANDING > LOAN-PRINCIPAL
065600         MOVE LOAN-PRINCIPAL TO WS-OUTSTANDING
065700     END-IF
065800
065900     ADD 1 TO BRT-LOAN-COUNT(WS-BRT-FOUND-IDX)
066000     ADD WS-OUTSTANDING TO BRT-LOAN-OUTSTAND(WS-BRT-FOUND-IDX)
066100
066200     IF NOT WS-CLSFILE-OPEN
066300         GO TO 3100-TOTAL-ONE-LOAN-NEXT
066400     END-IF
066500     MOVE LOAN-NUMBER TO CLS-LOAN-NUMBER
066600     READ CLASS-FILE
066700         KEY IS CLS-LOAN-NUMBER
066800         INVALID KEY
066900             GO TO 3100-TOTAL-ONE-LOAN-NEXT
067000     END-READ
067100     IF CLS-SUBSTANDARD
067200         OR CLS-DOUBTFUL
067300         ADD 1 TO BRT-NPA-COUNT(WS-BRT-FOUND-IDX)
067400         ADD WS-OUTSTANDING TO BRT-NPA-AMOUNT(WS-BRT-FOUND-IDX)
067500     END-IF.
067600 3100-TOTAL-ONE-LOAN-NEXT.
067700     READ LOAN-MASTER NEXT RECORD
067800         AT END
067900             SET WS-EOF TO TRUE
068000     END-READ.
068100 3100-TOTAL-ONE-LOAN-EXIT.
068200     EXIT.
068300
068400*-----------------------------------------------------------------
068500* CASH HELD - THE VAULT'S RUNNING BALANCE AND, AS VAULTPOS
068600* PROVES IT, EVERY TELLER DRAWER OPENED FOR THE BRANCH TODAY.
068700*-----------------------------------------------------------------
068800 4000-TOTAL-CASH.
068900     IF WS-VAULTFIL-OPEN
069000         MOVE "N" TO WS-EOF-SW
069100         PERFORM 4100-TOTAL-ONE-VAULT
069200             THRU 4100-TOTAL-ONE-VAULT-EXIT
069300             UNTIL WS-EOF
069400     END-IF
069500
069600     IF WS-TILLFILE-OPEN
069700         MOVE "N" TO WS-EOF-SW
069800         PERFORM 4200-TOTAL-ONE-TILL
069900             THRU 4200-TOTAL-ONE-TILL-EXIT
070000             UNTIL WS-EOF
070100     END-IF.
070200 4000-TOTAL-CASH-EXIT.
070300     EXIT.
070400
070500 4100-TOTAL-ONE-VAULT.
070600     READ VAULT-FILE NEXT RECORD
070700         AT END
070800             SET WS-EOF TO TRUE
070900             GO TO 4100-TOTAL-ONE-VAULT-EXIT
071000     END-READ
071100
071200     MOVE VAULT-BRANCH-CODE TO WS-LOOKUP-BRANCH
071300     PERFORM 7000-FIND-OR-ADD-BRANCH
071400         THRU 7000-FIND-OR-ADD-BRANCH-EXIT
071500     IF WS-BRT-FOUND-IDX > 0
071600         ADD VAULT-CASH-BALANCE
071700             TO BRT-VAULT-CASH(WS-BRT-FOUND-IDX)
071800     END-IF.
071900 4100-TOTAL-ONE-VAULT-EXIT.
072000     EXIT.
072100
072200 4200-TOTAL-ONE-TILL.
072300     READ TILL-FILE NEXT RECORD
072400         AT END
072500             SET WS-EOF TO TRUE
072600             GO TO 4200-TOTAL-ONE-TILL-EXIT
072700     END-READ
072800
072900     IF TILL-BUSINESS-DATE NOT = WS-TODAYS-DATE
073000         GO TO 4200-TOTAL-ONE-TILL-EXIT
073100     END-IF
073200
073300     MOVE TILL-BRANCH-CODE TO WS-LOOKUP-BRANCH
073400     PERFORM 7000-FIND-OR-ADD-BRANCH
073500         THRU 7000-FIND-OR-ADD-BRANCH-EXIT
073600     IF WS-BRT-FOUND-IDX > 0
073700         ADD TILL-CASH-BALANCE
073800             TO BRT-TILL-CASH(WS-BRT-FOUND-IDX)
073900     END-IF.
074000 4200-TOTAL-ONE-TILL-EXIT.
074100     EXIT.
074200
074300*-----------------------------------------------------------------
074400* FEE INCOME - EVERY FEE ON THE LATEST FEE REGISTER, ADDED INTO
074500* THE BRANCH OF THE ACCOUNT IT WAS TAKEN FROM.
074600*-----------------------------------------------------------------
074700 4500-TOTAL-FEES.
074800     IF NOT WS-FEEREG-OPEN
074900         GO TO 4500-TOTAL-FEES-EXIT
075000     END-IF
075100
075200     MOVE "N" TO WS-EOF-SW
075300     PERFORM 4600-TOTAL-ONE-FEE
075400         THRU 4600-TOTAL-ONE-FEE-EXIT
075500         UNTIL WS-EOF.
075600 4500-TOTAL-FEES-EXIT.
075700     EXIT.
075800
075900 4600-TOTAL-ONE-FEE.
076000     READ FEE-REGISTER
076100         AT END
076200             SET WS-EOF TO TRUE
076300             GO TO 4600-TOTAL-ONE-FEE-EXIT
076400     END-READ
076500
076600     IF FRG-ACCT-NUMBER NOT NUMERIC
076700         GO TO 4600-TOTAL-ONE-FEE-EXIT
076800     END-IF
076900     ADD 1 TO WS-FEE-LINE-COUNT
077000     MOVE FRG-FEE-AMT TO WS-FEE-AMOUNT
077100
077200     MOVE FRG-ACCT-NUMBER TO ACCT-NUMBER
077300     READ ACCOUNT-MASTER
077400         KEY IS ACCT-NUMBER
077500         INVALID KEY
077600             MOVE 0 TO ACCT-BRANCH-CODE
077700     END-READ
077800     MOVE ACCT-BRANCH-CODE TO WS-LOOKUP-BRANCH
077900     PERFORM 7000-FIND-OR-ADD-BRANCH
078000         THRU 7000-FIND-OR-ADD-BRANCH-EXIT
078100     IF WS-BRT-FOUND-IDX > 0
078200         ADD WS-FEE-AMOUNT TO BRT-FEE-INCOME(WS-BRT-FOUND-IDX)
078300     END-IF.
078400 4600-TOTAL-ONE-FEE-EXIT.
078500     EXIT.
078600
078700*-----------------------------------------------------------------
078800* ONE PAGE PER BRANCH, THEN THE BANK-WIDE CONSOLIDATION PAGE.
078900*-----------------------------------------------------------------
079000 5000-REPORT-BRANCHES.
079100     PERFORM 5050-CLEAR-BANK-POSITION
079200         THRU 5050-CLEAR-BANK-POSITION-EXIT
079300         VARYING WS-POS-IDX FROM 1 BY 1
079400         UNTIL WS-POS-IDX > 3
079500
079600     PERFORM 5100-REPORT-ONE-BRANCH
079700         THRU 5100-REPORT-ONE-BRANCH-EXIT
079800         VARYING WS-BRT-IDX FROM 1 BY 1
079900         UNTIL WS-BRT-IDX > WS-BRT-COUNT
080000
080100     MOVE WS-BANK-POSITIONS TO WS-PRINT-POSITIONS
080200     MOVE SPACES TO REPORT-LINE
080300     STRING "DAILY MIS POSITION - BANK-WIDE CONSOLIDATION"
080400            "  AS AT CLOSE OF " WS-TODAYS-DATE
080500            DELIMITED BY SIZE INTO REPORT-LINE
080600     PERFORM 6000-PRINT-PAGE
080700         THRU 6000-PRINT-PAGE-EXIT.
080800 5000-REPORT-BRANCHES-EXIT.
080900     EXIT.
081000
081100 5050-CLEAR-BANK-POSITION.
081200     MOVE 0 TO BNK-POS-DATE(WS-POS-IDX)
081300     MOVE 0 TO BNK-SAVINGS-BAL(WS-POS-IDX)
081400     MOVE 0 TO BNK-CURRENT-BAL(WS-POS-IDX)
081500     MOVE 0 TO BNK-FIXED-BAL(WS-POS-IDX)
081600     MOVE 0 TO BNK-RECURRING-BAL(WS-POS-IDX)
081700     MOVE 0 TO BNK-ACCT-COUNT(WS-POS-IDX)
081800     MOVE 0 TO BNK-OPENED-COUNT(WS-POS-IDX)
081900     MOVE 0 TO BNK-CLOSED-COUNT(WS-POS-IDX)
082000     MOVE 0 TO BNK-LOAN-COUNT(WS-POS-IDX)
082100     MOVE 0 TO BNK-LOAN-OUTSTAND(WS-POS-IDX)
082200     MOVE 0 TO BNK-NPA-COUNT(WS-POS-IDX)
082300     MOVE 0 TO BNK-NPA-AMOUNT(WS-POS-IDX)
082400     MOVE 0 TO BNK-VAULT-CASH(WS-POS-IDX)
082500     MOVE 0 TO BNK-TILL-CASH(WS-POS-IDX)
082600     MOVE 0 TO BNK-FEE-INCOME(WS-POS-IDX).
082700 5050-CLEAR-BANK-POSITION-EXIT.
082800     EXIT.
082900
083000*-----------------------------------------------------------------
083100* ROLL ONE BRANCH'S SNAPSHOT FORWARD AND PRINT ITS PAGE.  ON THE
083200* FIRST RUN OF A NEW DAY THE LATEST POSITION BECOMES THE
083300* PREVIOUS DAY, AND, WHEN IT WAS TAKEN IN AN EARLIER MONTH, THE
083400* START OF THIS MONTH AS WELL.  A RERUN THE SAME DAY ONLY
083500* REPLACES TODAY'S POSITION.  A SNAPSHOT ALREADY DATED AFTER
083600* TODAY IS LEFT ALONE AND THE PAGE COMPARES AGAINST IT AS IT
083700* STANDS.
083800*-----------------------------------------------------------------
083900 5100-REPORT-ONE-BRANCH.
084000     MOVE WS-TODAYS-DATE TO BRT-POS-DATE(WS-BRT-IDX)
084100
084200     MOVE BRT-BRANCH-CODE(WS-BRT-IDX) TO MSN-BRANCH-CODE
084300     MOVE "Y" TO WS-SNAP-FOUND-SW
084400     READ MIS-SNAPSHOT-FILE
084500         KEY IS MSN-BRANCH-CODE
084600         INVALID KEY
084700             MOVE "N" TO WS-SNAP-FOUND-SW
084800     END-READ
084900
085000     IF NOT WS-SNAP-FOUND
085100         MOVE BRT-BRANCH-CODE(WS-BRT-IDX) TO MSN-BRANCH-CODE
085200         MOVE BRT-FIGURES(WS-BRT-IDX) TO MSN-POSITION(1)
085300         PERFORM 5200-CLEAR-EARLIER-POSITIONS
085400             THRU 5200-CLEAR-EARLIER-POSITIONS-EXIT
085500         WRITE MIS-SNAPSHOT-RECORD
085600             INVALID KEY
085700                 DISPLAY "MISRPT: UNABLE TO STORE SNAPSHOT FOR "
085800                         "BRANCH " MSN-BRANCH-CODE
085900                 ADD 1 TO WS-SNAP-ERRORS
086000                 GO TO 5100-REPORT-ONE-BRANCH-PRINT
086100         END-WRITE
086200         ADD 1 TO WS-SNAP-WRITTEN
086300         GO TO 5100-REPORT-ONE-BRANCH-PRINT
086400     END-IF
086500
086600     IF MSN-POS-DATE(1) > WS-TODAYS-DATE
086700         DISPLAY "MISRPT: SNAPSHOT FOR BRANCH " MSN-BRANCH-CODE
086800                 " IS DATED " MSN-POS-DATE(1)
086900                 " - LEFT UNCHANGED"
087000         ADD 1 TO WS-SNAP-ERRORS
087100         MOVE BRT-FIGURES(WS-BRT-IDX) TO MSN-POSITION(1)
087200         GO TO 5100-REPORT-ONE-BRANCH-PRINT
087300     END-IF
087400
087500     IF MSN-POS-DATE(1) < WS-TODAYS-DATE
087600         IF MSN-POS-DATE(1)(1:6) NOT = WS-TODAYS-DATE(1:6)
087700             MOVE MSN-POSITION(1) TO MSN-POSITION(3)
087800         END-IF
087900         MOVE MSN-POSITION(1) TO MSN-POSITION(2)
088000     END-IF
088100     MOVE BRT-FIGURES(WS-BRT-IDX) TO MSN-POSITION(1)
088200
088300     REWRITE MIS-SNAPSHOT-RECORD
088400         INVALID KEY
088500             DISPLAY "MISRPT: UNABLE TO UPDATE SNAPSHOT FOR "
088600                     "BRANCH " MSN-BRANCH-CODE
088700             ADD 1 TO WS-SNAP-ERRORS
088800             GO TO 5100-REPORT-ONE-BRANCH-PRINT
088900     END-REWRITE
089000     ADD 1 TO WS-SNAP-WRITTEN.
089100 5100-REPORT-ONE-BRANCH-PRINT.
089200     MOVE MSN-POSITION(1) TO PRT-POSITION(1)
089300     MOVE MSN-POSITION(2) TO PRT-POSITION(2)
089400     MOVE MSN-POSITION(3) TO PRT-POSITION(3)
089500
089600     PERFORM 5300-ADD-TO-BANK
089700         THRU 5300-ADD-TO-BANK-EXIT
089800         VARYING WS-POS-IDX FROM 1 BY 1
089900         UNTIL WS-POS-IDX > 3
090000
090100     IF MSN-BRANCH-CODE = 0
090200         MOVE "NO BRANCH" TO WS-BRANCH-NAME
090300     ELSE
090400         CALL "BRNLKUP" USING MSN-BRANCH-CODE WS-BRANCH-NAME
090500                              WS-BRANCH-FOUND-SW
090600         IF NOT WS-BRANCH-FOUND
090700             MOVE "NOT ON BRANCH MASTER" TO WS-BRANCH-NAME
090800         END-IF
090900     END-IF
091000
091100     MOVE SPACES TO REPORT-LINE
091200     STRING "DAILY MIS POSITION - BRANCH " MSN-BRANCH-CODE
091300            " " WS-BRANCH-NAME
091400            "  AS AT CLOSE OF " WS-TODAYS-DATE
091500            DELIMITED BY SIZE INTO REPORT-LINE
091600     PERFORM 6000-PRINT-PAGE
091700         THRU 6000-PRINT-PAGE-EXIT.
091800 5100-REPORT-ONE-BRANCH-EXIT.
091900     EXIT.
092000
092100*-----------------------------------------------------------------
092200* A NEW BRANCH HAS NO EARLIER FIGURES TO COMPARE AGAINST.
092300*-----------------------------------------------------------------
092400 5200-CLEAR-EARLIER-POSITIONS.
092500     MOVE 0 TO MSN-POS-DATE(2)
092600     MOVE 0 TO MSN-SAVINGS-BAL(2)
092700     MOVE 0 TO MSN-CURRENT-BAL(2)
092800     MOVE 0 TO MSN-FIXED-BAL(2)
092900     MOVE 0 TO MSN-RECURRING-BAL(2)
093000     MOVE 0 TO MSN-ACCT-COUNT(2)
093100     MOVE 0 TO MSN-OPENED-COUNT(2)
093200     MOVE 0 TO MSN-CLOSED-COUNT(2)
093300     MOVE 0 TO MSN-LOAN-COUNT(2)
093400     MOVE 0 TO MSN-LOAN-OUTSTAND(2)
093500     MOVE 0 TO MSN-NPA-COUNT(2)
093600     MOVE 0 TO MSN-NPA-AMOUNT(2)
093700     MOVE 0 TO MSN-VAULT-CASH(2)
093800     MOVE 0 TO MSN-TILL-CASH(2)
093900     MOVE 0 TO MSN-FEE-INCOME(2)
094000     MOVE MSN-POSITION(2) TO MSN-POSITION(3).
094100 5200-CLEAR-EARLIER-POSITIONS-EXIT.
094200     EXIT.
094300
094400*-----------------------------------------------------------------
094500* ADD ONE POSITION OF THE BRANCH JUST PRINTED INTO THE BANK-WIDE
094600* FIGURES.  THE BANK POSITION TAKES THE LATEST DATE ANY BRANCH
094700* HELD FOR IT.
094800*-----------------------------------------------------------------
094900 5300-ADD-TO-BANK.
095000     IF PRT-POS-DATE(WS-POS-IDX) > BNK-POS-DATE(WS-POS-IDX)
095100         MOVE PRT-POS-DATE(WS-POS-IDX) TO BNK-POS-DATE(WS-POS-IDX)
095200     END-IF
095300     ADD PRT-SAVINGS-BAL(WS-POS-IDX)
095400         TO BNK-SAVINGS-BAL(WS-POS-IDX)
095500     ADD PRT-CURRENT-BAL(WS-POS-IDX)
095600         TO BNK-CURRENT-BAL(WS-POS-IDX)
095700     ADD PRT-FIXED-BAL(WS-POS-IDX)
095800         TO BNK-FIXED-BAL(WS-POS-IDX)
095900     ADD PRT-RECURRING-BAL(WS-POS-IDX)
096000         TO BNK-RECURRING-BAL(WS-POS-IDX)
096100     ADD PRT-ACCT-COUNT(WS-POS-IDX)
096200         TO BNK-ACCT-COUNT(WS-POS-IDX)
096300     ADD PRT-OPENED-COUNT(WS-POS-IDX)
096400         TO BNK-OPENED-COUNT(WS-POS-IDX)
096500     ADD PRT-CLOSED-COUNT(WS-POS-IDX)
096600         TO BNK-CLOSED-COUNT(WS-POS-IDX)
096700     ADD PRT-LOAN-COUNT(WS-POS-IDX)
096800         TO BNK-LOAN-COUNT(WS-POS-IDX)
096900     ADD PRT-LOAN-OUTSTAND(WS-POS-IDX)
097000         TO BNK-LOAN-OUTSTAND(WS-POS-IDX)
097100     ADD PRT-NPA-COUNT(WS-POS-IDX)
097200         TO BNK-NPA-COUNT(WS-POS-IDX)
097300     ADD PRT-NPA-AMOUNT(WS-POS-IDX)
097400         TO BNK-NPA-AMOUNT(WS-POS-IDX)
097500     ADD PRT-VAULT-CASH(WS-POS-IDX)
097600         TO BNK-VAULT-CASH(WS-POS-IDX)
097700     ADD PRT-TILL-CASH(WS-POS-IDX)
097800         TO BNK-TILL-CASH(WS-POS-IDX)
097900     ADD PRT-FEE-INCOME(WS-POS-IDX)
098000         TO BNK-FEE-INCOME(WS-POS-IDX).
098100 5300-ADD-TO-BANK-EXIT.
098200     EXIT.
098300
098400*-----------------------------------------------------------------
098500* PRINT ONE PAGE FROM THE PRINT POSITIONS.  THE PAGE TITLE IS
098600* ALREADY IN THE REPORT LINE.
098700*-----------------------------------------------------------------
098800 6000-PRINT-PAGE.
098900     PERFORM 6900-WRITE-LINE
099000         THRU 6900-WRITE-LINE-EXIT
099100
099200     MOVE "NONE" TO WS-PREV-DATE-TEXT
099300     IF PRT-POS-DATE(2) NOT = 0
099400         MOVE PRT-POS-DATE(2) TO WS-PREV-DATE-TEXT
099500     END-IF
099600     MOVE "NONE" TO WS-MSTART-DATE-TEXT
099700     IF PRT-POS-DATE(3) NOT = 0
099800         MOVE PRT-POS-DATE(3) TO WS-MSTART-DATE-TEXT
099900     END-IF
100000     MOVE SPACES TO REPORT-LINE
100100     STRING "PREVIOUS DAY " WS-PREV-DATE-TEXT
100200            "   MONTH START (CLOSE OF) " WS-MSTART-DATE-TEXT
100300            DELIMITED BY SIZE INTO REPORT-LINE
100400     PERFORM 6900-WRITE-LINE
100500         THRU 6900-WRITE-LINE-EXIT
100600     MOVE WS-RULE-LINE TO REPORT-LINE
100700     PERFORM 6900-WRITE-LINE
100800         THRU 6900-WRITE-LINE-EXIT
100900     MOVE WS-COLUMN-HEADING TO REPORT-LINE
101000     PERFORM 6900-WRITE-LINE
101100         THRU 6900-WRITE-LINE-EXIT
101200
101300     PERFORM 6050-WORK-OUT-RATIO
101400         THRU 6050-WORK-OUT-RATIO-EXIT
101500         VARYING WS-POS-IDX FROM 1 BY 1
101600         UNTIL WS-POS-IDX > 3
101700
101800     MOVE "DEPOSITS - SAVINGS" TO WS-ROW-LABEL
101900     MOVE PRT-SAVINGS-BAL(1) TO WS-ROW-TODAY
102000     MOVE PRT-SAVINGS-BAL(2) TO WS-ROW-PREV
102100     MOVE PRT-SAVINGS-BAL(3) TO WS-ROW-MSTART
102200     PERFORM 6100-PRINT-ROW
102300         THRU 6100-PRINT-ROW-EXIT
102400
102500     MOVE "DEPOSITS - CURRENT" TO WS-ROW-LABEL
102600     MOVE PRT-CURRENT-BAL(1) TO WS-ROW-TODAY
102700     MOVE PRT-CURRENT-BAL(2) TO WS-ROW-PREV
102800     MOVE PRT-CURRENT-BAL(3) TO WS-ROW-MSTART
102900     PERFORM 6100-PRINT-ROW
103000         THRU 6100-PRINT-ROW-EXIT
103100
103200     MOVE "DEPOSITS - FIXED" TO WS-ROW-LABEL
103300     MOVE PRT-FIXED-BAL(1) TO WS-ROW-TODAY
103400     MOVE PRT-FIXED-BAL(2) TO WS-ROW-PREV
103500     MOVE PRT-FIXED-BAL(3) TO WS-ROW-MSTART
103600     PERFORM 6100-PRINT-ROW
103700         THRU 6100-PRINT-ROW-EXIT
103800
103900     MOVE "DEPOSITS - RECURRING" TO WS-ROW-LABEL
104000     MOVE PRT-RECURRING-BAL(1) TO WS-ROW-TODAY
104100     MOVE PRT-RECURRING-BAL(2) TO WS-ROW-PREV
104200     MOVE PRT-RECURRING-BAL(3) TO WS-ROW-MSTART
104300     PERFORM 6100-PRINT-ROW
104400         THRU 6100-PRINT-ROW-EXIT
104500
104600     MOVE "TOTAL DEPOSITS" TO WS-ROW-LABEL
104700     MOVE WS-DEPOSIT-TOTAL(1) TO WS-ROW-TODAY
104800     MOVE WS-DEPOSIT-TOTAL(2) TO WS-ROW-PREV
104900     MOVE WS-DEPOSIT-TOTAL(3) TO WS-ROW-MSTART
105000     PERFORM 6100-PRINT-ROW
105100         THRU 6100-PRINT-ROW-EXIT
105200
105300     MOVE "CASA RATIO (PERCENT)" TO RTO-LABEL
105400     MOVE WS-CASA-PCT(1) TO RTO-TODAY
105500     MOVE WS-CASA-PCT(2) TO RTO-PREV
105600     COMPUTE RTO-PREV-CHANGE = WS-CASA-PCT(1) - WS-CASA-PCT(2)
105700     MOVE WS-CASA-PCT(3) TO RTO-MSTART
105800     COMPUTE RTO-MSTART-CHANGE = WS-CASA-PCT(1) - WS-CASA-PCT(3)
105900     MOVE WS-RATIO-LINE TO REPORT-LINE
106000     PERFORM 6900-WRITE-LINE
106100         THRU 6900-WRITE-LINE-EXIT
106200
106300     MOVE "DEPOSIT ACCOUNTS HELD" TO WS-ROW-LABEL
106400     MOVE PRT-ACCT-COUNT(1) TO WS-ROW-TODAY
106500     MOVE PRT-ACCT-COUNT(2) TO WS-ROW-PREV
106600     MOVE PRT-ACCT-COUNT(3) TO WS-ROW-MSTART
106700     PERFORM 6100-PRINT-ROW
106800         THRU 6100-PRINT-ROW-EXIT
106900
107000     MOVE "ACCOUNTS OPENED ON DAY" TO WS-ROW-LABEL
107100     MOVE PRT-OPENED-COUNT(1) TO WS-ROW-TODAY
107200     MOVE PRT-OPENED-COUNT(2) TO WS-ROW-PREV
107300     MOVE PRT-OPENED-COUNT(3) TO WS-ROW-MSTART
107400     PERFORM 6100-PRINT-ROW
107500         THRU 6100-PRINT-ROW-EXIT
107600
107700     MOVE "ACCOUNTS CLOSED ON DAY" TO WS-ROW-LABEL
107800     MOVE PRT-CLOSED-COUNT(1) TO WS-ROW-TODAY
107900     MOVE PRT-CLOSED-COUNT(2) TO WS-ROW-PREV
108000     MOVE PRT-CLOSED-COUNT(3) TO WS-ROW-MSTART
108100     PERFORM 6100-PRINT-ROW
108200         THRU 6100-PRINT-ROW-EXIT
108300
108400     MOVE "LOANS - NUMBER ACTIVE" TO WS-ROW-LABEL
108500     MOVE PRT-LOAN-COUNT(1) TO WS-ROW-TODAY
108600     MOVE PRT-LOAN-COUNT(2) TO WS-ROW-PREV
108700     MOVE PRT-LOAN-COUNT(3) TO WS-ROW-MSTART
108800     PERFORM 6100-PRINT-ROW
108900         THRU 6100-PRINT-ROW-EXIT
109000
109100     MOVE "LOANS OUTSTANDING" TO WS-ROW-LABEL
109200     MOVE PRT-LOAN-OUTSTAND(1) TO WS-ROW-TODAY
109300     MOVE PRT-LOAN-OUTSTAND(2) TO WS-ROW-PREV
109400     MOVE PRT-LOAN-OUTSTAND(3) TO WS-ROW-MSTART
109500     PERFORM 6100-PRINT-ROW
109600         THRU 6100-PRINT-ROW-EXIT
109700
109800     MOVE "NPA - NUMBER OF LOANS" TO WS-ROW-LABEL
109900     MOVE PRT-NPA-COUNT(1) TO WS-ROW-TODAY
110000     MOVE PRT-NPA-COUNT(2) TO WS-ROW-PREV
110100     MOVE PRT-NPA-COUNT(3) TO WS-ROW-MSTART
110200     PERFORM 6100-PRINT-ROW
110300         THRU 6100-PRINT-ROW-EXIT
110400
110500     MOVE "NPA AMOUNT" TO WS-ROW-LABEL
110600     MOVE PRT-NPA-AMOUNT(1) TO WS-ROW-TODAY
110700     MOVE PRT-NPA-AMOUNT(2) TO WS-ROW-PREV
110800     MOVE PRT-NPA-AMOUNT(3) TO WS-ROW-MSTART
110900     PERFORM 6100-PRINT-ROW
111000         THRU 6100-PRINT-ROW-EXIT
111100
111200     MOVE "CASH IN VAULT" TO WS-ROW-LABEL
111300     MOVE PRT-VAULT-CASH(1) TO WS-ROW-TODAY
111400     MOVE PRT-VAULT-CASH(2) TO WS-ROW-PREV
111500     MOVE PRT-VAULT-CASH(3) TO WS-ROW-MSTART
111600     PERFORM 6100-PRINT-ROW
111700         THRU 6100-PRINT-ROW-EXIT
111800
111900     MOVE "CASH IN TELLER DRAWERS" TO WS-ROW-LABEL
112000     MOVE PRT-TILL-CASH(1) TO WS-ROW-TODAY
112100     MOVE PRT-TILL-CASH(2) TO WS-ROW-PREV
112200     MOVE PRT-TILL-CASH(3) TO WS-ROW-MSTART
112300     PERFORM 6100-PRINT-ROW
112400         THRU 6100-PRINT-ROW-EXIT
112500
112600     MOVE "FEE INCOME (FEE REGISTER)" TO WS-ROW-LABEL
112700     MOVE PRT-FEE-INCOME(1) TO WS-ROW-TODAY
112800     MOVE PRT-FEE-INCOME(2) TO WS-ROW-PREV
112900     MOVE PRT-FEE-INCOME(3) TO WS-ROW-MSTART
113000     PERFORM 6100-PRINT-ROW
113100         THRU 6100-PRINT-ROW-EXIT
113200
113300     MOVE SPACES TO REPORT-LINE
113400     PERFORM 6900-WRITE-LINE
113500         THRU 6900-WRITE-LINE-EXIT.
113600 6000-PRINT-PAGE-EXIT.
113700     EXIT.
113800
113900*-----------------------------------------------------------------
114000* TOTAL DEPOSITS AND THE CASA RATIO FOR ONE POSITION.  NO
114100* DEPOSITS GIVES A RATIO OF ZERO.
114200*-----------------------------------------------------------------
114300 6050-WORK-OUT-RATIO.
114400     COMPUTE WS-DEPOSIT-TOTAL(WS-POS-IDX) =
114500             PRT-SAVINGS-BAL(WS-POS-IDX)
114600           + PRT-CURRENT-BAL(WS-POS-IDX)
114700           + PRT-FIXED-BAL(WS-POS-IDX)
114800           + PRT-RECURRING-BAL(WS-POS-IDX)
114900
115000     IF WS-DEPOSIT-TOTAL(WS-POS-IDX) = 0
115100         MOVE 0 TO WS-CASA-PCT(WS-POS-IDX)
115200     ELSE
115300         COMPUTE WS-CASA-PCT(WS-POS-IDX) ROUNDED =
115400                 (PRT-SAVINGS-BAL(WS-POS-IDX)
115500                + PRT-CURRENT-BAL(WS-POS-IDX)) * 100
115600                / WS-DEPOSIT-TOTAL(WS-POS-IDX)
115700     END-IF.
115800 6050-WORK-OUT-RATIO-EXIT.
115900     EXIT.
116000
116100*-----------------------------------------------------------------
116200* PRINT ONE FIGURE WITH ITS MOVEMENT AGAINST THE PREVIOUS DAY AND
116300* THE START OF THE MONTH.
116400*-----------------------------------------------------------------
116500 6100-PRINT-ROW.
116600     MOVE WS-ROW-LABEL  TO DTL-LABEL
116700     MOVE WS-ROW-TODAY  TO DTL-TODAY
116800     MOVE WS-ROW-PREV   TO DTL-PREV
116900     COMPUTE DTL-PREV-CHANGE = WS-ROW-TODAY - WS-ROW-PREV
117000     MOVE WS-ROW-MSTART TO DTL-MSTART
117100     COMPUTE DTL-MSTART-CHANGE = WS-ROW-TODAY - WS-ROW-MSTART
117200     MOVE WS-DETAIL-LINE TO REPORT-LINE
117300     PERFORM 6900-WRITE-LINE
117400         THRU 6900-WRITE-LINE-EXIT.
117500 6100-PRINT-ROW-EXIT.
117600     EXIT.
117700
117800*-----------------------------------------------------------------
117900* PRINT ONE LINE AND STORE IT IN THE REPOSITORY UNDER TODAY'S
118000* DATE AND THE NEXT LINE NUMBER.  A RERUN THE SAME DAY REPLACES
118100* ITS OWN LINES.
118200*-----------------------------------------------------------------
118300 6900-WRITE-LINE.
118400     WRITE REPORT-LINE
118500
118600     ADD 1 TO WS-LINE-NO
118700     MOVE WS-LINE-NO  TO RPO-LINE-NO
118800     MOVE REPORT-LINE TO RPO-LINE
118900     WRITE REPOSITORY-RECORD
119000         INVALID KEY
119100             REWRITE REPOSITORY-RECORD
119200                 INVALID KEY
119300                     DISPLAY "MISRPT: UNABLE TO STORE LINE "
119400                             WS-LINE-NO " IN THE REPOSITORY"
119500             END-REWRITE
119600     END-WRITE.
119700 6900-WRITE-LINE-EXIT.
119800     EXIT.
119900
120000*-----------------------------------------------------------------
120100* FIND THE TABLE ENTRY FOR WS-LOOKUP-BRANCH.  A BRANCH NOT YET IN
120200* THE TABLE IS INSERTED IN BRANCH ORDER, THE ENTRIES ABOVE IT
120300* MOVED UP ONE PLACE, WITH ALL ITS FIGURES AT ZERO.
120400*-----------------------------------------------------------------
120500 7000-FIND-OR-ADD-BRANCH.
120600     MOVE 0 TO WS-BRT-FOUND-IDX
120700
120800     PERFORM 7100-SEARCH-ONE-BRANCH
120900         THRU 7100-SEARCH-ONE-BRANCH-EXIT
121000         VARYING WS-BRT-IDX FROM 1 BY 1
121100         UNTIL WS-BRT-IDX > WS-BRT-COUNT
121200            OR WS-BRT-FOUND-IDX NOT = 0
121300
121400     IF WS-BRT-FOUND-IDX NOT = 0
121500         IF BRT-BRANCH-CODE(WS-BRT-FOUND-IDX) = WS-LOOKUP-BRANCH
121600             GO TO 7000-FIND-OR-ADD-BRANCH-EXIT
121700         END-IF
121800     ELSE
121900         COMPUTE WS-BRT-FOUND-IDX = WS-BRT-COUNT + 1
122000     END-IF
122100
122200     IF WS-BRT-COUNT NOT LESS THAN WS-BRT-MAX
122300         DISPLAY "MISRPT: BRANCH TABLE FULL, BRANCH "
122400                 WS-LOOKUP-BRANCH " LEFT OUT OF THE REPORT"
122500         MOVE 0 TO WS-BRT-FOUND-IDX
122600         GO TO 7000-FIND-OR-ADD-BRANCH-EXIT
122700     END-IF
122800
122900     PERFORM 7200-SHIFT-ONE-BRANCH
123000         THRU 7200-SHIFT-ONE-BRANCH-EXIT
123100         VARYING WS-BRT-SHIFT-IDX FROM WS-BRT-COUNT BY -1
123200         UNTIL WS-BRT-SHIFT-IDX < WS-BRT-FOUND-IDX
123300     ADD 1 TO WS-BRT-COUNT
123400
123500     MOVE WS-LOOKUP-BRANCH TO BRT-BRANCH-CODE(WS-BRT-FOUND-IDX)
123600     MOVE 0 TO BRT-POS-DATE(WS-BRT-FOUND-IDX)
123700     MOVE 0 TO BRT-SAVINGS-BAL(WS-BRT-FOUND-IDX)
123800     MOVE 0 TO BRT-CURRENT-BAL(WS-BRT-FOUND-IDX)
123900     MOVE 0 TO BRT-FIXED-BAL(WS-BRT-FOUND-IDX)
124000     MOVE 0 TO BRT-RECURRING-BAL(WS-BRT-FOUND-IDX)
124100     MOVE 0 TO BRT-ACCT-COUNT(WS-BRT-FOUND-IDX)
124200     MOVE 0 TO BRT-OPENED-COUNT(WS-BRT-FOUND-IDX)
124300     MOVE 0 TO BRT-CLOSED-COUNT(WS-BRT-FOUND-IDX)
124400     MOVE 0 TO BRT-LOAN-COUNT(WS-BRT-FOUND-IDX)
124500     MOVE 0 TO BRT-LOAN-OUTSTAND(WS-BRT-FOUND-IDX)
124600     MOVE 0 TO BRT-NPA-COUNT(WS-BRT-FOUND-IDX)
124700     MOVE 0 TO BRT-NPA-AMOUNT(WS-BRT-FOUND-IDX)
124800     MOVE 0 TO BRT-VAULT-CASH(WS-BRT-FOUND-IDX)
124900     MOVE 0 TO BRT-TILL-CASH(WS-BRT-FOUND-IDX)
125000     MOVE 0 TO BRT-FEE-INCOME(WS-BRT-FOUND-IDX).
125100 7000-FIND-OR-ADD-BRANCH-EXIT.
125200     EXIT.
125300
125400*-----------------------------------------------------------------
125500* STOP AT THE FIRST ENTRY FOR THE BRANCH, OR FOR A HIGHER BRANCH
125600* WHERE A NEW ONE WOULD GO.
125700*-----------------------------------------------------------------
125800 7100-SEARCH-ONE-BRANCH.
125900     IF BRT-BRANCH-CODE(WS-BRT-IDX) NOT LESS THAN WS-LOOKUP-BRANCH
126000         MOVE WS-BRT-IDX TO WS-BRT-FOUND-IDX
126100     END-IF.
126200 7100-SEARCH-ONE-BRANCH-EXIT.
126300     EXIT.
126400
126500*-----------------------------------------------------------------
126600* MOVE ONE ENTRY UP A PLACE TO OPEN A GAP FOR A NEW BRANCH.
126700*-----------------------------------------------------------------
126800 7200-SHIFT-ONE-BRANCH.
126900     MOVE WS-BRT-ENTRY(WS-BRT-SHIFT-IDX)
127000         TO WS-BRT-ENTRY(WS-BRT-SHIFT-IDX + 1).
127100 7200-SHIFT-ONE-BRANCH-EXIT.
127200     EXIT.
127300
127400*-----------------------------------------------------------------
127500* PRINT THE RUN COUNTS, RELEASE THE BATCH WINDOW AND CLOSE DOWN.
127600*-----------------------------------------------------------------
127700 9999-TERMINATE.
127800     IF WS-BATCH-ACQUIRED
127900         CALL "BATCHREL" USING WS-JOB-NAME
128000     END-IF
128100
128200     DISPLAY "MISRPT: ACCOUNTS READ         = " WS-ACCOUNT-COUNT
128300     DISPLAY "MISRPT: ACTIVE LOANS          = " WS-LOAN-COUNT
128400     DISPLAY "MISRPT: FEE REGISTER ENTRIES  = " WS-FEE-LINE-COUNT
128500     DISPLAY "MISRPT: BRANCHES REPORTED     = " WS-BRT-COUNT
128600     DISPLAY "MISRPT: SNAPSHOTS STORED      = " WS-SNAP-WRITTEN
128700     DISPLAY "MISRPT: SNAPSHOTS NOT STORED  = " WS-SNAP-ERRORS
128800
128900     IF WS-ACCMSTR-OPEN
129000         CLOSE ACCOUNT-MASTER
129100     END-IF
129200     IF WS-LOANMSTR-OPEN
129300         CLOSE LOAN-MASTER
129400     END-IF
129500     IF WS-CLSFILE-OPEN
129600         CLOSE CLASS-FILE
129700     END-IF
129800     IF WS-VAULTFIL-OPEN
129900         CLOSE VAULT-FILE
130000     END-IF
130100     IF WS-TILLFILE-OPEN
130200         CLOSE TILL-FILE
130300     END-IF
130400     IF WS-FEEREG-OPEN
130500         CLOSE FEE-REGISTER
130600     END-IF
130700     IF WS-MISSNAP-OPEN
130800         CLOSE MIS-SNAPSHOT-FILE
130900     END-IF
131000     IF WS-REPO-OPEN
131100         CLOSE REPORT-REPOSITORY
131200     END-IF
131300     IF WS-REPORT-OPEN
131400         CLOSE MIS-REPORT
131500     END-IF.
131600 9999-TERMINATE-EXIT.
131700     EXIT.
