000100*****************************************************************
000200* PROGRAM      : ACCTARCH                                       *
000300* DESCRIPTION  : CLOSED ACCOUNT ARCHIVE AND PURGE, RUN ONCE A   *
000400*                YEAR IN THE BATCH WINDOW.  AN ACCOUNT CLOSED   *
000500*                LONGER THAN THE ARCHIVE PERIOD IS MOVED OFF    *
000600*                THE ACCOUNT MASTER ONTO THE CLOSED-ACCOUNT     *
000700*                ARCHIVE, TOGETHER WITH ITS TRANSACTION         *
000800*                HISTORY, PIN, HOLDS, NOMINEES AND              *
000900*                BENEFICIARIES, AND THE CONTROL REPORT PROVES   *
001000*                THE RECORDS MOVED AGAINST THE RECORDS TAKEN    *
001100*                OFF EACH LIVE FILE.  ARCHIVED ACCOUNTS CLOSED  *
001200*                LONGER THAN THE LEGAL RETENTION LIMIT ARE THEN *
001300*                DESTROYED, AND EACH IS LISTED ON THE PURGE     *
001400*                CERTIFICATE FOR SIGNATURE.  BOTH PERIODS ARE   *
001500*                KEYED ON SYSIN IN YEARS.                       *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. ACCTARCH.
001900 AUTHOR. S NATARAJAN.
002000 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300
002400*****************************************************************
002500* MODIFICATION HISTORY                                          *
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION                                  *
002800* 2026-10-15 SN    NEW PROGRAM - ANNUAL ARCHIVE OF CLOSED       *
002900*                  ACCOUNTS AND PURGE OF THOSE PAST THE LEGAL   *
003000*                  RETENTION LIMIT.                             *
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
004200     SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS TXN-KEY
004600         FILE STATUS IS WS-TXNHIST-STATUS.
004700
004800     SELECT PIN-MASTER ASSIGN TO "PINFILE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS PIN-ACCT-NUMBER
005200         FILE STATUS IS WS-PINFILE-STATUS.
005300
005400     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS HOLD-KEY
005800         FILE STATUS IS WS-HOLDFILE-STATUS.
005900
006000     SELECT NOMINEE-FILE ASSIGN TO "NOMFILE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS NOM-KEY
006400         FILE STATUS IS WS-NOMFILE-STATUS.
006500
006600     SELECT BENEFICIARY-FILE ASSIGN TO "BENFILE"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS BEN-KEY
007000         FILE STATUS IS WS-BENFILE-STATUS.
007100
007200     SELECT CLOSED-ARCHIVE ASSIGN TO "CLSARCH"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CLA-KEY
007600         FILE STATUS IS WS-CLSARCH-STATUS.
007700
007800     SELECT ARCHIVE-REPORT ASSIGN TO "ARCHRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-ARCHRPT-STATUS.
008100
008200     SELECT PURGE-CERTIFICATE ASSIGN TO "PURGCERT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-PURGCERT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  ACCOUNT-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000     COPY ACCTREC.
009100
009200 FD  TRANSACTION-HISTORY
009300     LABEL RECORDS ARE STANDARD.
009400     COPY TXNREC.
009500
009600 FD  PIN-MASTER
009700     LABEL RECORDS ARE STANDARD.
009800     COPY PINREC.
009900
010000 FD  HOLD-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY HOLDREC.
010300
010400 FD  NOMINEE-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY NOMREC.
010700
010800 FD  BENEFICIARY-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY BENREC.
011100
011200 FD  CLOSED-ARCHIVE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CLSARCH.
011500
011600 FD  ARCHIVE-REPORT
011700     LABEL RECORDS ARE STANDARD.
011800 01  REPORT-LINE                PIC X(100).
011900
012000 FD  PURGE-CERTIFICATE
012100     LABEL RECORDS ARE STANDARD.
012200 01  CERTIFICATE-LINE           PIC X(100).
012300
012400 WORKING-STORAGE SECTION.
012500 01  WS-ACCMSTR-STATUS        PIC X(02).
012600     88  WS-ACCMSTR-OK        VALUE "00".
012700
012800 01  WS-TXNHIST-STATUS        PIC X(02).
012900     88  WS-TXNHIST-OK        VALUE "00".
013000     88  WS-TXNHIST-NOTFOUND  VALUE "35".
013100
013200 01  WS-PINFILE-STATUS        PIC X(02).
013300     88  WS-PINFILE-OK        VALUE "00".
013400     88  WS-PINFILE-NOTFOUND  VALUE "35".
013500
013600 01  WS-HOLDFILE-STATUS       PIC X(02).
013700     88  WS-HOLDFILE-OK       VALUE "00".
013800     88  WS-HOLDFILE-NOTFOUND VALUE "35".
013900
014000 01  WS-NOMFILE-STATUS        PIC X(02).
014100     88  WS-NOMFILE-OK        VALUE "00".
014200     88  WS-NOMFILE-NOTFOUND  VALUE "35".
014300
014400 01  WS-BENFILE-STATUS        PIC X(02).
014500     88  WS-BENFILE-OK        VALUE "00".
014600     88  WS-BENFILE-NOTFOUND  VALUE "35".
014700
014800 01  WS-CLSARCH-STATUS        PIC X(02).
014900     88  WS-CLSARCH-OK        VALUE "00".
015000     88  WS-CLSARCH-NOTFOUND  VALUE "35".
015100
015200 01  WS-ARCHRPT-STATUS        PIC X(02).
015300     88  WS-ARCHRPT-OK        VALUE "00".
015400
015500 01  WS-PURGCERT-STATUS       PIC X(02).
015600     88  WS-PURGCERT-OK       VALUE "00".
015700
015800 01  WS-JOB-NAME              PIC X(08) VALUE "ACCTARCH".
015900 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
016000     88  WS-BATCH-ACQUIRED    VALUE "Y".
016100
016200*    AN ACCOUNT STAYS ON THE LIVE FILES FOR THE ARCHIVE PERIOD
016300*    AFTER IT CLOSES, AND ITS RECORDS ARE KEPT ON THE ARCHIVE
016400*    UNTIL THE LEGAL RETENTION LIMIT, BOTH KEYED ON SYSIN IN
016500*    YEARS.
016600 01  WS-DEFAULT-ARCHIVE-YEARS PIC 9(02) VALUE 3.
016700 01  WS-DEFAULT-PURGE-YEARS   PIC 9(02) VALUE 10.
016800 01  WS-ARCHIVE-YEARS         PIC 9(02).
016900 01  WS-PURGE-YEARS           PIC 9(02).
017000 01  WS-ARCHIVE-CUTOFF        PIC 9(08).
017100 01  WS-PURGE-CUTOFF          PIC 9(08).
017200
017300 01  WS-TODAYS-DATE           PIC 9(08).
017400
017500*    THE ACCOUNT BEING ARCHIVED, HELD WHILE ITS OTHER RECORDS ARE
017600*    MOVED.
017700 01  WS-ARCH-ACCT-NUMBER      PIC 9(06).
017800 01  WS-ARCH-CLOSED-DATE      PIC 9(08).
017900 01  WS-SAVED-ACCOUNT         PIC X(131).
018000
018100 01  WS-ACCT-COUNTS.
018200     05  WS-ACCT-TXN-COUNT    PIC 9(07).
018300     05  WS-ACCT-PIN-COUNT    PIC 9(07).
018400     05  WS-ACCT-HOLD-COUNT   PIC 9(07).
018500     05  WS-ACCT-NOM-COUNT    PIC 9(07).
018600     05  WS-ACCT-BEN-COUNT    PIC 9(07).
018700
018800*    THE ACCOUNT BEING PURGED, FOR ITS LINE ON THE CERTIFICATE.
018900 01  WS-CERT-ACCT-NUMBER      PIC 9(06) VALUE 0.
019000 01  WS-CERT-BRANCH           PIC 9(03).
019100 01  WS-CERT-CLOSED-DATE      PIC 9(08).
019200 01  WS-CERT-ARCHIVED-DATE    PIC 9(08).
019300 01  WS-CERT-COUNTS.
019400     05  WS-CERT-ACCT-COUNT   PIC 9(07).
019500     05  WS-CERT-TXN-COUNT    PIC 9(07).
019600     05  WS-CERT-PIN-COUNT    PIC 9(07).
019700     05  WS-CERT-HOLD-COUNT   PIC 9(07).
019800     05  WS-CERT-NOM-COUNT    PIC 9(07).
019900     05  WS-CERT-BEN-COUNT    PIC 9(07).
020000
020100*    RUN CONTROL COUNTS.  EVERY RECORD MOVED TO THE ARCHIVE MUST
020200*    HAVE COME OFF ITS LIVE FILE - THE TWO ARE PROVED AGAINST EACH
020300*    OTHER, FILE BY FILE, AT THE END OF THE RUN.
020400 01  WS-COUNTERS.
020500     05  WS-ACCOUNTS-READ     PIC 9(07) VALUE 0.
020600     05  WS-CLOSED-READ       PIC 9(07) VALUE 0.
020700     05  WS-WITHIN-RETENTION  PIC 9(07) VALUE 0.
020800     05  WS-BALANCE-SKIPPED   PIC 9(07) VALUE 0.
020900     05  WS-ERROR-SKIPPED     PIC 9(07) VALUE 0.
021000     05  WS-ACCT-MOVED        PIC 9(07) VALUE 0.
021100     05  WS-ACCT-DELETED      PIC 9(07) VALUE 0.
021200     05  WS-TXN-MOVED         PIC 9(07) VALUE 0.
021300     05  WS-TXN-DELETED       PIC 9(07) VALUE 0.
021400     05  WS-PIN-MOVED         PIC 9(07) VALUE 0.
021500     05  WS-PIN-DELETED       PIC 9(07) VALUE 0.
021600     05  WS-HOLD-MOVED        PIC 9(07) VALUE 0.
021700     05  WS-HOLD-DELETED      PIC 9(07) VALUE 0.
021800     05  WS-NOM-MOVED         PIC 9(07) VALUE 0.
021900     05  WS-NOM-DELETED       PIC 9(07) VALUE 0.
022000     05  WS-BEN-MOVED         PIC 9(07) VALUE 0.
022100     05  WS-BEN-DELETED       PIC 9(07) VALUE 0.
022200     05  WS-ARCHIVE-WRITTEN   PIC 9(07) VALUE 0.
022300     05  WS-ARCHIVE-READ      PIC 9(07) VALUE 0.
022400     05  WS-ACCOUNTS-PURGED   PIC 9(07) VALUE 0.
022500     05  WS-RECORDS-PURGED    PIC 9(07) VALUE 0.
022600     05  WS-PURGE-ERRORS      PIC 9(07) VALUE 0.
022700     05  WS-LIVE-DELETED      PIC 9(07) VALUE 0.
022800
022900 01  WS-HEADING-1.
023000     05  FILLER               PIC X(45)
023100               VALUE "CLOSED ACCOUNT ARCHIVE - CONTROL REPORT".
023200     05  FILLER               PIC X(15) VALUE "BUSINESS DATE ".
023300     05  HDG-DATE             PIC 9(08).
023400
023500 01  WS-HEADING-2.
023600     05  FILLER               PIC X(40)
023700               VALUE "ACCOUNTS CLOSED BEFORE ".
023800     05  HDG-CUTOFF           PIC 9(08).
023900     05  FILLER               PIC X(03) VALUE " - ".
024000     05  HDG-YEARS            PIC Z9.
024100     05  FILLER               PIC X(15) VALUE " YEARS".
024200
024300 01  WS-HEADING-3.
024400     05  FILLER               PIC X(45)
024500               VALUE "ACCT NO  BRANCH  CLOSED     HISTORY  PIN  ".
024600     05  FILLER               PIC X(45)
024700               VALUE "HOLDS  NOMINEES  BENEF  RESULT".
024800
024900 01  WS-DETAIL-LINE.
025000     05  DTL-ACCT-NUMBER      PIC 9(06).
025100     05  FILLER               PIC X(04) VALUE SPACES.
025200     05  DTL-BRANCH           PIC 9(03).
025300     05  FILLER               PIC X(03) VALUE SPACES.
025400     05  DTL-CLOSED-DATE      PIC 9(08).
025500     05  FILLER               PIC X(02) VALUE SPACES.
025600     05  DTL-TXN-COUNT        PIC ZZZ,ZZ9.
025700     05  FILLER               PIC X(02) VALUE SPACES.
025800     05  DTL-PIN-COUNT        PIC Z9.
025900     05  FILLER               PIC X(02) VALUE SPACES.
026000     05  DTL-HOLD-COUNT       PIC ZZZZ9.
026100     05  FILLER               PIC X(05) VALUE SPACES.
026200     05  DTL-NOM-COUNT        PIC ZZ9.
026300     05  FILLER               PIC X(02) VALUE SPACES.
026400     05  DTL-BEN-COUNT        PIC ZZZZ9.
026500     05  FILLER               PIC X(02) VALUE SPACES.
026600     05  DTL-RESULT           PIC X(30).
026700
026800 01  WS-CONTROL-LINE.
026900     05  CTL-LABEL            PIC X(40).
027000     05  CTL-COUNT            PIC Z,ZZZ,ZZ9.
027100     05  FILLER               PIC X(03) VALUE SPACES.
027200     05  CTL-COUNT-2          PIC Z,ZZZ,ZZ9.
027300     05  FILLER               PIC X(03) VALUE SPACES.
027400     05  CTL-AGREE            PIC X(20).
027500
027600 01  WS-CONTROL-HEADING-1.
027700     05  FILLER               PIC X(42) VALUE "RECORDS BY FILE".
027800     05  FILLER               PIC X(24)
027900                              VALUE "MOVED TO    TAKEN OFF".
028000
028100 01  WS-CONTROL-HEADING-2.
028200     05  FILLER               PIC X(42) VALUE SPACES.
028300     05  FILLER               PIC X(24)
028400                              VALUE " ARCHIVE    LIVE FILE".
028500
028600 01  WS-CERT-STATEMENT.
028700     05  FILLER               PIC X(50)
028800           VALUE "THE RECORDS LISTED ABOVE HAVE BEEN PERMANENTLY".
028900     05  FILLER               PIC X(40)
029000               VALUE "REMOVED FROM THE CLOSED-ACCOUNT ARCHIVE.".
029100
029200 01  WS-CERT-HEADING-1.
029300     05  FILLER               PIC X(60)
029400           VALUE "UNITY TRUST BANK - CERTIFICATE OF DESTRUCTION".
029500
029600 01  WS-CERT-HEADING-2.
029700     05  FILLER               PIC X(45)
029800               VALUE "CLOSED ACCOUNT RECORDS PAST THE RETENTION".
029900     05  FILLER               PIC X(15) VALUE "BUSINESS DATE ".
030000     05  CHD-DATE             PIC 9(08).
030100
030200 01  WS-CERT-HEADING-3.
030300     05  FILLER               PIC X(40)
030400               VALUE "ACCOUNTS CLOSED BEFORE ".
030500     05  CHD-CUTOFF           PIC 9(08).
030600     05  FILLER               PIC X(03) VALUE " - ".
030700     05  CHD-YEARS            PIC Z9.
030800     05  FILLER               PIC X(15) VALUE " YEARS".
030900
031000 01  WS-CERT-HEADING-4.
031100     05  FILLER               PIC X(45)
031200           VALUE "ACCT NO  BRANCH  CLOSED    ARCHIVED    ACCT ".
031300     05  FILLER               PIC X(45)
031400               VALUE "HISTORY  PIN  HOLDS  NOMINEES  BENEF".
031500
031600 01  WS-CERT-DETAIL.
031700     05  CRT-ACCT-NUMBER      PIC 9(06).
031800     05  FILLER               PIC X(04) VALUE SPACES.
031900     05  CRT-BRANCH           PIC ZZ9.
032000     05  FILLER               PIC X(03) VALUE SPACES.
032100     05  CRT-CLOSED-DATE      PIC 9(08).
032200     05  FILLER               PIC X(02) VALUE SPACES.
032300     05  CRT-ARCHIVED-DATE    PIC 9(08).
032400     05  FILLER               PIC X(04) VALUE SPACES.
032500     05  CRT-ACCT-COUNT       PIC 9.
032600     05  FILLER               PIC X(01) VALUE SPACES.
032700     05  CRT-TXN-COUNT        PIC ZZZ,ZZ9.
032800     05  FILLER               PIC X(02) VALUE SPACES.
032900     05  CRT-PIN-COUNT        PIC Z9.
033000     05  FILLER               PIC X(02) VALUE SPACES.
033100     05  CRT-HOLD-COUNT       PIC ZZZZ9.
033200     05  FILLER               PIC X(05) VALUE SPACES.
033300     05  CRT-NOM-COUNT        PIC ZZ9.
033400     05  FILLER               PIC X(02) VALUE SPACES.
033500     05  CRT-BEN-COUNT        PIC ZZZZ9.
033600
033700 01  WS-SWITCHES.
033800     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
033900         88  WS-INIT-FAILED   VALUE "Y".
034000     05  WS-ACCT-EOF-SW       PIC X(01) VALUE "N".
034100         88  WS-ACCT-EOF      VALUE "Y".
034200     05  WS-ARCH-EOF-SW       PIC X(01) VALUE "N".
034300         88  WS-ARCH-EOF      VALUE "Y".
034400     05  WS-SCAN-DONE-SW      PIC X(01) VALUE "N".
034500         88  WS-SCAN-DONE     VALUE "Y".
034600     05  WS-ARCH-FAILED-SW    PIC X(01) VALUE "N".
034700         88  WS-ARCH-FAILED   VALUE "Y".
034800     05  WS-OUT-OF-BALANCE-SW PIC X(01) VALUE "N".
034900         88  WS-OUT-OF-BALANCE VALUE "Y".
035000     05  WS-ACCMSTR-SW        PIC X(01) VALUE "N".
035100         88  WS-ACCMSTR-OPEN  VALUE "Y".
035200     05  WS-TXNHIST-SW        PIC X(01) VALUE "N".
035300         88  WS-TXNHIST-AVAIL VALUE "Y".
035400     05  WS-PINFILE-SW        PIC X(01) VALUE "N".
035500         88  WS-PINFILE-AVAIL VALUE "Y".
035600     05  WS-HOLDFILE-SW       PIC X(01) VALUE "N".
035700         88  WS-HOLDFILE-AVAIL VALUE "Y".
035800     05  WS-NOMFILE-SW        PIC X(01) VALUE "N".
035900         88  WS-NOMFILE-AVAIL VALUE "Y".
036000     05  WS-BENFILE-SW        PIC X(01) VALUE "N".
036100         88  WS-BENFILE-AVAIL VALUE "Y".
036200     05  WS-CLSARCH-SW        PIC X(01) VALUE "N".
036300         88  WS-CLSARCH-OPEN  VALUE "Y".
036400     05  WS-ARCHRPT-SW        PIC X(01) VALUE "N".
036500         88  WS-ARCHRPT-OPEN  VALUE "Y".
036600     05  WS-PURGCERT-SW       PIC X(01) VALUE "N".
036700         88  WS-PURGCERT-OPEN VALUE "Y".
036800
036900 PROCEDURE DIVISION.
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE
037200         THRU 1000-INITIALIZE-EXIT
037300
037400     IF NOT WS-INIT-FAILED
037500         PERFORM 2000-ARCHIVE-ONE-ACCOUNT
037600             THRU 2000-ARCHIVE-ONE-ACCOUNT-EXIT
037700             UNTIL WS-ACCT-EOF
037800
037900         PERFORM 3000-START-PURGE
038000             THRU 3000-START-PURGE-EXIT
038100
038200         PERFORM 3100-PURGE-ONE-RECORD
038300             THRU 3100-PURGE-ONE-RECORD-EXIT
038400             UNTIL WS-ARCH-EOF
038500
038600         PERFORM 3500-CERTIFY-ACCOUNT
038700             THRU 3500-CERTIFY-ACCOUNT-EXIT
038800
038900         PERFORM 8000-CONTROL-TOTALS
039000             THRU 8000-CONTROL-TOTALS-EXIT
039100
039200         PERFORM 8500-CLOSE-CERTIFICATE
039300             THRU 8500-CLOSE-CERTIFICATE-EXIT
039400     END-IF
039500
039600     PERFORM 9999-TERMINATE
039700         THRU 9999-TERMINATE-EXIT
039800
039900     IF WS-INIT-FAILED
040000         MOVE 8 TO RETURN-CODE
040100     ELSE
040200         IF WS-OUT-OF-BALANCE
040300             MOVE 4 TO RETURN-CODE
040400         END-IF
040500     END-IF
040600     GOBACK.
040700
040800*-----------------------------------------------------------------
040900* ACQUIRE THE BATCH WINDOW, TAKE THE ARCHIVE PERIOD AND THE
041000* RETENTION LIMIT FROM SYSIN, AND OPEN THE FILES.  THE ARCHIVE IS
041100* CREATED ON THE FIRST RUN.  A LIVE FILE THAT HAS NEVER BEEN SET
041200* UP HOLDS NOTHING TO ARCHIVE AND IS PASSED OVER.
041300*-----------------------------------------------------------------
041400 1000-INITIALIZE.
041500     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
041600     IF NOT WS-BATCH-ACQUIRED
041700         DISPLAY "ACCTARCH: BATCH WINDOW CHECK FAILED, RUN "
041800                 "REFUSED"
041900         SET WS-INIT-FAILED TO TRUE
042000         GO TO 1000-INITIALIZE-EXIT
042100     END-IF
042200
042300     CALL "BUSDATE" USING WS-TODAYS-DATE
042400
042500     MOVE 0 TO WS-ARCHIVE-YEARS
042600     DISPLAY "ENTER ARCHIVE PERIOD IN YEARS: "
042700     ACCEPT WS-ARCHIVE-YEARS
042800     IF WS-ARCHIVE-YEARS = 0
042900         MOVE WS-DEFAULT-ARCHIVE-YEARS TO WS-ARCHIVE-YEARS
043000     END-IF
043100     MOVE 0 TO WS-PURGE-YEARS
043200     DISPLAY "ENTER RETENTION LIMIT IN YEARS: "
043300     ACCEPT WS-PURGE-YEARS
043400     IF WS-PURGE-YEARS = 0
043500         MOVE WS-DEFAULT-PURGE-YEARS TO WS-PURGE-YEARS
043600     END-IF
043700
043800*    A RETENTION LIMIT NO LONGER THAN THE ARCHIVE PERIOD WOULD
043900*    DESTROY RECORDS THE SAME NIGHT THEY LEAVE THE LIVE FILES.
044000     IF WS-PURGE-YEARS NOT > WS-ARCHIVE-YEARS
044100         DISPLAY "ACCTARCH: RETENTION LIMIT " WS-PURGE-YEARS
044200                 " MUST EXCEED ARCHIVE PERIOD " WS-ARCHIVE-YEARS
044300                 ", RUN REFUSED"
044400         SET WS-INIT-FAILED TO TRUE
044500         GO TO 1000-INITIALIZE-EXIT
044600     END-IF
044700
044800*    A WHOLE NUMBER OF YEARS BACK FROM TODAY - SAME MONTH AND DAY.
044900     COMPUTE WS-ARCHIVE-CUTOFF =
045000         WS-TODAYS-DATE - (WS-ARCHIVE-YEARS * 10000)
045100     COMPUTE WS-PURGE-CUTOFF =
045200         WS-TODAYS-DATE - (WS-PURGE-YEARS * 10000)
045300
045400     OPEN I-O ACCOUNT-MASTER
045500     IF NOT WS-ACCMSTR-OK
045600         DISPLAY "ACCTARCH: UNABLE TO OPEN ACCOUNT MASTER, "
045700                 "STATUS = " WS-ACCMSTR-STATUS
045800         SET WS-INIT-FAILED TO TRUE
045900         GO TO 1000-INITIALIZE-EXIT
046000     END-IF
046100     SET WS-ACCMSTR-OPEN TO TRUE
046200
046300     OPEN I-O TRANSACTION-HISTORY
046400     IF WS-TXNHIST-OK
046500         SET WS-TXNHIST-AVAIL TO TRUE
046600     ELSE
046700         IF NOT WS-TXNHIST-NOTFOUND
046800             DISPLAY "ACCTARCH: UNABLE TO OPEN TRANSACTION "
046900                     "HISTORY, STATUS = " WS-TXNHIST-STATUS
047000             SET WS-INIT-FAILED TO TRUE
047100             GO TO 1000-INITIALIZE-EXIT
047200         END-IF
047300     END-IF
047400
047500     OPEN I-O PIN-MASTER
047600     IF WS-PINFILE-OK
047700         SET WS-PINFILE-AVAIL TO TRUE
047800     ELSE
047900         IF NOT WS-PINFILE-NOTFOUND
048000             DISPLAY "ACCTARCH: UNABLE TO OPEN PIN FILE, "
048100                     "STATUS = " WS-PINFILE-STATUS
048200             SET WS-INIT-FAILED TO TRUE
048300             GO TO 1000-INITIALIZE-EXIT
048400         END-IF
048500     END-IF
048600
048700     OPEN I-O HOLD-FILE
048800     IF WS-HOLDFILE-OK
048900         SET WS-HOLDFILE-AVAIL TO TRUE
049000     ELSE
049100         IF NOT WS-HOLDFILE-NOTFOUND
049200             DISPLAY "ACCTARCH: UNABLE TO OPEN HOLD FILE, "
049300                     "STATUS = " WS-HOLDFILE-STATUS
049400             SET WS-INIT-FAILED TO TRUE
049500             GO TO 1000-INITIALIZE-EXIT
049600         END-IF
049700     END-IF
049800
049900     OPEN I-O NOMINEE-FILE
050000     IF WS-NOMFILE-OK
050100         SET WS-NOMFILE-AVAIL TO TRUE
050200     ELSE
050300         IF NOT WS-NOMFILE-NOTFOUND
050400             DISPLAY "ACCTARCH: UNABLE TO OPEN NOMINEE FILE, "
050500                     "STATUS = " WS-NOMFILE-STATUS
050600             SET WS-INIT-FAILED TO TRUE
050700             GO TO 1000-INITIALIZE-EXIT
050800         END-IF
050900     END-IF
051000
051100     OPEN I-O BENEFICIARY-FILE
051200     IF WS-BENFILE-OK
051300         SET WS-BENFILE-AVAIL TO TRUE
051400     ELSE
051500         IF NOT WS-BENFILE-NOTFOUND
051600             DISPLAY "ACCTARCH: UNABLE TO OPEN BENEFICIARY FILE, "
051700                     "STATUS = " WS-BENFILE-STATUS
051800             SET WS-INIT-FAILED TO TRUE
051900             GO TO 1000-INITIALIZE-EXIT
052000         END-IF
052100     END-IF
052200
052300     OPEN I-O CLOSED-ARCHIVE
052400     IF WS-CLSARCH-NOTFOUND
052500         OPEN OUTPUT CLOSED-ARCHIVE
052600         CLOSE CLOSED-ARCHIVE
052700         OPEN I-O CLOSED-ARCHIVE
052800     END-IF
052900     IF NOT WS-CLSARCH-OK
053000         DISPLAY "ACCTARCH: UNABLE TO OPEN CLOSED-ACCOUNT "
053100                 "ARCHIVE, STATUS = " WS-CLSARCH-STATUS
053200         SET WS-INIT-FAILED TO TRUE
053300         GO TO 1000-INITIALIZE-EXIT
053400     END-IF
053500     SET WS-CLSARCH-OPEN TO TRUE
053600
053700     OPEN OUTPUT ARCHIVE-REPORT
053800     IF NOT WS-ARCHRPT-OK
053900         DISPLAY "ACCTARCH: UNABLE TO OPEN CONTROL REPORT, "
054000                 "STATUS = " WS-ARCHRPT-STATUS
054100         SET WS-INIT-FAILED TO TRUE
054200         GO TO 1000-INITIALIZE-EXIT
054300     END-IF
054400     SET WS-ARCHRPT-OPEN TO TRUE
054500
054600     OPEN OUTPUT PURGE-CERTIFICATE
054700     IF NOT WS-PURGCERT-OK
054800         DISPLAY "ACCTARCH: UNABLE TO OPEN PURGE CERTIFICATE, "
054900                 "STATUS = " WS-PURGCERT-STATUS
055000         SET WS-INIT-FAILED TO TRUE
055100         GO TO 1000-INITIALIZE-EXIT
055200     END-IF
055300     SET WS-PURGCERT-OPEN TO TRUE
055400
055500     MOVE WS-TODAYS-DATE    TO HDG-DATE
055600     MOVE WS-ARCHIVE-CUTOFF TO HDG-CUTOFF
055700     MOVE WS-ARCHIVE-YEARS  TO HDG-YEARS
055800     MOVE WS-HEADING-1 TO REPORT-LINE
055900     WRITE REPORT-LINE
056000     MOVE WS-HEADING-2 TO REPORT-LINE
056100     WRITE REPORT-LINE
056200     MOVE SPACES TO REPORT-LINE
056300     WRITE REPORT-LINE
056400     MOVE WS-HEADING-3 TO REPORT-LINE
056500     WRITE REPORT-LINE
056600
056700     MOVE WS-TODAYS-DATE  TO CHD-DATE
056800     MOVE WS-PURGE-CUTOFF TO CHD-CUTOFF
056900     MOVE WS-PURGE-YEARS  TO CHD-YEARS
057000     MOVE WS-CERT-HEADING-1 TO CERTIFICATE-LINE
057100     WRITE CERTIFICATE-LINE
057200     MOVE WS-CERT-HEADING-2 TO CERTIFICATE-LINE
057300     WRITE CERTIFICATE-LINE
057400     MOVE WS-CERT-HEADING-3 TO CERTIFICATE-LINE
057500     WRITE CERTIFICATE-LINE
057600     MOVE SPACES TO CERTIFICATE-LINE
057700     WRITE CERTIFICATE-LINE
057800     MOVE WS-CERT-HEADING-4 TO CERTIFICATE-LINE
057900     WRITE CERTIFICATE-LINE.
058000 1000-INITIALIZE-EXIT.
058100     EXIT.
058200
058300*-----------------------------------------------------------------
058400* ONE ACCOUNT FROM THE MASTER.  AN ACCOUNT CLOSED BEFORE THE
058500* ARCHIVE CUTOFF (ACCTCLOSE STAMPS THE CLOSE DATE AS ITS LAST
058600* WITHDRAWAL) HAS ITS HISTORY, PIN, HOLDS, NOMINEES AND
058700* BENEFICIARIES MOVED TO THE ARCHIVE FIRST AND ITS OWN RECORD
058800* LAST, SO A RUN THAT STOPS PART WAY THROUGH FINDS THE ACCOUNT
058900* STILL CLOSED ON THE MASTER AND FINISHES THE JOB NEXT TIME.  A
059000* CLOSED ACCOUNT STILL CARRYING MONEY IS LEFT FOR INVESTIGATION.
059100*-----------------------------------------------------------------
059200 2000-ARCHIVE-ONE-ACCOUNT.
059300     READ ACCOUNT-MASTER NEXT RECORD
059400         AT END
059500             SET WS-ACCT-EOF TO TRUE
059600             GO TO 2000-ARCHIVE-ONE-ACCOUNT-EXIT
059700     END-READ
059800     ADD 1 TO WS-ACCOUNTS-READ
059900
060000     IF NOT ACCT-STATUS-CLOSED
060100         GO TO 2000-ARCHIVE-ONE-ACCOUNT-EXIT
060200     END-IF
060300     ADD 1 TO WS-CLOSED-READ
060400
060500     IF ACCT-LAST-WD-DATE = 0
060600        OR ACCT-LAST-WD-DATE NOT < WS-ARCHIVE-CUTOFF
060700         ADD 1 TO WS-WITHIN-RETENTION
060800         GO TO 2000-ARCHIVE-ONE-ACCOUNT-EXIT
060900     END-IF
061000
061100     MOVE ACCT-NUMBER       TO WS-ARCH-ACCT-NUMBER
061200                               DTL-ACCT-NUMBER
061300     MOVE ACCT-LAST-WD-DATE TO WS-ARCH-CLOSED-DATE
061400                               DTL-CLOSED-DATE
061500     MOVE ACCT-BRANCH-CODE  TO DTL-BRANCH
061600     MOVE ACCOUNT-RECORD    TO WS-SAVED-ACCOUNT
061700     MOVE ZERO TO WS-ACCT-COUNTS
061800
061900     IF ACCT-BALANCE NOT = 0
062000        OR ACCT-UNCLEARED-FUNDS NOT = 0
062100         ADD 1 TO WS-BALANCE-SKIPPED
062200         MOVE "NOT ARCHIVED - BALANCE" TO DTL-RESULT
062300         PERFORM 2950-WRITE-DETAIL
062400             THRU 2950-WRITE-DETAIL-EXIT
062500         GO TO 2000-ARCHIVE-ONE-ACCOUNT-EXIT
062600     END-IF
062700
062800     MOVE "N" TO WS-ARCH-FAILED-SW
062900     PERFORM 2100-ARCHIVE-HISTORY
063000         THRU 2100-ARCHIVE-HISTORY-EXIT
063100     PERFORM 2200-ARCHIVE-PIN
063200         THRU 2200-ARCHIVE-PIN-EXIT
063300     PERFORM 2300-ARCHIVE-HOLDS
063400         THRU 2300-ARCHIVE-HOLDS-EXIT
063500     PERFORM 2400-ARCHIVE-NOMINEES
063600         THRU 2400-ARCHIVE-NOMINEES-EXIT
063700     PERFORM 2500-ARCHIVE-BENEFICIARIES
063800         THRU 2500-ARCHIVE-BENEFICIARIES-EXIT
063900
064000*    ANYTHING LEFT BEHIND KEEPS THE ACCOUNT ON THE MASTER, SO
064100*    THE NEXT RUN PICKS IT UP AGAIN.
064200     IF WS-ARCH-FAILED
064300         ADD 1 TO WS-ERROR-SKIPPED
064400         MOVE "NOT ARCHIVED - FILE ERROR" TO DTL-RESULT
064500         PERFORM 2950-WRITE-DETAIL
064600             THRU 2950-WRITE-DETAIL-EXIT
064700         GO TO 2000-ARCHIVE-ONE-ACCOUNT-EXIT
064800     END-IF
064900
065000     PERFORM 2800-ARCHIVE-ACCOUNT
065100         THRU 2800-ARCHIVE-ACCOUNT-EXIT
065200     PERFORM 2950-WRITE-DETAIL
065300         THRU 2950-WRITE-DETAIL-EXIT.
065400 2000-ARCHIVE-ONE-ACCOUNT-EXIT.
065500     EXIT.
065600
065700*-----------------------------------------------------------------
065800* MOVE THE ACCOUNT'S TRANSACTION HISTORY, OLDEST FIRST.  EACH
065900* PASS REPOSITIONS ON THE ACCOUNT, SINCE THE ENTRY JUST MOVED
066000* HAS GONE FROM THE FILE.
066100*-----------------------------------------------------------------
066200 2100-ARCHIVE-HISTORY.
066300     IF NOT WS-TXNHIST-AVAIL
066400         GO TO 2100-ARCHIVE-HISTORY-EXIT
066500     END-IF
066600     MOVE "N" TO WS-SCAN-DONE-SW
066700     PERFORM 2110-ARCHIVE-ONE-TXN
066800         THRU 2110-ARCHIVE-ONE-TXN-EXIT
066900         UNTIL WS-SCAN-DONE.
067000 2100-ARCHIVE-HISTORY-EXIT.
067100     EXIT.
067200
067300 2110-ARCHIVE-ONE-TXN.
067400     MOVE WS-ARCH-ACCT-NUMBER TO TXN-ACCT-NUMBER
067500     MOVE 0 TO TXN-DATE
067600     MOVE 0 TO TXN-TIME
067700     START TRANSACTION-HISTORY KEY IS NOT LESS THAN TXN-KEY
067800         INVALID KEY
067900             SET WS-SCAN-DONE TO TRUE
068000             GO TO 2110-ARCHIVE-ONE-TXN-EXIT
068100     END-START
068200     READ TRANSACTION-HISTORY NEXT RECORD
068300         AT END
068400             SET WS-SCAN-DONE TO TRUE
068500             GO TO 2110-ARCHIVE-ONE-TXN-EXIT
068600     END-READ
068700     IF TXN-ACCT-NUMBER NOT = WS-ARCH-ACCT-NUMBER
068800         SET WS-SCAN-DONE TO TRUE
068900         GO TO 2110-ARCHIVE-ONE-TXN-EXIT
069000     END-IF
069100
069200     MOVE WS-ARCH-ACCT-NUMBER TO CLA-ACCT-NUMBER
069300     SET CLA-TYPE-HISTORY TO TRUE
069400     MOVE TXN-KEY    TO CLA-SOURCE-KEY
069500     MOVE TXN-RECORD TO CLA-IMAGE
069600     PERFORM 2900-WRITE-ARCHIVE
069700         THRU 2900-WRITE-ARCHIVE-EXIT
069800     IF WS-ARCH-FAILED
069900         SET WS-SCAN-DONE TO TRUE
070000         GO TO 2110-ARCHIVE-ONE-TXN-EXIT
070100     END-IF
070200     ADD 1 TO WS-TXN-MOVED
070300
070400     DELETE TRANSACTION-HISTORY RECORD
070500         INVALID KEY
070600             DISPLAY "ACCTARCH: UNABLE TO DELETE HISTORY "
070700                     TXN-KEY
070800             SET WS-ARCH-FAILED TO TRUE
070900             SET WS-SCAN-DONE TO TRUE
071000             GO TO 2110-ARCHIVE-ONE-TXN-EXIT
071100     END-DELETE
071200     ADD 1 TO WS-TXN-DELETED
071300     ADD 1 TO WS-ACCT-TXN-COUNT.
071400 2110-ARCHIVE-ONE-TXN-EXIT.
071500     EXIT.
071600
071700*-----------------------------------------------------------------
071800* MOVE THE ACCOUNT'S PIN RECORD, IF IT HAS ONE.
071900*-----------------------------------------------------------------
072000 2200-ARCHIVE-PIN.
072100     IF NOT WS-PINFILE-AVAIL
072200         GO TO 2200-ARCHIVE-PIN-EXIT
072300     END-IF
072400     MOVE WS-ARCH-ACCT-NUMBER TO PIN-ACCT-NUMBER
072500     READ PIN-MASTER
072600         KEY IS PIN-ACCT-NUMBER
072700         INVALID KEY
072800             GO TO 2200-ARCHIVE-PIN-EXIT
072900     END-READ
073000
073100     MOVE WS-ARCH-ACCT-NUMBER TO CLA-ACCT-NUMBER
073200     SET CLA-TYPE-PIN TO TRUE
073300     MOVE PIN-ACCT-NUMBER TO CLA-SOURCE-KEY
073400     MOVE PIN-RECORD      TO CLA-IMAGE
073500     PERFORM 2900-WRITE-ARCHIVE
073600         THRU 2900-WRITE-ARCHIVE-EXIT
073700     IF WS-ARCH-FAILED
073800         GO TO 2200-ARCHIVE-PIN-EXIT
073900     END-IF
074000     ADD 1 TO WS-PIN-MOVED
074100
074200     DELETE PIN-MASTER RECORD
074300         INVALID KEY
074400             DISPLAY "ACCTARCH: UNABLE TO DELETE PIN FOR "
074500                     WS-ARCH-ACCT-NUMBER
074600             SET WS-ARCH-FAILED TO TRUE
074700             GO TO 2200-ARCHIVE-PIN-EXIT
074800     END-DELETE
074900     ADD 1 TO WS-PIN-DELETED
075000     ADD 1 TO WS-ACCT-PIN-COUNT.
075100 2200-ARCHIVE-PIN-EXIT.
075200     EXIT.
075300
075400*-----------------------------------------------------------------
075500* MOVE EVERY HOLD ON THE ACCOUNT, ACTIVE OR RELEASED.
075600*-----------------------------------------------------------------
075700 2300-ARCHIVE-HOLDS.
075800     IF NOT WS-HOLDFILE-AVAIL
075900         GO TO 2300-ARCHIVE-HOLDS-EXIT
076000     END-IF
076100     MOVE "N" TO WS-SCAN-DONE-SW
076200     PERFORM 2310-ARCHIVE-ONE-HOLD
076300         THRU 2310-ARCHIVE-ONE-HOLD-EXIT
076400         UNTIL WS-SCAN-DONE.
076500 2300-ARCHIVE-HOLDS-EXIT.
076600     EXIT.
076700
076800 2310-ARCHIVE-ONE-HOLD.
076900     MOVE WS-ARCH-ACCT-NUMBER TO HOLD-ACCT-NUMBER
077000     MOVE 0 TO HOLD-ID
077100     START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
077200         INVALID KEY
077300             SET WS-SCAN-DONE TO TRUE
077400             GO TO 2310-ARCHIVE-ONE-HOLD-EXIT
077500     END-START
077600     READ HOLD-FILE NEXT RECORD
077700         AT END
077800             SET WS-SCAN-DONE TO TRUE
077900             GO TO 2310-ARCHIVE-ONE-HOLD-EXIT
078000     END-READ
078100     IF HOLD-ACCT-NUMBER NOT = WS-ARCH-ACCT-NUMBER
078200         SET WS-SCAN-DONE TO TRUE
078300         GO TO 2310-ARCHIVE-ONE-HOLD-EXIT
078400     END-IF
078500
078600     MOVE WS-ARCH-ACCT-NUMBER TO CLA-ACCT-NUMBER
078700     SET CLA-TYPE-HOLD TO TRUE
078800     MOVE HOLD-KEY    TO CLA-SOURCE-KEY
078900     MOVE HOLD-RECORD TO CLA-IMAGE
079000     PERFORM 2900-WRITE-ARCHIVE
079100         THRU 2900-WRITE-ARCHIVE-EXIT
079200     IF WS-ARCH-FAILED
079300         SET WS-SCAN-DONE TO TRUE
079400         GO TO 2310-ARCHIVE-ONE-HOLD-EXIT
079500     END-IF
079600     ADD 1 TO WS-HOLD-MOVED
079700
079800     DELETE HOLD-FILE RECORD
079900         INVALID KEY
080000             DISPLAY "ACCTARCH: UNABLE TO DELETE HOLD " HOLD-KEY
080100             SET WS-ARCH-FAILED TO TRUE
080200             SET WS-SCAN-DONE TO TRUE
080300             GO TO 2310-ARCHIVE-ONE-HOLD-EXIT
080400     END-DELETE
080500     ADD 1 TO WS-HOLD-DELETED
080600     ADD 1 TO WS-ACCT-HOLD-COUNT.
080700 2310-ARCHIVE-ONE-HOLD-EXIT.
080800     EXIT.
080900
081000*-----------------------------------------------------------------
081100* MOVE THE ACCOUNT'S NOMINEES.
081200*-----------------------------------------------------------------
081300 2400-ARCHIVE-NOMINEES.
081400     IF NOT WS-NOMFILE-AVAIL
081500         GO TO 2400-ARCHIVE-NOMINEES-EXIT
081600     END-IF
081700     MOVE "N" TO WS-SCAN-DONE-SW
081800     PERFORM 2410-ARCHIVE-ONE-NOMINEE
081900         THRU 2410-ARCHIVE-ONE-NOMINEE-EXIT
082000         UNTIL WS-SCAN-DONE.
082100 2400-ARCHIVE-NOMINEES-EXIT.
082200     EXIT.
082300
082400 2410-ARCHIVE-ONE-NOMINEE.
082500     MOVE WS-ARCH-ACCT-NUMBER TO NOM-ACCT-NUMBER
082600     MOVE 0 TO NOM-SEQ-NO
082700     START NOMINEE-FILE KEY IS NOT LESS THAN NOM-KEY
082800         INVALID KEY
082900             SET WS-SCAN-DONE TO TRUE
083000             GO TO 2410-ARCHIVE-ONE-NOMINEE-EXIT
083100     END-START
083200     READ NOMINEE-FILE NEXT RECORD
083300         AT END
083400             SET WS-SCAN-DONE TO TRUE
083500             GO TO 2410-ARCHIVE-ONE-NOMINEE-EXIT
083600     END-READ
083700     IF NOM-ACCT-NUMBER NOT = WS-ARCH-ACCT-NUMBER
083800         SET WS-SCAN-DONE TO TRUE
083900         GO TO 2410-ARCHIVE-ONE-NOMINEE-EXIT
084000     END-IF
084100
084200     MOVE WS-ARCH-ACCT-NUMBER TO CLA-ACCT-NUMBER
084300     SET CLA-TYPE-NOMINEE TO TRUE
084400     MOVE NOM-KEY        TO CLA-SOURCE-KEY
084500     MOVE NOMINEE-RECORD TO CLA-IMAGE
084600     PERFORM 2900-WRITE-ARCHIVE
084700         THRU 2900-WRITE-ARCHIVE-EXIT
084800     IF WS-ARCH-FAILED
084900         SET WS-SCAN-DONE TO TRUE
085000         GO TO 2410-ARCHIVE-ONE-NOMINEE-EXIT
085100     END-IF
085200     ADD 1 TO WS-NOM-MOVED
085300
085400     DELETE NOMINEE-FILE RECORD
085500         INVALID KEY
085600             DISPLAY "ACCTARCH: UNABLE TO DELETE NOMINEE " NOM-KEY
085700             SET WS-ARCH-FAILED TO TRUE
085800             SET WS-SCAN-DONE TO TRUE
085900             GO TO 2410-ARCHIVE-ONE-NOMINEE-EXIT
086000     END-DELETE
086100     ADD 1 TO WS-NOM-DELETED
086200     ADD 1 TO WS-ACCT-NOM-COUNT.
086300 2410-ARCHIVE-ONE-NOMINEE-EXIT.
086400     EXIT.
086500
086600*-----------------------------------------------------------------
086700* MOVE THE BENEFICIARIES REGISTERED ON THE ACCOUNT FOR TRANSFERS.
086800* ENTRIES ON OTHER ACCOUNTS NAMING THIS ONE AS BENEFICIARY BELONG
086900* TO THOSE ACCOUNTS AND ARE LEFT WHERE THEY ARE.
087000*-----------------------------------------------------------------
087100 2500-ARCHIVE-BENEFICIARIES.
087200     IF NOT WS-BENFILE-AVAIL
087300         GO TO 2500-ARCHIVE-BENEFICIARIES-EXIT
087400     END-IF
087500     MOVE "N" TO WS-SCAN-DONE-SW
087600     PERFORM 2510-ARCHIVE-ONE-BENEFICIARY
087700         THRU 2510-ARCHIVE-ONE-BENEFICIARY-EXIT
087800         UNTIL WS-SCAN-DONE.
087900 2500-ARCHIVE-BENEFICIARIES-EXIT.
088000     EXIT.
088100
088200 2510-ARCHIVE-ONE-BENEFICIARY.
088300     MOVE WS-ARCH-ACCT-NUMBER TO BEN-ACCT-NUMBER
088400     MOVE 0 TO BEN-BENEF-ACCT
088500     START BENEFICIARY-FILE KEY IS NOT LESS THAN BEN-KEY
088600         INVALID KEY
088700             SET WS-SCAN-DONE TO TRUE
088800             GO TO 2510-ARCHIVE-ONE-BENEFICIARY-EXIT
088900     END-START
089000     READ BENEFICIARY-FILE NEXT RECORD
089100         AT END
089200             SET WS-SCAN-DONE TO TRUE
089300             GO TO 2510-ARCHIVE-ONE-BENEFICIARY-EXIT
089400     END-READ
089500     IF BEN-ACCT-NUMBER NOT = WS-ARCH-ACCT-NUMBER
089600         SET WS-SCAN-DONE TO TRUE
089700         GO TO 2510-ARCHIVE-ONE-BENEFICIARY-EXIT
089800     END-IF
089900
090000     MOVE WS-ARCH-ACCT-NUMBER TO CLA-ACCT-NUMBER
090100     SET CLA-TYPE-BENEFICIARY TO TRUE
090200     MOVE BEN-KEY            TO CLA-SOURCE-KEY
090300     MOVE BENEFICIARY-RECORD TO CLA-IMAGE
090400     PERFORM 2900-WRITE-ARCHIVE
090500         THRU 2900-WRITE-ARCHIVE-EXIT
090600     IF WS-ARCH-FAILED
090700         SET WS-SCAN-DONE TO TRUE
090800         GO TO 2510-ARCHIVE-ONE-BENEFICIARY-EXIT
090900     END-IF
091000     ADD 1 TO WS-BEN-MOVED
091100
091200     DELETE BENEFICIARY-FILE RECORD
091300         INVALID KEY
091400             DISPLAY "ACCTARCH: UNABLE TO DELETE BENEFICIARY "
091500                     BEN-KEY
091600             SET WS-ARCH-FAILED TO TRUE
091700             SET WS-SCAN-DONE TO TRUE
091800             GO TO 2510-ARCHIVE-ONE-BENEFICIARY-EXIT
091900     END-DELETE
092000     ADD 1 TO WS-BEN-DELETED
092100     ADD 1 TO WS-ACCT-BEN-COUNT.
092200 2510-ARCHIVE-ONE-BENEFICIARY-EXIT.
092300     EXIT.
092400
092500*-----------------------------------------------------------------
092600* LAST OF ALL, MOVE THE ACCOUNT'S OWN RECORD AND TAKE IT OFF THE
092700* MASTER.  THE CUSTOMER LINKS STAY, SO THE ACCOUNT STILL SHOWS
092800* AGAINST ITS HOLDERS AND THEIR NAMES ON ARCHIVED STATEMENTS.
092900*-----------------------------------------------------------------
093000 2800-ARCHIVE-ACCOUNT.
093100     MOVE WS-ARCH-ACCT-NUMBER TO CLA-ACCT-NUMBER
093200     SET CLA-TYPE-ACCOUNT TO TRUE
093300     MOVE SPACES           TO CLA-SOURCE-KEY
093400     MOVE WS-SAVED-ACCOUNT TO CLA-IMAGE
093500     PERFORM 2900-WRITE-ARCHIVE
093600         THRU 2900-WRITE-ARCHIVE-EXIT
093700     IF WS-ARCH-FAILED
093800         ADD 1 TO WS-ERROR-SKIPPED
093900         MOVE "NOT ARCHIVED - FILE ERROR" TO DTL-RESULT
094000         GO TO 2800-ARCHIVE-ACCOUNT-EXIT
094100     END-IF
094200     ADD 1 TO WS-ACCT-MOVED
094300
094400     MOVE WS-ARCH-ACCT-NUMBER TO ACCT-NUMBER
094500     DELETE ACCOUNT-MASTER RECORD
094600         INVALID KEY
094700             DISPLAY "ACCTARCH: UNABLE TO DELETE ACCOUNT "
094800                     WS-ARCH-ACCT-NUMBER
094900             ADD 1 TO WS-ERROR-SKIPPED
095000             MOVE "NOT ARCHIVED - FILE ERROR" TO DTL-RESULT
095100             GO TO 2800-ARCHIVE-ACCOUNT-EXIT
095200     END-DELETE
095300     ADD 1 TO WS-ACCT-DELETED
095400     MOVE "ARCHIVED" TO DTL-RESULT.
095500 2800-ARCHIVE-ACCOUNT-EXIT.
095600     EXIT.
095700
095800*-----------------------------------------------------------------
095900* WRITE ONE IMAGE TO THE ARCHIVE, DATED WITH THE ACCOUNT'S CLOSE
096000* AND TODAY.  AN IMAGE ALREADY THERE FROM A RUN THAT STOPPED PART
096100* WAY THROUGH IS REPLACED.
096200*-----------------------------------------------------------------
096300 2900-WRITE-ARCHIVE.
096400     MOVE WS-ARCH-CLOSED-DATE TO CLA-CLOSED-DATE
096500     MOVE WS-TODAYS-DATE      TO CLA-ARCHIVED-DATE
096600     WRITE CLOSED-ARCHIVE-RECORD
096700         INVALID KEY
096800             REWRITE CLOSED-ARCHIVE-RECORD
096900                 INVALID KEY
097000                     DISPLAY "ACCTARCH: UNABLE TO ARCHIVE "
097100                             CLA-KEY ", STATUS = "
097200                             WS-CLSARCH-STATUS
097300                     SET WS-ARCH-FAILED TO TRUE
097400                     GO TO 2900-WRITE-ARCHIVE-EXIT
097500             END-REWRITE
097600     END-WRITE
097700     ADD 1 TO WS-ARCHIVE-WRITTEN.
097800 2900-WRITE-ARCHIVE-EXIT.
097900     EXIT.
098000
098100 2950-WRITE-DETAIL.
098200     MOVE WS-ACCT-TXN-COUNT  TO DTL-TXN-COUNT
098300     MOVE WS-ACCT-PIN-COUNT  TO DTL-PIN-COUNT
098400     MOVE WS-ACCT-HOLD-COUNT TO DTL-HOLD-COUNT
098500     MOVE WS-ACCT-NOM-COUNT  TO DTL-NOM-COUNT
098600     MOVE WS-ACCT-BEN-COUNT  TO DTL-BEN-COUNT
098700     MOVE WS-DETAIL-LINE TO REPORT-LINE
098800     WRITE REPORT-LINE.
098900 2950-WRITE-DETAIL-EXIT.
099000     EXIT.
099100
099200*-----------------------------------------------------------------
099300* POSITION AT THE START OF THE ARCHIVE FOR THE PURGE PASS.
099400*-----------------------------------------------------------------
099500 3000-START-PURGE.
099600     MOVE LOW-VALUES TO CLA-KEY
099700     START CLOSED-ARCHIVE KEY IS NOT LESS THAN CLA-KEY
099800         INVALID KEY
099900             SET WS-ARCH-EOF TO TRUE
100000     END-START.
100100 3000-START-PURGE-EXIT.
100200     EXIT.
100300
100400*-----------------------------------------------------------------
100500* ONE ARCHIVED RECORD.  EVERY RECORD OF AN ACCOUNT CLOSED BEFORE
100600* THE RETENTION LIMIT IS DESTROYED AND COUNTED TOWARDS THAT
100700* ACCOUNT'S LINE ON THE CERTIFICATE.
100800*-----------------------------------------------------------------
100900 3100-PURGE-ONE-RECORD.
101000     READ CLOSED-ARCHIVE NEXT RECORD
101100         AT END
101200             SET WS-ARCH-EOF TO TRUE
101300             GO TO 3100-PURGE-ONE-RECORD-EXIT
101400     END-READ
101500     ADD 1 TO WS-ARCHIVE-READ
101600
101700     IF CLA-CLOSED-DATE NOT < WS-PURGE-CUTOFF
101800         GO TO 3100-PURGE-ONE-RECORD-EXIT
101900     END-IF
102000
102100     IF CLA-ACCT-NUMBER NOT = WS-CERT-ACCT-NUMBER
102200         PERFORM 3500-CERTIFY-ACCOUNT
102300             THRU 3500-CERTIFY-ACCOUNT-EXIT
102400         MOVE CLA-ACCT-NUMBER   TO WS-CERT-ACCT-NUMBER
102500         MOVE 0                 TO WS-CERT-BRANCH
102600         MOVE CLA-CLOSED-DATE   TO WS-CERT-CLOSED-DATE
102700         MOVE CLA-ARCHIVED-DATE TO WS-CERT-ARCHIVED-DATE
102800         MOVE ZERO TO WS-CERT-COUNTS
102900     END-IF
103000
103100     DELETE CLOSED-ARCHIVE RECORD
103200         INVALID KEY
103300             DISPLAY "ACCTARCH: UNABLE TO PURGE " CLA-KEY
103400             ADD 1 TO WS-PURGE-ERRORS
103500             GO TO 3100-PURGE-ONE-RECORD-EXIT
103600     END-DELETE
103700     ADD 1 TO WS-RECORDS-PURGED
103800
103900     EVALUATE TRUE
104000         WHEN CLA-TYPE-ACCOUNT
104100             MOVE CLA-IMAGE TO ACCOUNT-RECORD
104200             MOVE ACCT-BRANCH-CODE TO WS-CERT-BRANCH
104300             ADD 1 TO WS-CERT-ACCT-COUNT
104400         WHEN CLA-TYPE-HISTORY
104500             ADD 1 TO WS-CERT-TXN-COUNT
104600         WHEN CLA-TYPE-PIN
104700             ADD 1 TO WS-CERT-PIN-COUNT
104800         WHEN CLA-TYPE-HOLD
104900             ADD 1 TO WS-CERT-HOLD-COUNT
105000         WHEN CLA-TYPE-NOMINEE
105100             ADD 1 TO WS-CERT-NOM-COUNT
105200         WHEN CLA-TYPE-BENEFICIARY
105300             ADD 1 TO WS-CERT-BEN-COUNT
105400     END-EVALUATE.
105500 3100-PURGE-ONE-RECORD-EXIT.
105600     EXIT.
105700
105800*-----------------------------------------------------------------
105900* PUT THE ACCOUNT JUST FINISHED ON THE CERTIFICATE.
106000*-----------------------------------------------------------------
106100 3500-CERTIFY-ACCOUNT.
106200     IF WS-CERT-ACCT-NUMBER = 0
106300         GO TO 3500-CERTIFY-ACCOUNT-EXIT
106400     END-IF
106500     ADD 1 TO WS-ACCOUNTS-PURGED
106600
106700     MOVE WS-CERT-ACCT-NUMBER   TO CRT-ACCT-NUMBER
106800     MOVE WS-CERT-BRANCH        TO CRT-BRANCH
106900     MOVE WS-CERT-CLOSED-DATE   TO CRT-CLOSED-DATE
107000     MOVE WS-CERT-ARCHIVED-DATE TO CRT-ARCHIVED-DATE
107100     MOVE WS-CERT-ACCT-COUNT    TO CRT-ACCT-COUNT
107200     MOVE WS-CERT-TXN-COUNT     TO CRT-TXN-COUNT
107300     MOVE WS-CERT-PIN-COUNT     TO CRT-PIN-COUNT
107400     MOVE WS-CERT-HOLD-COUNT    TO CRT-HOLD-COUNT
107500     MOVE WS-CERT-NOM-COUNT     TO CRT-NOM-COUNT
107600     MOVE WS-CERT-BEN-COUNT     TO CRT-BEN-COUNT
107700     MOVE WS-CERT-DETAIL TO CERTIFICATE-LINE
107800     WRITE CERTIFICATE-LINE
107900     MOVE 0 TO WS-CERT-ACCT-NUMBER.
108000 3500-CERTIFY-ACCOUNT-EXIT.
108100     EXIT.
108200
108300*-----------------------------------------------------------------
108400* PRINT THE CONTROL COUNTS.  FOR EACH LIVE FILE THE RECORDS
108500* MOVED TO THE ARCHIVE ARE SET AGAINST THE RECORDS TAKEN OFF IT;
108600* A DIFFERENCE SETS RETURN CODE 4 FOR OPERATIONS TO INVESTIGATE.
108700*-----------------------------------------------------------------
108800 8000-CONTROL-TOTALS.
108900     MOVE SPACES TO REPORT-LINE
109000     WRITE REPORT-LINE
109100     MOVE "CONTROL TOTALS" TO REPORT-LINE
109200     WRITE REPORT-LINE
109300     MOVE SPACES TO REPORT-LINE
109400     WRITE REPORT-LINE
109500
109600     MOVE SPACES TO WS-CONTROL-LINE
109700     MOVE "ACCOUNTS READ" TO CTL-LABEL
109800     MOVE WS-ACCOUNTS-READ TO CTL-COUNT
109900     PERFORM 8100-WRITE-CONTROL-LINE
110000         THRU 8100-WRITE-CONTROL-LINE-EXIT
110100     MOVE "CLOSED ACCOUNTS" TO CTL-LABEL
110200     MOVE WS-CLOSED-READ TO CTL-COUNT
110300     PERFORM 8100-WRITE-CONTROL-LINE
110400         THRU 8100-WRITE-CONTROL-LINE-EXIT
110500     MOVE "  CLOSED WITHIN THE ARCHIVE PERIOD" TO CTL-LABEL
110600     MOVE WS-WITHIN-RETENTION TO CTL-COUNT
110700     PERFORM 8100-WRITE-CONTROL-LINE
110800         THRU 8100-WRITE-CONTROL-LINE-EXIT
110900     MOVE "  NOT ARCHIVED - BALANCE" TO CTL-LABEL
111000     MOVE WS-BALANCE-SKIPPED TO CTL-COUNT
111100     PERFORM 8100-WRITE-CONTROL-LINE
111200         THRU 8100-WRITE-CONTROL-LINE-EXIT
111300     MOVE "  NOT ARCHIVED - FILE ERROR" TO CTL-LABEL
111400     MOVE WS-ERROR-SKIPPED TO CTL-COUNT
111500     PERFORM 8100-WRITE-CONTROL-LINE
111600         THRU 8100-WRITE-CONTROL-LINE-EXIT
111700
111800     MOVE SPACES TO REPORT-LINE
111900     WRITE REPORT-LINE
112000     MOVE WS-CONTROL-HEADING-1 TO REPORT-LINE
112100     WRITE REPORT-LINE
112200     MOVE WS-CONTROL-HEADING-2 TO REPORT-LINE
112300     WRITE REPORT-LINE
112400
112500     MOVE "ACCOUNT MASTER" TO CTL-LABEL
112600     MOVE WS-ACCT-MOVED   TO CTL-COUNT
112700     MOVE WS-ACCT-DELETED TO CTL-COUNT-2
112800     PERFORM 8200-PROVE-ONE-FILE
112900         THRU 8200-PROVE-ONE-FILE-EXIT
113000     MOVE "TRANSACTION HISTORY" TO CTL-LABEL
113100     MOVE WS-TXN-MOVED   TO CTL-COUNT
113200     MOVE WS-TXN-DELETED TO CTL-COUNT-2
113300     PERFORM 8200-PROVE-ONE-FILE
113400         THRU 8200-PROVE-ONE-FILE-EXIT
113500     MOVE "PIN FILE" TO CTL-LABEL
113600     MOVE WS-PIN-MOVED   TO CTL-COUNT
113700     MOVE WS-PIN-DELETED TO CTL-COUNT-2
113800     PERFORM 8200-PROVE-ONE-FILE
113900         THRU 8200-PROVE-ONE-FILE-EXIT
114000     MOVE "HOLD FILE" TO CTL-LABEL
114100     MOVE WS-HOLD-MOVED   TO CTL-COUNT
114200     MOVE WS-HOLD-DELETED TO CTL-COUNT-2
114300     PERFORM 8200-PROVE-ONE-FILE
114400         THRU 8200-PROVE-ONE-FILE-EXIT
114500     MOVE "NOMINEE FILE" TO CTL-LABEL
114600     MOVE WS-NOM-MOVED   TO CTL-COUNT
114700     MOVE WS-NOM-DELETED TO CTL-COUNT-2
114800     PERFORM 8200-PROVE-ONE-FILE
114900         THRU 8200-PROVE-ONE-FILE-EXIT
115000     MOVE "BENEFICIARY FILE" TO CTL-LABEL
115100     MOVE WS-BEN-MOVED   TO CTL-COUNT
115200     MOVE WS-BEN-DELETED TO CTL-COUNT-2
115300     PERFORM 8200-PROVE-ONE-FILE
115400         THRU 8200-PROVE-ONE-FILE-EXIT
115500
115600*    THE ARCHIVE ITSELF MUST HAVE TAKEN ONE IMAGE FOR EVERY LIVE
115700*    RECORD REMOVED.
115800     COMPUTE WS-LIVE-DELETED = WS-ACCT-DELETED + WS-TXN-DELETED
115900                             + WS-PIN-DELETED + WS-HOLD-DELETED
116000                             + WS-NOM-DELETED + WS-BEN-DELETED
116100     MOVE "ALL FILES" TO CTL-LABEL
116200     MOVE WS-ARCHIVE-WRITTEN TO CTL-COUNT
116300     MOVE WS-LIVE-DELETED    TO CTL-COUNT-2
116400     PERFORM 8200-PROVE-ONE-FILE
116500         THRU 8200-PROVE-ONE-FILE-EXIT
116600
116700     MOVE SPACES TO REPORT-LINE
116800     WRITE REPORT-LINE
116900     MOVE SPACES TO WS-CONTROL-LINE
117000     MOVE "ARCHIVE RECORDS READ FOR PURGE" TO CTL-LABEL
117100     MOVE WS-ARCHIVE-READ TO CTL-COUNT
117200     PERFORM 8100-WRITE-CONTROL-LINE
117300         THRU 8100-WRITE-CONTROL-LINE-EXIT
117400     MOVE "ACCOUNTS PURGED" TO CTL-LABEL
117500     MOVE WS-ACCOUNTS-PURGED TO CTL-COUNT
117600     PERFORM 8100-WRITE-CONTROL-LINE
117700         THRU 8100-WRITE-CONTROL-LINE-EXIT
117800     MOVE "ARCHIVE RECORDS PURGED" TO CTL-LABEL
117900     MOVE WS-RECORDS-PURGED TO CTL-COUNT
118000     PERFORM 8100-WRITE-CONTROL-LINE
118100         THRU 8100-WRITE-CONTROL-LINE-EXIT
118200     MOVE "ARCHIVE RECORDS NOT PURGED - ERROR" TO CTL-LABEL
118300     MOVE WS-PURGE-ERRORS TO CTL-COUNT
118400     PERFORM 8100-WRITE-CONTROL-LINE
118500         THRU 8100-WRITE-CONTROL-LINE-EXIT
118600
118700     IF WS-OUT-OF-BALANCE
118800         MOVE SPACES TO REPORT-LINE
118900         WRITE REPORT-LINE
119000         MOVE "*** CONTROL TOTALS DO NOT AGREE - INVESTIGATE ***"
119100             TO REPORT-LINE
119200         WRITE REPORT-LINE
119300     END-IF.
119400 8000-CONTROL-TOTALS-EXIT.
119500     EXIT.
119600
119700 8100-WRITE-CONTROL-LINE.
119800     MOVE WS-CONTROL-LINE TO REPORT-LINE
119900     WRITE REPORT-LINE.
120000 8100-WRITE-CONTROL-LINE-EXIT.
120100     EXIT.
120200
120300 8200-PROVE-ONE-FILE.
120400     IF CTL-COUNT = CTL-COUNT-2
120500         MOVE "AGREE" TO CTL-AGREE
120600     ELSE
120700         MOVE "*** DO NOT AGREE ***" TO CTL-AGREE
120800         SET WS-OUT-OF-BALANCE TO TRUE
120900     END-IF
121000     MOVE WS-CONTROL-LINE TO REPORT-LINE
121100     WRITE REPORT-LINE.
121200 8200-PROVE-ONE-FILE-EXIT.
121300     EXIT.
121400
121500*-----------------------------------------------------------------
121600* CLOSE THE CERTIFICATE WITH ITS TOTALS AND THE SIGNATURE BLOCK
121700* FOR THE OFFICERS WHO DESTROYED AND WITNESSED THE RECORDS.
121800*-----------------------------------------------------------------
121900 8500-CLOSE-CERTIFICATE.
122000     MOVE SPACES TO CERTIFICATE-LINE
122100     WRITE CERTIFICATE-LINE
122200     IF WS-ACCOUNTS-PURGED = 0
122300         MOVE "NO ACCOUNT RECORDS WERE PAST THE RETENTION LIMIT"
122400             TO CERTIFICATE-LINE
122500         WRITE CERTIFICATE-LINE
122600     END-IF
122700
122800     MOVE SPACES TO WS-CONTROL-LINE
122900     MOVE "ACCOUNTS DESTROYED" TO CTL-LABEL
123000     MOVE WS-ACCOUNTS-PURGED TO CTL-COUNT
123100     MOVE WS-CONTROL-LINE TO CERTIFICATE-LINE
123200     WRITE CERTIFICATE-LINE
123300     MOVE "RECORDS DESTROYED" TO CTL-LABEL
123400     MOVE WS-RECORDS-PURGED TO CTL-COUNT
123500     MOVE WS-CONTROL-LINE TO CERTIFICATE-LINE
123600     WRITE CERTIFICATE-LINE
123700
123800     MOVE SPACES TO CERTIFICATE-LINE
123900     WRITE CERTIFICATE-LINE
124000     MOVE WS-CERT-STATEMENT TO CERTIFICATE-LINE
124100     WRITE CERTIFICATE-LINE
124200     MOVE SPACES TO CERTIFICATE-LINE
124300     WRITE CERTIFICATE-LINE
124400     MOVE "DESTROYED BY : ____________________   DATE : _________"
124500         TO CERTIFICATE-LINE
124600     WRITE CERTIFICATE-LINE
124700     MOVE SPACES TO CERTIFICATE-LINE
124800     WRITE CERTIFICATE-LINE
124900     MOVE "WITNESSED BY : ____________________   DATE : _________"
125000         TO CERTIFICATE-LINE
125100     WRITE CERTIFICATE-LINE.
125200 8500-CLOSE-CERTIFICATE-EXIT.
125300     EXIT.
125400
125500*-----------------------------------------------------------------
125600* RELEASE THE BATCH WINDOW, PRINT THE RUN COUNTS AND CLOSE DOWN.
125700*-----------------------------------------------------------------
125800 9999-TERMINATE.
125900     IF WS-BATCH-ACQUIRED
126000         CALL "BATCHREL" USING WS-JOB-NAME
126100     END-IF
126200
126300     DISPLAY "ACCTARCH: ACCOUNTS READ      = " WS-ACCOUNTS-READ
126400     DISPLAY "ACCTARCH: ACCOUNTS ARCHIVED  = " WS-ACCT-DELETED
126500     DISPLAY "ACCTARCH: RECORDS ARCHIVED   = " WS-ARCHIVE-WRITTEN
126600     DISPLAY "ACCTARCH: ACCOUNTS PURGED    = " WS-ACCOUNTS-PURGED
126700     DISPLAY "ACCTARCH: RECORDS PURGED     = " WS-RECORDS-PURGED
126800     IF WS-OUT-OF-BALANCE
126900         DISPLAY "ACCTARCH: CONTROL TOTALS DO NOT AGREE - SEE "
127000                 "CONTROL REPORT"
127100     END-IF
127200
127300     IF WS-ACCMSTR-OPEN
127400         CLOSE ACCOUNT-MASTER
127500     END-IF
127600     IF WS-TXNHIST-AVAIL
127700         CLOSE TRANSACTION-HISTORY
127800     END-IF
127900     IF WS-PINFILE-AVAIL
128000         CLOSE PIN-MASTER
128100     END-IF
128200     IF WS-HOLDFILE-AVAIL
128300         CLOSE HOLD-FILE
128400     END-IF
128500     IF WS-NOMFILE-AVAIL
128600         CLOSE NOMINEE-FILE
128700     END-IF
128800     IF WS-BENFILE-AVAIL
128900         CLOSE BENEFICIARY-FILE
129000     END-IF
129100     IF WS-CLSARCH-OPEN
129200         CLOSE CLOSED-ARCHIVE
129300     END-IF
129400     IF WS-ARCHRPT-OPEN
129500         CLOSE ARCHIVE-REPORT
129600     END-IF
129700     IF WS-PURGCERT-OPEN
129800         CLOSE PURGE-CERTIFICATE
129900     END-IF.
130000 9999-TERMINATE-EXIT.
130100     EXIT.
