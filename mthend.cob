000100*****************************************************************
000200* PROGRAM      : MTHEND                                         *
000300* DESCRIPTION  : CONSOLIDATED MONTH-END ACCOUNT SWEEP.  READS   *
000400*                THE ACCOUNT MASTER ONCE AND, FOR EACH ACCOUNT  *
000500*                IN TURN, APPLIES THE DEBIT INTEREST (DRINTRUN),*
000600*                FEES (FEEPOST), LOW-BALANCE CHECK (LOWBALRPT), *
000700*                DORMANCY (DORMSCAN), ESCHEATMENT (ESCHEAT) AND *
000800*                TERM DEPOSIT MATURITY (MATPROC) IN THAT ORDER, *
000900*                WRITING THE SAME REGISTERS, LOG LINES AND      *
001000*                LEDGER ENTRIES AS THE SEPARATE RUNS.  INTEREST *
001100*                ACCRUAL IS LEFT TO INTACCR, WHICH RUNS AS THE  *
001200*                MONTH-END STEP OF EODDRIVE.  EVERY ACCOUNT     *
001300*                FINISHED IS CHECKPOINTED SO A RERUN RESUMES    *
001400*                AFTER THE LAST ONE, AND THE TIME SPENT IN EACH *
001450*                PHASE IS REPORTED AT THE END.                  *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. MTHEND.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - ONE PASS OF THE ACCOUNT MASTER *
002800*                  IN PLACE OF SEVEN, WITH A RESTART FILE AND   *
002900*                  ELAPSED TIME PER PHASE.                      *
002910* 2026-10-15 SN    INTEREST ACCRUAL TAKEN OUT OF THE SWEEP -    *
002920*                  INTACCR ALREADY RUNS AS THE EODDRIVE         *
002930*                  MONTH-END STEP AND YECLOSE CHECKS FOR IT     *
002940*                  THERE.  SIX PHASES AND SIX REGISTERS NOW.    *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ACCT-NUMBER
003900         FILE STATUS IS WS-ACCMSTR-STATUS.
004000
004700     SELECT RD-LEDGER ASSIGN TO "RDLFILE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RDI-KEY
005100         FILE STATUS IS WS-RDLFILE-STATUS.
005200
005300     SELECT DISHONOUR-FILE ASSIGN TO "DSHRFILE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DSH-KEY
005700         FILE STATUS IS WS-DSHRFILE-STATUS.
005800
005900     SELECT CHEQUE-BOOK-REGISTER ASSIGN TO "CHQBKREG"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CHQBK-KEY
006300         FILE STATUS IS WS-CHQBKREG-STATUS.
006400
006500     SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-FEESCHED-STATUS.
006800
006900     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-DEPLOG-STATUS.
007200
007300     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-WDLOG-STATUS.
007600
008100     SELECT UNCLAIMED-LEDGER ASSIGN TO "UNCLFUND"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-LEDGER-STATUS.
008400
008500     SELECT RESTART-FILE ASSIGN TO "MTHRSTRT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-RESTART-STATUS.
008800
009300     SELECT DEBIT-REGISTER ASSIGN TO "DRINTRPT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-DRI-STATUS.
009600
009700     SELECT FEE-REGISTER ASSIGN TO "FEEREG"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-FRG-STATUS.
010000
010100     SELECT EXCEPTION-REPORT ASSIGN TO "LOWBALRP"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-LBX-STATUS.
010400
010500     SELECT DORMANCY-REPORT ASSIGN TO "DORMRPT"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-DRM-STATUS.
010800
010900     SELECT TRANSFER-SCHEDULE ASSIGN TO "ESCHRPT"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-ESC-STATUS.
011200
011300     SELECT MATURITY-REGISTER ASSIGN TO "MATRPT"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS WS-MAT-STATUS.
011600
011700 DATA DIVISION.
011800 FILE SECTION.
011900 FD  ACCOUNT-MASTER
012000     LABEL RECORDS ARE STANDARD.
012100     COPY ACCTREC.
012200
012700 FD  RD-LEDGER
012800     LABEL RECORDS ARE STANDARD.
012900     COPY RDIREC.
013000
013100 FD  DISHONOUR-FILE
013200     LABEL RECORDS ARE STANDARD.
013300     COPY DSHRREC.
013400
013500 FD  CHEQUE-BOOK-REGISTER
013600     LABEL RECORDS ARE STANDARD.
013700     COPY CHQBKREC.
013800
013900 FD  FEE-SCHEDULE
014000     LABEL RECORDS ARE STANDARD.
014100 01  FEE-SCHEDULE-RECORD.
014200     05  FEE-CODE             PIC X(04).
014300     05  FILLER               PIC X(01).
014400     05  FEE-ACCT-TYPE        PIC X(01).
014500     05  FILLER               PIC X(01).
014600     05  FEE-BASIS            PIC X(01).
014700         88  FEE-BASIS-AMOUNT     VALUE "A".
014800         88  FEE-BASIS-PERCENT    VALUE "P".
014900     05  FILLER               PIC X(01).
015000     05  FEE-VALUE            PIC 9(05).
015100     05  FILLER               PIC X(01).
015200     05  FEE-TAX-CODE         PIC X(02).
015300
015400 FD  DEPOSIT-LOG
015500     LABEL RECORDS ARE STANDARD.
015600 01  DEPOSIT-LOG-RECORD.
015700     05  LOG-DATE             PIC 9(08).
015800     05  LOG-DATE-CCYYMM REDEFINES LOG-DATE.
015900         10  LOG-CCYYMM       PIC 9(06).
016000         10  LOG-DD           PIC 9(02).
016100     05  LOG-TIME             PIC 9(08).
016200     05  FILLER               PIC X(01) VALUE SPACE.
016300     05  LOG-ACCT-NUMBER      PIC 9(06).
016400     05  FILLER               PIC X(01) VALUE SPACE.
016500     05  LOG-DEPOSIT-AMT      PIC 9(09).
016600     05  FILLER               PIC X(01) VALUE SPACE.
016700     05  LOG-NEW-BALANCE      PIC S9(09).
016800     05  FILLER               PIC X(01) VALUE SPACE.
016900     05  LOG-CURRENCY-CODE    PIC X(03).
017000     05  FILLER               PIC X(01) VALUE SPACE.
017100     05  LOG-TRANS-TYPE       PIC X(01).
017200         88  LOG-TRANS-DEPOSIT    VALUE "D".
017300         88  LOG-TRANS-REVERSAL   VALUE "R".
017400         88  LOG-TRANS-INTEREST   VALUE "I".
017500         88  LOG-TRANS-TRANSFER   VALUE "T".
017600     05  FILLER               PIC X(01) VALUE SPACE.
017700     05  LOG-OPERATOR-ID      PIC 9(04).
017800     05  FILLER               PIC X(01) VALUE SPACE.
017900     05  LOG-BRANCH-CODE      PIC 9(03).
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  LOG-TXN-REF          PIC 9(10).
018200     05  FILLER               PIC X(01) VALUE SPACE.
018300     05  LOG-VALUE-DATE       PIC 9(08).
018400     05  FILLER               PIC X(01) VALUE SPACE.
018500     05  LOG-POST-BRANCH      PIC 9(03).
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  LOG-INSTRUMENT       PIC X(01).
018800         88  LOG-INSTR-CASH       VALUE "C".
018900         88  LOG-INSTR-CHEQUE     VALUE "Q".
019000         88  LOG-INSTR-TRANSFER   VALUE "T".
019100         88  LOG-INSTR-SYSTEM     VALUE "S".
019200
019300 FD  WITHDRAW-LOG
019400     LABEL RECORDS ARE STANDARD.
019500 01  WITHDRAW-LOG-RECORD.
019600     05  WDLOG-DATE           PIC 9(08).
019700     05  WDLOG-DATE-CCYYMM REDEFINES WDLOG-DATE.
019800         10  WDLOG-CCYYMM     PIC 9(06).
019900         10  WDLOG-DD         PIC 9(02).
020000     05  WDLOG-TIME           PIC 9(08).
020100     05  FILLER               PIC X(01) VALUE SPACE.
020200     05  WDLOG-ACCT-NUMBER    PIC 9(06).
020300     05  FILLER               PIC X(01) VALUE SPACE.
020400     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
020500     05  FILLER               PIC X(01) VALUE SPACE.
020600     05  WDLOG-NEW-BALANCE    PIC S9(09).
020700     05  FILLER               PIC X(01) VALUE SPACE.
020800     05  WDLOG-OPERATOR-ID    PIC 9(04).
020900     05  FILLER               PIC X(01) VALUE SPACE.
021000     05  WDLOG-BRANCH-CODE    PIC 9(03).
021100     05  FILLER               PIC X(01) VALUE SPACE.
021200     05  WDLOG-TXN-REF        PIC 9(10).
021300     05  FILLER               PIC X(01) VALUE SPACE.
021400     05  WDLOG-TRANS-TYPE     PIC X(01).
021500         88  WDLOG-TRANS-FEE      VALUE "F".
021600         88  WDLOG-TRANS-GST      VALUE "G".
021700         88  WDLOG-TRANS-TAX      VALUE "X".
021800         88  WDLOG-TRANS-DEBIT-INT VALUE "I".
021900         88  WDLOG-TRANS-ESCHEAT  VALUE "U".
022000         88  WDLOG-TRANS-MATURITY VALUE "M".
022100     05  FILLER               PIC X(01) VALUE SPACE.
022200     05  WDLOG-POST-BRANCH    PIC 9(03).
022300     05  FILLER               PIC X(01) VALUE SPACE.
022400     05  WDLOG-INSTRUMENT     PIC X(01).
022500         88  WDLOG-INSTR-CASH     VALUE "C".
022600         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
022700         88  WDLOG-INSTR-TRANSFER VALUE "T".
022800         88  WDLOG-INSTR-SYSTEM   VALUE "S".
022900
024100 FD  UNCLAIMED-LEDGER
024200     LABEL RECORDS ARE STANDARD.
024300 01  UNCLAIMED-LEDGER-RECORD.
024400     05  UNCL-DATE            PIC 9(08).
024500     05  FILLER               PIC X(01) VALUE SPACE.
024600     05  UNCL-ACCT-NUMBER     PIC 9(06).
024700     05  FILLER               PIC X(01) VALUE SPACE.
024800     05  UNCL-LAST-ACTIVITY   PIC 9(08).
024900     05  FILLER               PIC X(01) VALUE SPACE.
025000     05  UNCL-AMOUNT          PIC 9(09).
025100     05  FILLER               PIC X(01) VALUE SPACE.
025200     05  UNCL-CURRENCY-CODE   PIC X(03).
025300
025400*    ONE LINE PER ACCOUNT FINISHED (C), PER MATURITY PAYOUT
025500*    HELD BACK FOR A LINKED ACCOUNT FURTHER DOWN THE MASTER (P),
025600*    AND ONE WHEN THE SWEEP REACHES THE END OF THE MASTER (E).
025700 FD  RESTART-FILE
025800     LABEL RECORDS ARE STANDARD.
025900 01  RESTART-RECORD.
026000     05  RST-RUN-MONTH        PIC 9(06).
026100     05  FILLER               PIC X(01).
026200     05  RST-TYPE             PIC X(01).
026300         88  RST-CHECKPOINT       VALUE "C".
026400         88  RST-PENDING-PAYOUT   VALUE "P".
026500         88  RST-RUN-COMPLETE     VALUE "E".
026600     05  FILLER               PIC X(01).
026700     05  RST-ACCT-NUMBER      PIC 9(06).
026800     05  FILLER               PIC X(01).
026900     05  RST-LINKED-ACCT      PIC 9(06).
027000     05  FILLER               PIC X(01).
027100     05  RST-AMOUNT           PIC 9(09).
027200     05  FILLER               PIC X(01).
027300     05  RST-FEE-TOTAL        PIC 9(12).
027400     05  FILLER               PIC X(01).
027500     05  RST-GST-TOTAL        PIC 9(12).
027600     05  FILLER               PIC X(01).
027700     05  RST-ESCHEAT-TOTAL    PIC 9(12).
027800
028300 FD  DEBIT-REGISTER
028400     LABEL RECORDS ARE STANDARD.
028500 01  DEBIT-LINE                  PIC X(80).
028600
028700 FD  FEE-REGISTER
028800     LABEL RECORDS ARE STANDARD.
028900 01  FEE-LINE                    PIC X(80).
029000
029100 FD  EXCEPTION-REPORT
029200     LABEL RECORDS ARE STANDARD.
029300 01  LOWBAL-LINE                 PIC X(80).
029400
029500 FD  DORMANCY-REPORT
029600     LABEL RECORDS ARE STANDARD.
029700 01  DORMANCY-LINE               PIC X(80).
029800
029900 FD  TRANSFER-SCHEDULE
030000     LABEL RECORDS ARE STANDARD.
030100 01  ESCHEAT-LINE                PIC X(80).
030200
030300 FD  MATURITY-REGISTER
030400     LABEL RECORDS ARE STANDARD.
030500 01  MATURITY-LINE               PIC X(80).
030600
030700 WORKING-STORAGE SECTION.
030800 01  WS-ACCMSTR-STATUS        PIC X(02).
030900     88  WS-ACCMSTR-OK        VALUE "00".
031000
031500 01  WS-RDLFILE-STATUS        PIC X(02).
031600     88  WS-RDLFILE-OK        VALUE "00".
031700     88  WS-RDLFILE-NOTFOUND  VALUE "35".
031800
031900 01  WS-DSHRFILE-STATUS       PIC X(02).
032000     88  WS-DSHRFILE-OK       VALUE "00".
032100     88  WS-DSHRFILE-NOTFOUND VALUE "35".
032200
032300 01  WS-CHQBKREG-STATUS       PIC X(02).
032400     88  WS-CHQBKREG-OK       VALUE "00".
032500     88  WS-CHQBKREG-NOTFOUND VALUE "35".
032600
032700 01  WS-FEESCHED-STATUS       PIC X(02).
032800     88  WS-FEESCHED-OK       VALUE "00".
032900
033000 01  WS-DEPLOG-STATUS         PIC X(02).
033100     88  WS-DEPLOG-OK         VALUE "00".
033200
033300 01  WS-WDLOG-STATUS          PIC X(02).
033400     88  WS-WDLOG-OK          VALUE "00".
033500
033900 01  WS-LEDGER-STATUS         PIC X(02).
034000     88  WS-LEDGER-OK         VALUE "00".
034100
034200 01  WS-RESTART-STATUS        PIC X(02).
034300     88  WS-RESTART-OK        VALUE "00".
034400
034700 01  WS-DRI-STATUS            PIC X(02).
034800     88  WS-DRI-OK            VALUE "00".
034900 01  WS-FRG-STATUS            PIC X(02).
035000     88  WS-FRG-OK            VALUE "00".
035100 01  WS-LBX-STATUS            PIC X(02).
035200     88  WS-LBX-OK            VALUE "00".
035300 01  WS-DRM-STATUS            PIC X(02).
035400     88  WS-DRM-OK            VALUE "00".
035500 01  WS-ESC-STATUS            PIC X(02).
035600     88  WS-ESC-OK            VALUE "00".
035700 01  WS-MAT-STATUS            PIC X(02).
035800     88  WS-MAT-OK            VALUE "00".
035900
036000 01  WS-JOB-NAME              PIC X(08) VALUE "MTHEND  ".
036100 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
036200     88  WS-BATCH-ACQUIRED    VALUE "Y".
036300
036400 01  WS-TODAYS-DATE           PIC 9(08).
036500 01  WS-RUN-MONTH             PIC 9(06).
036600 01  WS-TXN-TYPE              PIC X(01).
036700 01  WS-TXN-REF               PIC 9(10).
036800 01  WS-ALERT-EVENT           PIC X(01).
036900 01  WS-TRANS-TIME            PIC 9(08).
037000 01  WS-SCAN-ACCT             PIC 9(06).
037100
037200 01  WS-PRODUCT-FOUND-SW      PIC X(01).
037300*    THE RULES OF THE PRODUCT THE ACCOUNT WAS OPENED UNDER -
037400*    LOOKED UP ONCE AND SHARED BY EVERY PHASE.
037500     COPY PRODREC.
037600
037700*    DAY COUNTS UNDER THE 30-DAY-MONTH/360-DAY-YEAR CONVENTION.
037800 01  WS-CCYY                  PIC 9(04).
037900 01  WS-MM                    PIC 9(02).
038000 01  WS-DD                    PIC 9(02).
038100 01  WS-DAY-COUNT-RESULT      PIC 9(07).
038200 01  WS-TODAY-DAY-COUNT       PIC 9(07).
038300
038400*    RESTART.  A CHECKPOINT ONLY COUNTS FOR THE SAME RUN MONTH.
038500 01  WS-CHECKPOINT-ACCT       PIC 9(06) VALUE 0.
038600 01  WS-REGISTER-MODE         PIC X(01) VALUE "N".
038700     88  WS-FRESH-RUN         VALUE "N".
038800     88  WS-RESUMING          VALUE "R".
038900
039000*    MATURITY PAYOUTS HELD BACK UNTIL THE SWEEP HAS FINISHED
039100*    THE LINKED ACCOUNT THEY CREDIT.
039200 01  WS-PND-COUNT             PIC 9(04) COMP VALUE 0.
039300 01  WS-PND-MAX               PIC 9(04) COMP VALUE 100.
039400 01  WS-PND-TABLE.
039500     05  WS-PND-ENTRY OCCURS 100 TIMES
039600                      INDEXED BY WS-PND-IDX.
039700         10  PND-DEPOSIT-ACCT     PIC 9(06).
039800         10  PND-LINKED-ACCT      PIC 9(06).
039900         10  PND-INTEREST         PIC 9(09).
040000         10  PND-STATUS           PIC X(01).
040100             88  PND-OPEN             VALUE "O".
040200             88  PND-DONE             VALUE "D".
040300
040400*    ELAPSED TIME PER PHASE, IN HUNDREDTHS OF A SECOND, AND
040500*    WHAT EACH PHASE DID.
040600 01  WS-PHASE-NAMES.
040800     05  FILLER               PIC X(09) VALUE "DRINTRUN ".
040900     05  FILLER               PIC X(09) VALUE "FEEPOST  ".
041000     05  FILLER               PIC X(09) VALUE "LOWBALRPT".
041100     05  FILLER               PIC X(09) VALUE "DORMSCAN ".
041200     05  FILLER               PIC X(09) VALUE "ESCHEAT  ".
041300     05  FILLER               PIC X(09) VALUE "MATPROC  ".
041400 01  WS-PHASE-NAME-TABLE REDEFINES WS-PHASE-NAMES.
041500     05  WS-PHASE-NAME        PIC X(09) OCCURS 6 TIMES.
041600
041700 01  WS-PHASE-TABLE.
041800     05  WS-PHASE-ENTRY OCCURS 6 TIMES.
041900         10  PHS-ELAPSED          PIC 9(09) COMP.
042000         10  PHS-COUNT            PIC 9(06) COMP.
042100 01  WS-PHASE-IDX             PIC 9(02) COMP.
042200 01  WS-PHASE-MAX             PIC 9(02) COMP VALUE 6.
042300
042400 01  WS-CLOCK-TIME            PIC 9(08).
042500 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
042600     05  WS-CLOCK-HH          PIC 9(02).
042700     05  WS-CLOCK-MM          PIC 9(02).
042800     05  WS-CLOCK-SS          PIC 9(02).
042900     05  WS-CLOCK-HS          PIC 9(02).
043000 01  WS-CLOCK-HUNDREDTHS      PIC 9(09) COMP.
043100 01  WS-CLOCK-START           PIC 9(09) COMP.
043200 01  WS-CLOCK-REMAINDER       PIC 9(09) COMP.
043300
043400 01  WS-ELAPSED-DISPLAY.
043500     05  ELP-HH               PIC 9(02).
043600     05  FILLER               PIC X(01) VALUE ":".
043700     05  ELP-MM               PIC 9(02).
043800     05  FILLER               PIC X(01) VALUE ":".
043900     05  ELP-SS               PIC 9(02).
044000     05  FILLER               PIC X(01) VALUE ".".
044100     05  ELP-HS               PIC 9(02).
044200
047400*    DEBIT INTEREST (DRINTRUN).  THE MONTH'S OVERDRAWN
047500*    POSITIONS ARE BUILT FROM THE LOGS BEFORE THE SWEEP STARTS.
047600 01  WS-DEBIT-RATE-PCT        PIC 9(03)V99 VALUE 12.
047700 01  WS-MONTH-START-DAYS      PIC 9(07).
047800 01  WS-MONTH-END-DAYS        PIC 9(07).
047900 01  WS-ENTRY-DAYS            PIC 9(07).
048000 01  WS-DR-INTEREST-AMT       PIC 9(09).
048100 01  WS-OD-DAY-SUM            PIC 9(12).
048200
048300 01  WS-ENT-COUNT             PIC 9(04) COMP VALUE 0.
048400 01  WS-ENT-MAX               PIC 9(04) COMP VALUE 500.
048500 01  WS-ENT-TABLE.
048600     05  WS-ENT-ENTRY OCCURS 500 TIMES
048700                      INDEXED BY WS-ENT-IDX.
048800         10  ENT-DATE             PIC 9(08).
048900         10  ENT-TIME             PIC 9(08).
049000         10  ENT-ACCT-NUMBER      PIC 9(06).
049100         10  ENT-TYPE             PIC X(01).
049200             88  ENT-TYPE-WITHDRAWAL  VALUE "W".
049300             88  ENT-TYPE-REVERSAL    VALUE "R".
049400         10  ENT-AMOUNT           PIC 9(09).
049500         10  ENT-NEW-BALANCE      PIC S9(09).
049600
049700 01  WS-SWAP-ENTRY            PIC X(42).
049800 01  WS-SORT-I                PIC 9(04) COMP.
049900 01  WS-SORT-J                PIC 9(04) COMP.
050000
050100 01  WS-ACC-COUNT             PIC 9(04) COMP VALUE 0.
050200 01  WS-ACC-MAX               PIC 9(04) COMP VALUE 200.
050300 01  WS-ACC-TABLE.
050400     05  WS-ACC-ENTRY OCCURS 200 TIMES
050500                      INDEXED BY WS-ACC-IDX.
050600         10  ACC-ACCT-NUMBER      PIC 9(06).
050700         10  ACC-LAST-DAYS        PIC 9(07).
050800         10  ACC-LAST-BAL         PIC S9(11).
050900         10  ACC-OD-DAY-SUM       PIC 9(12).
051000
051100 01  WS-ACC-FOUND-IDX         PIC 9(04) COMP VALUE 0.
051200 01  WS-LOOKUP-ACCT           PIC 9(06).
051300 01  WS-OPEN-BAL              PIC S9(11).
051400
051500*    FEES (FEEPOST).  THE GST INVOICES ARE RAISED UNDER THE
051600*    SAME SOURCE NAME AS THE STANDALONE FEE RUN.
051700 01  WS-SHORTFALL             PIC S9(10).
051800 01  WS-FEE-AMT               PIC 9(09).
051900 01  WS-MATCH-FEE-CODE        PIC X(04).
052000 01  WS-GST-AMT               PIC 9(09).
052100 01  WS-FEE-TXN-REF           PIC 9(10).
052200 01  WS-GST-FUNCTION          PIC X(01).
052300 01  WS-GST-SOURCE            PIC X(08) VALUE "FEEPOST".
052400 01  WS-GST-OK-SW             PIC X(01).
052500     88  WS-GST-OK            VALUE "Y".
052600     COPY GSTREC.
052700
052800 01  WS-SCHED-COUNT           PIC 9(02) COMP VALUE 0.
052900 01  WS-SCHED-MAX             PIC 9(02) COMP VALUE 20.
053000 01  WS-SCHED-TABLE.
053100     05  WS-SCHED-ENTRY OCCURS 20 TIMES
053200                        INDEXED BY WS-SCHED-IDX.
053300         10  SCHED-FEE-CODE       PIC X(04).
053400         10  SCHED-ACCT-TYPE      PIC X(01).
053500         10  SCHED-BASIS          PIC X(01).
053600         10  SCHED-VALUE          PIC 9(05).
053700         10  SCHED-TAX-CODE       PIC X(02).
053800 01  WS-FOUND-IDX             PIC 9(02) COMP VALUE 0.
053900
054000 01  WS-FEE-TOTAL             PIC 9(12) VALUE ZERO.
054100 01  WS-GST-TOTAL             PIC 9(12) VALUE ZERO.
054200
054300*    LOW-BALANCE CHECK (LOWBALRPT).
054400 01  WS-ACCT-FLOOR            PIC S9(10).
054500
054600*    DORMANCY (DORMSCAN) AND ESCHEATMENT (ESCHEAT).
054700 01  WS-DORMANCY-DAYS         PIC 9(05) VALUE 90.
054800 01  WS-DEFAULT-YEARS         PIC 9(02) VALUE 7.
054900 01  WS-ESCHEAT-YEARS         PIC 9(02).
055000 01  WS-ESCHEAT-DAYS          PIC 9(05).
055100 01  WS-LAST-ACTIVITY-DATE    PIC 9(08).
055200 01  WS-ELAPSED-DAYS          PIC S9(07).
055300 01  WS-ESCHEAT-TOTAL         PIC 9(12) VALUE ZERO.
055400
055500*    MATURITY (MATPROC).
055600 01  WS-HOLD-TOTAL            PIC 9(10).
055700 01  WS-RD-WORK.
055800     05  WS-RDL-AVAIL-SW      PIC X(01) VALUE "N".
055900         88  WS-RDL-AVAIL     VALUE "Y".
056000     05  WS-RDL-EOF-SW        PIC X(01).
056100         88  WS-RDL-EOF       VALUE "Y".
056200     05  WS-RD-INTEREST       PIC 9(10)V99.
056300     05  WS-RD-PENALTIES      PIC 9(10).
056400     05  WS-PAID-DAY-COUNT    PIC 9(07).
056500     05  WS-EARN-DAYS         PIC S9(07).
056600
056700 01  WS-MATURITY-DAYS         PIC 9(05) VALUE 180.
056800 01  WS-TERM-RATE             PIC 9(03)V99 VALUE 6.50.
056900 01  WS-OPEN-DAY-COUNT        PIC 9(07).
057000 01  WS-HELD-DAYS             PIC S9(07).
057100
057200 01  WS-MAT-INTCALC-WORK.
057300     05  WS-MAT-PRINCIPAL     PIC 9(10)V99.
057400     05  WS-MAT-RATE          PIC 9(03)V99.
057500     05  WS-TIME-YEARS        PIC 9(03)V99.
057600     05  WS-MAT-CALC-MODE     PIC X(01) VALUE "C".
057700     05  WS-MAT-COMPOUND-FREQ PIC 9(02) VALUE 4.
057800     05  WS-MAT-CALC-DATE     PIC 9(08).
057900     05  WS-MAT-INTEREST      PIC 9(10)V99.
058000     05  WS-MAT-MATURITY-VALUE PIC 9(10)V99.
058100
058200 01  WS-MAT-INTEREST-AMT      PIC 9(09).
058300 01  WS-PAYOUT-AMT            PIC 9(10).
058400 01  WS-FD-ACCT               PIC 9(06).
058500 01  WS-FD-BRANCH             PIC 9(03).
058600 01  WS-FD-CURRENCY           PIC X(03).
058700 01  WS-LINKED-ACCT           PIC 9(06).
058800 01  WS-MAT-EXCEPTION-COUNT   PIC 9(06) COMP VALUE ZERO.
058900
059000 01  WS-ACCOUNT-COUNT         PIC 9(06) COMP VALUE ZERO.
059100
059200 01  WS-SWITCHES.
059300     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
059400         88  WS-INIT-FAILED   VALUE "Y".
059500     05  WS-RUN-SW            PIC X(01) VALUE "N".
059600         88  WS-RUN-OK        VALUE "Y".
059700     05  WS-EOF-SW            PIC X(01) VALUE "N".
059800         88  WS-EOF           VALUE "Y".
059900     05  WS-RESTART-EOF-SW    PIC X(01) VALUE "N".
060000         88  WS-RESTART-EOF   VALUE "Y".
060100     05  WS-RUN-DONE-SW       PIC X(01) VALUE "N".
060200         88  WS-RUN-DONE      VALUE "Y".
060300     05  WS-SCHED-EOF-SW      PIC X(01) VALUE "N".
060400         88  WS-SCHED-EOF     VALUE "Y".
060500     05  WS-DEPLOG-EOF-SW     PIC X(01) VALUE "N".
060600         88  WS-DEPLOG-EOF    VALUE "Y".
060700     05  WS-WDLOG-EOF-SW      PIC X(01) VALUE "N".
060800         88  WS-WDLOG-EOF     VALUE "Y".
060900     05  WS-DSHR-OPEN-SW      PIC X(01) VALUE "N".
061000         88  WS-DSHR-OPEN     VALUE "Y".
061100     05  WS-DSH-EOF-SW        PIC X(01) VALUE "N".
061200         88  WS-DSH-EOF       VALUE "Y".
061300     05  WS-CHQBK-OPEN-SW     PIC X(01) VALUE "N".
061400         88  WS-CHQBK-OPEN    VALUE "Y".
061500     05  WS-CHQBK-EOF-SW      PIC X(01) VALUE "N".
061600         88  WS-CHQBK-EOF     VALUE "Y".
061700
061800*    REGISTER LINES - EACH LAID OUT EXACTLY AS THE STANDALONE
061900*    PROGRAM THAT OWNS THE REGISTER PRINTS IT.
063500 01  WS-DRI-DETAIL-LINE.
063600     05  DRI-ACCT-NUMBER      PIC 9(06).
063700     05  FILLER               PIC X(03) VALUE SPACES.
063800     05  DRI-OD-DAY-SUM       PIC 9(10).
063900     05  FILLER               PIC X(03) VALUE SPACES.
064000     05  DRI-INTEREST         PIC -(9)9.
064100     05  FILLER               PIC X(03) VALUE SPACES.
064200     05  DRI-NEW-BALANCE      PIC -(9)9.
064300
064400 01  WS-FRG-DETAIL-LINE.
064500     05  FRG-ACCT-NUMBER      PIC 9(06).
064600     05  FILLER               PIC X(03) VALUE SPACES.
064700     05  FRG-FEE-CODE         PIC X(04).
064800     05  FILLER               PIC X(03) VALUE SPACES.
064900     05  FRG-BALANCE          PIC -(9)9.
065000     05  FILLER               PIC X(03) VALUE SPACES.
065100     05  FRG-MIN-BAL          PIC -(9)9.
065200     05  FILLER               PIC X(03) VALUE SPACES.
065300     05  FRG-FEE-AMT          PIC -(9)9.
065400     05  FILLER               PIC X(03) VALUE SPACES.
065500     05  FRG-GST-AMT          PIC -(9)9.
065600
065700 01  WS-FRG-TOTAL-LINE.
065800     05  FILLER               PIC X(21)
065900              VALUE "TOTAL FEES LEVIED:   ".
066000     05  FRG-TOT-AMOUNT       PIC -(11)9.
066100
066200 01  WS-FRG-GST-TOTAL-LINE.
066300     05  FILLER               PIC X(21)
066400              VALUE "TOTAL GST CHARGED:   ".
066500     05  FRG-TOT-GST-AMOUNT   PIC -(11)9.
066600
066700 01  WS-LBX-DETAIL-LINE.
066800     05  LBX-ACCT-NUMBER      PIC 9(06).
066900     05  FILLER               PIC X(03) VALUE SPACES.
067000     05  LBX-ACCT-TYPE        PIC X(01).
067100     05  FILLER               PIC X(05) VALUE SPACES.
067200     05  LBX-BALANCE          PIC -(9)9.
067300     05  FILLER               PIC X(04) VALUE SPACES.
067400     05  LBX-FLOOR            PIC -(9)9.
067500     05  FILLER               PIC X(04) VALUE SPACES.
067600     05  LBX-SHORTFALL        PIC -(9)9.
067700
067800 01  WS-DRM-DETAIL-LINE.
067900     05  DRM-ACCT-NUMBER      PIC 9(06).
068000     05  FILLER               PIC X(03) VALUE SPACES.
068100     05  DRM-LAST-ACTIVITY    PIC 9(08).
068200     05  FILLER               PIC X(12) VALUE SPACES.
068300     05  DRM-ELAPSED-DAYS     PIC -(6)9.
068400
068500 01  WS-ESC-DETAIL-LINE.
068600     05  ESC-ACCT-NUMBER      PIC 9(06).
068700     05  FILLER               PIC X(03) VALUE SPACES.
068800     05  ESC-LAST-ACTIVITY    PIC 9(08).
068900     05  FILLER               PIC X(06) VALUE SPACES.
069000     05  ESC-CURRENCY         PIC X(03).
069100     05  FILLER               PIC X(03) VALUE SPACES.
069200     05  ESC-AMOUNT           PIC -(9)9.
069300
069400 01  WS-ESC-TOTAL-LINE.
069500     05  FILLER               PIC X(21)
069600              VALUE "TOTAL TRANSFERRED:   ".
069700     05  ESC-TOT-AMOUNT       PIC -(11)9.
069800
069900 01  WS-MAT-DETAIL-LINE.
070000     05  MAT-ACCT-NUMBER      PIC 9(06).
070100     05  FILLER               PIC X(03) VALUE SPACES.
070200     05  MAT-DISP             PIC X(01).
070300     05  FILLER               PIC X(03) VALUE SPACES.
070400     05  MAT-INTEREST         PIC -(9)9.
070500     05  FILLER               PIC X(03) VALUE SPACES.
070600     05  MAT-PAYOUT           PIC -(9)9.
070700     05  FILLER               PIC X(03) VALUE SPACES.
070800     05  MAT-LINKED-ACCT      PIC 9(06).
070900
071000 PROCEDURE DIVISION.
071100 0000-MAINLINE.
071200     PERFORM 1000-INITIALIZE
071300         THRU 1000-INITIALIZE-EXIT
071400
071500     PERFORM 2000-PROCESS-ACCOUNT
071600         THRU 2000-PROCESS-ACCOUNT-EXIT
071700         UNTIL WS-EOF
071800
071900     IF WS-RUN-OK
072000         PERFORM 9000-FINISH-SWEEP
072100             THRU 9000-FINISH-SWEEP-EXIT
072200     END-IF
072300
072400     PERFORM 9999-TERMINATE
072500         THRU 9999-TERMINATE-EXIT
072600
072700*    A REFUSED RUN HANDS BACK RETURN CODE 8 - SET LAST, SINCE
072800*    ANY LATER CALL WOULD WIPE THE REGISTER.
072900     IF WS-INIT-FAILED
073000         MOVE 8 TO RETURN-CODE
073100     END-IF
073200     GOBACK.
073300
073400*-----------------------------------------------------------------
073500* ACQUIRE THE BATCH WINDOW, TAKE THE RUN MONTH AND THE ESCHEAT
073600* PERIOD FROM SYSIN, PICK UP ANY CHECKPOINT LEFT FOR THIS MONTH,
073700* LOAD THE CHARGE SCHEDULE AND THE MONTH'S OVERDRAWN POSITIONS,
073800* OPEN THE FILES AND PRIME THE FIRST READ.
073900*-----------------------------------------------------------------
074000 1000-INITIALIZE.
074100     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
074200     IF NOT WS-BATCH-ACQUIRED
074300         DISPLAY "MTHEND: BATCH WINDOW CHECK FAILED, RUN "
074400                 "REFUSED"
074500         SET WS-EOF TO TRUE
074600         SET WS-INIT-FAILED TO TRUE
074700         GO TO 1000-INITIALIZE-EXIT
074800     END-IF
074900     CALL "BUSDATE" USING WS-TODAYS-DATE
075000
075100     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
075200     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
075300     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
075400     PERFORM 2600-CCYYMMDD-TO-DAYS
075500         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
075600     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
075700
075800     MOVE 0 TO WS-RUN-MONTH
075900     DISPLAY "ENTER RUN MONTH (CCYYMM, 0 FOR CURRENT): "
076000     ACCEPT WS-RUN-MONTH
076100     IF WS-RUN-MONTH = 0
076200         MOVE WS-TODAYS-DATE(1:6) TO WS-RUN-MONTH
076300     END-IF
076400     MOVE WS-RUN-MONTH(1:4) TO WS-CCYY
076500     MOVE WS-RUN-MONTH(5:2) TO WS-MM
076600     COMPUTE WS-MONTH-START-DAYS =
076700             (WS-CCYY * 360) + (WS-MM * 30) + 1
076800     COMPUTE WS-MONTH-END-DAYS = WS-MONTH-START-DAYS + 30
076900
077000     MOVE 0 TO WS-ESCHEAT-YEARS
077100     DISPLAY "ENTER DORMANCY PERIOD IN YEARS: "
077200     ACCEPT WS-ESCHEAT-YEARS
077300     IF WS-ESCHEAT-YEARS = 0
077400         MOVE WS-DEFAULT-YEARS TO WS-ESCHEAT-YEARS
077500     END-IF
077600     COMPUTE WS-ESCHEAT-DAYS = WS-ESCHEAT-YEARS * 360
077700
077800*    A CHECKPOINT LEFT BY AN EARLIER RUN ONLY COUNTS IF IT WAS
077900*    FOR THIS SAME MONTH - A NEW MONTH STARTS FROM THE TOP.
078000     OPEN INPUT RESTART-FILE
078100     IF WS-RESTART-OK
078200         PERFORM 1100-READ-RESTART
078300             THRU 1100-READ-RESTART-EXIT
078400             UNTIL WS-RESTART-EOF
078500         CLOSE RESTART-FILE
078600     END-IF
078700     IF WS-RUN-DONE
078800         DISPLAY "MTHEND: MONTH-END SWEEP FOR " WS-RUN-MONTH
078900                 " ALREADY COMPLETE, RUN REFUSED"
079000         SET WS-EOF TO TRUE
079100         SET WS-INIT-FAILED TO TRUE
079200         GO TO 1000-INITIALIZE-EXIT
079300     END-IF
079400     IF WS-CHECKPOINT-ACCT > 0
079500         SET WS-RESUMING TO TRUE
079600         PERFORM 1150-DROP-STALE-PAYOUT
079700             THRU 1150-DROP-STALE-PAYOUT-EXIT
079800             VARYING WS-PND-IDX FROM 1 BY 1
079900             UNTIL WS-PND-IDX > WS-PND-COUNT
080000     END-IF
080100
080200     OPEN I-O ACCOUNT-MASTER
080300     IF NOT WS-ACCMSTR-OK
080400         DISPLAY "MTHEND: UNABLE TO OPEN ACCOUNT MASTER, "
080500                 "STATUS = " WS-ACCMSTR-STATUS
080600         SET WS-EOF TO TRUE
080700         SET WS-INIT-FAILED TO TRUE
080800         GO TO 1000-INITIALIZE-EXIT
080900     END-IF
081000
081100     OPEN INPUT FEE-SCHEDULE
081200     IF NOT WS-FEESCHED-OK
081300         DISPLAY "MTHEND: UNABLE TO OPEN CHARGE SCHEDULE, "
081400                 "STATUS = " WS-FEESCHED-STATUS ", RUN REFUSED"
081500         SET WS-EOF TO TRUE
081600         SET WS-INIT-FAILED TO TRUE
081700         GO TO 1000-INITIALIZE-EXIT
081800     END-IF
081900     PERFORM 1200-LOAD-SCHEDULE
082000         THRU 1200-LOAD-SCHEDULE-EXIT
082100         UNTIL WS-SCHED-EOF
082200     CLOSE FEE-SCHEDULE
082300
082400*    THE MONTH'S OVERDRAWN POSITIONS COME FROM THE LOGS AS THEY
082500*    STOOD BEFORE THE SWEEP POSTED ANYTHING - TIMED AS PART OF
082600*    THE DEBIT INTEREST PHASE.
082700     MOVE 1 TO WS-PHASE-IDX
082800     PERFORM 8500-START-CLOCK
082900         THRU 8500-START-CLOCK-EXIT
083000     PERFORM 1500-LOAD-DEBIT-POSITIONS
083100         THRU 1500-LOAD-DEBIT-POSITIONS-EXIT
083200     PERFORM 8600-STOP-CLOCK
083300         THRU 8600-STOP-CLOCK-EXIT
083400
083500     OPEN EXTEND DEPOSIT-LOG
083600     IF NOT WS-DEPLOG-OK
083700         DISPLAY "MTHEND: UNABLE TO OPEN DEPOSIT LOG, "
083800                 "STATUS = " WS-DEPLOG-STATUS
083900         SET WS-EOF TO TRUE
084000         SET WS-INIT-FAILED TO TRUE
084100         GO TO 1000-INITIALIZE-EXIT
084200     END-IF
084300
084400     OPEN EXTEND WITHDRAW-LOG
084500     IF NOT WS-WDLOG-OK
084600         DISPLAY "MTHEND: UNABLE TO OPEN WITHDRAW LOG, "
084700                 "STATUS = " WS-WDLOG-STATUS
084800         SET WS-EOF TO TRUE
084900         SET WS-INIT-FAILED TO TRUE
085000         GO TO 1000-INITIALIZE-EXIT
085100     END-IF
085200
086200     OPEN EXTEND UNCLAIMED-LEDGER
086300     IF NOT WS-LEDGER-OK
086400         DISPLAY "MTHEND: UNABLE TO OPEN UNCLAIMED LEDGER, "
086500                 "STATUS = " WS-LEDGER-STATUS
086600         SET WS-EOF TO TRUE
086700         SET WS-INIT-FAILED TO TRUE
086800         GO TO 1000-INITIALIZE-EXIT
086900     END-IF
087000
088500*    THE RD INSTALLMENT LEDGER IS OPTIONAL - WITHOUT IT AN RD
088600*    MATURITY FALLS BACK TO THE CLOSING-BALANCE VALUATION.
088700     OPEN INPUT RD-LEDGER
088800     IF WS-RDLFILE-OK
088900         SET WS-RDL-AVAIL TO TRUE
089000     ELSE
089100         IF NOT WS-RDLFILE-NOTFOUND
089200             DISPLAY "MTHEND: UNABLE TO OPEN RD LEDGER, "
089300                     "STATUS = " WS-RDLFILE-STATUS
089400         END-IF
089500     END-IF
089600
089700*    NO DISHONOUR REGISTER MEANS NO CHEQUE HAS EVER BEEN
089800*    RETURNED, AND NO CHEQUE BOOK REGISTER MEANS NO BOOK HAS
089900*    EVER BEEN ISSUED - THERE IS NOTHING TO CHARGE FOR EITHER.
090000     OPEN I-O DISHONOUR-FILE
090100     IF WS-DSHRFILE-OK
090200         SET WS-DSHR-OPEN TO TRUE
090300     ELSE
090400         IF NOT WS-DSHRFILE-NOTFOUND
090500             DISPLAY "MTHEND: UNABLE TO OPEN DISHONOUR "
090600                     "REGISTER, STATUS = " WS-DSHRFILE-STATUS
090700             SET WS-EOF TO TRUE
090800             SET WS-INIT-FAILED TO TRUE
090900             GO TO 1000-INITIALIZE-EXIT
091000         END-IF
091100     END-IF
091200
091300     OPEN I-O CHEQUE-BOOK-REGISTER
091400     IF WS-CHQBKREG-OK
091500         SET WS-CHQBK-OPEN TO TRUE
091600     ELSE
091700         IF NOT WS-CHQBKREG-NOTFOUND
091800             DISPLAY "MTHEND: UNABLE TO OPEN CHEQUE BOOK "
091900                     "REGISTER, STATUS = " WS-CHQBKREG-STATUS
092000             SET WS-EOF TO TRUE
092100             SET WS-INIT-FAILED TO TRUE
092200             GO TO 1000-INITIALIZE-EXIT
092300         END-IF
092400     END-IF
092500
092600     PERFORM 1300-OPEN-REGISTERS
092700         THRU 1300-OPEN-REGISTERS-EXIT
092800     IF WS-INIT-FAILED
092900         GO TO 1000-INITIALIZE-EXIT
093000     END-IF
093100
093200     OPEN EXTEND RESTART-FILE
093300     IF NOT WS-RESTART-OK
093400         DISPLAY "MTHEND: UNABLE TO OPEN RESTART FILE, "
093500                 "STATUS = " WS-RESTART-STATUS
093600         SET WS-EOF TO TRUE
093700         SET WS-INIT-FAILED TO TRUE
093800         GO TO 1000-INITIALIZE-EXIT
093900     END-IF
094000
094100     SET WS-RUN-OK TO TRUE
094200
094300*    A RERUN PICKS UP AT THE ACCOUNT AFTER THE LAST ONE
094400*    FINISHED.
094500     IF WS-RESUMING
094600         DISPLAY "MTHEND: RESUMING AFTER ACCOUNT "
094700                 WS-CHECKPOINT-ACCT
094800         MOVE WS-CHECKPOINT-ACCT TO ACCT-NUMBER
094900         START ACCOUNT-MASTER
095000             KEY IS GREATER THAN ACCT-NUMBER
095100             INVALID KEY
095200                 SET WS-EOF TO TRUE
095300                 GO TO 1000-INITIALIZE-EXIT
095400         END-START
095500     END-IF
095600
095700     READ ACCOUNT-MASTER NEXT RECORD
095800         AT END
095900             SET WS-EOF TO TRUE
096000     END-READ.
096100 1000-INITIALIZE-EXIT.
096200     EXIT.
096300
096400*-----------------------------------------------------------------
096500* READ THE RESTART FILE.  FOR THE RUN MONTH, THE LAST CHECKPOINT
096600* GIVES THE ACCOUNT TO RESUME AFTER AND THE REGISTER TOTALS SO
096700* FAR, EACH HELD-BACK PAYOUT GOES BACK INTO THE TABLE, AND AN
096800* END RECORD MEANS THE MONTH IS ALREADY DONE.
096900*-----------------------------------------------------------------
097000 1100-READ-RESTART.
097100     READ RESTART-FILE
097200         AT END
097300             SET WS-RESTART-EOF TO TRUE
097400             GO TO 1100-READ-RESTART-EXIT
097500     END-READ
097600
097700     IF RST-RUN-MONTH NOT = WS-RUN-MONTH
097800         GO TO 1100-READ-RESTART-EXIT
097900     END-IF
098000
098100     EVALUATE TRUE
098200         WHEN RST-CHECKPOINT
098300             MOVE RST-ACCT-NUMBER   TO WS-CHECKPOINT-ACCT
098400             MOVE RST-FEE-TOTAL     TO WS-FEE-TOTAL
098500             MOVE RST-GST-TOTAL     TO WS-GST-TOTAL
098600             MOVE RST-ESCHEAT-TOTAL TO WS-ESCHEAT-TOTAL
098700         WHEN RST-PENDING-PAYOUT
098800             IF WS-PND-COUNT < WS-PND-MAX
098900                 ADD 1 TO WS-PND-COUNT
099000                 MOVE RST-ACCT-NUMBER
099100                     TO PND-DEPOSIT-ACCT(WS-PND-COUNT)
099200                 MOVE RST-LINKED-ACCT
099300                     TO PND-LINKED-ACCT(WS-PND-COUNT)
099400                 MOVE RST-AMOUNT
099500                     TO PND-INTEREST(WS-PND-COUNT)
099600                 SET PND-OPEN(WS-PND-COUNT) TO TRUE
099700             END-IF
099800         WHEN RST-RUN-COMPLETE
099900             SET WS-RUN-DONE TO TRUE
100000     END-EVALUATE.
100100 1100-READ-RESTART-EXIT.
100200     EXIT.
100300
100400*-----------------------------------------------------------------
100500* A HELD-BACK PAYOUT WHOSE DEPOSIT LIES PAST THE CHECKPOINT WILL
100600* BE HELD BACK AGAIN WHEN THE SWEEP REACHES THE DEPOSIT, AND ONE
100700* WHOSE LINKED ACCOUNT WAS FINISHED HAS BEEN PAID - NEITHER
100800* IS STILL OWED.
100900*-----------------------------------------------------------------
101000 1150-DROP-STALE-PAYOUT.
101100     IF PND-DEPOSIT-ACCT(WS-PND-IDX) > WS-CHECKPOINT-ACCT
101200        OR PND-LINKED-ACCT(WS-PND-IDX)
101300           NOT > WS-CHECKPOINT-ACCT
101400         SET PND-DONE(WS-PND-IDX) TO TRUE
101500     END-IF.
101600 1150-DROP-STALE-PAYOUT-EXIT.
101700     EXIT.
101800
101900*-----------------------------------------------------------------
102000* LOAD THE CHARGE SCHEDULE INTO THE TABLE, ONE RECORD AT A TIME.
102100*-----------------------------------------------------------------
102200 1200-LOAD-SCHEDULE.
102300     READ FEE-SCHEDULE
102400         AT END
102500             SET WS-SCHED-EOF TO TRUE
102600             GO TO 1200-LOAD-SCHEDULE-EXIT
102700     END-READ
102800
102900     IF WS-SCHED-COUNT NOT LESS THAN WS-SCHED-MAX
103000         DISPLAY "MTHEND: CHARGE SCHEDULE TABLE FULL, ENTRY "
103100                 "FOR FEE " FEE-CODE " DROPPED"
103200         GO TO 1200-LOAD-SCHEDULE-EXIT
103300     END-IF
103400
103500     ADD 1 TO WS-SCHED-COUNT
103600     MOVE FEE-CODE      TO SCHED-FEE-CODE(WS-SCHED-COUNT)
103700     MOVE FEE-ACCT-TYPE TO SCHED-ACCT-TYPE(WS-SCHED-COUNT)
103800     MOVE FEE-BASIS     TO SCHED-BASIS(WS-SCHED-COUNT)
103900     MOVE FEE-VALUE     TO SCHED-VALUE(WS-SCHED-COUNT)
104000     MOVE FEE-TAX-CODE  TO SCHED-TAX-CODE(WS-SCHED-COUNT).
104100 1200-LOAD-SCHEDULE-EXIT.
104200     EXIT.
104300
104400*-----------------------------------------------------------------
104500* OPEN THE SIX REGISTERS.    A FRESH RUN STARTS THEM WITH THEIR
104600* HEADINGS; A RERUN ADDS TO WHAT THE INTERRUPTED RUN PRINTED.
104700*-----------------------------------------------------------------
104800 1300-OPEN-REGISTERS.
104900     IF WS-RESUMING
105000         OPEN EXTEND DEBIT-REGISTER
105100                     FEE-REGISTER EXCEPTION-REPORT
105200                     DORMANCY-REPORT TRANSFER-SCHEDULE
105300                     MATURITY-REGISTER
105400     ELSE
105500         OPEN OUTPUT DEBIT-REGISTER
105600                     FEE-REGISTER EXCEPTION-REPORT
105700                     DORMANCY-REPORT TRANSFER-SCHEDULE
105800                     MATURITY-REGISTER
105900     END-IF
106000
106100     IF NOT WS-DRI-OK OR NOT WS-FRG-OK
106200        OR NOT WS-LBX-OK OR NOT WS-DRM-OK OR NOT WS-ESC-OK
106300        OR NOT WS-MAT-OK
106400         DISPLAY "MTHEND: UNABLE TO OPEN THE REGISTERS, "
106500                 "STATUS = " WS-DRI-STATUS
106600                 " " WS-FRG-STATUS " " WS-LBX-STATUS
106700                 " " WS-DRM-STATUS " " WS-ESC-STATUS
106800                 " " WS-MAT-STATUS
106900         SET WS-EOF TO TRUE
107000         SET WS-INIT-FAILED TO TRUE
107100         GO TO 1300-OPEN-REGISTERS-EXIT
107200     END-IF
107300
107400     IF WS-RESUMING
107500         GO TO 1300-OPEN-REGISTERS-EXIT
107600     END-IF
107700
108600     MOVE "DEBIT INTEREST REGISTER" TO DEBIT-LINE
108700     WRITE DEBIT-LINE
108800     MOVE "ACCT NO  OD DAY-SUM     INTEREST      NEW BAL"
108900         TO DEBIT-LINE
109000     WRITE DEBIT-LINE
109100
109200     MOVE "MONTH-END FEE REGISTER" TO FEE-LINE
109300     WRITE FEE-LINE
109400     MOVE SPACES TO FEE-LINE
109500     WRITE FEE-LINE
109600     MOVE "ACCT NO  FEE       BALANCE      MIN BAL          FEE   
109700-         "       GST" TO FEE-LINE
109800     WRITE FEE-LINE
109900
110000     MOVE "MONTH-END LOW-BALANCE EXCEPTION REPORT" TO LOWBAL-LINE
110100     WRITE LOWBAL-LINE
110200     MOVE SPACES TO LOWBAL-LINE
110300     WRITE LOWBAL-LINE
110400     MOVE "ACCT NO   TYPE    BALANCE     MIN/FLOOR     SHORTFALL"
110500         TO LOWBAL-LINE
110600     WRITE LOWBAL-LINE
110700
110800     MOVE "DORMANCY SCAN - ACCOUNTS MARKED DORMANT TODAY"
110900         TO DORMANCY-LINE
111000     WRITE DORMANCY-LINE
111100     MOVE "ACCT NO  LAST ACTIVITY  DAYS ELAPSED" TO DORMANCY-LINE
111200     WRITE DORMANCY-LINE
111300
111400     MOVE "UNCLAIMED-FUNDS TRANSFER SCHEDULE" TO ESCHEAT-LINE
111500     WRITE ESCHEAT-LINE
111600     MOVE SPACES TO ESCHEAT-LINE
111700     WRITE ESCHEAT-LINE
111800     MOVE "ACCT NO  LAST ACTIVITY CCY       AMOUNT"
111900         TO ESCHEAT-LINE
112000     WRITE ESCHEAT-LINE
112100
112200     MOVE "TERM DEPOSIT MATURITY REGISTER" TO MATURITY-LINE
112300     WRITE MATURITY-LINE
112400     MOVE "ACCT NO  D     INTEREST     PAYOUT   LINKED"
112500         TO MATURITY-LINE
112600     WRITE MATURITY-LINE.
112700 1300-OPEN-REGISTERS-EXIT.
112800     EXIT.
112900
113000*-----------------------------------------------------------------
113100* BUILD EACH ACCOUNT'S OVERDRAWN DAY-SUM FOR THE RUN MONTH FROM
113200* THE DEPOSIT AND WITHDRAW LOGS, THE WAY DRINTRUN DOES - LOAD THE
113300* MONTH'S ENTRIES, PUT THEM INTO DATE/TIME ORDER, WALK THEM, AND
113400* CARRY EACH ACCOUNT STILL OVERDRAWN TO MONTH END.  ON A RERUN
113500* THE ACCOUNTS ALREADY FINISHED ARE LEFT OUT.
113600*-----------------------------------------------------------------
113700 1500-LOAD-DEBIT-POSITIONS.
113800     OPEN INPUT DEPOSIT-LOG
113900     IF NOT WS-DEPLOG-OK
114000         SET WS-DEPLOG-EOF TO TRUE
114100     END-IF
114200     OPEN INPUT WITHDRAW-LOG
114300     IF NOT WS-WDLOG-OK
114400         SET WS-WDLOG-EOF TO TRUE
114500     END-IF
114600
114700     PERFORM 1510-LOAD-DEPOSIT-ENTRY
114800         THRU 1510-LOAD-DEPOSIT-ENTRY-EXIT
114900         UNTIL WS-DEPLOG-EOF
115000     PERFORM 1520-LOAD-WITHDRAW-ENTRY
115100         THRU 1520-LOAD-WITHDRAW-ENTRY-EXIT
115200         UNTIL WS-WDLOG-EOF
115300
115400     CLOSE DEPOSIT-LOG
115500     CLOSE WITHDRAW-LOG
115600
115700     IF WS-ENT-COUNT > 1
115800         MOVE 1 TO WS-SORT-I
115900         PERFORM 1530-SORT-ONE-PASS
116000             THRU 1530-SORT-ONE-PASS-EXIT
116100             UNTIL WS-SORT-I NOT LESS THAN WS-ENT-COUNT
116200     END-IF
116300
116400     PERFORM 1550-ACCUMULATE-ONE-ENTRY
116500         THRU 1550-ACCUMULATE-ONE-ENTRY-EXIT
116600         VARYING WS-ENT-IDX FROM 1 BY 1
116700         UNTIL WS-ENT-IDX > WS-ENT-COUNT
116800
116900     PERFORM 1580-CLOSE-ONE-ACCOUNT
117000         THRU 1580-CLOSE-ONE-ACCOUNT-EXIT
117100         VARYING WS-ACC-IDX FROM 1 BY 1
117200         UNTIL WS-ACC-IDX > WS-ACC-COUNT.
117300 1500-LOAD-DEBIT-POSITIONS-EXIT.
117400     EXIT.
117500
117600*-----------------------------------------------------------------
117700* LOAD ONE OF THE RUN MONTH'S DEPOSIT LOG ENTRIES.
117800*-----------------------------------------------------------------
117900 1510-LOAD-DEPOSIT-ENTRY.
118000     READ DEPOSIT-LOG
118100         AT END
118200             SET WS-DEPLOG-EOF TO TRUE
118300             GO TO 1510-LOAD-DEPOSIT-ENTRY-EXIT
118400     END-READ
118500
118600     IF LOG-CCYYMM NOT = WS-RUN-MONTH
118700        OR LOG-ACCT-NUMBER NOT > WS-CHECKPOINT-ACCT
118800         GO TO 1510-LOAD-DEPOSIT-ENTRY-EXIT
118900     END-IF
119000
119100     IF WS-ENT-COUNT NOT LESS THAN WS-ENT-MAX
119200         DISPLAY "MTHEND: ENTRY TABLE FULL, ENTRY DROPPED"
119300         GO TO 1510-LOAD-DEPOSIT-ENTRY-EXIT
119400     END-IF
119500
119600     ADD 1 TO WS-ENT-COUNT
119700*    A CREDIT POSTED LATE UNDER A VALUE DATE COUNTS FROM THAT
119800*    DAY, NOT THE DAY IT REACHED THE LOG.
119900     IF LOG-VALUE-DATE NUMERIC AND LOG-VALUE-DATE > 0
120000         MOVE LOG-VALUE-DATE TO ENT-DATE(WS-ENT-COUNT)
120100     ELSE
120200         MOVE LOG-DATE TO ENT-DATE(WS-ENT-COUNT)
120300     END-IF
120400     MOVE LOG-TIME        TO ENT-TIME(WS-ENT-COUNT)
120500     MOVE LOG-ACCT-NUMBER TO ENT-ACCT-NUMBER(WS-ENT-COUNT)
120600     MOVE LOG-TRANS-TYPE  TO ENT-TYPE(WS-ENT-COUNT)
120700     MOVE LOG-DEPOSIT-AMT TO ENT-AMOUNT(WS-ENT-COUNT)
120800     MOVE LOG-NEW-BALANCE TO ENT-NEW-BALANCE(WS-ENT-COUNT).
120900 1510-LOAD-DEPOSIT-ENTRY-EXIT.
121000     EXIT.
121100
121200*-----------------------------------------------------------------
121300* LOAD ONE OF THE RUN MONTH'S WITHDRAW LOG ENTRIES.
121400*-----------------------------------------------------------------
121500 1520-LOAD-WITHDRAW-ENTRY.
121600     READ WITHDRAW-LOG
121700         AT END
121800             SET WS-WDLOG-EOF TO TRUE
121900             GO TO 1520-LOAD-WITHDRAW-ENTRY-EXIT
122000     END-READ
122100
122200     IF WDLOG-CCYYMM NOT = WS-RUN-MONTH
122300        OR WDLOG-ACCT-NUMBER NOT > WS-CHECKPOINT-ACCT
122400         GO TO 1520-LOAD-WITHDRAW-ENTRY-EXIT
122500     END-IF
122600
122700     IF WS-ENT-COUNT NOT LESS THAN WS-ENT-MAX
122800         DISPLAY "MTHEND: ENTRY TABLE FULL, ENTRY DROPPED"
122900         GO TO 1520-LOAD-WITHDRAW-ENTRY-EXIT
123000     END-IF
123100
123200     ADD 1 TO WS-ENT-COUNT
123300     MOVE WDLOG-DATE         TO ENT-DATE(WS-ENT-COUNT)
123400     MOVE WDLOG-TIME         TO ENT-TIME(WS-ENT-COUNT)
123500     MOVE WDLOG-ACCT-NUMBER  TO ENT-ACCT-NUMBER(WS-ENT-COUNT)
123600     MOVE "W"                TO ENT-TYPE(WS-ENT-COUNT)
123700     MOVE WDLOG-WITHDRAW-AMT TO ENT-AMOUNT(WS-ENT-COUNT)
123800     MOVE WDLOG-NEW-BALANCE  TO ENT-NEW-BALANCE(WS-ENT-COUNT).
123900 1520-LOAD-WITHDRAW-ENTRY-EXIT.
124000     EXIT.
124100
124200*-----------------------------------------------------------------
124300* ONE BUBBLE PASS OVER THE WHOLE ENTRY TABLE.
124400*-----------------------------------------------------------------
124500 1530-SORT-ONE-PASS.
124600     MOVE 1 TO WS-SORT-J
124700     PERFORM 1540-COMPARE-ADJACENT
124800         THRU 1540-COMPARE-ADJACENT-EXIT
124900         UNTIL WS-SORT-J NOT LESS THAN WS-ENT-COUNT
125000     ADD 1 TO WS-SORT-I.
125100 1530-SORT-ONE-PASS-EXIT.
125200     EXIT.
125300
125400*-----------------------------------------------------------------
125500* SWAP TWO ADJACENT ENTRIES THAT ARE OUT OF DATE/TIME ORDER.
125600*-----------------------------------------------------------------
125700 1540-COMPARE-ADJACENT.
125800     IF ENT-DATE(WS-SORT-J) > ENT-DATE(WS-SORT-J + 1)
125900        OR (ENT-DATE(WS-SORT-J) = ENT-DATE(WS-SORT-J + 1)
126000        AND ENT-TIME(WS-SORT-J) > ENT-TIME(WS-SORT-J + 1))
126100         MOVE WS-ENT-ENTRY(WS-SORT-J)     TO WS-SWAP-ENTRY
126200         MOVE WS-ENT-ENTRY(WS-SORT-J + 1)
126300             TO WS-ENT-ENTRY(WS-SORT-J)
126400         MOVE WS-SWAP-ENTRY
126500             TO WS-ENT-ENTRY(WS-SORT-J + 1)
126600     END-IF
126700     ADD 1 TO WS-SORT-J.
126800 1540-COMPARE-ADJACENT-EXIT.
126900     EXIT.
127000
127100*-----------------------------------------------------------------
127200* FOLD ONE ENTRY INTO ITS ACCOUNT'S RUNNING POSITION.  THE
127300* FIRST ENTRY SEEN FOR AN ACCOUNT DERIVES THE OPENING BALANCE
127400* AND ACCRUES FROM THE START OF THE MONTH.
127500*-----------------------------------------------------------------
127600 1550-ACCUMULATE-ONE-ENTRY.
127700     MOVE ENT-DATE(WS-ENT-IDX)(1:4) TO WS-CCYY
127800     MOVE ENT-DATE(WS-ENT-IDX)(5:2) TO WS-MM
127900     MOVE ENT-DATE(WS-ENT-IDX)(7:2) TO WS-DD
128000     COMPUTE WS-ENTRY-DAYS =
128100             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD
128200
128300     MOVE ENT-ACCT-NUMBER(WS-ENT-IDX) TO WS-LOOKUP-ACCT
128400     PERFORM 1560-FIND-ACCOUNT-ENTRY
128500         THRU 1560-FIND-ACCOUNT-ENTRY-EXIT
128600
128700     IF WS-ACC-FOUND-IDX = 0
128800         GO TO 1550-ACCUMULATE-ONE-ENTRY-EXIT
128900     END-IF
129000
129100     IF ACC-LAST-DAYS(WS-ACC-FOUND-IDX) = 0
129200*        FIRST ENTRY THIS MONTH - PUT THE BALANCE BACK TO WHAT
129300*        IT WAS BEFORE THE ENTRY AND ACCRUE FROM MONTH START.
129400         EVALUATE TRUE
129500             WHEN ENT-TYPE-WITHDRAWAL(WS-ENT-IDX)
129600                 COMPUTE WS-OPEN-BAL =
129700                         ENT-NEW-BALANCE(WS-ENT-IDX)
129800                       + ENT-AMOUNT(WS-ENT-IDX)
129900             WHEN ENT-TYPE-REVERSAL(WS-ENT-IDX)
130000                 COMPUTE WS-OPEN-BAL =
130100                         ENT-NEW-BALANCE(WS-ENT-IDX)
130200                       + ENT-AMOUNT(WS-ENT-IDX)
130300             WHEN OTHER
130400                 COMPUTE WS-OPEN-BAL =
130500                         ENT-NEW-BALANCE(WS-ENT-IDX)
130600                       - ENT-AMOUNT(WS-ENT-IDX)
130700         END-EVALUATE
130800         IF WS-OPEN-BAL < 0
130900             COMPUTE ACC-OD-DAY-SUM(WS-ACC-FOUND-IDX) =
131000                     ACC-OD-DAY-SUM(WS-ACC-FOUND-IDX)
131100                   + ((0 - WS-OPEN-BAL)
131200                   * (WS-ENTRY-DAYS - WS-MONTH-START-DAYS))
131300         END-IF
131400     ELSE
131500         IF ACC-LAST-BAL(WS-ACC-FOUND-IDX) < 0
131600             COMPUTE ACC-OD-DAY-SUM(WS-ACC-FOUND-IDX) =
131700                     ACC-OD-DAY-SUM(WS-ACC-FOUND-IDX)
131800                   + ((0 - ACC-LAST-BAL(WS-ACC-FOUND-IDX))
131900                   * (WS-ENTRY-DAYS
132000                   - ACC-LAST-DAYS(WS-ACC-FOUND-IDX)))
132100         END-IF
132200     END-IF
132300
132400     MOVE WS-ENTRY-DAYS TO ACC-LAST-DAYS(WS-ACC-FOUND-IDX)
132500     MOVE ENT-NEW-BALANCE(WS-ENT-IDX)
132600         TO ACC-LAST-BAL(WS-ACC-FOUND-IDX).
132700 1550-ACCUMULATE-ONE-ENTRY-EXIT.
132800     EXIT.
132900
133000*-----------------------------------------------------------------
133100* FIND OR ADD THE RUNNING POSITION FOR WS-LOOKUP-ACCT.
133200*-----------------------------------------------------------------
133300 1560-FIND-ACCOUNT-ENTRY.
133400     MOVE 0 TO WS-ACC-FOUND-IDX
133500     PERFORM 1570-MATCH-ONE-ACCOUNT
133600         THRU 1570-MATCH-ONE-ACCOUNT-EXIT
133700         VARYING WS-ACC-IDX FROM 1 BY 1
133800         UNTIL WS-ACC-IDX > WS-ACC-COUNT
133900            OR WS-ACC-FOUND-IDX NOT = 0
134000
134100     IF WS-ACC-FOUND-IDX = 0
134200         IF WS-ACC-COUNT NOT LESS THAN WS-ACC-MAX
134300             DISPLAY "MTHEND: ACCOUNT TABLE FULL, ACCOUNT "
134400                     WS-LOOKUP-ACCT " LEFT OUT OF THE RUN"
134500             GO TO 1560-FIND-ACCOUNT-ENTRY-EXIT
134600         END-IF
134700         ADD 1 TO WS-ACC-COUNT
134800         MOVE WS-LOOKUP-ACCT
134900             TO ACC-ACCT-NUMBER(WS-ACC-COUNT)
135000         MOVE 0 TO ACC-LAST-DAYS(WS-ACC-COUNT)
135100         MOVE 0 TO ACC-LAST-BAL(WS-ACC-COUNT)
135200         MOVE 0 TO ACC-OD-DAY-SUM(WS-ACC-COUNT)
135300         MOVE WS-ACC-COUNT TO WS-ACC-FOUND-IDX
135400     END-IF.
135500 1560-FIND-ACCOUNT-ENTRY-EXIT.
135600     EXIT.
135700
135800*-----------------------------------------------------------------
135900* COMPARE ONE RUNNING-POSITION ENTRY TO THE ACCOUNT IN HAND.
136000*-----------------------------------------------------------------
136100 1570-MATCH-ONE-ACCOUNT.
136200     IF ACC-ACCT-NUMBER(WS-ACC-IDX) = WS-LOOKUP-ACCT
136300         MOVE WS-ACC-IDX TO WS-ACC-FOUND-IDX
136400     END-IF.
136500 1570-MATCH-ONE-ACCOUNT-EXIT.
136600     EXIT.
136700
136800*-----------------------------------------------------------------
136900* AFTER THE LAST ENTRY, AN ACCOUNT STILL OVERDRAWN ACCRUES TO
137000* THE END OF THE MONTH.
137100*-----------------------------------------------------------------
137200 1580-CLOSE-ONE-ACCOUNT.
137300     IF ACC-LAST-BAL(WS-ACC-IDX) < 0
137400         COMPUTE ACC-OD-DAY-SUM(WS-ACC-IDX) =
137500                 ACC-OD-DAY-SUM(WS-ACC-IDX)
137600               + ((0 - ACC-LAST-BAL(WS-ACC-IDX))
137700               * (WS-MONTH-END-DAYS
137800               - ACC-LAST-DAYS(WS-ACC-IDX)))
137900     END-IF.
138000 1580-CLOSE-ONE-ACCOUNT-EXIT.
138100     EXIT.
138200
138300*-----------------------------------------------------------------
138400* TAKE ONE ACCOUNT THROUGH EVERY MONTH-END PHASE IN TURN, TIMING
138500* EACH, THEN PAY ANY MATURITY HELD BACK FOR IT, CHECKPOINT IT AND
138600* ADVANCE.  THE ORDER IS THE ORDER THE SEPARATE RUNS WERE
138700* SCHEDULED IN, SO EACH PHASE SEES THE ACCOUNT AS IT USED TO.
138800*-----------------------------------------------------------------
138900 2000-PROCESS-ACCOUNT.
139000     ADD 1 TO WS-ACCOUNT-COUNT
139100     MOVE ACCT-NUMBER TO WS-SCAN-ACCT
139200
139300     MOVE "N" TO WS-PRODUCT-FOUND-SW
139400     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
139500                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
139600
140800*    1 - DEBIT INTEREST, ON A CURRENT ACCOUNT ONLY.
140900     MOVE 1 TO WS-PHASE-IDX
141000     PERFORM 8500-START-CLOCK
141100         THRU 8500-START-CLOCK-EXIT
141200     IF ACCT-TYPE-CURRENT
141300         PERFORM 4000-CHARGE-DEBIT-INTEREST
141400             THRU 4000-CHARGE-DEBIT-INTEREST-EXIT
141500     END-IF
141600     PERFORM 8600-STOP-CLOCK
141700         THRU 8600-STOP-CLOCK-EXIT
141800
141900*    2 - FEES.  AN OVERDRAFT PRODUCT HAS NO MINIMUM TO FALL
142000*    BELOW; RETURNED CHEQUES AND NEW BOOKS ARE CHARGED FOR ON
142100*    ANY ACTIVE ACCOUNT.
142200     MOVE 2 TO WS-PHASE-IDX
142300     PERFORM 8500-START-CLOCK
142400         THRU 8500-START-CLOCK-EXIT
142500     IF ACCT-STATUS-ACTIVE
142600         AND NOT PRD-OVERDRAFT-ALLOWED
142700         AND ACCT-BALANCE < ACCT-MIN-BAL
142800         PERFORM 5000-CHARGE-LOW-BAL-FEE
142900             THRU 5000-CHARGE-LOW-BAL-FEE-EXIT
143000     END-IF
143100     IF ACCT-STATUS-ACTIVE
143200         AND WS-DSHR-OPEN
143300         PERFORM 5200-CHARGE-DISHONOURS
143400             THRU 5200-CHARGE-DISHONOURS-EXIT
143500     END-IF
143600     IF ACCT-STATUS-ACTIVE
143700         AND WS-CHQBK-OPEN
143800         PERFORM 5300-CHARGE-CHEQUE-BOOKS
143900             THRU 5300-CHARGE-CHEQUE-BOOKS-EXIT
144000     END-IF
144100     PERFORM 8600-STOP-CLOCK
144200         THRU 8600-STOP-CLOCK-EXIT
144300
144400*    3 - LOW-BALANCE EXCEPTIONS.
144500     MOVE 3 TO WS-PHASE-IDX
144600     PERFORM 8500-START-CLOCK
144700         THRU 8500-START-CLOCK-EXIT
144800     PERFORM 6000-CHECK-LOW-BALANCE
144900         THRU 6000-CHECK-LOW-BALANCE-EXIT
145000     PERFORM 8600-STOP-CLOCK
145100         THRU 8600-STOP-CLOCK-EXIT
145200
145300*    4 - DORMANCY, FOR AN ACTIVE ACCOUNT.
145400     MOVE 4 TO WS-PHASE-IDX
145500     PERFORM 8500-START-CLOCK
145600         THRU 8500-START-CLOCK-EXIT
145700     IF ACCT-STATUS-ACTIVE
145800         PERFORM 6200-CHECK-DORMANCY
145900             THRU 6200-CHECK-DORMANCY-EXIT
146000     END-IF
146100     PERFORM 8600-STOP-CLOCK
146200         THRU 8600-STOP-CLOCK-EXIT
146300
146400*    5 - ESCHEATMENT, FOR A DORMANT ACCOUNT.
146500     MOVE 5 TO WS-PHASE-IDX
146600     PERFORM 8500-START-CLOCK
146700         THRU 8500-START-CLOCK-EXIT
146800     IF ACCT-STATUS-DORMANT
146900         PERFORM 6400-CHECK-AND-ESCHEAT
147000             THRU 6400-CHECK-AND-ESCHEAT-EXIT
147100     END-IF
147200     PERFORM 8600-STOP-CLOCK
147300         THRU 8600-STOP-CLOCK-EXIT
147400
147500*    6 - MATURITY, FOR AN ACTIVE TERM DEPOSIT, THEN ANY PAYOUT
147600*    HELD BACK FOR THIS ACCOUNT.  THE TERM AND THE RATE IT
147700*    EARNS ARE THE PRODUCT'S.
147800     MOVE 6 TO WS-PHASE-IDX
147900     PERFORM 8500-START-CLOCK
148000         THRU 8500-START-CLOCK-EXIT
148100     IF ACCT-STATUS-ACTIVE
148200         MOVE PRD-TERM-DAYS TO WS-MATURITY-DAYS
148300         MOVE PRD-INT-RATE  TO WS-TERM-RATE
148400     END-IF
148500     IF ACCT-STATUS-ACTIVE AND PRD-BASE-TERM
148600         PERFORM 7000-CHECK-MATURITY
148700             THRU 7000-CHECK-MATURITY-EXIT
148800     END-IF
148900     IF WS-PND-COUNT > 0
149000         PERFORM 7800-PAY-HELD-PAYOUTS
149100             THRU 7800-PAY-HELD-PAYOUTS-EXIT
149200     END-IF
149300     PERFORM 8600-STOP-CLOCK
149400         THRU 8600-STOP-CLOCK-EXIT
149500
149600*    A PAYOUT READS OTHER ACCOUNTS - PUT THE FILE POSITION BACK
149700*    ON THIS ONE SO THE READ NEXT CARRIES ON FROM IT.
149800     IF ACCT-NUMBER NOT = WS-SCAN-ACCT
149900         MOVE WS-SCAN-ACCT TO ACCT-NUMBER
150000         READ ACCOUNT-MASTER
150100             KEY IS ACCT-NUMBER
150200             INVALID KEY
150300                 DISPLAY "MTHEND: UNABLE TO REREAD ACCOUNT "
150400                         WS-SCAN-ACCT " TO RESUME THE SCAN"
150500         END-READ
150600     END-IF
150700
150800     PERFORM 8000-WRITE-CHECKPOINT
150900         THRU 8000-WRITE-CHECKPOINT-EXIT
151000
151100     READ ACCOUNT-MASTER NEXT RECORD
151200         AT END
151300             SET WS-EOF TO TRUE
151400     END-READ.
151500 2000-PROCESS-ACCOUNT-EXIT.
151600     EXIT.
151700
151800*-----------------------------------------------------------------
151900* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
152000*-----------------------------------------------------------------
152100 2600-CCYYMMDD-TO-DAYS.
152200     COMPUTE WS-DAY-COUNT-RESULT =
152300             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
152400 2600-CCYYMMDD-TO-DAYS-EXIT.
152500     EXIT.
152600
175400*-----------------------------------------------------------------
175500* PHASE 1 - CHARGE A CURRENT ACCOUNT ITS MONTH'S DEBIT INTEREST
175600* ON THE OVERDRAWN DAY-SUM BUILT FROM THE LOGS.  ONE OVERDRAWN
175700* ALL MONTH WITH NO ACTIVITY NEVER REACHED THE LOGS AND IS
175800* CHARGED A FULL MONTH ON ITS STANDING BALANCE.
175900*-----------------------------------------------------------------
176000 4000-CHARGE-DEBIT-INTEREST.
176100     MOVE ACCT-NUMBER TO WS-LOOKUP-ACCT
176200     MOVE 0 TO WS-ACC-FOUND-IDX
176300     PERFORM 1570-MATCH-ONE-ACCOUNT
176400         THRU 1570-MATCH-ONE-ACCOUNT-EXIT
176500         VARYING WS-ACC-IDX FROM 1 BY 1
176600         UNTIL WS-ACC-IDX > WS-ACC-COUNT
176700            OR WS-ACC-FOUND-IDX NOT = 0
176800
176900     IF WS-ACC-FOUND-IDX NOT = 0
177000         MOVE ACC-OD-DAY-SUM(WS-ACC-FOUND-IDX) TO WS-OD-DAY-SUM
177100     ELSE
177200         IF ACCT-BALANCE < 0
177300             COMPUTE WS-OD-DAY-SUM = (0 - ACCT-BALANCE) * 30
177400         ELSE
177500             MOVE 0 TO WS-OD-DAY-SUM
177600         END-IF
177700     END-IF
177800
177900     IF WS-OD-DAY-SUM = 0
178000         GO TO 4000-CHARGE-DEBIT-INTEREST-EXIT
178100     END-IF
178200
178300     COMPUTE WS-DR-INTEREST-AMT ROUNDED =
178400             WS-OD-DAY-SUM * WS-DEBIT-RATE-PCT / 100 / 360
178500
178600     IF WS-DR-INTEREST-AMT = 0
178700         GO TO 4000-CHARGE-DEBIT-INTEREST-EXIT
178800     END-IF
178900
179000     SUBTRACT WS-DR-INTEREST-AMT FROM ACCT-BALANCE
179100
179200     REWRITE ACCOUNT-RECORD
179300         INVALID KEY
179400             DISPLAY "MTHEND: UNABLE TO REWRITE ACCOUNT "
179500                     ACCT-NUMBER
179600             ADD WS-DR-INTEREST-AMT TO ACCT-BALANCE
179700             GO TO 4000-CHARGE-DEBIT-INTEREST-EXIT
179800     END-REWRITE
179900
180000     PERFORM 4100-WRITE-CHARGE-LOG
180100         THRU 4100-WRITE-CHARGE-LOG-EXIT
180200
180300     MOVE ACCT-NUMBER        TO DRI-ACCT-NUMBER
180400     MOVE WS-OD-DAY-SUM      TO DRI-OD-DAY-SUM
180500     MOVE WS-DR-INTEREST-AMT TO DRI-INTEREST
180600     MOVE ACCT-BALANCE       TO DRI-NEW-BALANCE
180700     MOVE WS-DRI-DETAIL-LINE TO DEBIT-LINE
180800     WRITE DEBIT-LINE
180900
181000     ADD 1 TO PHS-COUNT(1).
181100 4000-CHARGE-DEBIT-INTEREST-EXIT.
181200     EXIT.
181300
181400*-----------------------------------------------------------------
181500* POST THE DEBIT INTEREST THROUGH THE WITHDRAW LOG (AND THE
181600* INDEXED HISTORY) UNDER OPERATOR ZERO.
181700*-----------------------------------------------------------------
181800 4100-WRITE-CHARGE-LOG.
181900     MOVE WS-TODAYS-DATE TO WDLOG-DATE
182000     ACCEPT WDLOG-TIME FROM TIME
182100     MOVE ACCT-NUMBER TO WDLOG-ACCT-NUMBER
182200     MOVE WS-DR-INTEREST-AMT TO WDLOG-WITHDRAW-AMT
182300     MOVE ACCT-BALANCE TO WDLOG-NEW-BALANCE
182400     MOVE 0 TO WDLOG-OPERATOR-ID
182500     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
182600     CALL "TXNREF" USING WS-TXN-REF
182700     MOVE WS-TXN-REF TO WDLOG-TXN-REF
182800*    NO CASH LEAVES THE TILL - THE TYPE BYTE SENDS THE CREDIT
182900*    TO INTEREST INCOME ON THE GL JOURNAL.
183000     SET WDLOG-TRANS-DEBIT-INT TO TRUE
183100     MOVE 0 TO WDLOG-POST-BRANCH
183200     SET WDLOG-INSTR-SYSTEM TO TRUE
183300     WRITE WITHDRAW-LOG-RECORD
183400
183500     MOVE "W" TO WS-TXN-TYPE
183600     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
183700                           WDLOG-TIME WS-TXN-TYPE
183800                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
183900                           WDLOG-OPERATOR-ID
184000                           WDLOG-TXN-REF
184100                           WDLOG-INSTRUMENT.
184200 4100-WRITE-CHARGE-LOG-EXIT.
184300     EXIT.
184400
184500*-----------------------------------------------------------------
184600* PHASE 2 - FIND THE LOW-BALANCE PENALTY ENTRY FOR THIS
184700* ACCOUNT'S FEE PLAN ON THE SCHEDULE.  A FLAT-BASIS FEE CHARGES
184800* THE SCHEDULED AMOUNT; A PERCENTAGE-BASIS FEE CHARGES THAT
184900* PERCENTAGE OF THE SHORTFALL UNDER THE MINIMUM BALANCE.  NO
185000* SCHEDULE ENTRY FOR THE PLAN MEANS NO CHARGE.
185100*-----------------------------------------------------------------
185200 5000-CHARGE-LOW-BAL-FEE.
185300     MOVE "LOWB" TO WS-MATCH-FEE-CODE
185400     MOVE 0 TO WS-FOUND-IDX
185500     PERFORM 5100-MATCH-ONE-ENTRY
185600         THRU 5100-MATCH-ONE-ENTRY-EXIT
185700         VARYING WS-SCHED-IDX FROM 1 BY 1
185800         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
185900            OR WS-FOUND-IDX NOT = 0
186000
186100     IF WS-FOUND-IDX = 0
186200         GO TO 5000-CHARGE-LOW-BAL-FEE-EXIT
186300     END-IF
186400
186500     COMPUTE WS-SHORTFALL = ACCT-MIN-BAL - ACCT-BALANCE
186600
186700     IF SCHED-BASIS(WS-FOUND-IDX) = "P"
186800         COMPUTE WS-FEE-AMT ROUNDED =
186900                 WS-SHORTFALL * SCHED-VALUE(WS-FOUND-IDX) / 100
187000     ELSE
187100         MOVE SCHED-VALUE(WS-FOUND-IDX) TO WS-FEE-AMT
187200     END-IF
187300
187400     IF WS-FEE-AMT = 0
187500         GO TO 5000-CHARGE-LOW-BAL-FEE-EXIT
187600     END-IF
187700
187800     PERFORM 5400-FIND-TAX
187900         THRU 5400-FIND-TAX-EXIT
188000     SUBTRACT WS-FEE-AMT WS-GST-AMT FROM ACCT-BALANCE
188100
188200     REWRITE ACCOUNT-RECORD
188300         INVALID KEY
188400             DISPLAY "MTHEND: UNABLE TO REWRITE ACCOUNT "
188500                     ACCT-NUMBER
188600             ADD WS-FEE-AMT WS-GST-AMT TO ACCT-BALANCE
188700             GO TO 5000-CHARGE-LOW-BAL-FEE-EXIT
188800     END-REWRITE
188900
189000     PERFORM 5500-WRITE-FEE-LOG
189100         THRU 5500-WRITE-FEE-LOG-EXIT
189200
189300     MOVE ACCT-NUMBER  TO FRG-ACCT-NUMBER
189400     MOVE SCHED-FEE-CODE(WS-FOUND-IDX) TO FRG-FEE-CODE
189500     MOVE ACCT-BALANCE TO FRG-BALANCE
189600     MOVE ACCT-MIN-BAL TO FRG-MIN-BAL
189700     MOVE WS-FEE-AMT   TO FRG-FEE-AMT
189800     MOVE WS-GST-AMT   TO FRG-GST-AMT
189900     MOVE WS-FRG-DETAIL-LINE TO FEE-LINE
190000     WRITE FEE-LINE
190100
190200     ADD 1 TO PHS-COUNT(2)
190300     ADD WS-GST-AMT TO WS-GST-TOTAL
190400     ADD WS-FEE-AMT TO WS-FEE-TOTAL.
190500 5000-CHARGE-LOW-BAL-FEE-EXIT.
190600     EXIT.
190700
190800*-----------------------------------------------------------------
190900* MATCH ONE SCHEDULE ENTRY - THE FEE CODE BEING LEVIED FOR THIS
191000* ACCOUNT'S FEE PLAN.
191100*-----------------------------------------------------------------
191200 5100-MATCH-ONE-ENTRY.
191300     IF SCHED-FEE-CODE(WS-SCHED-IDX) = WS-MATCH-FEE-CODE
191400         AND SCHED-ACCT-TYPE(WS-SCHED-IDX) = PRD-FEE-PLAN
191500         MOVE WS-SCHED-IDX TO WS-FOUND-IDX
191600     END-IF.
191700 5100-MATCH-ONE-ENTRY-EXIT.
191800     EXIT.
191900
192000*-----------------------------------------------------------------
192100* WALK THE ACCOUNT'S ENTRIES ON THE DISHONOUR REGISTER AND LEVY
192200* THE RETURN CHARGE FOR EACH ONE STILL AWAITING IT.
192300*-----------------------------------------------------------------
192400 5200-CHARGE-DISHONOURS.
192500     MOVE "N" TO WS-DSH-EOF-SW
192600     MOVE ACCT-NUMBER TO DSH-ACCT-NUMBER
192700     MOVE 0 TO DSH-DATE
192800     MOVE SPACE TO DSH-SOURCE
192900     MOVE 0 TO DSH-CHEQUE-NUMBER
193000     START DISHONOUR-FILE
193100         KEY IS NOT LESS THAN DSH-KEY
193200         INVALID KEY
193300             SET WS-DSH-EOF TO TRUE
193400     END-START
193500
193600     PERFORM 5210-CHARGE-ONE-DISHONOUR
193700         THRU 5210-CHARGE-ONE-DISHONOUR-EXIT
193800         UNTIL WS-DSH-EOF.
193900 5200-CHARGE-DISHONOURS-EXIT.
194000     EXIT.
194100
194200*-----------------------------------------------------------------
194300* LEVY ONE RETURN CHARGE, FLAT OR A PERCENTAGE OF THE CHEQUE.
194400* NO SCHEDULE ENTRY FOR THE FEE PLAN MEANS NO CHARGE, AND THE
194500* ENTRY IS MARKED SO IT IS NOT LOOKED AT AGAIN.
194600*-----------------------------------------------------------------
194700 5210-CHARGE-ONE-DISHONOUR.
194800     READ DISHONOUR-FILE NEXT RECORD
194900         AT END
195000             SET WS-DSH-EOF TO TRUE
195100             GO TO 5210-CHARGE-ONE-DISHONOUR-EXIT
195200     END-READ
195300
195400     IF DSH-ACCT-NUMBER NOT = ACCT-NUMBER
195500         SET WS-DSH-EOF TO TRUE
195600         GO TO 5210-CHARGE-ONE-DISHONOUR-EXIT
195700     END-IF
195800
195900     IF NOT DSH-CHARGE-PENDING
196000         GO TO 5210-CHARGE-ONE-DISHONOUR-EXIT
196100     END-IF
196200
196300     IF DSH-SOURCE-DRAWN
196400         MOVE "CHQR" TO WS-MATCH-FEE-CODE
196500     ELSE
196600         MOVE "CHQD" TO WS-MATCH-FEE-CODE
196700     END-IF
196800     MOVE 0 TO WS-FOUND-IDX
196900     PERFORM 5100-MATCH-ONE-ENTRY
197000         THRU 5100-MATCH-ONE-ENTRY-EXIT
197100         VARYING WS-SCHED-IDX FROM 1 BY 1
197200         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
197300            OR WS-FOUND-IDX NOT = 0
197400
197500     MOVE 0 TO WS-FEE-AMT
197600     IF WS-FOUND-IDX NOT = 0
197700         IF SCHED-BASIS(WS-FOUND-IDX) = "P"
197800             COMPUTE WS-FEE-AMT ROUNDED =
197900                     DSH-AMOUNT * SCHED-VALUE(WS-FOUND-IDX) / 100
198000         ELSE
198100             MOVE SCHED-VALUE(WS-FOUND-IDX) TO WS-FEE-AMT
198200         END-IF
198300     END-IF
198400
198500     IF WS-FEE-AMT = 0
198600         SET DSH-CHARGE-NONE TO TRUE
198700         REWRITE DISHONOUR-RECORD
198800             INVALID KEY
198900                 DISPLAY "MTHEND: UNABLE TO REWRITE DISHONOUR "
199000                         "ENTRY FOR ACCOUNT " ACCT-NUMBER
199100         END-REWRITE
199200         GO TO 5210-CHARGE-ONE-DISHONOUR-EXIT
199300     END-IF
199400
199500     PERFORM 5400-FIND-TAX
199600         THRU 5400-FIND-TAX-EXIT
199700     SUBTRACT WS-FEE-AMT WS-GST-AMT FROM ACCT-BALANCE
199800
199900     REWRITE ACCOUNT-RECORD
200000         INVALID KEY
200100             DISPLAY "MTHEND: UNABLE TO REWRITE ACCOUNT "
200200                     ACCT-NUMBER
200300             ADD WS-FEE-AMT WS-GST-AMT TO ACCT-BALANCE
200400             GO TO 5210-CHARGE-ONE-DISHONOUR-EXIT
200500     END-REWRITE
200600
200700     PERFORM 5500-WRITE-FEE-LOG
200800         THRU 5500-WRITE-FEE-LOG-EXIT
200900
201000     SET DSH-CHARGE-LEVIED TO TRUE
201100     MOVE WS-FEE-AMT     TO DSH-CHARGE-AMOUNT
201200     MOVE WS-TODAYS-DATE TO DSH-CHARGE-DATE
201300     REWRITE DISHONOUR-RECORD
201400         INVALID KEY
201500             DISPLAY "MTHEND: UNABLE TO REWRITE DISHONOUR "
201600                     "ENTRY FOR ACCOUNT " ACCT-NUMBER
201700     END-REWRITE
201800
201900     MOVE ACCT-NUMBER  TO FRG-ACCT-NUMBER
202000     MOVE WS-MATCH-FEE-CODE TO FRG-FEE-CODE
202100     MOVE ACCT-BALANCE TO FRG-BALANCE
202200     MOVE ACCT-MIN-BAL TO FRG-MIN-BAL
202300     MOVE WS-FEE-AMT   TO FRG-FEE-AMT
202400     MOVE WS-GST-AMT   TO FRG-GST-AMT
202500     MOVE WS-FRG-DETAIL-LINE TO FEE-LINE
202600     WRITE FEE-LINE
202700
202800     ADD 1 TO PHS-COUNT(2)
202900     ADD WS-GST-AMT TO WS-GST-TOTAL
203000     ADD WS-FEE-AMT TO WS-FEE-TOTAL.
203100 5210-CHARGE-ONE-DISHONOUR-EXIT.
203200     EXIT.
203300
203400*-----------------------------------------------------------------
203500* WALK THE ACCOUNT'S BOOKS ON THE CHEQUE BOOK ISSUE REGISTER AND
203600* LEVY THE BOOK CHARGE FOR EACH ONE STILL AWAITING IT.
203700*-----------------------------------------------------------------
203800 5300-CHARGE-CHEQUE-BOOKS.
203900     MOVE "N" TO WS-CHQBK-EOF-SW
204000     MOVE ACCT-NUMBER TO CHQBK-ACCT-NUMBER
204100     MOVE 0 TO CHQBK-START-NUMBER
204200     START CHEQUE-BOOK-REGISTER
204300         KEY IS NOT LESS THAN CHQBK-KEY
204400         INVALID KEY
204500             SET WS-CHQBK-EOF TO TRUE
204600     END-START
204700
204800     PERFORM 5310-CHARGE-ONE-BOOK
204900         THRU 5310-CHARGE-ONE-BOOK-EXIT
205000         UNTIL WS-CHQBK-EOF.
205100 5300-CHARGE-CHEQUE-BOOKS-EXIT.
205200     EXIT.
205300
205400*-----------------------------------------------------------------
205500* LEVY ONE BOOK CHARGE - THE SCHEDULED VALUE PER BOOK WHATEVER
205600* ITS BASIS.  NO SCHEDULE ENTRY FOR THE FEE PLAN MEANS NO
205700* CHARGE, AND THE BOOK IS MARKED SO IT IS NOT LOOKED AT AGAIN.
205800*-----------------------------------------------------------------
205900 5310-CHARGE-ONE-BOOK.
206000     READ CHEQUE-BOOK-REGISTER NEXT RECORD
206100         AT END
206200             SET WS-CHQBK-EOF TO TRUE
206300             GO TO 5310-CHARGE-ONE-BOOK-EXIT
206400     END-READ
206500
206600     IF CHQBK-ACCT-NUMBER NOT = ACCT-NUMBER
206700         SET WS-CHQBK-EOF TO TRUE
206800         GO TO 5310-CHARGE-ONE-BOOK-EXIT
206900     END-IF
207000
207100     IF NOT CHQBK-CHARGE-PENDING
207200         GO TO 5310-CHARGE-ONE-BOOK-EXIT
207300     END-IF
207400
207500     MOVE "CHQB" TO WS-MATCH-FEE-CODE
207600     MOVE 0 TO WS-FOUND-IDX
207700     PERFORM 5100-MATCH-ONE-ENTRY
207800         THRU 5100-MATCH-ONE-ENTRY-EXIT
207900         VARYING WS-SCHED-IDX FROM 1 BY 1
208000         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
208100            OR WS-FOUND-IDX NOT = 0
208200
208300     MOVE 0 TO WS-FEE-AMT
208400     IF WS-FOUND-IDX NOT = 0
208500         MOVE SCHED-VALUE(WS-FOUND-IDX) TO WS-FEE-AMT
208600     END-IF
208700
208800     IF WS-FEE-AMT = 0
208900         SET CHQBK-CHARGE-NONE TO TRUE
209000         REWRITE CHEQUE-BOOK-RECORD
209100             INVALID KEY
209200                 DISPLAY "MTHEND: UNABLE TO REWRITE CHEQUE BOOK "
209300                         "ENTRY FOR ACCOUNT " ACCT-NUMBER
209400         END-REWRITE
209500         GO TO 5310-CHARGE-ONE-BOOK-EXIT
209600     END-IF
209700
209800     PERFORM 5400-FIND-TAX
209900         THRU 5400-FIND-TAX-EXIT
210000     SUBTRACT WS-FEE-AMT WS-GST-AMT FROM ACCT-BALANCE
210100
210200     REWRITE ACCOUNT-RECORD
210300         INVALID KEY
210400             DISPLAY "MTHEND: UNABLE TO REWRITE ACCOUNT "
210500                     ACCT-NUMBER
210600             ADD WS-FEE-AMT WS-GST-AMT TO ACCT-BALANCE
210700             GO TO 5310-CHARGE-ONE-BOOK-EXIT
210800     END-REWRITE
210900
211000     PERFORM 5500-WRITE-FEE-LOG
211100         THRU 5500-WRITE-FEE-LOG-EXIT
211200
211300     SET CHQBK-CHARGE-LEVIED TO TRUE
211400     MOVE WS-FEE-AMT     TO CHQBK-CHARGE-AMOUNT
211500     MOVE WS-TODAYS-DATE TO CHQBK-CHARGE-DATE
211600     REWRITE CHEQUE-BOOK-RECORD
211700         INVALID KEY
211800             DISPLAY "MTHEND: UNABLE TO REWRITE CHEQUE BOOK "
211900                     "ENTRY FOR ACCOUNT " ACCT-NUMBER
212000     END-REWRITE
212100
212200     MOVE ACCT-NUMBER  TO FRG-ACCT-NUMBER
212300     MOVE WS-MATCH-FEE-CODE TO FRG-FEE-CODE
212400     MOVE ACCT-BALANCE TO FRG-BALANCE
212500     MOVE ACCT-MIN-BAL TO FRG-MIN-BAL
212600     MOVE WS-FEE-AMT   TO FRG-FEE-AMT
212700     MOVE WS-GST-AMT   TO FRG-GST-AMT
212800     MOVE WS-FRG-DETAIL-LINE TO FEE-LINE
212900     WRITE FEE-LINE
213000
213100     ADD 1 TO PHS-COUNT(2)
213200     ADD WS-GST-AMT TO WS-GST-TOTAL
213300     ADD WS-FEE-AMT TO WS-FEE-TOTAL.
213400 5310-CHARGE-ONE-BOOK-EXIT.
213500     EXIT.
213600
213700*-----------------------------------------------------------------
213800* WORK OUT THE GST ON THE FEE JUST FOUND, AT THE RATE FOR ITS
213900* SCHEDULE ENTRY'S TAX CODE.
214000*-----------------------------------------------------------------
214100 5400-FIND-TAX.
214200     INITIALIZE GST-INVOICE-RECORD
214300     MOVE SCHED-TAX-CODE(WS-FOUND-IDX) TO GST-TAX-CODE
214400     MOVE WS-MATCH-FEE-CODE TO GST-FEE-CODE
214500     MOVE WS-FEE-AMT        TO GST-TAXABLE-AMT
214600     MOVE "C" TO WS-GST-FUNCTION
214700     CALL "GSTINV" USING WS-GST-FUNCTION GST-INVOICE-RECORD
214800                         WS-GST-OK-SW
214900     MOVE GST-TAX-AMT TO WS-GST-AMT.
215000 5400-FIND-TAX-EXIT.
215100     EXIT.
215200
215300*-----------------------------------------------------------------
215400* POST THE FEE DEBIT THROUGH THE WITHDRAW LOG (AND THE INDEXED
215500* HISTORY) UNDER OPERATOR ZERO, THEN ITS GST AS A SECOND LINE,
215600* AND ENTER THE CHARGE ON THE GST INVOICE REGISTER.  THE FEE
215700* LINE SHOWS THE BALANCE BEFORE THE GST CAME OFF.
215800*-----------------------------------------------------------------
215900 5500-WRITE-FEE-LOG.
216000     MOVE WS-TODAYS-DATE TO WDLOG-DATE
216100     ACCEPT WDLOG-TIME FROM TIME
216200     MOVE ACCT-NUMBER    TO WDLOG-ACCT-NUMBER
216300     MOVE WS-FEE-AMT     TO WDLOG-WITHDRAW-AMT
216400     COMPUTE WDLOG-NEW-BALANCE = ACCT-BALANCE + WS-GST-AMT
216500     MOVE 0              TO WDLOG-OPERATOR-ID
216600     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
216700     CALL "TXNREF" USING WS-TXN-REF
216800     MOVE WS-TXN-REF       TO WDLOG-TXN-REF
216900     MOVE WS-TXN-REF       TO WS-FEE-TXN-REF
217000     SET WDLOG-TRANS-FEE TO TRUE
217100     MOVE 0 TO WDLOG-POST-BRANCH
217200     SET WDLOG-INSTR-SYSTEM TO TRUE
217300     WRITE WITHDRAW-LOG-RECORD
217400
217500     MOVE "W" TO WS-TXN-TYPE
217600     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
217700                           WDLOG-TIME WS-TXN-TYPE
217800                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
217900                           WDLOG-OPERATOR-ID
218000                           WDLOG-TXN-REF
218100                           WDLOG-INSTRUMENT
218200
218300*    TELL THE HOLDERS WHO ASKED FOR FEE ALERTS.
218400     MOVE "F" TO WS-ALERT-EVENT
218500     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
218600                           WDLOG-TIME WS-ALERT-EVENT
218700                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
218800                           WDLOG-TXN-REF
218900
219000     IF WS-GST-AMT > 0
219100         PERFORM 5600-WRITE-GST-LOG
219200             THRU 5600-WRITE-GST-LOG-EXIT
219300     END-IF
219400
219500     PERFORM 5700-RAISE-INVOICE
219600         THRU 5700-RAISE-INVOICE-EXIT.
219700 5500-WRITE-FEE-LOG-EXIT.
219800     EXIT.
219900
220000*-----------------------------------------------------------------
220100* POST THE GST ON THE FEE THROUGH THE WITHDRAW LOG (AND THE
220200* INDEXED HISTORY) UNDER ITS OWN REFERENCE.
220300*-----------------------------------------------------------------
220400 5600-WRITE-GST-LOG.
220500     MOVE WS-TODAYS-DATE TO WDLOG-DATE
220600     ACCEPT WDLOG-TIME FROM TIME
220700     MOVE ACCT-NUMBER    TO WDLOG-ACCT-NUMBER
220800     MOVE WS-GST-AMT     TO WDLOG-WITHDRAW-AMT
220900     MOVE ACCT-BALANCE   TO WDLOG-NEW-BALANCE
221000     MOVE 0              TO WDLOG-OPERATOR-ID
221100     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
221200     CALL "TXNREF" USING WS-TXN-REF
221300     MOVE WS-TXN-REF       TO WDLOG-TXN-REF
221400     SET WDLOG-TRANS-GST TO TRUE
221500     MOVE 0 TO WDLOG-POST-BRANCH
221600     SET WDLOG-INSTR-SYSTEM TO TRUE
221700     WRITE WITHDRAW-LOG-RECORD
221800
221900     MOVE "W" TO WS-TXN-TYPE
222000     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
222100                           WDLOG-TIME WS-TXN-TYPE
222200                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
222300                           WDLOG-OPERATOR-ID
222400                           WDLOG-TXN-REF
222500                           WDLOG-INSTRUMENT.
222600 5600-WRITE-GST-LOG-EXIT.
222700     EXIT.
222800
222900*-----------------------------------------------------------------
223000* ENTER THE CHARGE ON THE GST INVOICE REGISTER UNDER THE NEXT
223100* INVOICE NUMBER OF THE ACCOUNT'S BRANCH.  THE MONEY HAS ALREADY
223200* POSTED, SO A FAILURE IS REPORTED FOR THE INVOICE TO BE RAISED
223300* BY HAND RATHER THAN STOPPING THE RUN.
223400*-----------------------------------------------------------------
223500 5700-RAISE-INVOICE.
223600     MOVE ACCT-BRANCH-CODE TO GST-BRANCH-CODE
223700     MOVE ACCT-NUMBER      TO GST-ACCT-NUMBER
223800     MOVE SPACES           TO GST-BILLED-TO
223900     MOVE WS-GST-SOURCE    TO GST-SOURCE
224000     MOVE WS-FEE-TXN-REF   TO GST-TXN-REF
224100     MOVE "I" TO WS-GST-FUNCTION
224200     CALL "GSTINV" USING WS-GST-FUNCTION GST-INVOICE-RECORD
224300                         WS-GST-OK-SW
224400     IF NOT WS-GST-OK
224500         DISPLAY "MTHEND: NO GST INVOICE RAISED FOR FEE "
224600                 GST-FEE-CODE " ON ACCOUNT " ACCT-NUMBER
224700                 ", REFERENCE " WS-FEE-TXN-REF
224800     END-IF.
224900 5700-RAISE-INVOICE-EXIT.
225000     EXIT.
225100
225200*-----------------------------------------------------------------
225300* PHASE 3 - REPORT AN ACCOUNT BELOW ITS FLOOR: AN OVERDRAFT
225400* PRODUCT'S FLOOR IS ITS NEGATIVE CREDIT LIMIT, ANY OTHER IS
225500* THE PRODUCT'S MINIMUM BALANCE.
225600*-----------------------------------------------------------------
225700 6000-CHECK-LOW-BALANCE.
225800     EVALUATE TRUE
225900         WHEN PRD-OVERDRAFT-ALLOWED
226000             COMPUTE WS-ACCT-FLOOR = 0 - ACCT-CREDIT-LIMIT
226100         WHEN OTHER
226200             MOVE PRD-MIN-BAL TO WS-ACCT-FLOOR
226300     END-EVALUATE
226400
226500     IF ACCT-BALANCE NOT < WS-ACCT-FLOOR
226600         GO TO 6000-CHECK-LOW-BALANCE-EXIT
226700     END-IF
226800
226900     COMPUTE WS-SHORTFALL = WS-ACCT-FLOOR - ACCT-BALANCE
227000
227100     MOVE ACCT-NUMBER    TO LBX-ACCT-NUMBER
227200     MOVE ACCT-TYPE-CODE TO LBX-ACCT-TYPE
227300     MOVE ACCT-BALANCE   TO LBX-BALANCE
227400     MOVE WS-ACCT-FLOOR  TO LBX-FLOOR
227500     MOVE WS-SHORTFALL   TO LBX-SHORTFALL
227600     MOVE WS-LBX-DETAIL-LINE TO LOWBAL-LINE
227700     WRITE LOWBAL-LINE
227800
227900     ADD 1 TO PHS-COUNT(3).
228000 6000-CHECK-LOW-BALANCE-EXIT.
228100     EXIT.
228200
228300*-----------------------------------------------------------------
228400* DAYS SINCE THE ACCOUNT'S MOST RECENT ACTIVITY - THE LATER OF
228500* THE LAST DEPOSIT AND LAST WITHDRAWAL DATES - RETURNED IN
228600* WS-ELAPSED-DAYS.  AN ACCOUNT WITH NEITHER DATE RETURNS ZERO.
228700*-----------------------------------------------------------------
228800 6100-DAYS-SINCE-ACTIVITY.
228900     MOVE 0 TO WS-ELAPSED-DAYS
229000     IF ACCT-LAST-DEP-DATE = ZERO AND ACCT-LAST-WD-DATE = ZERO
229100         MOVE 0 TO WS-LAST-ACTIVITY-DATE
229200         GO TO 6100-DAYS-SINCE-ACTIVITY-EXIT
229300     END-IF
229400     IF ACCT-LAST-DEP-DATE NOT LESS THAN ACCT-LAST-WD-DATE
229500         MOVE ACCT-LAST-DEP-DATE TO WS-LAST-ACTIVITY-DATE
229600     ELSE
229700         MOVE ACCT-LAST-WD-DATE TO WS-LAST-ACTIVITY-DATE
229800     END-IF
229900
230000     MOVE WS-LAST-ACTIVITY-DATE(1:4) TO WS-CCYY
230100     MOVE WS-LAST-ACTIVITY-DATE(5:2) TO WS-MM
230200     MOVE WS-LAST-ACTIVITY-DATE(7:2) TO WS-DD
230300     PERFORM 2600-CCYYMMDD-TO-DAYS
230400         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
230500
230600     COMPUTE WS-ELAPSED-DAYS =
230700             WS-TODAY-DAY-COUNT - WS-DAY-COUNT-RESULT.
230800 6100-DAYS-SINCE-ACTIVITY-EXIT.
230900     EXIT.
231000
231100*-----------------------------------------------------------------
231200* PHASE 4 - MARK AN ACTIVE ACCOUNT DORMANT ONCE IT HAS SEEN NO
231300* ACTIVITY FOR THE DORMANCY PERIOD, AND REPORT IT.
231400*-----------------------------------------------------------------
231500 6200-CHECK-DORMANCY.
231600     PERFORM 6100-DAYS-SINCE-ACTIVITY
231700         THRU 6100-DAYS-SINCE-ACTIVITY-EXIT
231800     IF WS-LAST-ACTIVITY-DATE = ZERO
231900         GO TO 6200-CHECK-DORMANCY-EXIT
232000     END-IF
232100
232200     IF WS-ELAPSED-DAYS LESS THAN WS-DORMANCY-DAYS
232300         GO TO 6200-CHECK-DORMANCY-EXIT
232400     END-IF
232500
232600     SET ACCT-STATUS-DORMANT TO TRUE
232700
232800     REWRITE ACCOUNT-RECORD
232900         INVALID KEY
233000             DISPLAY "MTHEND: UNABLE TO REWRITE ACCOUNT "
233100                     ACCT-NUMBER
233200     END-REWRITE
233300
233400     ADD 1 TO PHS-COUNT(4)
233500
233600     MOVE ACCT-NUMBER           TO DRM-ACCT-NUMBER
233700     MOVE WS-LAST-ACTIVITY-DATE TO DRM-LAST-ACTIVITY
233800     MOVE WS-ELAPSED-DAYS       TO DRM-ELAPSED-DAYS
233900     MOVE WS-DRM-DETAIL-LINE    TO DORMANCY-LINE
234000     WRITE DORMANCY-LINE.
234100 6200-CHECK-DORMANCY-EXIT.
234200     EXIT.
234300
234400*-----------------------------------------------------------------
234500* PHASE 5 - A DORMANT ACCOUNT SILENT PAST THE STATUTORY PERIOD
234600* HAS ITS BALANCE MOVED TO THE UNCLAIMED-FUNDS LEDGER AND IS
234700* MARKED ESCHEATED.  AN OVERDRAWN ACCOUNT CANNOT BE ESCHEATED -
234800* A DEBT IS NOT AN UNCLAIMED BALANCE.
234900*-----------------------------------------------------------------
235000 6400-CHECK-AND-ESCHEAT.
235100     PERFORM 6100-DAYS-SINCE-ACTIVITY
235200         THRU 6100-DAYS-SINCE-ACTIVITY-EXIT
235300     IF WS-LAST-ACTIVITY-DATE = ZERO
235400         GO TO 6400-CHECK-AND-ESCHEAT-EXIT
235500     END-IF
235600
235700     IF WS-ELAPSED-DAYS LESS THAN WS-ESCHEAT-DAYS
235800         GO TO 6400-CHECK-AND-ESCHEAT-EXIT
235900     END-IF
236000
236100     IF ACCT-BALANCE < 0
236200         DISPLAY "MTHEND: ACCOUNT " ACCT-NUMBER
236300                 " IS OVERDRAWN, LEFT FOR RECOVERY"
236400         GO TO 6400-CHECK-AND-ESCHEAT-EXIT
236500     END-IF
236600
236700     IF ACCT-BALANCE > 0
236800         PERFORM 6500-TRANSFER-BALANCE
236900             THRU 6500-TRANSFER-BALANCE-EXIT
237000     END-IF
237100
237200     SET ACCT-STATUS-ESCHEAT TO TRUE
237300     REWRITE ACCOUNT-RECORD
237400         INVALID KEY
237500             DISPLAY "MTHEND: UNABLE TO REWRITE ACCOUNT "
237600                     ACCT-NUMBER
237700             GO TO 6400-CHECK-AND-ESCHEAT-EXIT
237800     END-REWRITE
237900
238000     ADD 1 TO PHS-COUNT(5).
238100 6400-CHECK-AND-ESCHEAT-EXIT.
238200     EXIT.
238300
238400*-----------------------------------------------------------------
238500* MOVE THE WHOLE BALANCE TO THE UNCLAIMED-FUNDS LEDGER, POST THE
238600* DEBIT THROUGH THE WITHDRAW LOG UNDER OPERATOR ZERO, AND PRINT
238700* THE SCHEDULE LINE FOR THE REGULATOR.
238800*-----------------------------------------------------------------
238900 6500-TRANSFER-BALANCE.
239000     MOVE WS-TODAYS-DATE        TO UNCL-DATE
239100     MOVE ACCT-NUMBER           TO UNCL-ACCT-NUMBER
239200     MOVE WS-LAST-ACTIVITY-DATE TO UNCL-LAST-ACTIVITY
239300     MOVE ACCT-BALANCE          TO UNCL-AMOUNT
239400     MOVE ACCT-CURRENCY-CODE    TO UNCL-CURRENCY-CODE
239500     WRITE UNCLAIMED-LEDGER-RECORD
239600
239700     MOVE ACCT-NUMBER           TO ESC-ACCT-NUMBER
239800     MOVE WS-LAST-ACTIVITY-DATE TO ESC-LAST-ACTIVITY
239900     MOVE ACCT-CURRENCY-CODE    TO ESC-CURRENCY
240000     MOVE ACCT-BALANCE          TO ESC-AMOUNT
240100     MOVE WS-ESC-DETAIL-LINE    TO ESCHEAT-LINE
240200     WRITE ESCHEAT-LINE
240300
240400     ADD ACCT-BALANCE TO WS-ESCHEAT-TOTAL
240500
240600     MOVE WS-TODAYS-DATE TO WDLOG-DATE
240700     ACCEPT WDLOG-TIME FROM TIME
240800     MOVE ACCT-NUMBER    TO WDLOG-ACCT-NUMBER
240900     MOVE ACCT-BALANCE   TO WDLOG-WITHDRAW-AMT
241000     MOVE 0              TO WDLOG-NEW-BALANCE
241100     MOVE 0              TO WDLOG-OPERATOR-ID
241200     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
241300     CALL "TXNREF" USING WS-TXN-REF
241400     MOVE WS-TXN-REF       TO WDLOG-TXN-REF
241500*    THE MONEY MOVES TO THE UNCLAIMED-FUNDS LEDGER, NOT OUT OF
241600*    THE TILL - THE TYPE BYTE KEEPS THE GL JOURNAL OFF THE
241700*    TELLER-CASH DEFAULT.
241800     SET WDLOG-TRANS-ESCHEAT TO TRUE
241900     MOVE 0 TO WDLOG-POST-BRANCH
242000     SET WDLOG-INSTR-SYSTEM TO TRUE
242100     WRITE WITHDRAW-LOG-RECORD
242200
242300     MOVE "W" TO WS-TXN-TYPE
242400     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
242500                           WDLOG-TIME WS-TXN-TYPE
242600                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
242700                           WDLOG-OPERATOR-ID
242800                           WDLOG-TXN-REF
242900                           WDLOG-INSTRUMENT
243000
243100     MOVE 0 TO ACCT-BALANCE.
243200 6500-TRANSFER-BALANCE-EXIT.
243300     EXIT.
243400
243500*-----------------------------------------------------------------
243600* PHASE 6 - MEASURE THE HELD DAYS FROM THE OPEN DATE AND, AT OR
243700* PAST MATURITY, SETTLE THE DEPOSIT.
243800*-----------------------------------------------------------------
243900 7000-CHECK-MATURITY.
244000     MOVE ACCT-OPEN-DATE(1:4) TO WS-CCYY
244100     MOVE ACCT-OPEN-DATE(5:2) TO WS-MM
244200     MOVE ACCT-OPEN-DATE(7:2) TO WS-DD
244300     PERFORM 2600-CCYYMMDD-TO-DAYS
244400         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
244500     MOVE WS-DAY-COUNT-RESULT TO WS-OPEN-DAY-COUNT
244600
244700     COMPUTE WS-HELD-DAYS =
244800             WS-TODAY-DAY-COUNT - WS-OPEN-DAY-COUNT
244900
245000     IF WS-HELD-DAYS LESS THAN WS-MATURITY-DAYS
245100         GO TO 7000-CHECK-MATURITY-EXIT
245200     END-IF
245300
245400*    A DEPOSIT UNDER AN ACTIVE LIEN - A LOAN'S SECURITY - MAY
245500*    NOT PAY OUT OR RENEW UNTIL THE LIEN IS RELEASED.
245600     CALL "HOLDSUM" USING ACCT-NUMBER WS-HOLD-TOTAL
245700     IF WS-HOLD-TOTAL > 0
245800         DISPLAY "MTHEND: ACCOUNT " ACCT-NUMBER
245900                 " CARRIES ACTIVE HOLDS OF " WS-HOLD-TOTAL
246000                 ", LEFT UNMATURED"
246100         ADD 1 TO WS-MAT-EXCEPTION-COUNT
246200         GO TO 7000-CHECK-MATURITY-EXIT
246300     END-IF
246400
246500     PERFORM 7100-MATURE-ONE-ACCOUNT
246600         THRU 7100-MATURE-ONE-ACCOUNT-EXIT.
246700 7000-CHECK-MATURITY-EXIT.
246800     EXIT.
246900
247000*-----------------------------------------------------------------
247100* VALUE THE MATURITY INTEREST, THEN PAY OUT OR RENEW PER THE
247200* ACCOUNT'S DISPOSITION.  A PAYOUT TO A LINKED ACCOUNT THE SWEEP
247300* HAS NOT REACHED YET IS HELD BACK UNTIL THAT ACCOUNT'S OWN
247400* PHASES ARE DONE, SO IT IS CHARGED ON THE BALANCE
247500* IT HAD BEFORE THE PAYOUT, AS WHEN MATPROC RAN LAST.
247600*-----------------------------------------------------------------
247700 7100-MATURE-ONE-ACCOUNT.
247800     IF ACCT-TYPE-RECURRING AND WS-RDL-AVAIL
247900         PERFORM 7150-VALUE-RD-DEPOSIT
248000             THRU 7150-VALUE-RD-DEPOSIT-EXIT
248100     ELSE
248200         MOVE ACCT-BALANCE TO WS-MAT-PRINCIPAL
248300         MOVE WS-TERM-RATE TO WS-MAT-RATE
248400         COMPUTE WS-TIME-YEARS = WS-HELD-DAYS / 360
248500         MOVE WS-TODAYS-DATE TO WS-MAT-CALC-DATE
248600         CALL "INTCALC" USING WS-MAT-PRINCIPAL
248700                              WS-MAT-RATE
248800                              WS-TIME-YEARS
248900                              WS-MAT-CALC-MODE
249000                              WS-MAT-COMPOUND-FREQ
249100                              WS-MAT-CALC-DATE
249200                              WS-MAT-INTEREST
249300                              WS-MAT-MATURITY-VALUE
249400         MOVE WS-MAT-INTEREST TO WS-MAT-INTEREST-AMT
249500     END-IF
249600     ACCEPT WS-TRANS-TIME FROM TIME
249700
249800     IF NOT ACCT-MAT-PAYOUT
249900         PERFORM 7300-RENEW-DEPOSIT
250000             THRU 7300-RENEW-DEPOSIT-EXIT
250100         GO TO 7100-MATURE-ONE-ACCOUNT-EXIT
250200     END-IF
250300
250400     IF ACCT-LINKED-ACCT > ACCT-NUMBER
250500         AND WS-PND-COUNT < WS-PND-MAX
250600         PERFORM 7600-HOLD-PAYOUT
250700             THRU 7600-HOLD-PAYOUT-EXIT
250800     ELSE
250900         PERFORM 7200-PAY-OUT-DEPOSIT
251000             THRU 7200-PAY-OUT-DEPOSIT-EXIT
251100     END-IF.
251200 7100-MATURE-ONE-ACCOUNT-EXIT.
251300     EXIT.
251400
251500*-----------------------------------------------------------------
251600* VALUE A RECURRING DEPOSIT FROM ITS INSTALLMENT LEDGER.  EACH
251700* PAID OR LATE INSTALLMENT EARNS SIMPLE INTEREST AT THE TERM
251800* RATE FROM THE DAY IT ACTUALLY ARRIVED TO TODAY, AND THE
251900* DELAY PENALTIES COME OFF THE INTEREST.
252000*-----------------------------------------------------------------
252100 7150-VALUE-RD-DEPOSIT.
252200     MOVE 0 TO WS-RD-INTEREST
252300     MOVE 0 TO WS-RD-PENALTIES
252400     MOVE "N" TO WS-RDL-EOF-SW
252500
252600     MOVE ACCT-NUMBER TO RDI-ACCT-NUMBER
252700     MOVE 0 TO RDI-INSTL-NO
252800     START RD-LEDGER
252900         KEY IS NOT LESS THAN RDI-KEY
253000         INVALID KEY
253100             SET WS-RDL-EOF TO TRUE
253200     END-START
253300
253400     PERFORM 7160-VALUE-ONE-INSTL
253500         THRU 7160-VALUE-ONE-INSTL-EXIT
253600         UNTIL WS-RDL-EOF
253700
253800     IF WS-RD-INTEREST > WS-RD-PENALTIES
253900         COMPUTE WS-MAT-INTEREST-AMT =
254000                 WS-RD-INTEREST - WS-RD-PENALTIES
254100     ELSE
254200         MOVE 0 TO WS-MAT-INTEREST-AMT
254300     END-IF.
254400 7150-VALUE-RD-DEPOSIT-EXIT.
254500     EXIT.
254600
254700*-----------------------------------------------------------------
254800* ONE INSTALLMENT'S CONTRIBUTION TO THE RD MATURITY VALUE.
254900*-----------------------------------------------------------------
255000 7160-VALUE-ONE-INSTL.
255100     READ RD-LEDGER NEXT RECORD
255200         AT END
255300             SET WS-RDL-EOF TO TRUE
255400             GO TO 7160-VALUE-ONE-INSTL-EXIT
255500     END-READ
255600
255700     IF RDI-ACCT-NUMBER NOT = ACCT-NUMBER
255800         SET WS-RDL-EOF TO TRUE
255900         GO TO 7160-VALUE-ONE-INSTL-EXIT
256000     END-IF
256100
256200     IF NOT RDI-STATUS-PAID AND NOT RDI-STATUS-LATE
256300         GO TO 7160-VALUE-ONE-INSTL-EXIT
256400     END-IF
256500
256600     MOVE RDI-PAID-DATE(1:4) TO WS-CCYY
256700     MOVE RDI-PAID-DATE(5:2) TO WS-MM
256800     MOVE RDI-PAID-DATE(7:2) TO WS-DD
256900     PERFORM 2600-CCYYMMDD-TO-DAYS
257000         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
257100     MOVE WS-DAY-COUNT-RESULT TO WS-PAID-DAY-COUNT
257200
257300     COMPUTE WS-EARN-DAYS =
257400             WS-TODAY-DAY-COUNT - WS-PAID-DAY-COUNT
257500     IF WS-EARN-DAYS < 0
257600         MOVE 0 TO WS-EARN-DAYS
257700     END-IF
257800
257900     COMPUTE WS-RD-INTEREST ROUNDED = WS-RD-INTEREST
258000             + (RDI-AMOUNT-DUE * WS-TERM-RATE * WS-EARN-DAYS
258100                / 36000)
258200     ADD RDI-PENALTY TO WS-RD-PENALTIES.
258300 7160-VALUE-ONE-INSTL-EXIT.
258400     EXIT.
258500
258600*-----------------------------------------------------------------
258700* PAY THE WHOLE MATURED BALANCE OUT TO THE LINKED ACCOUNT AND
258800* CLOSE THE TERM DEPOSIT IN THE RECORD BUFFER.  A MISSING OR
258900* INACTIVE LINKED ACCOUNT LEAVES THE DEPOSIT UNTOUCHED FOR THE
259000* BRANCH TO SORT OUT.
259100*-----------------------------------------------------------------
259200 7200-PAY-OUT-DEPOSIT.
259300     MOVE ACCT-NUMBER        TO WS-FD-ACCT
259400     MOVE ACCT-BRANCH-CODE   TO WS-FD-BRANCH
259500     MOVE ACCT-CURRENCY-CODE TO WS-FD-CURRENCY
259600     MOVE ACCT-LINKED-ACCT   TO WS-LINKED-ACCT
259700     COMPUTE WS-PAYOUT-AMT = ACCT-BALANCE + WS-MAT-INTEREST-AMT
259800
259900     MOVE WS-LINKED-ACCT TO ACCT-NUMBER
260000     READ ACCOUNT-MASTER
260100         KEY IS ACCT-NUMBER
260200         INVALID KEY
260300             DISPLAY "MTHEND: LINKED ACCOUNT " WS-LINKED-ACCT
260400                     " NOT ON FILE, DEPOSIT " WS-FD-ACCT
260500                     " LEFT UNMATURED"
260600             ADD 1 TO WS-MAT-EXCEPTION-COUNT
260700             PERFORM 7250-RESTORE-DEPOSIT
260800                 THRU 7250-RESTORE-DEPOSIT-EXIT
260900             GO TO 7200-PAY-OUT-DEPOSIT-EXIT
261000     END-READ
261100
261200     IF NOT ACCT-STATUS-ACTIVE
261300         DISPLAY "MTHEND: LINKED ACCOUNT " WS-LINKED-ACCT
261400                 " IS NOT ACTIVE, DEPOSIT " WS-FD-ACCT
261500                 " LEFT UNMATURED"
261600         ADD 1 TO WS-MAT-EXCEPTION-COUNT
261700         PERFORM 7250-RESTORE-DEPOSIT
261800             THRU 7250-RESTORE-DEPOSIT-EXIT
261900         GO TO 7200-PAY-OUT-DEPOSIT-EXIT
262000     END-IF
262100
262200*    CREDIT THE LINKED ACCOUNT.
262300     ADD WS-PAYOUT-AMT TO ACCT-BALANCE
262400     MOVE WS-TODAYS-DATE TO ACCT-LAST-DEP-DATE
262500     REWRITE ACCOUNT-RECORD
262600         INVALID KEY
262700             DISPLAY "MTHEND: UNABLE TO REWRITE ACCOUNT "
262800                     WS-LINKED-ACCT
262900             PERFORM 7250-RESTORE-DEPOSIT
263000                 THRU 7250-RESTORE-DEPOSIT-EXIT
263100             GO TO 7200-PAY-OUT-DEPOSIT-EXIT
263200     END-REWRITE
263300
263400     MOVE WS-TODAYS-DATE TO LOG-DATE
263500     MOVE WS-TRANS-TIME  TO LOG-TIME
263600     MOVE WS-LINKED-ACCT TO LOG-ACCT-NUMBER
263700     MOVE WS-PAYOUT-AMT  TO LOG-DEPOSIT-AMT
263800     MOVE ACCT-BALANCE   TO LOG-NEW-BALANCE
263900     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
264000*    AN INTERNAL BOOK MOVE PAIRED WITH THE MATURITY DEBIT -
264100*    TYPED AS A TRANSFER SO IT NETS INSIDE CUSTOMER DEPOSITS.
264200     SET LOG-TRANS-TRANSFER TO TRUE
264300     MOVE 0 TO LOG-OPERATOR-ID
264400     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
264500     CALL "TXNREF" USING WS-TXN-REF
264600     MOVE WS-TXN-REF TO LOG-TXN-REF
264700     MOVE 0 TO LOG-VALUE-DATE
264800     MOVE 0 TO LOG-POST-BRANCH
264900     SET LOG-INSTR-TRANSFER TO TRUE
265000     WRITE DEPOSIT-LOG-RECORD
265100     MOVE "D" TO WS-TXN-TYPE
265200     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
265300                           WS-TXN-TYPE LOG-DEPOSIT-AMT
265400                           LOG-NEW-BALANCE LOG-OPERATOR-ID
265500                           LOG-TXN-REF
265600                           LOG-INSTRUMENT
265700
265800*    NOW SETTLE THE TERM DEPOSIT ITSELF - INTEREST CREDIT,
265900*    PAYOUT DEBIT, AND CLOSE.
266000     MOVE WS-FD-ACCT TO ACCT-NUMBER
266100     READ ACCOUNT-MASTER
266200         KEY IS ACCT-NUMBER
266300         INVALID KEY
266400             DISPLAY "MTHEND: UNABLE TO REREAD DEPOSIT "
266500                     WS-FD-ACCT
266600             GO TO 7200-PAY-OUT-DEPOSIT-EXIT
266700     END-READ
266800
266900     IF WS-MAT-INTEREST-AMT > 0
267000         ADD WS-MAT-INTEREST-AMT TO ACCT-BALANCE
267100         ADD WS-MAT-INTEREST-AMT TO ACCT-FY-INT-TOTAL
267200         PERFORM 7400-WRITE-MAT-INTEREST-LOG
267300             THRU 7400-WRITE-MAT-INTEREST-LOG-EXIT
267400     END-IF
267500
267600     SUBTRACT WS-PAYOUT-AMT FROM ACCT-BALANCE
267700     SET ACCT-STATUS-CLOSED TO TRUE
267800     MOVE WS-TODAYS-DATE TO ACCT-LAST-WD-DATE
267900     REWRITE ACCOUNT-RECORD
268000         INVALID KEY
268100             DISPLAY "MTHEND: UNABLE TO REWRITE DEPOSIT "
268200                     WS-FD-ACCT
268300             GO TO 7200-PAY-OUT-DEPOSIT-EXIT
268400     END-REWRITE
268500
268600     PERFORM 7500-WRITE-PAYOUT-LOG
268700         THRU 7500-WRITE-PAYOUT-LOG-EXIT
268800
268900     MOVE WS-FD-ACCT          TO MAT-ACCT-NUMBER
269000     MOVE "P"                 TO MAT-DISP
269100     MOVE WS-MAT-INTEREST-AMT TO MAT-INTEREST
269200     MOVE WS-PAYOUT-AMT       TO MAT-PAYOUT
269300     MOVE WS-LINKED-ACCT      TO MAT-LINKED-ACCT
269400     MOVE WS-MAT-DETAIL-LINE  TO MATURITY-LINE
269500     WRITE MATURITY-LINE
269600
269700     ADD 1 TO PHS-COUNT(6).
269800 7200-PAY-OUT-DEPOSIT-EXIT.
269900     EXIT.
270000
270100*-----------------------------------------------------------------
270200* A FAILURE PATH THAT LEAVES THE DEPOSIT UNTOUCHED PUTS IT BACK
270300* IN THE RECORD BUFFER - THE KEYED READ OF THE LINKED ACCOUNT
270400* REPLACED IT.
270500*-----------------------------------------------------------------
270600 7250-RESTORE-DEPOSIT.
270700     MOVE WS-FD-ACCT TO ACCT-NUMBER
270800     READ ACCOUNT-MASTER
270900         KEY IS ACCT-NUMBER
271000         INVALID KEY
271100             DISPLAY "MTHEND: UNABLE TO REREAD DEPOSIT "
271200                     WS-FD-ACCT
271300     END-READ.
271400 7250-RESTORE-DEPOSIT-EXIT.
271500     EXIT.
271600
271700*-----------------------------------------------------------------
271800* RENEW THE DEPOSIT FOR A FRESH TERM - THE MATURITY INTEREST IS
271900* CREDITED AND LOGGED, AND THE OPEN DATE RESTARTS THE TERM.
272000*-----------------------------------------------------------------
272100 7300-RENEW-DEPOSIT.
272200     IF WS-MAT-INTEREST-AMT > 0
272300         ADD WS-MAT-INTEREST-AMT TO ACCT-BALANCE
272400         ADD WS-MAT-INTEREST-AMT TO ACCT-FY-INT-TOTAL
272500         PERFORM 7400-WRITE-MAT-INTEREST-LOG
272600             THRU 7400-WRITE-MAT-INTEREST-LOG-EXIT
272700     END-IF
272800
272900     MOVE WS-TODAYS-DATE TO ACCT-OPEN-DATE
273000     REWRITE ACCOUNT-RECORD
273100         INVALID KEY
273200             DISPLAY "MTHEND: UNABLE TO REWRITE DEPOSIT "
273300                     ACCT-NUMBER
273400             GO TO 7300-RENEW-DEPOSIT-EXIT
273500     END-REWRITE
273600
273700     MOVE ACCT-NUMBER         TO MAT-ACCT-NUMBER
273800     MOVE "R"                 TO MAT-DISP
273900     MOVE WS-MAT-INTEREST-AMT TO MAT-INTEREST
274000     MOVE 0                   TO MAT-PAYOUT
274100     MOVE 0                   TO MAT-LINKED-ACCT
274200     MOVE WS-MAT-DETAIL-LINE  TO MATURITY-LINE
274300     WRITE MATURITY-LINE
274400
274500     ADD 1 TO PHS-COUNT(6).
274600 7300-RENEW-DEPOSIT-EXIT.
274700     EXIT.
274800
274900*-----------------------------------------------------------------
275000* POST THE MATURITY INTEREST CREDIT ON THE ACCOUNT IN THE
275100* RECORD BUFFER THROUGH THE DEPOSIT LOG.
275200*-----------------------------------------------------------------
275300 7400-WRITE-MAT-INTEREST-LOG.
275400     MOVE WS-TODAYS-DATE TO LOG-DATE
275500     MOVE WS-TRANS-TIME  TO LOG-TIME
275600     MOVE ACCT-NUMBER    TO LOG-ACCT-NUMBER
275700     MOVE WS-MAT-INTEREST-AMT TO LOG-DEPOSIT-AMT
275800     MOVE ACCT-BALANCE   TO LOG-NEW-BALANCE
275900     MOVE ACCT-CURRENCY-CODE TO LOG-CURRENCY-CODE
276000     SET LOG-TRANS-INTEREST TO TRUE
276100     MOVE 0 TO LOG-OPERATOR-ID
276200     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
276300     CALL "TXNREF" USING WS-TXN-REF
276400     MOVE WS-TXN-REF TO LOG-TXN-REF
276500     MOVE 0 TO LOG-VALUE-DATE
276600     MOVE 0 TO LOG-POST-BRANCH
276700     SET LOG-INSTR-SYSTEM TO TRUE
276800     WRITE DEPOSIT-LOG-RECORD
276900
277000     MOVE "I" TO WS-TXN-TYPE
277100     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
277200                           WS-TXN-TYPE LOG-DEPOSIT-AMT
277300                           LOG-NEW-BALANCE LOG-OPERATOR-ID
277400                           LOG-TXN-REF
277500                           LOG-INSTRUMENT.
277600 7400-WRITE-MAT-INTEREST-LOG-EXIT.
277700     EXIT.
277800
277900*-----------------------------------------------------------------
278000* POST THE FULL PAYOUT DEBIT OFF THE TERM DEPOSIT THROUGH THE
278100* WITHDRAW LOG.
278200*-----------------------------------------------------------------
278300 7500-WRITE-PAYOUT-LOG.
278400     MOVE WS-TODAYS-DATE TO WDLOG-DATE
278500     MOVE WS-TRANS-TIME  TO WDLOG-TIME
278600     MOVE WS-FD-ACCT     TO WDLOG-ACCT-NUMBER
278700     MOVE WS-PAYOUT-AMT  TO WDLOG-WITHDRAW-AMT
278800     MOVE ACCT-BALANCE   TO WDLOG-NEW-BALANCE
278900     MOVE 0              TO WDLOG-OPERATOR-ID
279000     MOVE WS-FD-BRANCH   TO WDLOG-BRANCH-CODE
279100     CALL "TXNREF" USING WS-TXN-REF
279200     MOVE WS-TXN-REF TO WDLOG-TXN-REF
279300*    THE PAYOUT LANDS IN THE LINKED SAVINGS ACCOUNT - AN
279400*    INTERNAL MOVEMENT, NOT CASH OVER THE COUNTER.
279500     SET WDLOG-TRANS-MATURITY TO TRUE
279600     MOVE 0 TO WDLOG-POST-BRANCH
279700     SET WDLOG-INSTR-TRANSFER TO TRUE
279800     WRITE WITHDRAW-LOG-RECORD
279900
280000     MOVE "W" TO WS-TXN-TYPE
280100     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
280200                           WDLOG-TIME WS-TXN-TYPE
280300                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
280400                           WDLOG-OPERATOR-ID
280500                           WDLOG-TXN-REF
280600                           WDLOG-INSTRUMENT.
280700 7500-WRITE-PAYOUT-LOG-EXIT.
280800     EXIT.
280900
281000*-----------------------------------------------------------------
281100* HOLD A PAYOUT BACK FOR A LINKED ACCOUNT FURTHER ON IN THE
281200* SWEEP.  IT GOES ON THE RESTART FILE AS WELL AS THE TABLE, SO
281300* A RERUN THAT RESUMES BETWEEN THE TWO ACCOUNTS STILL PAYS IT.
281400*-----------------------------------------------------------------
281500 7600-HOLD-PAYOUT.
281600     MOVE SPACES TO RESTART-RECORD
281700     MOVE WS-RUN-MONTH        TO RST-RUN-MONTH
281800     SET RST-PENDING-PAYOUT   TO TRUE
281900     MOVE ACCT-NUMBER         TO RST-ACCT-NUMBER
282000     MOVE ACCT-LINKED-ACCT    TO RST-LINKED-ACCT
282100     MOVE WS-MAT-INTEREST-AMT TO RST-AMOUNT
282200     MOVE 0 TO RST-FEE-TOTAL
282300     MOVE 0 TO RST-GST-TOTAL
282400     MOVE 0 TO RST-ESCHEAT-TOTAL
282500     WRITE RESTART-RECORD
282600
282700     ADD 1 TO WS-PND-COUNT
282800     MOVE ACCT-NUMBER         TO PND-DEPOSIT-ACCT(WS-PND-COUNT)
282900     MOVE ACCT-LINKED-ACCT    TO PND-LINKED-ACCT(WS-PND-COUNT)
283000     MOVE WS-MAT-INTEREST-AMT TO PND-INTEREST(WS-PND-COUNT)
283100     SET PND-OPEN(WS-PND-COUNT) TO TRUE.
283200 7600-HOLD-PAYOUT-EXIT.
283300     EXIT.
283400
283500*-----------------------------------------------------------------
283600* PAY EVERY HELD-BACK PAYOUT WHOSE LINKED ACCOUNT THE SWEEP HAS
283700* NOW FINISHED WITH.
283800*-----------------------------------------------------------------
283900 7800-PAY-HELD-PAYOUTS.
284000     PERFORM 7810-PAY-ONE-HELD
284100         THRU 7810-PAY-ONE-HELD-EXIT
284200         VARYING WS-PND-IDX FROM 1 BY 1
284300         UNTIL WS-PND-IDX > WS-PND-COUNT.
284400 7800-PAY-HELD-PAYOUTS-EXIT.
284500     EXIT.
284600
284700*-----------------------------------------------------------------
284800* PAY ONE HELD-BACK PAYOUT, WITH THE INTEREST VALUED WHEN ITS
284900* DEPOSIT WAS SCANNED.
285000*-----------------------------------------------------------------
285100 7810-PAY-ONE-HELD.
285200     IF NOT PND-OPEN(WS-PND-IDX)
285300         GO TO 7810-PAY-ONE-HELD-EXIT
285400     END-IF
285500     IF PND-LINKED-ACCT(WS-PND-IDX) > WS-SCAN-ACCT
285600         GO TO 7810-PAY-ONE-HELD-EXIT
285700     END-IF
285800
285900     SET PND-DONE(WS-PND-IDX) TO TRUE
286000     MOVE PND-DEPOSIT-ACCT(WS-PND-IDX) TO ACCT-NUMBER
286100     READ ACCOUNT-MASTER
286200         KEY IS ACCT-NUMBER
286300         INVALID KEY
286400             DISPLAY "MTHEND: UNABLE TO REREAD DEPOSIT "
286500                     PND-DEPOSIT-ACCT(WS-PND-IDX)
286600                     ", HELD PAYOUT NOT MADE"
286700             ADD 1 TO WS-MAT-EXCEPTION-COUNT
286800             GO TO 7810-PAY-ONE-HELD-EXIT
286900     END-READ
287000
287100     MOVE PND-INTEREST(WS-PND-IDX) TO WS-MAT-INTEREST-AMT
287200     ACCEPT WS-TRANS-TIME FROM TIME
287300     PERFORM 7200-PAY-OUT-DEPOSIT
287400         THRU 7200-PAY-OUT-DEPOSIT-EXIT.
287500 7810-PAY-ONE-HELD-EXIT.
287600     EXIT.
287700
287800*-----------------------------------------------------------------
287900* RECORD THE ACCOUNT JUST FINISHED, WITH THE REGISTER TOTALS SO
288000* FAR, SO A RERUN RESUMES AFTER IT.
288100*-----------------------------------------------------------------
288200 8000-WRITE-CHECKPOINT.
288300     MOVE SPACES TO RESTART-RECORD
288400     MOVE WS-RUN-MONTH     TO RST-RUN-MONTH
288500     SET RST-CHECKPOINT    TO TRUE
288600     MOVE WS-SCAN-ACCT     TO RST-ACCT-NUMBER
288700     MOVE 0                TO RST-LINKED-ACCT
288800     MOVE 0                TO RST-AMOUNT
288900     MOVE WS-FEE-TOTAL     TO RST-FEE-TOTAL
289000     MOVE WS-GST-TOTAL     TO RST-GST-TOTAL
289100     MOVE WS-ESCHEAT-TOTAL TO RST-ESCHEAT-TOTAL
289200     WRITE RESTART-RECORD.
289300 8000-WRITE-CHECKPOINT-EXIT.
289400     EXIT.
289500
289600*-----------------------------------------------------------------
289700* NOTE THE CLOCK AT THE START OF A PHASE.
289800*-----------------------------------------------------------------
289900 8500-START-CLOCK.
290000     PERFORM 8700-READ-CLOCK
290100         THRU 8700-READ-CLOCK-EXIT
290200     MOVE WS-CLOCK-HUNDREDTHS TO WS-CLOCK-START.
290300 8500-START-CLOCK-EXIT.
290400     EXIT.
290500
290600*-----------------------------------------------------------------
290700* ADD THE TIME SINCE THE PHASE STARTED TO THE PHASE'S TOTAL.  A
290800* PHASE THAT RAN ACROSS MIDNIGHT PICKS UP THE FULL DAY.
290900*-----------------------------------------------------------------
291000 8600-STOP-CLOCK.
291100     PERFORM 8700-READ-CLOCK
291200         THRU 8700-READ-CLOCK-EXIT
291300     IF WS-CLOCK-HUNDREDTHS < WS-CLOCK-START
291400         ADD 8640000 TO WS-CLOCK-HUNDREDTHS
291500     END-IF
291600     COMPUTE PHS-ELAPSED(WS-PHASE-IDX) =
291700             PHS-ELAPSED(WS-PHASE-IDX)
291800           + WS-CLOCK-HUNDREDTHS - WS-CLOCK-START.
291900 8600-STOP-CLOCK-EXIT.
292000     EXIT.
292100
292200*-----------------------------------------------------------------
292300* THE TIME OF DAY IN HUNDREDTHS OF A SECOND.
292400*-----------------------------------------------------------------
292500 8700-READ-CLOCK.
292600     ACCEPT WS-CLOCK-TIME FROM TIME
292700     COMPUTE WS-CLOCK-HUNDREDTHS =
292800             (((WS-CLOCK-HH * 60) + WS-CLOCK-MM) * 60
292900             + WS-CLOCK-SS) * 100 + WS-CLOCK-HS.
293000 8700-READ-CLOCK-EXIT.
293100     EXIT.
293200
293300*-----------------------------------------------------------------
293400* THE SWEEP REACHED THE END OF THE MASTER.  PAY ANY PAYOUT STILL
293500* HELD BACK - ITS LINKED ACCOUNT WAS NOT ON THE MASTER, SO IT IS
293600* REPORTED THE WAY MATPROC REPORTS IT - AND MARK THE MONTH DONE.
293700*-----------------------------------------------------------------
293800 9000-FINISH-SWEEP.
293900     IF WS-PND-COUNT > 0
294000         MOVE 999999 TO WS-SCAN-ACCT
294100         MOVE 6 TO WS-PHASE-IDX
294200         PERFORM 8500-START-CLOCK
294300             THRU 8500-START-CLOCK-EXIT
294400         PERFORM 7800-PAY-HELD-PAYOUTS
294500             THRU 7800-PAY-HELD-PAYOUTS-EXIT
294600         PERFORM 8600-STOP-CLOCK
294700             THRU 8600-STOP-CLOCK-EXIT
294800     END-IF
294900
295000     MOVE SPACES TO RESTART-RECORD
295100     MOVE WS-RUN-MONTH     TO RST-RUN-MONTH
295200     SET RST-RUN-COMPLETE  TO TRUE
295300     MOVE 0                TO RST-ACCT-NUMBER
295400     MOVE 0                TO RST-LINKED-ACCT
295500     MOVE 0                TO RST-AMOUNT
295600     MOVE WS-FEE-TOTAL     TO RST-FEE-TOTAL
295700     MOVE WS-GST-TOTAL     TO RST-GST-TOTAL
295800     MOVE WS-ESCHEAT-TOTAL TO RST-ESCHEAT-TOTAL
295900     WRITE RESTART-RECORD.
296000 9000-FINISH-SWEEP-EXIT.
296100     EXIT.
296200
296300*-----------------------------------------------------------------
296400* ONE PHASE'S ELAPSED TIME, AS HH:MM:SS.HH, AND ITS COUNT.
296500*-----------------------------------------------------------------
296600 9100-REPORT-PHASE.
296700     DIVIDE PHS-ELAPSED(WS-PHASE-IDX) BY 100
296800         GIVING WS-CLOCK-HUNDREDTHS
296900         REMAINDER WS-CLOCK-REMAINDER
297000     MOVE WS-CLOCK-REMAINDER TO ELP-HS
297100     DIVIDE WS-CLOCK-HUNDREDTHS BY 60
297200         GIVING WS-CLOCK-HUNDREDTHS
297300         REMAINDER WS-CLOCK-REMAINDER
297400     MOVE WS-CLOCK-REMAINDER TO ELP-SS
297500     DIVIDE WS-CLOCK-HUNDREDTHS BY 60
297600         GIVING WS-CLOCK-HUNDREDTHS
297700         REMAINDER WS-CLOCK-REMAINDER
297800     MOVE WS-CLOCK-REMAINDER TO ELP-MM
297900     MOVE WS-CLOCK-HUNDREDTHS TO ELP-HH
298000     DISPLAY "MTHEND: " WS-PHASE-NAME(WS-PHASE-IDX)
298100             " ELAPSED " WS-ELAPSED-DISPLAY
298200             ", COUNT = " PHS-COUNT(WS-PHASE-IDX).
298300 9100-REPORT-PHASE-EXIT.
298400     EXIT.
298500
298600*-----------------------------------------------------------------
298700* PRINT THE REGISTER TRAILERS, THE ELAPSED TIME AND COUNT FOR
298800* EACH PHASE, RELEASE THE WINDOW AND CLOSE DOWN.
298900*-----------------------------------------------------------------
299000 9999-TERMINATE.
299100     IF WS-BATCH-ACQUIRED
299200         CALL "BATCHREL" USING WS-JOB-NAME
299300     END-IF
299400
299500     IF WS-RUN-OK
299800         MOVE SPACES TO FEE-LINE
299900         WRITE FEE-LINE
300000         MOVE WS-FEE-TOTAL TO FRG-TOT-AMOUNT
300100         MOVE WS-FRG-TOTAL-LINE TO FEE-LINE
300200         WRITE FEE-LINE
300300         MOVE WS-GST-TOTAL TO FRG-TOT-GST-AMOUNT
300400         MOVE WS-FRG-GST-TOTAL-LINE TO FEE-LINE
300500         WRITE FEE-LINE
300600         MOVE SPACES TO LOWBAL-LINE
300700         WRITE LOWBAL-LINE
300800         MOVE SPACES TO ESCHEAT-LINE
300900         WRITE ESCHEAT-LINE
301000         MOVE WS-ESCHEAT-TOTAL TO ESC-TOT-AMOUNT
301100         MOVE WS-ESC-TOTAL-LINE TO ESCHEAT-LINE
301200         WRITE ESCHEAT-LINE
301300
301400         DISPLAY "MTHEND: ACCOUNTS SCANNED      = "
301500                 WS-ACCOUNT-COUNT
301600         PERFORM 9100-REPORT-PHASE
301700             THRU 9100-REPORT-PHASE-EXIT
301800             VARYING WS-PHASE-IDX FROM 1 BY 1
301900             UNTIL WS-PHASE-IDX > WS-PHASE-MAX
302000         DISPLAY "MTHEND: MATURITY EXCEPTIONS   = "
302100                 WS-MAT-EXCEPTION-COUNT
302200     END-IF
302300
302400     CLOSE ACCOUNT-MASTER
302500     CLOSE DEPOSIT-LOG
302600     CLOSE WITHDRAW-LOG
302800     CLOSE UNCLAIMED-LEDGER
302900     CLOSE RESTART-FILE
303100     CLOSE DEBIT-REGISTER
303200     CLOSE FEE-REGISTER
303300     CLOSE EXCEPTION-REPORT
303400     CLOSE DORMANCY-REPORT
303500     CLOSE TRANSFER-SCHEDULE
303600     CLOSE MATURITY-REGISTER
304000     IF WS-RDL-AVAIL
304100         CLOSE RD-LEDGER
304200     END-IF
304300     IF WS-DSHR-OPEN
304400         CLOSE DISHONOUR-FILE
304500     END-IF
304600     IF WS-CHQBK-OPEN
304700         CLOSE CHEQUE-BOOK-REGISTER
304800     END-IF.
304900 9999-TERMINATE-EXIT.
305000     EXIT.
