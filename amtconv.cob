000100******************************************************************
000200* PROGRAM      : AMTCONV                                        *
000300* DESCRIPTION  : ONE-OFF CONVERSION FOR THE WIDER MONEY FIELDS.  *
000400*                EVERY STORED FILE WHOSE RECORD CARRIES A        *
000500*                BALANCE OR AN AMOUNT IS READ IN ITS OLD LAYOUT  *
000600*                AND WRITTEN IN THE NEW ONE, EACH MONEY FIELD    *
000700*                WIDENED BY THREE DIGITS IN PLACE AND EVERYTHING *
000800*                ELSE CARRIED ACROSS BYTE FOR BYTE.              *
000900*                                                                *
001000*                THE OLD FILES ARE ONLY READ.  THE NEW FILES GO  *
001100*                TO SEPARATE DATASETS, AND A CONTROL REPORT      *
001200*                SHOWS FOR EACH FILE THE RECORDS READ AND        *
001300*                WRITTEN AND THE SUM OF ITS MONEY FIELDS BEFORE  *
001400*                (TAKEN FROM THE OLD RECORD) AND AFTER (TAKEN    *
001500*                BACK FROM THE NEW LAYOUT AS WRITTEN).  ANY      *
001600*                DIFFERENCE SETS RETURN CODE 8 AND THE NEW FILES *
001700*                MUST NOT BE PUT INTO SERVICE.                   *
001800*                                                                *
001900*                THE LIVE DEPOSIT AND WITHDRAWAL LOGS ARE NOT    *
002000*                CONVERTED - THE JOB RUNS AFTER LOGARCH HAS      *
002100*                EMPTIED THEM INTO THE ARCHIVES AND REFUSES TO   *
002200*                RUN WHILE EITHER STILL HOLDS A LINE.  DAILY     *
002300*                WORK AND INTERFACE FILES ARE BUILT AFRESH EACH  *
002400*                DAY AND NEED NO CONVERSION.  THE MAINTENANCE    *
002500*                JOURNAL KEEPS ITS IMAGES AS THEY WERE TAKEN.    *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. AMTCONV.
002900 AUTHOR. S NATARAJAN.
003000 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300
003400******************************************************************
003500* MODIFICATION HISTORY                                          *
003600*-----------------------------------------------------------------
003700* DATE       INIT  DESCRIPTION                                  *
003800* 2026-10-15 SN    NEW PROGRAM - CARRIES EVERY STORED FILE ONTO  *
003900*                  THE WIDER MONEY FIELDS WITH BEFORE AND AFTER  *
004000*                  CONTROL TOTALS.                               *
004001* 2026-10-15 SN    OLD AND NEW LAYOUTS NOW HELD IN THE PROGRAM  *
004002*                  AS THEY STOOD AT THE MONEY FIELD CONVERSION, *
004003*                  SO LATER COPYBOOK CHANGES CANNOT ALTER THEM. *
004004*                  RUN DATE TAKEN AT THE FULL CCYYMMDD WIDTH.   *
004100******************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OLD-ACCOUNT-MASTER ASSIGN TO "OACCMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS OLD-ACCT-NUMBER
005000         FILE STATUS IS WS-OACCMSTR-STATUS.
005100
005200     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ACCT-NUMBER
005600         FILE STATUS IS WS-ACCMSTR-STATUS.
005700
005800     SELECT OLD-TRANSACTION-HISTORY ASSIGN TO "OTXNHIST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS OLD-TXN-KEY
006200         FILE STATUS IS WS-OTXNHIST-STATUS.
006300
006400     SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS TXN-KEY
006800         FILE STATUS IS WS-TXNHIST-STATUS.
006900
007000     SELECT OLD-CHEQUE-REGISTER ASSIGN TO "OCHQREG"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS OLD-CHQ-KEY
007400         FILE STATUS IS WS-OCHQREG-STATUS.
007500
007600     SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS CHQ-KEY
008000         FILE STATUS IS WS-CHQREG-STATUS.
008100
008200     SELECT OLD-HOLD-FILE ASSIGN TO "OHOLDFIL"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS OLD-HOLD-KEY
008600         FILE STATUS IS WS-OHOLDFIL-STATUS.
008700
008800     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS HOLD-KEY
009200         FILE STATUS IS WS-HOLDFILE-STATUS.
009300
009400     SELECT OLD-LOAN-MASTER ASSIGN TO "OLOANMST"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS SEQUENTIAL
009700         RECORD KEY IS OLD-LOAN-NUMBER
009800         FILE STATUS IS WS-OLOANMST-STATUS.
009900
010000     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS SEQUENTIAL
010300         RECORD KEY IS LOAN-NUMBER
010400         FILE STATUS IS WS-LOANMSTR-STATUS.
010500
010600     SELECT OLD-DD-REGISTER ASSIGN TO "ODDREG"
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS SEQUENTIAL
010900         RECORD KEY IS OLD-DD-SERIAL-NO
011000         FILE STATUS IS WS-ODDREG-STATUS.
011100
011200     SELECT DD-REGISTER ASSIGN TO "DDREG"
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS SEQUENTIAL
011500         RECORD KEY IS DD-SERIAL-NO
011600         FILE STATUS IS WS-DDREG-STATUS.
011700
011800     SELECT OLD-REMIT-REGISTER ASSIGN TO "OORMFILE"
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS SEQUENTIAL
012100         RECORD KEY IS OLD-ORM-TXN-REF
012200         FILE STATUS IS WS-OORMFILE-STATUS.
012300
012400     SELECT REMIT-REGISTER ASSIGN TO "ORMFILE"
012500         ORGANIZATION IS INDEXED
012600         ACCESS MODE IS SEQUENTIAL
012700         RECORD KEY IS ORM-TXN-REF
012800         FILE STATUS IS WS-ORMFILE-STATUS.
012900
013000     SELECT OLD-STANDING-INSTR ASSIGN TO "OSTDINST"
013100         ORGANIZATION IS INDEXED
013200         ACCESS MODE IS SEQUENTIAL
013300         RECORD KEY IS OLD-SI-KEY
013400         FILE STATUS IS WS-OSTDINST-STATUS.
013500
013600     SELECT STANDING-INSTR ASSIGN TO "STDINSTR"
013700         ORGANIZATION IS INDEXED
013800         ACCESS MODE IS SEQUENTIAL
013900         RECORD KEY IS SI-KEY
014000         FILE STATUS IS WS-STDINSTR-STATUS.
014100
014200     SELECT OLD-SWEEP-FILE ASSIGN TO "OSWEEPFL"
014300         ORGANIZATION IS INDEXED
014400         ACCESS MODE IS SEQUENTIAL
014500         RECORD KEY IS OLD-SWP-ACCT-NUMBER
014600         FILE STATUS IS WS-OSWEEPFL-STATUS.
014700
014800     SELECT SWEEP-FILE ASSIGN TO "SWEEPFIL"
014900         ORGANIZATION IS INDEXED
015000         ACCESS MODE IS SEQUENTIAL
015100         RECORD KEY IS SWP-ACCT-NUMBER
015200         FILE STATUS IS WS-SWEEPFIL-STATUS.
015300
015400     SELECT OLD-CLAIMS-REGISTER ASSIGN TO "OCLMFILE"
015500         ORGANIZATION IS INDEXED
015600         ACCESS MODE IS SEQUENTIAL
015700         RECORD KEY IS OLD-CLM-ACCT-NUMBER
015800         FILE STATUS IS WS-OCLMFILE-STATUS.
015900
016000     SELECT CLAIMS-REGISTER ASSIGN TO "CLMFILE"
016100         ORGANIZATION IS INDEXED
016200         ACCESS MODE IS SEQUENTIAL
016300         RECORD KEY IS CLM-ACCT-NUMBER
016400         FILE STATUS IS WS-CLMFILE-STATUS.
016500
016600     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
016700         ORGANIZATION IS INDEXED
016800         ACCESS MODE IS SEQUENTIAL
016900         RECORD KEY IS PND-ID
017000         FILE STATUS IS WS-PENDFILE-STATUS.
017100
017200     SELECT OLD-DEPOSIT-ARCHIVE ASSIGN TO "ODEPARCH"
017300         ORGANIZATION IS LINE SEQUENTIAL
017400         FILE STATUS IS WS-ODEPARCH-STATUS.
017500
017600     SELECT DEPOSIT-ARCHIVE ASSIGN TO "DEPARCH"
017700         ORGANIZATION IS LINE SEQUENTIAL
017800         FILE STATUS IS WS-DEPARCH-STATUS.
017900
018000     SELECT OLD-WITHDRAW-ARCHIVE ASSIGN TO "OWDARCH"
018100         ORGANIZATION IS LINE SEQUENTIAL
018200         FILE STATUS IS WS-OWDARCH-STATUS.
018300
018400     SELECT WITHDRAW-ARCHIVE ASSIGN TO "WDARCH"
018500         ORGANIZATION IS LINE SEQUENTIAL
018600         FILE STATUS IS WS-WDARCH-STATUS.
018700
018800     SELECT OLD-COMPLIANCE-LOG ASSIGN TO "OWDCOMPL"
018900         ORGANIZATION IS LINE SEQUENTIAL
019000         FILE STATUS IS WS-OWDCOMPL-STATUS.
019100
019200     SELECT COMPLIANCE-LOG ASSIGN TO "WDCOMPLY"
019300         ORGANIZATION IS LINE SEQUENTIAL
019400         FILE STATUS IS WS-WDCOMPLY-STATUS.
019500
019600     SELECT OLD-SNAPSHOT-FILE ASSIGN TO "OACCSNAP"
019700         ORGANIZATION IS LINE SEQUENTIAL
019800         FILE STATUS IS WS-OACCSNAP-STATUS.
019900
020000     SELECT SNAPSHOT-FILE ASSIGN TO "ACCSNAP"
020100         ORGANIZATION IS LINE SEQUENTIAL
020200         FILE STATUS IS WS-ACCSNAP-STATUS.
020300
020400     SELECT OLD-UNCLAIMED-LEDGER ASSIGN TO "OUNCLFND"
020500         ORGANIZATION IS LINE SEQUENTIAL
020600         FILE STATUS IS WS-OUNCLFND-STATUS.
020700
020800     SELECT UNCLAIMED-LEDGER ASSIGN TO "UNCLFUND"
020900         ORGANIZATION IS LINE SEQUENTIAL
021000         FILE STATUS IS WS-UNCLFUND-STATUS.
021100
021200     SELECT OLD-TAX-LEDGER ASSIGN TO "OTAXLEDG"
021300         ORGANIZATION IS LINE SEQUENTIAL
021400         FILE STATUS IS WS-OTAXLEDG-STATUS.
021500
021600     SELECT TAX-LEDGER ASSIGN TO "TAXLEDGR"
021700         ORGANIZATION IS LINE SEQUENTIAL
021800         FILE STATUS IS WS-TAXLEDGR-STATUS.
021900
022000     SELECT OLD-SETTLEMENT-REGISTER ASSIGN TO "ODSETREG"
022100         ORGANIZATION IS LINE SEQUENTIAL
022200         FILE STATUS IS WS-ODSETREG-STATUS.
022300
022400     SELECT SETTLEMENT-REGISTER ASSIGN TO "DSETREG"
022500         ORGANIZATION IS LINE SEQUENTIAL
022600         FILE STATUS IS WS-DSETREG-STATUS.
022700
022800     SELECT OLD-CLOSURE-REGISTER ASSIGN TO "OCLOSREG"
022900         ORGANIZATION IS LINE SEQUENTIAL
023000         FILE STATUS IS WS-OCLOSREG-STATUS.
023100
023200     SELECT CLOSURE-REGISTER ASSIGN TO "CLOSEREG"
023300         ORGANIZATION IS LINE SEQUENTIAL
023400         FILE STATUS IS WS-CLOSEREG-STATUS.
023500
023600     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
023700         ORGANIZATION IS LINE SEQUENTIAL
023800         FILE STATUS IS WS-DEPLOG-STATUS.
023900
024000     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
024100         ORGANIZATION IS LINE SEQUENTIAL
024200         FILE STATUS IS WS-WDLOG-STATUS.
024300
024400     SELECT CONTROL-REPORT ASSIGN TO "AMTCONVR"
024500         ORGANIZATION IS LINE SEQUENTIAL
024600         FILE STATUS IS WS-REPORT-STATUS.
024700
024800 DATA DIVISION.
024900 FILE SECTION.
025000*    OLD LAYOUTS - ONLY THE KEY IS NAMED, THE REST IS CARRIED AS
025100*    ONE IMAGE AND WIDENED BY THE FIELD MAPS IN WORKING STORAGE.
025200 FD  OLD-ACCOUNT-MASTER
025300     LABEL RECORDS ARE STANDARD.
025400 01  OLD-ACCOUNT-RECORD.
025500     05  OLD-ACCT-NUMBER      PIC 9(06).
025600     05  FILLER               PIC X(96).
025700
025800 FD  ACCOUNT-MASTER
025900     LABEL RECORDS ARE STANDARD.
026000 01  ACCOUNT-RECORD.
026002     05  ACCT-NUMBER            PIC 9(06).
026004     05  ACCT-BALANCE           PIC S9(09).
026006     05  ACCT-STATUS            PIC X(01).
026008         88  ACCT-STATUS-ACTIVE     VALUE 'A'.
026010         88  ACCT-STATUS-INACTIVE   VALUE 'I'.
026012         88  ACCT-STATUS-DORMANT    VALUE 'D'.
026014         88  ACCT-STATUS-CLOSED     VALUE 'C'.
026016         88  ACCT-STATUS-LOCKED     VALUE 'L'.
026018         88  ACCT-STATUS-ESCHEAT    VALUE 'E'.
026020     05  ACCT-TYPE-CODE         PIC X(01).
026022         88  ACCT-TYPE-SAVINGS      VALUE 'S'.
026024         88  ACCT-TYPE-CURRENT      VALUE 'C'.
026026         88  ACCT-TYPE-FIXED        VALUE 'F'.
026028         88  ACCT-TYPE-RECURRING    VALUE 'R'.
026030         88  ACCT-TYPE-LOAN         VALUE 'L'.
026032     05  ACCT-MIN-BAL           PIC 9(09).
026034     05  ACCT-LAST-DEP-DATE     PIC 9(06).
026036     05  ACCT-DAILY-DEP-TOTAL   PIC 9(10).
026038     05  ACCT-CREDIT-LIMIT      PIC 9(09).
026040     05  ACCT-CURRENCY-CODE     PIC X(03).
026042         88  ACCT-CURRENCY-INR      VALUE "INR".
026044         88  ACCT-CURRENCY-USD      VALUE "USD".
026046         88  ACCT-CURRENCY-GBP      VALUE "GBP".
026048         88  ACCT-CURRENCY-EUR      VALUE "EUR".
026050     05  ACCT-LAST-WD-DATE      PIC 9(06).
026052     05  ACCT-OPEN-DATE         PIC 9(06).
026055     05  ACCT-FY-INT-TOTAL      PIC 9(10).
026058     05  ACCT-UNCLEARED-FUNDS   PIC 9(10).
026061     05  ACCT-BRANCH-CODE       PIC 9(03).
026064     05  ACCT-MATURITY-DISP     PIC X(01).
026067         88  ACCT-MAT-PAYOUT        VALUE 'P'.
026070         88  ACCT-MAT-RENEW         VALUE 'R'.
026073     05  ACCT-LINKED-ACCT       PIC 9(06).
026076     05  ACCT-LAST-TRF-DATE     PIC 9(06).
026079     05  ACCT-DAILY-TRF-TOTAL   PIC 9(10).
026082     05  ACCT-RD-INSTALLMENT    PIC 9(06).
026085     05  ACCT-OPER-MANDATE      PIC X(01).
026088         88  ACCT-MANDATE-EITHER    VALUE 'E' ' '.
026091         88  ACCT-MANDATE-BOTH      VALUE 'B'.
026094         88  ACCT-MANDATE-PRIMARY   VALUE 'P'.
026097     05  ACCT-PRODUCT-CODE      PIC X(04).
026100
026200 FD  OLD-TRANSACTION-HISTORY
026300     LABEL RECORDS ARE STANDARD.
026400 01  OLD-TXN-RECORD.
026500     05  OLD-TXN-KEY          PIC X(20).
026600     05  FILLER               PIC X(27).
026700
026800 FD  TRANSACTION-HISTORY
026900     LABEL RECORDS ARE STANDARD.
027000 01  TXN-RECORD.
027007     05  TXN-KEY.
027014         10  TXN-ACCT-NUMBER    PIC 9(06).
027021         10  TXN-DATE           PIC 9(06).
027028         10  TXN-TIME           PIC 9(08).
027035     05  TXN-TYPE               PIC X(01).
027042         88  TXN-TYPE-DEPOSIT      VALUE "D".
027049         88  TXN-TYPE-WITHDRAWAL   VALUE "W".
027056         88  TXN-TYPE-REVERSAL     VALUE "R".
027063         88  TXN-TYPE-INTEREST     VALUE "I".
027070     05  TXN-AMOUNT             PIC 9(09).
027077     05  TXN-NEW-BALANCE        PIC S9(09).
027084     05  TXN-OPERATOR-ID        PIC 9(04).
027092     05  TXN-REF                PIC 9(10).
027100
027200 FD  OLD-CHEQUE-REGISTER
027300     LABEL RECORDS ARE STANDARD.
027400 01  OLD-CHEQUE-RECORD.
027500     05  OLD-CHQ-KEY          PIC X(12).
027600     05  FILLER               PIC X(43).
027700
027800 FD  CHEQUE-REGISTER
027900     LABEL RECORDS ARE STANDARD.
028000 01  CHEQUE-RECORD.
028007     05  CHQ-KEY.
028014         10  CHQ-ACCT-NUMBER    PIC 9(06).
028021         10  CHQ-NUMBER         PIC 9(06).
028028     05  CHQ-AMOUNT             PIC 9(09).
028035     05  CHQ-DRAWEE-BANK        PIC X(20).
028042     05  CHQ-DEPOSIT-DATE       PIC 9(06).
028049     05  CHQ-STATUS             PIC X(01).
028056         88  CHQ-STATUS-PENDING    VALUE "P".
028063         88  CHQ-STATUS-PRESENTED  VALUE "S".
028070         88  CHQ-STATUS-CLEARED    VALUE "C".
028077         88  CHQ-STATUS-RETURNED   VALUE "R".
028084     05  CHQ-OPERATOR-ID        PIC 9(04).
028092     05  CHQ-PRESENT-DATE       PIC 9(06).
028100
028200 FD  OLD-HOLD-FILE
028300     LABEL RECORDS ARE STANDARD.
028400 01  OLD-HOLD-RECORD.
028500     05  OLD-HOLD-KEY         PIC X(09).
028600     05  FILLER               PIC X(33).
028700
028800 FD  HOLD-FILE
028900     LABEL RECORDS ARE STANDARD.
029000 01  HOLD-RECORD.
029010     05  HOLD-KEY.
029020         10  HOLD-ACCT-NUMBER   PIC 9(06).
029030         10  HOLD-ID            PIC 9(03).
029040     05  HOLD-AMOUNT            PIC 9(09).
029050     05  HOLD-REASON            PIC X(20).
029060     05  HOLD-STATUS            PIC X(01).
029070         88  HOLD-STATUS-ACTIVE    VALUE "A".
029080         88  HOLD-STATUS-RELEASED  VALUE "R".
029090     05  HOLD-PLACED-DATE       PIC 9(06).
029100
029200 FD  OLD-LOAN-MASTER
029300     LABEL RECORDS ARE STANDARD.
029400 01  OLD-LOAN-RECORD.
029500     05  OLD-LOAN-NUMBER      PIC 9(06).
029600     05  FILLER               PIC X(54).
029700
029800 FD  LOAN-MASTER
029900     LABEL RECORDS ARE STANDARD.
030000 01  LOAN-RECORD.
030006     05  LOAN-NUMBER            PIC 9(06).
030012     05  LOAN-CUST-NUMBER       PIC 9(06).
030018     05  LOAN-DISB-ACCT         PIC 9(06).
030024     05  LOAN-PRINCIPAL         PIC 9(09).
030030     05  LOAN-RATE-PCT          PIC 9(03)V99.
030036     05  LOAN-TERM-MONTHS       PIC 9(03).
030042     05  LOAN-EMI-AMOUNT        PIC 9(09).
030048     05  LOAN-NEXT-DUE-DATE     PIC 9(06).
030054     05  LOAN-PAID-COUNT        PIC 9(03).
030060     05  LOAN-ARREARS-COUNT     PIC 9(03).
030066     05  LOAN-STATUS            PIC X(01).
030072         88  LOAN-STATUS-ACTIVE     VALUE 'A'.
030079         88  LOAN-STATUS-CLOSED     VALUE 'C'.
030086     05  LOAN-SECURITY-ACCT     PIC 9(06).
030093     05  LOAN-LIEN-ID           PIC 9(03).
030100
030200 FD  OLD-DD-REGISTER
030300     LABEL RECORDS ARE STANDARD.
030400 01  OLD-DD-RECORD.
030500     05  OLD-DD-SERIAL-NO     PIC 9(10).
030600     05  FILLER               PIC X(138).
030700
030800 FD  DD-REGISTER
030900     LABEL RECORDS ARE STANDARD.
031000 01  DD-RECORD.
031003     05  DD-SERIAL-NO           PIC 9(10).
031006     05  DD-INSTR-TYPE          PIC X(01).
031009         88  DD-TYPE-DRAFT          VALUE "D".
031012         88  DD-TYPE-PAY-ORDER      VALUE "P".
031015     05  DD-PAYEE-NAME          PIC X(30).
031018     05  DD-PAYABLE-BRANCH      PIC 9(03).
031021     05  DD-AMOUNT              PIC 9(09).
031024     05  DD-COMMISSION          PIC 9(09).
031027     05  DD-PURCHASE-MODE       PIC X(01).
031030         88  DD-BOUGHT-FROM-ACCOUNT VALUE "A".
031033         88  DD-BOUGHT-FOR-CASH     VALUE "C".
031036     05  DD-ACCT-NUMBER         PIC 9(06).
031039     05  DD-PURCHASER-NAME      PIC X(30).
031042     05  DD-ISSUE-DATE          PIC 9(06).
031045     05  DD-ISSUE-BRANCH        PIC 9(03).
031048     05  DD-ISSUED-BY           PIC 9(04).
031051     05  DD-STATUS              PIC X(01).
031054         88  DD-STATUS-ISSUED       VALUE "I".
031057         88  DD-STATUS-REVALIDATED  VALUE "R".
031060         88  DD-STATUS-PAID         VALUE "P".
031063         88  DD-STATUS-CANCELLED    VALUE "C".
031066         88  DD-STATUS-OUTSTANDING  VALUE "I" "R".
031069     05  DD-VALID-FROM-DATE     PIC 9(06).
031072     05  DD-REVAL-COUNT         PIC 9(02).
031075     05  DD-SETTLE-DATE         PIC 9(06).
031078     05  DD-SETTLE-MODE         PIC X(01).
031081         88  DD-SETTLED-CLEARING    VALUE "Q".
031084         88  DD-SETTLED-TO-ACCOUNT  VALUE "A".
031087         88  DD-SETTLED-IN-CASH     VALUE "C".
031090     05  DD-SETTLE-ACCT         PIC 9(06).
031093     05  DD-SETTLE-REF          PIC 9(10).
031096     05  DD-SETTLED-BY          PIC 9(04).
031100
031200 FD  OLD-REMIT-REGISTER
031300     LABEL RECORDS ARE STANDARD.
031400 01  OLD-REMIT-RECORD.
031500     05  OLD-ORM-TXN-REF      PIC 9(10).
031600     05  FILLER               PIC X(94).
031700
031800 FD  REMIT-REGISTER
031900     LABEL RECORDS ARE STANDARD.
032000 01  REMIT-RECORD.
032005     05  ORM-TXN-REF            PIC 9(10).
032010     05  ORM-ACCT-NUMBER        PIC 9(06).
032015     05  ORM-AMOUNT             PIC 9(09).
032020     05  ORM-PAY-MODE           PIC X(01).
032025         88  ORM-MODE-NEFT         VALUE "N".
032030         88  ORM-MODE-RTGS         VALUE "R".
032035     05  ORM-BENEF-BANK         PIC X(11).
032040     05  ORM-BENEF-ACCT         PIC X(16).
032046     05  ORM-BENEF-NAME         PIC X(30).
032052     05  ORM-SENT-DATE          PIC 9(06).
032058     05  ORM-STATUS             PIC X(01).
032064         88  ORM-STATUS-SENT       VALUE "S".
032070         88  ORM-STATUS-RETURNED   VALUE "R".
032076     05  ORM-RETURN-DATE        PIC 9(06).
032082     05  ORM-RETURN-REASON      PIC X(04).
032088     05  ORM-OPERATOR-ID        PIC 9(04).
032094     05  ORM-BRANCH-CODE        PIC 9(03).
032100
032200 FD  OLD-STANDING-INSTR
032300     LABEL RECORDS ARE STANDARD.
032400 01  OLD-SI-RECORD.
032500     05  OLD-SI-KEY           PIC X(08).
032600     05  FILLER               PIC X(19).
032700
032800 FD  STANDING-INSTR
032900     LABEL RECORDS ARE STANDARD.
033000 01  STANDING-INSTRUCTION-RECORD.
033010     05  SI-KEY.
033020         10  SI-ACCT-NUMBER     PIC 9(06).
033030         10  SI-INSTR-NO        PIC 9(02).
033040     05  SI-CREDIT-ACCT         PIC 9(06).
033050     05  SI-AMOUNT              PIC 9(09).
033060     05  SI-FREQUENCY           PIC X(01).
033070         88  SI-FREQ-WEEKLY        VALUE "W".
033080         88  SI-FREQ-MONTHLY       VALUE "M".
033090     05  SI-NEXT-DUE-DATE       PIC 9(06).
033100
033200 FD  OLD-SWEEP-FILE
033300     LABEL RECORDS ARE STANDARD.
033400 01  OLD-SWEEP-RECORD.
033500     05  OLD-SWP-ACCT-NUMBER  PIC 9(06).
033600     05  FILLER               PIC X(20).
033700
033800 FD  SWEEP-FILE
033900     LABEL RECORDS ARE STANDARD.
034000 01  SWEEP-RECORD.
034010     05  SWP-ACCT-NUMBER        PIC 9(06).
034020     05  SWP-THRESHOLD          PIC 9(10).
034030     05  SWP-AMOUNT             PIC 9(09).
034040     05  SWP-FD-ACCT            PIC 9(06).
034050     05  SWP-STATUS             PIC X(01).
034060         88  SWP-STATUS-ACTIVE     VALUE "A".
034070         88  SWP-STATUS-CANCELLED  VALUE "C".
034100
034200 FD  OLD-CLAIMS-REGISTER
034300     LABEL RECORDS ARE STANDARD.
034400 01  OLD-CLAIMS-RECORD.
034500     05  OLD-CLM-ACCT-NUMBER  PIC 9(06).
034600     05  FILLER               PIC X(62).
034700
034800 FD  CLAIMS-REGISTER
034900     LABEL RECORDS ARE STANDARD.
035000 01  CLAIMS-RECORD.
035100     05  CLM-ACCT-NUMBER      PIC 9(06).
035200     05  CLM-ESCHEAT-DATE     PIC 9(06).
035300     05  CLM-AMOUNT           PIC 9(09).
035400     05  CLM-CLAIM-DATE       PIC 9(06).
035500     05  CLM-CLAIMANT-NAME    PIC X(30).
035600     05  CLM-SUPERVISOR-ID    PIC 9(04).
035700     05  CLM-TXN-REF          PIC 9(10).
035800
035900 FD  PENDING-FILE
036000     LABEL RECORDS ARE STANDARD.
036100 01  PENDING-RECORD.
036103     05  PND-ID                 PIC 9(06).
036106     05  PND-TYPE               PIC X(01).
036109         88  PND-TYPE-RATE         VALUE "R".
036112         88  PND-TYPE-OPRAUTH      VALUE "O".
036115         88  PND-TYPE-HOLDREL      VALUE "H".
036118         88  PND-TYPE-CRLIMIT      VALUE "C".
036121     05  PND-KEY-DATA           PIC X(12).
036124     05  PND-NEW-DATA           PIC X(40).
036127     05  PND-NEW-RATE-SET REDEFINES PND-NEW-DATA.
036130         10  PND-SLAB-1-LIMIT   PIC 9(07)V99.
036133         10  PND-SLAB-1-RATE    PIC 9(03)V99.
036136         10  PND-SLAB-2-LIMIT   PIC 9(07)V99.
036139         10  PND-SLAB-2-RATE    PIC 9(03)V99.
036142         10  PND-SLAB-3-RATE    PIC 9(03)V99.
036145         10  FILLER             PIC X(07).
036148     05  PND-NEW-AUTH REDEFINES PND-NEW-DATA.
036152         10  PND-AUTH-LEVEL     PIC X(01).
036156         10  FILLER             PIC X(39).
036160     05  PND-NEW-LIMIT REDEFINES PND-NEW-DATA.
036164         10  PND-CREDIT-LIMIT   PIC 9(09).
036168         10  FILLER             PIC X(31).
036172     05  PND-MAKER-ID           PIC 9(04).
036176     05  PND-MADE-DATE          PIC 9(06).
036180     05  PND-STATUS             PIC X(01).
036184         88  PND-STATUS-PENDING    VALUE "P".
036188         88  PND-STATUS-APPROVED   VALUE "A".
036192         88  PND-STATUS-REJECTED   VALUE "J".
036196     05  PND-CHECKER-ID         PIC 9(04).
036200
036300 FD  OLD-DEPOSIT-ARCHIVE
036400     LABEL RECORDS ARE STANDARD.
036500 01  OLD-DEPOSIT-ARCHIVE-LINE    PIC X(80).
036600
036700 FD  DEPOSIT-ARCHIVE
036800     LABEL RECORDS ARE STANDARD.
036900 01  DEPOSIT-ARCHIVE-RECORD.
037000     05  FILLER               PIC X(22).
037100     05  ARCLOG-DEPOSIT-AMT   PIC 9(09).
037200     05  FILLER               PIC X(01).
037300     05  ARCLOG-NEW-BALANCE   PIC S9(09).
037400     05  FILLER               PIC X(39).
037500
037600 FD  OLD-WITHDRAW-ARCHIVE
037700     LABEL RECORDS ARE STANDARD.
037800 01  OLD-WITHDRAW-ARCHIVE-LINE   PIC X(80).
037900
038000 FD  WITHDRAW-ARCHIVE
038100     LABEL RECORDS ARE STANDARD.
038200 01  WITHDRAW-ARCHIVE-RECORD.
038300     05  FILLER               PIC X(22).
038400     05  ARCWD-WITHDRAW-AMT   PIC 9(09).
038500     05  FILLER               PIC X(01).
038600     05  ARCWD-NEW-BALANCE    PIC S9(09).
038700     05  FILLER               PIC X(39).
038800
038900 FD  OLD-COMPLIANCE-LOG
039000     LABEL RECORDS ARE STANDARD.
039100 01  OLD-COMPLIANCE-LOG-LINE     PIC X(80).
039200
039300 FD  COMPLIANCE-LOG
039400     LABEL RECORDS ARE STANDARD.
039500 01  COMPLIANCE-LOG-RECORD.
039600     05  FILLER               PIC X(22).
039700     05  COMPLOG-WITHDRAW-AMT PIC 9(09).
039800     05  FILLER               PIC X(01).
039900     05  COMPLOG-NEW-BALANCE  PIC S9(09).
040000     05  FILLER               PIC X(39).
040100
040200*    THE OLD SNAPSHOT RECORD WAS CUT OFF AT 80 BYTES, SO IT NEVER
040300*    HELD THE TAIL OF THE ACCOUNT RECORD FROM THE LAST TRANSFER
040400*    DATE ONWARD - THE CONVERSION FILLS THAT TAIL FROM THE
040500*    CONVERTED ACCOUNT MASTER.
040600 FD  OLD-SNAPSHOT-FILE
040700     LABEL RECORDS ARE STANDARD.
040800 01  OLD-SNAPSHOT-RECORD         PIC X(80).
040900
041000 FD  SNAPSHOT-FILE
041100     LABEL RECORDS ARE STANDARD.
041200 01  SNAPSHOT-RECORD.
041300     05  SNAP-ACCT-NUMBER     PIC 9(06).
041400     05  SNAP-BALANCE         PIC S9(09).
041500     05  FILLER               PIC X(02).
041600     05  SNAP-MIN-BAL         PIC 9(09).
041700     05  FILLER               PIC X(06).
041800     05  SNAP-DAILY-DEP-TOTAL PIC 9(10).
041900     05  SNAP-CREDIT-LIMIT    PIC 9(09).
042000     05  FILLER               PIC X(15).
042100     05  SNAP-FY-INT-TOTAL    PIC 9(10).
042200     05  SNAP-UNCLEARED-FUNDS PIC 9(10).
042300     05  FILLER               PIC X(10).
042400     05  SNAP-LAST-TRF-DATE   PIC 9(06).
042500     05  SNAP-DAILY-TRF-TOTAL PIC 9(10).
042600     05  SNAP-RD-INSTALLMENT  PIC 9(06).
042700     05  SNAP-OPER-MANDATE    PIC X(01).
042800     05  SNAP-PRODUCT-CODE    PIC X(04).
042900
043000 FD  OLD-UNCLAIMED-LEDGER
043100     LABEL RECORDS ARE STANDARD.
043200 01  OLD-UNCLAIMED-LEDGER-RECORD PIC X(31).
043300
043400 FD  UNCLAIMED-LEDGER
043500     LABEL RECORDS ARE STANDARD.
043600 01  UNCLAIMED-LEDGER-RECORD.
043700     05  UNCL-DATE            PIC 9(06).
043800     05  FILLER               PIC X(01).
043900     05  UNCL-ACCT-NUMBER     PIC 9(06).
044000     05  FILLER               PIC X(01).
044100     05  UNCL-LAST-ACTIVITY   PIC 9(06).
044200     05  FILLER               PIC X(01).
044300     05  UNCL-AMOUNT          PIC 9(09).
044400     05  FILLER               PIC X(01).
044500     05  UNCL-CURRENCY-CODE   PIC X(03).
044600
044700 FD  OLD-TAX-LEDGER
044800     LABEL RECORDS ARE STANDARD.
044900 01  OLD-TAX-LEDGER-RECORD       PIC X(27).
045000
045100 FD  TAX-LEDGER
045200     LABEL RECORDS ARE STANDARD.
045300 01  TAX-LEDGER-RECORD.
045400     05  TAX-DATE             PIC 9(06).
045500     05  FILLER               PIC X(01).
045600     05  TAX-ACCT-NUMBER      PIC 9(06).
045700     05  FILLER               PIC X(01).
045800     05  TAX-INTEREST-AMT     PIC 9(09).
045900     05  FILLER               PIC X(01).
046000     05  TAX-WITHHELD         PIC 9(09).
046100
046200 FD  OLD-SETTLEMENT-REGISTER
046300     LABEL RECORDS ARE STANDARD.
046400 01  OLD-SETTLEMENT-RECORD       PIC X(87).
046500
046600 FD  SETTLEMENT-REGISTER
046700     LABEL RECORDS ARE STANDARD.
046800 01  SETTLEMENT-REGISTER-RECORD.
046900     05  FILLER               PIC X(65).
047000     05  DSR-AMOUNT           PIC 9(09).
047100     05  FILLER               PIC X(16).
047200
047300 FD  OLD-CLOSURE-REGISTER
047400     LABEL RECORDS ARE STANDARD.
047500 01  OLD-CLOSURE-RECORD          PIC X(44).
047600
047700 FD  CLOSURE-REGISTER
047800     LABEL RECORDS ARE STANDARD.
047900 01  CLOSURE-REGISTER-RECORD.
048000     05  FILLER               PIC X(30).
048100     05  CLS-INTEREST-PAID    PIC 9(09).
048200     05  FILLER               PIC X(01).
048300     05  CLS-PAYOUT-AMT       PIC 9(10).
048400
048500 FD  DEPOSIT-LOG
048600     LABEL RECORDS ARE STANDARD.
048700 01  DEPOSIT-LOG-LINE            PIC X(80).
048800
048900 FD  WITHDRAW-LOG
049000     LABEL RECORDS ARE STANDARD.
049100 01  WITHDRAW-LOG-LINE           PIC X(80).
049200
049300 FD  CONTROL-REPORT
049400     LABEL RECORDS ARE STANDARD.
049500 01  REPORT-LINE                 PIC X(80).
049600
049700 WORKING-STORAGE SECTION.
049800 01  WS-OACCMSTR-STATUS       PIC X(02).
049900     88  WS-OACCMSTR-OK       VALUE "00".
050000 01  WS-ACCMSTR-STATUS        PIC X(02).
050100     88  WS-ACCMSTR-OK        VALUE "00".
050200 01  WS-OTXNHIST-STATUS       PIC X(02).
050300     88  WS-OTXNHIST-OK       VALUE "00".
050400     88  WS-OTXNHIST-NOTFOUND VALUE "35".
050500 01  WS-TXNHIST-STATUS        PIC X(02).
050600     88  WS-TXNHIST-OK        VALUE "00".
050700 01  WS-OCHQREG-STATUS        PIC X(02).
050800     88  WS-OCHQREG-OK        VALUE "00".
050900     88  WS-OCHQREG-NOTFOUND  VALUE "35".
051000 01  WS-CHQREG-STATUS         PIC X(02).
051100     88  WS-CHQREG-OK         VALUE "00".
051200 01  WS-OHOLDFIL-STATUS       PIC X(02).
051300     88  WS-OHOLDFIL-OK       VALUE "00".
051400     88  WS-OHOLDFIL-NOTFOUND VALUE "35".
051500 01  WS-HOLDFILE-STATUS       PIC X(02).
051600     88  WS-HOLDFILE-OK       VALUE "00".
051700 01  WS-OLOANMST-STATUS       PIC X(02).
051800     88  WS-OLOANMST-OK       VALUE "00".
051900     88  WS-OLOANMST-NOTFOUND VALUE "35".
052000 01  WS-LOANMSTR-STATUS       PIC X(02).
052100     88  WS-LOANMSTR-OK       VALUE "00".
052200 01  WS-ODDREG-STATUS         PIC X(02).
052300     88  WS-ODDREG-OK         VALUE "00".
052400     88  WS-ODDREG-NOTFOUND   VALUE "35".
052500 01  WS-DDREG-STATUS          PIC X(02).
052600     88  WS-DDREG-OK          VALUE "00".
052700 01  WS-OORMFILE-STATUS       PIC X(02).
052800     88  WS-OORMFILE-OK       VALUE "00".
052900     88  WS-OORMFILE-NOTFOUND VALUE "35".
053000 01  WS-ORMFILE-STATUS        PIC X(02).
053100     88  WS-ORMFILE-OK        VALUE "00".
053200 01  WS-OSTDINST-STATUS       PIC X(02).
053300     88  WS-OSTDINST-OK       VALUE "00".
053400     88  WS-OSTDINST-NOTFOUND VALUE "35".
053500 01  WS-STDINSTR-STATUS       PIC X(02).
053600     88  WS-STDINSTR-OK       VALUE "00".
053700 01  WS-OSWEEPFL-STATUS       PIC X(02).
053800     88  WS-OSWEEPFL-OK       VALUE "00".
053900     88  WS-OSWEEPFL-NOTFOUND VALUE "35".
054000 01  WS-SWEEPFIL-STATUS       PIC X(02).
054100     88  WS-SWEEPFIL-OK       VALUE "00".
054200 01  WS-OCLMFILE-STATUS       PIC X(02).
054300     88  WS-OCLMFILE-OK       VALUE "00".
054400     88  WS-OCLMFILE-NOTFOUND VALUE "35".
054500 01  WS-CLMFILE-STATUS        PIC X(02).
054600     88  WS-CLMFILE-OK        VALUE "00".
054700 01  WS-PENDFILE-STATUS       PIC X(02).
054800     88  WS-PENDFILE-OK       VALUE "00".
054900     88  WS-PENDFILE-NOTFOUND VALUE "35".
055000 01  WS-ODEPARCH-STATUS       PIC X(02).
055100     88  WS-ODEPARCH-OK       VALUE "00".
055200     88  WS-ODEPARCH-NOTFOUND VALUE "35".
055300 01  WS-DEPARCH-STATUS        PIC X(02).
055400     88  WS-DEPARCH-OK        VALUE "00".
055500 01  WS-OWDARCH-STATUS        PIC X(02).
055600     88  WS-OWDARCH-OK        VALUE "00".
055700     88  WS-OWDARCH-NOTFOUND  VALUE "35".
055800 01  WS-WDARCH-STATUS         PIC X(02).
055900     88  WS-WDARCH-OK         VALUE "00".
056000 01  WS-OWDCOMPL-STATUS       PIC X(02).
056100     88  WS-OWDCOMPL-OK       VALUE "00".
056200     88  WS-OWDCOMPL-NOTFOUND VALUE "35".
056300 01  WS-WDCOMPLY-STATUS       PIC X(02).
056400     88  WS-WDCOMPLY-OK       VALUE "00".
056500 01  WS-OACCSNAP-STATUS       PIC X(02).
056600     88  WS-OACCSNAP-OK       VALUE "00".
056700     88  WS-OACCSNAP-NOTFOUND VALUE "35".
056800 01  WS-ACCSNAP-STATUS        PIC X(02).
056900     88  WS-ACCSNAP-OK        VALUE "00".
057000 01  WS-OUNCLFND-STATUS       PIC X(02).
057100     88  WS-OUNCLFND-OK       VALUE "00".
057200     88  WS-OUNCLFND-NOTFOUND VALUE "35".
057300 01  WS-UNCLFUND-STATUS       PIC X(02).
057400     88  WS-UNCLFUND-OK       VALUE "00".
057500 01  WS-OTAXLEDG-STATUS       PIC X(02).
057600     88  WS-OTAXLEDG-OK       VALUE "00".
057700     88  WS-OTAXLEDG-NOTFOUND VALUE "35".
057800 01  WS-TAXLEDGR-STATUS       PIC X(02).
057900     88  WS-TAXLEDGR-OK       VALUE "00".
058000 01  WS-ODSETREG-STATUS       PIC X(02).
058100     88  WS-ODSETREG-OK       VALUE "00".
058200     88  WS-ODSETREG-NOTFOUND VALUE "35".
058300 01  WS-DSETREG-STATUS        PIC X(02).
058400     88  WS-DSETREG-OK        VALUE "00".
058500 01  WS-OCLOSREG-STATUS       PIC X(02).
058600     88  WS-OCLOSREG-OK       VALUE "00".
058700     88  WS-OCLOSREG-NOTFOUND VALUE "35".
058800 01  WS-CLOSEREG-STATUS       PIC X(02).
058900     88  WS-CLOSEREG-OK       VALUE "00".
059000 01  WS-DEPLOG-STATUS         PIC X(02).
059100     88  WS-DEPLOG-OK         VALUE "00".
059200 01  WS-WDLOG-STATUS          PIC X(02).
059300     88  WS-WDLOG-OK          VALUE "00".
059400 01  WS-REPORT-STATUS         PIC X(02).
059500     88  WS-REPORT-OK         VALUE "00".
059600
059700 01  WS-JOB-NAME              PIC X(08) VALUE "AMTCONV ".
059800 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
059900     88  WS-BATCH-ACQUIRED    VALUE "Y".
060000
060100 01  WS-TODAYS-DATE           PIC 9(08).
060200
060300*    FIELD MAPS.  ONE ENTRY PER MONEY FIELD IN THE OLD RECORD, IN
060400*    RECORD ORDER - THE OLD STARTING POSITION, THE OLD NUMBER OF
060500*    DIGITS, AND "S" WHERE THE FIELD IS SIGNED.  EVERY FIELD GROWS
060600*    BY THREE DIGITS AND EVERYTHING AFTER IT MOVES RIGHT BY THREE.
060700 01  WS-FIELD-MAP.
060800     05  WS-MAP-COUNT         PIC 9(02).
060900     05  WS-MAP-ENTRY         OCCURS 8 TIMES.
061000         10  MAP-OFFSET       PIC 9(03).
061100         10  MAP-LENGTH       PIC 9(02).
061200         10  MAP-SIGN         PIC X(01).
061300             88  MAP-SIGNED   VALUE "S".
061400
061500 01  WS-ACCMSTR-MAP.
061600     05  FILLER               PIC 9(02) VALUE 07.
061700     05  FILLER               PIC X(06) VALUE "00706S".
061800     05  FILLER               PIC X(06) VALUE "01506 ".
061900     05  FILLER               PIC X(06) VALUE "02707 ".
062000     05  FILLER               PIC X(06) VALUE "03406 ".
062100     05  FILLER               PIC X(06) VALUE "05507 ".
062200     05  FILLER               PIC X(06) VALUE "06207 ".
062300     05  FILLER               PIC X(06) VALUE "08507 ".
062400     05  FILLER               PIC X(06) VALUE SPACES.
062500
062600*    THE SAME FIELDS AS THE ACCOUNT MASTER, LESS THE DAILY
062700*    TRANSFER TOTAL THAT FELL BEYOND THE OLD 80-BYTE SNAPSHOT.
062800 01  WS-ACCSNAP-MAP.
062900     05  FILLER               PIC 9(02) VALUE 06.
063000     05  FILLER               PIC X(06) VALUE "00706S".
063100     05  FILLER               PIC X(06) VALUE "01506 ".
063200     05  FILLER               PIC X(06) VALUE "02707 ".
063300     05  FILLER               PIC X(06) VALUE "03406 ".
063400     05  FILLER               PIC X(06) VALUE "05507 ".
063500     05  FILLER               PIC X(06) VALUE "06207 ".
063600     05  FILLER               PIC X(12) VALUE SPACES.
063700
063800 01  WS-TXNHIST-MAP.
063900     05  FILLER               PIC 9(02) VALUE 02.
064000     05  FILLER               PIC X(06) VALUE "02206 ".
064100     05  FILLER               PIC X(06) VALUE "02806S".
064200     05  FILLER               PIC X(36) VALUE SPACES.
064300
064400 01  WS-CHQREG-MAP.
064500     05  FILLER               PIC 9(02) VALUE 01.
064600     05  FILLER               PIC X(06) VALUE "01306 ".
064700     05  FILLER               PIC X(42) VALUE SPACES.
064800
064900 01  WS-HOLDFILE-MAP.
065000     05  FILLER               PIC 9(02) VALUE 01.
065100     05  FILLER               PIC X(06) VALUE "01006 ".
065200     05  FILLER               PIC X(42) VALUE SPACES.
065300
065400 01  WS-LOANMSTR-MAP.
065500     05  FILLER               PIC 9(02) VALUE 02.
065600     05  FILLER               PIC X(06) VALUE "01906 ".
065700     05  FILLER               PIC X(06) VALUE "03306 ".
065800     05  FILLER               PIC X(36) VALUE SPACES.
065900
066000 01  WS-DDREG-MAP.
066100     05  FILLER               PIC 9(02) VALUE 02.
066200     05  FILLER               PIC X(06) VALUE "04506 ".
066300     05  FILLER               PIC X(06) VALUE "05106 ".
066400     05  FILLER               PIC X(36) VALUE SPACES.
066500
066600 01  WS-ORMFILE-MAP.
066700     05  FILLER               PIC 9(02) VALUE 01.
066800     05  FILLER               PIC X(06) VALUE "01706 ".
066900     05  FILLER               PIC X(42) VALUE SPACES.
067000
067100 01  WS-STDINSTR-MAP.
067200     05  FILLER               PIC 9(02) VALUE 01.
067300     05  FILLER               PIC X(06) VALUE "01506 ".
067400     05  FILLER               PIC X(42) VALUE SPACES.
067500
067600 01  WS-SWEEPFIL-MAP.
067700     05  FILLER               PIC 9(02) VALUE 02.
067800     05  FILLER               PIC X(06) VALUE "00707 ".
067900     05  FILLER               PIC X(06) VALUE "01406 ".
068000     05  FILLER               PIC X(36) VALUE SPACES.
068100
068200 01  WS-CLMFILE-MAP.
068300     05  FILLER               PIC 9(02) VALUE 01.
068400     05  FILLER               PIC X(06) VALUE "01306 ".
068500     05  FILLER               PIC X(42) VALUE SPACES.
068600
068700*    DEPOSIT, WITHDRAWAL AND COMPLIANCE LOG LINES ALL OPEN WITH
068800*    DATE, TIME, ACCOUNT, AMOUNT AND NEW BALANCE.
068900 01  WS-LOGLINE-MAP.
069000     05  FILLER               PIC 9(02) VALUE 02.
069100     05  FILLER               PIC X(06) VALUE "02306 ".
069200     05  FILLER               PIC X(06) VALUE "03006S".
069300     05  FILLER               PIC X(36) VALUE SPACES.
069400
069500 01  WS-UNCLFUND-MAP.
069600     05  FILLER               PIC 9(02) VALUE 01.
069700     05  FILLER               PIC X(06) VALUE "02206 ".
069800     05  FILLER               PIC X(42) VALUE SPACES.
069900
070000 01  WS-TAXLEDGR-MAP.
070100     05  FILLER               PIC 9(02) VALUE 02.
070200     05  FILLER               PIC X(06) VALUE "01506 ".
070300     05  FILLER               PIC X(06) VALUE "02206 ".
070400     05  FILLER               PIC X(36) VALUE SPACES.
070500
070600 01  WS-DSETREG-MAP.
070700     05  FILLER               PIC 9(02) VALUE 01.
070800     05  FILLER               PIC X(06) VALUE "06606 ".
070900     05  FILLER               PIC X(42) VALUE SPACES.
071000
071100 01  WS-CLOSEREG-MAP.
071200     05  FILLER               PIC 9(02) VALUE 02.
071300     05  FILLER               PIC X(06) VALUE "03106 ".
071400     05  FILLER               PIC X(06) VALUE "03807 ".
071500     05  FILLER               PIC X(36) VALUE SPACES.
071600
071700 01  WS-MAP-IDX               PIC 9(02) COMP.
071800
071900*    RECORD IMAGES AND THE WORK FIELDS THAT WIDEN ONE MONEY FIELD.
072000 01  WS-OLD-IMAGE             PIC X(200).
072100 01  WS-NEW-IMAGE             PIC X(200).
072200 01  WS-OLD-LENGTH            PIC 9(03) COMP.
072300 01  WS-OLD-POS               PIC 9(03) COMP.
072400 01  WS-NEW-POS               PIC 9(03) COMP.
072500 01  WS-SEG-LENGTH            PIC 9(03) COMP.
072600 01  WS-FIELD-LENGTH          PIC 9(02) COMP.
072700 01  WS-NEW-FIELD-LENGTH      PIC 9(02) COMP.
072800 01  WS-DIGIT-START           PIC 9(02) COMP.
072900
073000 01  WS-OLD-SIGNED            PIC S9(06).
073100 01  WS-OLD-SIGNED-X REDEFINES WS-OLD-SIGNED
073200                              PIC X(06).
073300 01  WS-NEW-SIGNED            PIC S9(09).
073400 01  WS-NEW-SIGNED-X REDEFINES WS-NEW-SIGNED
073500                              PIC X(09).
073600 01  WS-OLD-UNSIGNED          PIC 9(07).
073700 01  WS-OLD-UNSIGNED-X REDEFINES WS-OLD-UNSIGNED
073800                              PIC X(07).
073900 01  WS-NEW-UNSIGNED          PIC 9(10).
074000 01  WS-NEW-UNSIGNED-X REDEFINES WS-NEW-UNSIGNED
074100                              PIC X(10).
074200
074300 01  WS-OLD-CREDIT-LIMIT      PIC 9(06).
074400
074500*    CONTROL FIGURES FOR THE FILE IN HAND.
074600 01  WS-CONV-FILE             PIC X(08).
074700 01  WS-FILE-READ             PIC 9(09) COMP.
074800 01  WS-FILE-WRITTEN          PIC 9(09) COMP.
074900 01  WS-FILE-BAD              PIC 9(09) COMP.
075000 01  WS-FILE-BEFORE           PIC S9(15).
075100 01  WS-FILE-AFTER            PIC S9(15).
075200 01  WS-FILES-CONVERTED       PIC 9(02) COMP VALUE ZERO.
075300
075400 01  WS-SWITCHES.
075500     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
075600         88  WS-INIT-FAILED   VALUE "Y".
075700     05  WS-CONV-FAILED-SW    PIC X(01) VALUE "N".
075800         88  WS-CONV-FAILED   VALUE "Y".
075900     05  WS-EOF-SW            PIC X(01) VALUE "N".
076000         88  WS-EOF           VALUE "Y".
076100
076200 01  WS-HEADER-LINE.
076300     05  FILLER               PIC X(44) VALUE
076400         "MONEY FIELD WIDENING CONTROL TOTALS - RUN ".
076500     05  HDR-DATE             PIC 9(08).
076600
076700 01  WS-COLUMN-LINE.
076800     05  FILLER               PIC X(40) VALUE
076900         "FILE           READ    WRITTEN    BEFORE".
077000     05  FILLER               PIC X(40) VALUE
077100         " TOTAL       AFTER TOTAL  RESULT".
077200
077300 01  WS-DETAIL-LINE.
077400     05  DTL-FILE             PIC X(08).
077500     05  FILLER               PIC X(02) VALUE SPACES.
077600     05  DTL-READ             PIC Z(8)9.
077700     05  FILLER               PIC X(02) VALUE SPACES.
077800     05  DTL-WRITTEN          PIC Z(8)9.
077900     05  FILLER               PIC X(02) VALUE SPACES.
078000     05  DTL-BEFORE           PIC -(15)9.
078100     05  FILLER               PIC X(02) VALUE SPACES.
078200     05  DTL-AFTER            PIC -(15)9.
078300     05  FILLER               PIC X(02) VALUE SPACES.
078400     05  DTL-RESULT           PIC X(11).
078500
078600 PROCEDURE DIVISION.
078700 0000-MAINLINE.
078800     PERFORM 1000-INITIALIZE
078900         THRU 1000-INITIALIZE-EXIT
079000
079100     IF NOT WS-INIT-FAILED
079200         PERFORM 2000-CONVERT-ACCMSTR
079300             THRU 2000-CONVERT-ACCMSTR-EXIT
079400         PERFORM 2100-CONVERT-TXNHIST
079500             THRU 2100-CONVERT-TXNHIST-EXIT
079600         PERFORM 2200-CONVERT-CHQREG
079700             THRU 2200-CONVERT-CHQREG-EXIT
079800         PERFORM 2300-CONVERT-HOLDFILE
079900             THRU 2300-CONVERT-HOLDFILE-EXIT
080000         PERFORM 2400-CONVERT-LOANMSTR
080100             THRU 2400-CONVERT-LOANMSTR-EXIT
080200         PERFORM 2500-CONVERT-DDREG
080300             THRU 2500-CONVERT-DDREG-EXIT
080400         PERFORM 2600-CONVERT-ORMFILE
080500             THRU 2600-CONVERT-ORMFILE-EXIT
080600         PERFORM 2700-CONVERT-STDINSTR
080700             THRU 2700-CONVERT-STDINSTR-EXIT
080800         PERFORM 2800-CONVERT-SWEEPFIL
080900             THRU 2800-CONVERT-SWEEPFIL-EXIT
081000         PERFORM 2900-CONVERT-CLMFILE
081100             THRU 2900-CONVERT-CLMFILE-EXIT
081200         PERFORM 3000-CONVERT-DEPARCH
081300             THRU 3000-CONVERT-DEPARCH-EXIT
081400         PERFORM 3100-CONVERT-WDARCH
081500             THRU 3100-CONVERT-WDARCH-EXIT
081600         PERFORM 3200-CONVERT-WDCOMPLY
081700             THRU 3200-CONVERT-WDCOMPLY-EXIT
081800         PERFORM 3300-CONVERT-ACCSNAP
081900             THRU 3300-CONVERT-ACCSNAP-EXIT
082000         PERFORM 3400-CONVERT-UNCLFUND
082100             THRU 3400-CONVERT-UNCLFUND-EXIT
082200         PERFORM 3500-CONVERT-TAXLEDGR
082300             THRU 3500-CONVERT-TAXLEDGR-EXIT
082400         PERFORM 3600-CONVERT-DSETREG
082500             THRU 3600-CONVERT-DSETREG-EXIT
082600         PERFORM 3700-CONVERT-CLOSEREG
082700             THRU 3700-CONVERT-CLOSEREG-EXIT
082800         PERFORM 3800-CONVERT-PENDFILE
082900             THRU 3800-CONVERT-PENDFILE-EXIT
083000     END-IF
083100
083200     PERFORM 9999-TERMINATE
083300         THRU 9999-TERMINATE-EXIT
083400
083500*    A REFUSED OR OUT-OF-BALANCE RUN HANDS BACK RETURN CODE 8 -
083600*    SET LAST, SINCE ANY LATER CALL WOULD WIPE THE REGISTER.
083700     IF WS-INIT-FAILED OR WS-CONV-FAILED
083800         MOVE 8 TO RETURN-CODE
083900     END-IF
084000     GOBACK.
084100
084200*-----------------------------------------------------------------
084300* TAKE THE BATCH WINDOW HOLD, MAKE SURE LOGARCH HAS ALREADY
084400* EMPTIED THE LIVE LOGS, AND OPEN THE CONTROL REPORT.
084500*-----------------------------------------------------------------
084600 1000-INITIALIZE.
084700     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
084800     IF NOT WS-BATCH-ACQUIRED
084900         DISPLAY "AMTCONV: BATCH WINDOW CHECK FAILED, RUN "
085000                 "REFUSED"
085100         SET WS-INIT-FAILED TO TRUE
085200         GO TO 1000-INITIALIZE-EXIT
085300     END-IF
085400
085500     CALL "BUSDATE" USING WS-TODAYS-DATE
085600
085700     OPEN INPUT DEPOSIT-LOG
085800     IF WS-DEPLOG-OK
085900         READ DEPOSIT-LOG
086000             NOT AT END
086100                 DISPLAY "AMTCONV: DEPOSIT LOG IS NOT EMPTY - "
086200                         "RUN LOGARCH FIRST, RUN REFUSED"
086300                 SET WS-INIT-FAILED TO TRUE
086400         END-READ
086500         CLOSE DEPOSIT-LOG
086600     END-IF
086700
086800     OPEN INPUT WITHDRAW-LOG
086900     IF WS-WDLOG-OK
087000         READ WITHDRAW-LOG
087100             NOT AT END
087200                 DISPLAY "AMTCONV: WITHDRAWAL LOG IS NOT EMPTY - "
087300                         "RUN LOGARCH FIRST, RUN REFUSED"
087400                 SET WS-INIT-FAILED TO TRUE
087500         END-READ
087600         CLOSE WITHDRAW-LOG
087700     END-IF
087800
087900     IF WS-INIT-FAILED
088000         GO TO 1000-INITIALIZE-EXIT
088100     END-IF
088200
088300     OPEN OUTPUT CONTROL-REPORT
088400     IF NOT WS-REPORT-OK
088500         DISPLAY "AMTCONV: UNABLE TO OPEN CONTROL REPORT, "
088600                 "STATUS = " WS-REPORT-STATUS
088700         SET WS-INIT-FAILED TO TRUE
088800         GO TO 1000-INITIALIZE-EXIT
088900     END-IF
089000
089100     MOVE WS-TODAYS-DATE TO HDR-DATE
089200     MOVE WS-HEADER-LINE TO REPORT-LINE
089300     WRITE REPORT-LINE
089400     MOVE SPACES TO REPORT-LINE
089500     WRITE REPORT-LINE
089600     MOVE WS-COLUMN-LINE TO REPORT-LINE
089700     WRITE REPORT-LINE.
089800 1000-INITIALIZE-EXIT.
089900     EXIT.
090000
090100*-----------------------------------------------------------------
090200* ACCOUNT MASTER.  THE ONE FILE THE RUN CANNOT DO WITHOUT.
090300*-----------------------------------------------------------------
090400 2000-CONVERT-ACCMSTR.
090500     MOVE "ACCMSTR" TO WS-CONV-FILE
090600     PERFORM 8000-START-FILE
090700         THRU 8000-START-FILE-EXIT
090800     OPEN INPUT OLD-ACCOUNT-MASTER
090900     IF NOT WS-OACCMSTR-OK
091000         DISPLAY "AMTCONV: UNABLE TO OPEN OLD ACCOUNT MASTER, "
091100                 "STATUS = " WS-OACCMSTR-STATUS
091200         SET WS-CONV-FAILED TO TRUE
091300         GO TO 2000-CONVERT-ACCMSTR-EXIT
091400     END-IF
091500     OPEN OUTPUT ACCOUNT-MASTER
091600     IF NOT WS-ACCMSTR-OK
091700         DISPLAY "AMTCONV: UNABLE TO OPEN NEW ACCOUNT MASTER, "
091800                 "STATUS = " WS-ACCMSTR-STATUS
091900         CLOSE OLD-ACCOUNT-MASTER
092000         SET WS-CONV-FAILED TO TRUE
092100         GO TO 2000-CONVERT-ACCMSTR-EXIT
092200     END-IF
092300     MOVE WS-ACCMSTR-MAP TO WS-FIELD-MAP
092400     MOVE 102 TO WS-OLD-LENGTH
092500     PERFORM 2010-CONVERT-ACCOUNT-ONE
092600         THRU 2010-CONVERT-ACCOUNT-ONE-EXIT
092700         UNTIL WS-EOF
092800     CLOSE OLD-ACCOUNT-MASTER
092900     CLOSE ACCOUNT-MASTER
093000     PERFORM 8100-WRITE-CONTROL-LINE
093100         THRU 8100-WRITE-CONTROL-LINE-EXIT.
093200 2000-CONVERT-ACCMSTR-EXIT.
093300     EXIT.
093400
093500 2010-CONVERT-ACCOUNT-ONE.
093600     READ OLD-ACCOUNT-MASTER NEXT RECORD
093700         AT END
093800             SET WS-EOF TO TRUE
093900             GO TO 2010-CONVERT-ACCOUNT-ONE-EXIT
094000     END-READ
094100     ADD 1 TO WS-FILE-READ
094200     MOVE OLD-ACCOUNT-RECORD TO WS-OLD-IMAGE
094300     PERFORM 7000-WIDEN-RECORD
094400         THRU 7000-WIDEN-RECORD-EXIT
094500     MOVE WS-NEW-IMAGE TO ACCOUNT-RECORD
094600     WRITE ACCOUNT-RECORD
094700         INVALID KEY
094800             DISPLAY "AMTCONV: ACCOUNT " ACCT-NUMBER
094900                     " NOT WRITTEN, STATUS = " WS-ACCMSTR-STATUS
095000             GO TO 2010-CONVERT-ACCOUNT-ONE-EXIT
095100     END-WRITE
095200     ADD 1 TO WS-FILE-WRITTEN
095300     ADD ACCT-BALANCE ACCT-MIN-BAL ACCT-DAILY-DEP-TOTAL
095400         ACCT-CREDIT-LIMIT ACCT-FY-INT-TOTAL ACCT-UNCLEARED-FUNDS
095500         ACCT-DAILY-TRF-TOTAL TO WS-FILE-AFTER.
095600 2010-CONVERT-ACCOUNT-ONE-EXIT.
095700     EXIT.
095800
095900*-----------------------------------------------------------------
096000* TRANSACTION HISTORY.
096100*-----------------------------------------------------------------
096200 2100-CONVERT-TXNHIST.
096300     MOVE "TXNHIST" TO WS-CONV-FILE
096400     PERFORM 8000-START-FILE
096500         THRU 8000-START-FILE-EXIT
096600     OPEN INPUT OLD-TRANSACTION-HISTORY
096700     IF WS-OTXNHIST-NOTFOUND
096800         PERFORM 8200-FILE-NOT-PRESENT
096900             THRU 8200-FILE-NOT-PRESENT-EXIT
097000         GO TO 2100-CONVERT-TXNHIST-EXIT
097100     END-IF
097200     IF NOT WS-OTXNHIST-OK
097300         DISPLAY "AMTCONV: UNABLE TO OPEN OLD TRANSACTION "
097400                 "HISTORY, STATUS = " WS-OTXNHIST-STATUS
097500         SET WS-CONV-FAILED TO TRUE
097600         GO TO 2100-CONVERT-TXNHIST-EXIT
097700     END-IF
097800     OPEN OUTPUT TRANSACTION-HISTORY
097900     IF NOT WS-TXNHIST-OK
098000         DISPLAY "AMTCONV: UNABLE TO OPEN NEW TRANSACTION "
098100                 "HISTORY, STATUS = " WS-TXNHIST-STATUS
098200         CLOSE OLD-TRANSACTION-HISTORY
098300         SET WS-CONV-FAILED TO TRUE
098400         GO TO 2100-CONVERT-TXNHIST-EXIT
098500     END-IF
098600     MOVE WS-TXNHIST-MAP TO WS-FIELD-MAP
098700     MOVE 47 TO WS-OLD-LENGTH
098800     PERFORM 2110-CONVERT-TXN-ONE
098900         THRU 2110-CONVERT-TXN-ONE-EXIT
099000         UNTIL WS-EOF
099100     CLOSE OLD-TRANSACTION-HISTORY
099200     CLOSE TRANSACTION-HISTORY
099300     PERFORM 8100-WRITE-CONTROL-LINE
099400         THRU 8100-WRITE-CONTROL-LINE-EXIT.
099500 2100-CONVERT-TXNHIST-EXIT.
099600     EXIT.
099700
099800 2110-CONVERT-TXN-ONE.
099900     READ OLD-TRANSACTION-HISTORY NEXT RECORD
100000         AT END
100100             SET WS-EOF TO TRUE
100200             GO TO 2110-CONVERT-TXN-ONE-EXIT
100300     END-READ
100400     ADD 1 TO WS-FILE-READ
100500     MOVE OLD-TXN-RECORD TO WS-OLD-IMAGE
100600     PERFORM 7000-WIDEN-RECORD
100700         THRU 7000-WIDEN-RECORD-EXIT
100800     MOVE WS-NEW-IMAGE TO TXN-RECORD
100900     WRITE TXN-RECORD
101000         INVALID KEY
101100             DISPLAY "AMTCONV: HISTORY ENTRY FOR " TXN-ACCT-NUMBER
101200                     " NOT WRITTEN, STATUS = " WS-TXNHIST-STATUS
101300             GO TO 2110-CONVERT-TXN-ONE-EXIT
101400     END-WRITE
101500     ADD 1 TO WS-FILE-WRITTEN
101600     ADD TXN-AMOUNT TXN-NEW-BALANCE TO WS-FILE-AFTER.
101700 2110-CONVERT-TXN-ONE-EXIT.
101800     EXIT.
101900
102000*-----------------------------------------------------------------
102100* CHEQUE REGISTER.
102200*-----------------------------------------------------------------
102300 2200-CONVERT-CHQREG.
102400     MOVE "CHQREG" TO WS-CONV-FILE
102500     PERFORM 8000-START-FILE
102600         THRU 8000-START-FILE-EXIT
102700     OPEN INPUT OLD-CHEQUE-REGISTER
102800     IF WS-OCHQREG-NOTFOUND
102900         PERFORM 8200-FILE-NOT-PRESENT
103000             THRU 8200-FILE-NOT-PRESENT-EXIT
103100         GO TO 2200-CONVERT-CHQREG-EXIT
103200     END-IF
103300     IF NOT WS-OCHQREG-OK
103400         DISPLAY "AMTCONV: UNABLE TO OPEN OLD CHEQUE REGISTER, "
103500                 "STATUS = " WS-OCHQREG-STATUS
103600         SET WS-CONV-FAILED TO TRUE
103700         GO TO 2200-CONVERT-CHQREG-EXIT
103800     END-IF
103900     OPEN OUTPUT CHEQUE-REGISTER
104000     IF NOT WS-CHQREG-OK
104100         DISPLAY "AMTCONV: UNABLE TO OPEN NEW CHEQUE REGISTER, "
104200                 "STATUS = " WS-CHQREG-STATUS
104300         CLOSE OLD-CHEQUE-REGISTER
104400         SET WS-CONV-FAILED TO TRUE
104500         GO TO 2200-CONVERT-CHQREG-EXIT
104600     END-IF
104700     MOVE WS-CHQREG-MAP TO WS-FIELD-MAP
104800     MOVE 55 TO WS-OLD-LENGTH
104900     PERFORM 2210-CONVERT-CHEQUE-ONE
105000         THRU 2210-CONVERT-CHEQUE-ONE-EXIT
105100         UNTIL WS-EOF
105200     CLOSE OLD-CHEQUE-REGISTER
105300     CLOSE CHEQUE-REGISTER
105400     PERFORM 8100-WRITE-CONTROL-LINE
105500         THRU 8100-WRITE-CONTROL-LINE-EXIT.
105600 2200-CONVERT-CHQREG-EXIT.
105700     EXIT.
105800
105900 2210-CONVERT-CHEQUE-ONE.
106000     READ OLD-CHEQUE-REGISTER NEXT RECORD
106100         AT END
106200             SET WS-EOF TO TRUE
106300             GO TO 2210-CONVERT-CHEQUE-ONE-EXIT
106400     END-READ
106500     ADD 1 TO WS-FILE-READ
106600     MOVE OLD-CHEQUE-RECORD TO WS-OLD-IMAGE
106700     PERFORM 7000-WIDEN-RECORD
106800         THRU 7000-WIDEN-RECORD-EXIT
106900     MOVE WS-NEW-IMAGE TO CHEQUE-RECORD
107000     WRITE CHEQUE-RECORD
107100         INVALID KEY
107200             DISPLAY "AMTCONV: CHEQUE " CHQ-NUMBER " ON ACCOUNT "
107300                     CHQ-ACCT-NUMBER " NOT WRITTEN"
107400             GO TO 2210-CONVERT-CHEQUE-ONE-EXIT
107500     END-WRITE
107600     ADD 1 TO WS-FILE-WRITTEN
107700     ADD CHQ-AMOUNT TO WS-FILE-AFTER.
107800 2210-CONVERT-CHEQUE-ONE-EXIT.
107900     EXIT.
108000
108100*-----------------------------------------------------------------
108200* HOLD/LIEN FILE.
108300*-----------------------------------------------------------------
108400 2300-CONVERT-HOLDFILE.
108500     MOVE "HOLDFILE" TO WS-CONV-FILE
108600     PERFORM 8000-START-FILE
108700         THRU 8000-START-FILE-EXIT
108800     OPEN INPUT OLD-HOLD-FILE
108900     IF WS-OHOLDFIL-NOTFOUND
109000         PERFORM 8200-FILE-NOT-PRESENT
109100             THRU 8200-FILE-NOT-PRESENT-EXIT
109200         GO TO 2300-CONVERT-HOLDFILE-EXIT
109300     END-IF
109400     IF NOT WS-OHOLDFIL-OK
109500         DISPLAY "AMTCONV: UNABLE TO OPEN OLD HOLD FILE, "
109600                 "STATUS = " WS-OHOLDFIL-STATUS
109700         SET WS-CONV-FAILED TO TRUE
109800         GO TO 2300-CONVERT-HOLDFILE-EXIT
109900     END-IF
110000     OPEN OUTPUT HOLD-FILE
110100     IF NOT WS-HOLDFILE-OK
110200         DISPLAY "AMTCONV: UNABLE TO OPEN NEW HOLD FILE, "
110300                 "STATUS = " WS-HOLDFILE-STATUS
110400         CLOSE OLD-HOLD-FILE
110500         SET WS-CONV-FAILED TO TRUE
110600         GO TO 2300-CONVERT-HOLDFILE-EXIT
110700     END-IF
110800     MOVE WS-HOLDFILE-MAP TO WS-FIELD-MAP
110900     MOVE 42 TO WS-OLD-LENGTH
111000     PERFORM 2310-CONVERT-HOLD-ONE
111100         THRU 2310-CONVERT-HOLD-ONE-EXIT
111200         UNTIL WS-EOF
111300     CLOSE OLD-HOLD-FILE
111400     CLOSE HOLD-FILE
111500     PERFORM 8100-WRITE-CONTROL-LINE
111600         THRU 8100-WRITE-CONTROL-LINE-EXIT.
111700 2300-CONVERT-HOLDFILE-EXIT.
111800     EXIT.
111900
112000 2310-CONVERT-HOLD-ONE.
112100     READ OLD-HOLD-FILE NEXT RECORD
112200         AT END
112300             SET WS-EOF TO TRUE
112400             GO TO 2310-CONVERT-HOLD-ONE-EXIT
112500     END-READ
112600     ADD 1 TO WS-FILE-READ
112700     MOVE OLD-HOLD-RECORD TO WS-OLD-IMAGE
112800     PERFORM 7000-WIDEN-RECORD
112900         THRU 7000-WIDEN-RECORD-EXIT
113000     MOVE WS-NEW-IMAGE TO HOLD-RECORD
113100     WRITE HOLD-RECORD
113200         INVALID KEY
113300             DISPLAY "AMTCONV: HOLD " HOLD-ID " ON ACCOUNT "
113400                     HOLD-ACCT-NUMBER " NOT WRITTEN"
113500             GO TO 2310-CONVERT-HOLD-ONE-EXIT
113600     END-WRITE
113700     ADD 1 TO WS-FILE-WRITTEN
113800     ADD HOLD-AMOUNT TO WS-FILE-AFTER.
113900 2310-CONVERT-HOLD-ONE-EXIT.
114000     EXIT.
114100
114200*-----------------------------------------------------------------
114300* LOAN MASTER.
114400*-----------------------------------------------------------------
114500 2400-CONVERT-LOANMSTR.
114600     MOVE "LOANMSTR" TO WS-CONV-FILE
114700     PERFORM 8000-START-FILE
114800         THRU 8000-START-FILE-EXIT
114900     OPEN INPUT OLD-LOAN-MASTER
115000     IF WS-OLOANMST-NOTFOUND
115100         PERFORM 8200-FILE-NOT-PRESENT
115200             THRU 8200-FILE-NOT-PRESENT-EXIT
115300         GO TO 2400-CONVERT-LOANMSTR-EXIT
115400     END-IF
115500     IF NOT WS-OLOANMST-OK
115600         DISPLAY "AMTCONV: UNABLE TO OPEN OLD LOAN MASTER, "
115700                 "STATUS = " WS-OLOANMST-STATUS
115800         SET WS-CONV-FAILED TO TRUE
115900         GO TO 2400-CONVERT-LOANMSTR-EXIT
116000     END-IF
116100     OPEN OUTPUT LOAN-MASTER
116200     IF NOT WS-LOANMSTR-OK
116300         DISPLAY "AMTCONV: UNABLE TO OPEN NEW LOAN MASTER, "
116400                 "STATUS = " WS-LOANMSTR-STATUS
116500         CLOSE OLD-LOAN-MASTER
116600         SET WS-CONV-FAILED TO TRUE
116700         GO TO 2400-CONVERT-LOANMSTR-EXIT
116800     END-IF
116900     MOVE WS-LOANMSTR-MAP TO WS-FIELD-MAP
117000     MOVE 60 TO WS-OLD-LENGTH
117100     PERFORM 2410-CONVERT-LOAN-ONE
117200         THRU 2410-CONVERT-LOAN-ONE-EXIT
117300         UNTIL WS-EOF
117400     CLOSE OLD-LOAN-MASTER
117500     CLOSE LOAN-MASTER
117600     PERFORM 8100-WRITE-CONTROL-LINE
117700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
117800 2400-CONVERT-LOANMSTR-EXIT.
117900     EXIT.
118000
118100 2410-CONVERT-LOAN-ONE.
118200     READ OLD-LOAN-MASTER NEXT RECORD
118300         AT END
118400             SET WS-EOF TO TRUE
118500             GO TO 2410-CONVERT-LOAN-ONE-EXIT
118600     END-READ
118700     ADD 1 TO WS-FILE-READ
118800     MOVE OLD-LOAN-RECORD TO WS-OLD-IMAGE
118900     PERFORM 7000-WIDEN-RECORD
119000         THRU 7000-WIDEN-RECORD-EXIT
119100     MOVE WS-NEW-IMAGE TO LOAN-RECORD
119200     WRITE LOAN-RECORD
119300         INVALID KEY
119400             DISPLAY "AMTCONV: LOAN " LOAN-NUMBER " NOT WRITTEN"
119500             GO TO 2410-CONVERT-LOAN-ONE-EXIT
119600     END-WRITE
119700     ADD 1 TO WS-FILE-WRITTEN
119800     ADD LOAN-PRINCIPAL LOAN-EMI-AMOUNT TO WS-FILE-AFTER.
119900 2410-CONVERT-LOAN-ONE-EXIT.
120000     EXIT.
120100
120200*-----------------------------------------------------------------
120300* DEMAND DRAFT AND PAY ORDER REGISTER.
120400*-----------------------------------------------------------------
120500 2500-CONVERT-DDREG.
120600     MOVE "DDREG" TO WS-CONV-FILE
120700     PERFORM 8000-START-FILE
120800         THRU 8000-START-FILE-EXIT
120900     OPEN INPUT OLD-DD-REGISTER
121000     IF WS-ODDREG-NOTFOUND
121100         PERFORM 8200-FILE-NOT-PRESENT
121200             THRU 8200-FILE-NOT-PRESENT-EXIT
121300         GO TO 2500-CONVERT-DDREG-EXIT
121400     END-IF
121500     IF NOT WS-ODDREG-OK
121600         DISPLAY "AMTCONV: UNABLE TO OPEN OLD DRAFT REGISTER, "
121700                 "STATUS = " WS-ODDREG-STATUS
121800         SET WS-CONV-FAILED TO TRUE
121900         GO TO 2500-CONVERT-DDREG-EXIT
122000     END-IF
122100     OPEN OUTPUT DD-REGISTER
122200     IF NOT WS-DDREG-OK
122300         DISPLAY "AMTCONV: UNABLE TO OPEN NEW DRAFT REGISTER, "
122400                 "STATUS = " WS-DDREG-STATUS
122500         CLOSE OLD-DD-REGISTER
122600         SET WS-CONV-FAILED TO TRUE
122700         GO TO 2500-CONVERT-DDREG-EXIT
122800     END-IF
122900     MOVE WS-DDREG-MAP TO WS-FIELD-MAP
123000     MOVE 148 TO WS-OLD-LENGTH
123100     PERFORM 2510-CONVERT-DRAFT-ONE
123200         THRU 2510-CONVERT-DRAFT-ONE-EXIT
123300         UNTIL WS-EOF
123400     CLOSE OLD-DD-REGISTER
123500     CLOSE DD-REGISTER
123600     PERFORM 8100-WRITE-CONTROL-LINE
123700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
123800 2500-CONVERT-DDREG-EXIT.
123900     EXIT.
124000
124100 2510-CONVERT-DRAFT-ONE.
124200     READ OLD-DD-REGISTER NEXT RECORD
124300         AT END
124400             SET WS-EOF TO TRUE
124500             GO TO 2510-CONVERT-DRAFT-ONE-EXIT
124600     END-READ
124700     ADD 1 TO WS-FILE-READ
124800     MOVE OLD-DD-RECORD TO WS-OLD-IMAGE
124900     PERFORM 7000-WIDEN-RECORD
125000         THRU 7000-WIDEN-RECORD-EXIT
125100     MOVE WS-NEW-IMAGE TO DD-RECORD
125200     WRITE DD-RECORD
125300         INVALID KEY
125400             DISPLAY "AMTCONV: INSTRUMENT " DD-SERIAL-NO
125500                     " NOT WRITTEN"
125600             GO TO 2510-CONVERT-DRAFT-ONE-EXIT
125700     END-WRITE
125800     ADD 1 TO WS-FILE-WRITTEN
125900     ADD DD-AMOUNT DD-COMMISSION TO WS-FILE-AFTER.
126000 2510-CONVERT-DRAFT-ONE-EXIT.
126100     EXIT.
126200
126300*-----------------------------------------------------------------
126400* OUTWARD REMITTANCE REGISTER.
126500*-----------------------------------------------------------------
126600 2600-CONVERT-ORMFILE.
126700     MOVE "ORMFILE" TO WS-CONV-FILE
126800     PERFORM 8000-START-FILE
126900         THRU 8000-START-FILE-EXIT
127000     OPEN INPUT OLD-REMIT-REGISTER
127100     IF WS-OORMFILE-NOTFOUND
127200         PERFORM 8200-FILE-NOT-PRESENT
127300             THRU 8200-FILE-NOT-PRESENT-EXIT
127400         GO TO 2600-CONVERT-ORMFILE-EXIT
127500     END-IF
127600     IF NOT WS-OORMFILE-OK
127700         DISPLAY "AMTCONV: UNABLE TO OPEN OLD REMITTANCE "
127800                 "REGISTER, STATUS = " WS-OORMFILE-STATUS
127900         SET WS-CONV-FAILED TO TRUE
128000         GO TO 2600-CONVERT-ORMFILE-EXIT
128100     END-IF
128200     OPEN OUTPUT REMIT-REGISTER
128300     IF NOT WS-ORMFILE-OK
128400         DISPLAY "AMTCONV: UNABLE TO OPEN NEW REMITTANCE "
128500                 "REGISTER, STATUS = " WS-ORMFILE-STATUS
128600         CLOSE OLD-REMIT-REGISTER
128700         SET WS-CONV-FAILED TO TRUE
128800         GO TO 2600-CONVERT-ORMFILE-EXIT
128900     END-IF
129000     MOVE WS-ORMFILE-MAP TO WS-FIELD-MAP
129100     MOVE 104 TO WS-OLD-LENGTH
129200     PERFORM 2610-CONVERT-REMIT-ONE
129300         THRU 2610-CONVERT-REMIT-ONE-EXIT
129400         UNTIL WS-EOF
129500     CLOSE OLD-REMIT-REGISTER
129600     CLOSE REMIT-REGISTER
129700     PERFORM 8100-WRITE-CONTROL-LINE
129800         THRU 8100-WRITE-CONTROL-LINE-EXIT.
129900 2600-CONVERT-ORMFILE-EXIT.
130000     EXIT.
130100
130200 2610-CONVERT-REMIT-ONE.
130300     READ OLD-REMIT-REGISTER NEXT RECORD
130400         AT END
130500             SET WS-EOF TO TRUE
130600             GO TO 2610-CONVERT-REMIT-ONE-EXIT
130700     END-READ
130800     ADD 1 TO WS-FILE-READ
130900     MOVE OLD-REMIT-RECORD TO WS-OLD-IMAGE
131000     PERFORM 7000-WIDEN-RECORD
131100         THRU 7000-WIDEN-RECORD-EXIT
131200     MOVE WS-NEW-IMAGE TO REMIT-RECORD
131300     WRITE REMIT-RECORD
131400         INVALID KEY
131500             DISPLAY "AMTCONV: REMITTANCE " ORM-TXN-REF
131600                     " NOT WRITTEN"
131700             GO TO 2610-CONVERT-REMIT-ONE-EXIT
131800     END-WRITE
131900     ADD 1 TO WS-FILE-WRITTEN
132000     ADD ORM-AMOUNT TO WS-FILE-AFTER.
132100 2610-CONVERT-REMIT-ONE-EXIT.
132200     EXIT.
132300
132400*-----------------------------------------------------------------
132500* STANDING INSTRUCTIONS.
132600*-----------------------------------------------------------------
132700 2700-CONVERT-STDINSTR.
132800     MOVE "STDINSTR" TO WS-CONV-FILE
132900     PERFORM 8000-START-FILE
133000         THRU 8000-START-FILE-EXIT
133100     OPEN INPUT OLD-STANDING-INSTR
133200     IF WS-OSTDINST-NOTFOUND
133300         PERFORM 8200-FILE-NOT-PRESENT
133400             THRU 8200-FILE-NOT-PRESENT-EXIT
133500         GO TO 2700-CONVERT-STDINSTR-EXIT
133600     END-IF
133700     IF NOT WS-OSTDINST-OK
133800         DISPLAY "AMTCONV: UNABLE TO OPEN OLD STANDING "
133900                 "INSTRUCTIONS, STATUS = " WS-OSTDINST-STATUS
134000         SET WS-CONV-FAILED TO TRUE
134100         GO TO 2700-CONVERT-STDINSTR-EXIT
134200     END-IF
134300     OPEN OUTPUT STANDING-INSTR
134400     IF NOT WS-STDINSTR-OK
134500         DISPLAY "AMTCONV: UNABLE TO OPEN NEW STANDING "
134600                 "INSTRUCTIONS, STATUS = " WS-STDINSTR-STATUS
134700         CLOSE OLD-STANDING-INSTR
134800         SET WS-CONV-FAILED TO TRUE
134900         GO TO 2700-CONVERT-STDINSTR-EXIT
135000     END-IF
135100     MOVE WS-STDINSTR-MAP TO WS-FIELD-MAP
135200     MOVE 27 TO WS-OLD-LENGTH
135300     PERFORM 2710-CONVERT-SI-ONE
135400         THRU 2710-CONVERT-SI-ONE-EXIT
135500         UNTIL WS-EOF
135600     CLOSE OLD-STANDING-INSTR
135700     CLOSE STANDING-INSTR
135800     PERFORM 8100-WRITE-CONTROL-LINE
135900         THRU 8100-WRITE-CONTROL-LINE-EXIT.
136000 2700-CONVERT-STDINSTR-EXIT.
136100     EXIT.
136200
136300 2710-CONVERT-SI-ONE.
136400     READ OLD-STANDING-INSTR NEXT RECORD
136500         AT END
136600             SET WS-EOF TO TRUE
136700             GO TO 2710-CONVERT-SI-ONE-EXIT
136800     END-READ
136900     ADD 1 TO WS-FILE-READ
137000     MOVE OLD-SI-RECORD TO WS-OLD-IMAGE
137100     PERFORM 7000-WIDEN-RECORD
137200         THRU 7000-WIDEN-RECORD-EXIT
137300     MOVE WS-NEW-IMAGE TO STANDING-INSTRUCTION-RECORD
137400     WRITE STANDING-INSTRUCTION-RECORD
137500         INVALID KEY
137600             DISPLAY "AMTCONV: INSTRUCTION " SI-INSTR-NO
137700                     " ON ACCOUNT " SI-ACCT-NUMBER " NOT WRITTEN"
137800             GO TO 2710-CONVERT-SI-ONE-EXIT
137900     END-WRITE
138000     ADD 1 TO WS-FILE-WRITTEN
138100     ADD SI-AMOUNT TO WS-FILE-AFTER.
138200 2710-CONVERT-SI-ONE-EXIT.
138300     EXIT.
138400
138500*-----------------------------------------------------------------
138600* SWEEP INSTRUCTIONS.
138700*-----------------------------------------------------------------
138800 2800-CONVERT-SWEEPFIL.
138900     MOVE "SWEEPFIL" TO WS-CONV-FILE
139000     PERFORM 8000-START-FILE
139100         THRU 8000-START-FILE-EXIT
139200     OPEN INPUT OLD-SWEEP-FILE
139300     IF WS-OSWEEPFL-NOTFOUND
139400         PERFORM 8200-FILE-NOT-PRESENT
139500             THRU 8200-FILE-NOT-PRESENT-EXIT
139600         GO TO 2800-CONVERT-SWEEPFIL-EXIT
139700     END-IF
139800     IF NOT WS-OSWEEPFL-OK
139900         DISPLAY "AMTCONV: UNABLE TO OPEN OLD SWEEP FILE, "
140000                 "STATUS = " WS-OSWEEPFL-STATUS
140100         SET WS-CONV-FAILED TO TRUE
140200         GO TO 2800-CONVERT-SWEEPFIL-EXIT
140300     END-IF
140400     OPEN OUTPUT SWEEP-FILE
140500     IF NOT WS-SWEEPFIL-OK
140600         DISPLAY "AMTCONV: UNABLE TO OPEN NEW SWEEP FILE, "
140700                 "STATUS = " WS-SWEEPFIL-STATUS
140800         CLOSE OLD-SWEEP-FILE
140900         SET WS-CONV-FAILED TO TRUE
141000         GO TO 2800-CONVERT-SWEEPFIL-EXIT
141100     END-IF
141200     MOVE WS-SWEEPFIL-MAP TO WS-FIELD-MAP
141300     MOVE 26 TO WS-OLD-LENGTH
141400     PERFORM 2810-CONVERT-SWEEP-ONE
141500         THRU 2810-CONVERT-SWEEP-ONE-EXIT
141600         UNTIL WS-EOF
141700     CLOSE OLD-SWEEP-FILE
141800     CLOSE SWEEP-FILE
141900     PERFORM 8100-WRITE-CONTROL-LINE
142000         THRU 8100-WRITE-CONTROL-LINE-EXIT.
142100 2800-CONVERT-SWEEPFIL-EXIT.
142200     EXIT.
142300
142400 2810-CONVERT-SWEEP-ONE.
142500     READ OLD-SWEEP-FILE NEXT RECORD
142600         AT END
142700             SET WS-EOF TO TRUE
142800             GO TO 2810-CONVERT-SWEEP-ONE-EXIT
142900     END-READ
143000     ADD 1 TO WS-FILE-READ
143100     MOVE OLD-SWEEP-RECORD TO WS-OLD-IMAGE
143200     PERFORM 7000-WIDEN-RECORD
143300         THRU 7000-WIDEN-RECORD-EXIT
143400     MOVE WS-NEW-IMAGE TO SWEEP-RECORD
143500     WRITE SWEEP-RECORD
143600         INVALID KEY
143700             DISPLAY "AMTCONV: SWEEP FOR ACCOUNT " SWP-ACCT-NUMBER
143800                     " NOT WRITTEN"
143900             GO TO 2810-CONVERT-SWEEP-ONE-EXIT
144000     END-WRITE
144100     ADD 1 TO WS-FILE-WRITTEN
144200     ADD SWP-THRESHOLD SWP-AMOUNT TO WS-FILE-AFTER.
144300 2810-CONVERT-SWEEP-ONE-EXIT.
144400     EXIT.
144500
144600*-----------------------------------------------------------------
144700* UNCLAIMED-FUNDS CLAIMS REGISTER.
144800*-----------------------------------------------------------------
144900 2900-CONVERT-CLMFILE.
145000     MOVE "CLMFILE" TO WS-CONV-FILE
145100     PERFORM 8000-START-FILE
145200         THRU 8000-START-FILE-EXIT
145300     OPEN INPUT OLD-CLAIMS-REGISTER
145400     IF WS-OCLMFILE-NOTFOUND
145500         PERFORM 8200-FILE-NOT-PRESENT
145600             THRU 8200-FILE-NOT-PRESENT-EXIT
145700         GO TO 2900-CONVERT-CLMFILE-EXIT
145800     END-IF
145900     IF NOT WS-OCLMFILE-OK
146000         DISPLAY "AMTCONV: UNABLE TO OPEN OLD CLAIMS REGISTER, "
146100                 "STATUS = " WS-OCLMFILE-STATUS
146200         SET WS-CONV-FAILED TO TRUE
146300         GO TO 2900-CONVERT-CLMFILE-EXIT
146400     END-IF
146500     OPEN OUTPUT CLAIMS-REGISTER
146600     IF NOT WS-CLMFILE-OK
146700         DISPLAY "AMTCONV: UNABLE TO OPEN NEW CLAIMS REGISTER, "
146800                 "STATUS = " WS-CLMFILE-STATUS
146900         CLOSE OLD-CLAIMS-REGISTER
147000         SET WS-CONV-FAILED TO TRUE
147100         GO TO 2900-CONVERT-CLMFILE-EXIT
147200     END-IF
147300     MOVE WS-CLMFILE-MAP TO WS-FIELD-MAP
147400     MOVE 68 TO WS-OLD-LENGTH
147500     PERFORM 2910-CONVERT-CLAIM-ONE
147600         THRU 2910-CONVERT-CLAIM-ONE-EXIT
147700         UNTIL WS-EOF
147800     CLOSE OLD-CLAIMS-REGISTER
147900     CLOSE CLAIMS-REGISTER
148000     PERFORM 8100-WRITE-CONTROL-LINE
148100         THRU 8100-WRITE-CONTROL-LINE-EXIT.
148200 2900-CONVERT-CLMFILE-EXIT.
148300     EXIT.
148400
148500 2910-CONVERT-CLAIM-ONE.
148600     READ OLD-CLAIMS-REGISTER NEXT RECORD
148700         AT END
148800             SET WS-EOF TO TRUE
148900             GO TO 2910-CONVERT-CLAIM-ONE-EXIT
149000     END-READ
149100     ADD 1 TO WS-FILE-READ
149200     MOVE OLD-CLAIMS-RECORD TO WS-OLD-IMAGE
149300     PERFORM 7000-WIDEN-RECORD
149400         THRU 7000-WIDEN-RECORD-EXIT
149500     MOVE WS-NEW-IMAGE TO CLAIMS-RECORD
149600     WRITE CLAIMS-RECORD
149700         INVALID KEY
149800             DISPLAY "AMTCONV: CLAIM FOR ACCOUNT " CLM-ACCT-NUMBER
149900                     " NOT WRITTEN"
150000             GO TO 2910-CONVERT-CLAIM-ONE-EXIT
150100     END-WRITE
150200     ADD 1 TO WS-FILE-WRITTEN
150300     ADD CLM-AMOUNT TO WS-FILE-AFTER.
150400 2910-CONVERT-CLAIM-ONE-EXIT.
150500     EXIT.
150600
150700*-----------------------------------------------------------------
150800* DEPOSIT LOG ARCHIVE.
150900*-----------------------------------------------------------------
151000 3000-CONVERT-DEPARCH.
151100     MOVE "DEPARCH" TO WS-CONV-FILE
151200     PERFORM 8000-START-FILE
151300         THRU 8000-START-FILE-EXIT
151400     OPEN INPUT OLD-DEPOSIT-ARCHIVE
151500     IF WS-ODEPARCH-NOTFOUND
151600         PERFORM 8200-FILE-NOT-PRESENT
151700             THRU 8200-FILE-NOT-PRESENT-EXIT
151800         GO TO 3000-CONVERT-DEPARCH-EXIT
151900     END-IF
152000     IF NOT WS-ODEPARCH-OK
152100         DISPLAY "AMTCONV: UNABLE TO OPEN OLD DEPOSIT ARCHIVE, "
152200                 "STATUS = " WS-ODEPARCH-STATUS
152300         SET WS-CONV-FAILED TO TRUE
152400         GO TO 3000-CONVERT-DEPARCH-EXIT
152500     END-IF
152600     OPEN OUTPUT DEPOSIT-ARCHIVE
152700     IF NOT WS-DEPARCH-OK
152800         DISPLAY "AMTCONV: UNABLE TO OPEN NEW DEPOSIT ARCHIVE, "
152900                 "STATUS = " WS-DEPARCH-STATUS
153000         CLOSE OLD-DEPOSIT-ARCHIVE
153100         SET WS-CONV-FAILED TO TRUE
153200         GO TO 3000-CONVERT-DEPARCH-EXIT
153300     END-IF
153400     MOVE WS-LOGLINE-MAP TO WS-FIELD-MAP
153500     MOVE 74 TO WS-OLD-LENGTH
153600     PERFORM 3010-CONVERT-DEPOSIT-ONE
153700         THRU 3010-CONVERT-DEPOSIT-ONE-EXIT
153800         UNTIL WS-EOF
153900     CLOSE OLD-DEPOSIT-ARCHIVE
154000     CLOSE DEPOSIT-ARCHIVE
154100     PERFORM 8100-WRITE-CONTROL-LINE
154200         THRU 8100-WRITE-CONTROL-LINE-EXIT.
154300 3000-CONVERT-DEPARCH-EXIT.
154400     EXIT.
154500
154600 3010-CONVERT-DEPOSIT-ONE.
154700     READ OLD-DEPOSIT-ARCHIVE
154800         AT END
154900             SET WS-EOF TO TRUE
155000             GO TO 3010-CONVERT-DEPOSIT-ONE-EXIT
155100     END-READ
155200     ADD 1 TO WS-FILE-READ
155300     MOVE OLD-DEPOSIT-ARCHIVE-LINE TO WS-OLD-IMAGE
155400     PERFORM 7000-WIDEN-RECORD
155500         THRU 7000-WIDEN-RECORD-EXIT
155600     MOVE WS-NEW-IMAGE TO DEPOSIT-ARCHIVE-RECORD
155700     WRITE DEPOSIT-ARCHIVE-RECORD
155800     ADD 1 TO WS-FILE-WRITTEN
155900     ADD ARCLOG-DEPOSIT-AMT ARCLOG-NEW-BALANCE TO WS-FILE-AFTER.
156000 3010-CONVERT-DEPOSIT-ONE-EXIT.
156100     EXIT.
156200
156300*-----------------------------------------------------------------
156400* WITHDRAWAL LOG ARCHIVE.
156500*-----------------------------------------------------------------
156600 3100-CONVERT-WDARCH.
156700     MOVE "WDARCH" TO WS-CONV-FILE
156800     PERFORM 8000-START-FILE
156900         THRU 8000-START-FILE-EXIT
157000     OPEN INPUT OLD-WITHDRAW-ARCHIVE
157100     IF WS-OWDARCH-NOTFOUND
157200         PERFORM 8200-FILE-NOT-PRESENT
157300             THRU 8200-FILE-NOT-PRESENT-EXIT
157400         GO TO 3100-CONVERT-WDARCH-EXIT
157500     END-IF
157600     IF NOT WS-OWDARCH-OK
157700         DISPLAY "AMTCONV: UNABLE TO OPEN OLD WITHDRAWAL "
157800                 "ARCHIVE, STATUS = " WS-OWDARCH-STATUS
157900         SET WS-CONV-FAILED TO TRUE
158000         GO TO 3100-CONVERT-WDARCH-EXIT
158100     END-IF
158200     OPEN OUTPUT WITHDRAW-ARCHIVE
158300     IF NOT WS-WDARCH-OK
158400         DISPLAY "AMTCONV: UNABLE TO OPEN NEW WITHDRAWAL "
158500                 "ARCHIVE, STATUS = " WS-WDARCH-STATUS
158600         CLOSE OLD-WITHDRAW-ARCHIVE
158700         SET WS-CONV-FAILED TO TRUE
158800         GO TO 3100-CONVERT-WDARCH-EXIT
158900     END-IF
159000     MOVE WS-LOGLINE-MAP TO WS-FIELD-MAP
159100     MOVE 74 TO WS-OLD-LENGTH
159200     PERFORM 3110-CONVERT-WITHDRAWAL-ONE
159300         THRU 3110-CONVERT-WITHDRAWAL-ONE-EXIT
159400         UNTIL WS-EOF
159500     CLOSE OLD-WITHDRAW-ARCHIVE
159600     CLOSE WITHDRAW-ARCHIVE
159700     PERFORM 8100-WRITE-CONTROL-LINE
159800         THRU 8100-WRITE-CONTROL-LINE-EXIT.
159900 3100-CONVERT-WDARCH-EXIT.
160000     EXIT.
160100
160200 3110-CONVERT-WITHDRAWAL-ONE.
160300     READ OLD-WITHDRAW-ARCHIVE
160400         AT END
160500             SET WS-EOF TO TRUE
160600             GO TO 3110-CONVERT-WITHDRAWAL-ONE-EXIT
160700     END-READ
160800     ADD 1 TO WS-FILE-READ
160900     MOVE OLD-WITHDRAW-ARCHIVE-LINE TO WS-OLD-IMAGE
161000     PERFORM 7000-WIDEN-RECORD
161100         THRU 7000-WIDEN-RECORD-EXIT
161200     MOVE WS-NEW-IMAGE TO WITHDRAW-ARCHIVE-RECORD
161300     WRITE WITHDRAW-ARCHIVE-RECORD
161400     ADD 1 TO WS-FILE-WRITTEN
161500     ADD ARCWD-WITHDRAW-AMT ARCWD-NEW-BALANCE TO WS-FILE-AFTER.
161600 3110-CONVERT-WITHDRAWAL-ONE-EXIT.
161700     EXIT.
161800
161900*-----------------------------------------------------------------
162000* LARGE-WITHDRAWAL COMPLIANCE LOG.
162100*-----------------------------------------------------------------
162200 3200-CONVERT-WDCOMPLY.
162300     MOVE "WDCOMPLY" TO WS-CONV-FILE
162400     PERFORM 8000-START-FILE
162500         THRU 8000-START-FILE-EXIT
162600     OPEN INPUT OLD-COMPLIANCE-LOG
162700     IF WS-OWDCOMPL-NOTFOUND
162800         PERFORM 8200-FILE-NOT-PRESENT
162900             THRU 8200-FILE-NOT-PRESENT-EXIT
163000         GO TO 3200-CONVERT-WDCOMPLY-EXIT
163100     END-IF
163200     IF NOT WS-OWDCOMPL-OK
163300         DISPLAY "AMTCONV: UNABLE TO OPEN OLD COMPLIANCE LOG, "
163400                 "STATUS = " WS-OWDCOMPL-STATUS
163500         SET WS-CONV-FAILED TO TRUE
163600         GO TO 3200-CONVERT-WDCOMPLY-EXIT
163700     END-IF
163800     OPEN OUTPUT COMPLIANCE-LOG
163900     IF NOT WS-WDCOMPLY-OK
164000         DISPLAY "AMTCONV: UNABLE TO OPEN NEW COMPLIANCE LOG, "
164100                 "STATUS = " WS-WDCOMPLY-STATUS
164200         CLOSE OLD-COMPLIANCE-LOG
164300         SET WS-CONV-FAILED TO TRUE
164400         GO TO 3200-CONVERT-WDCOMPLY-EXIT
164500     END-IF
164600     MOVE WS-LOGLINE-MAP TO WS-FIELD-MAP
164700     MOVE 74 TO WS-OLD-LENGTH
164800     PERFORM 3210-CONVERT-COMPLIANCE-ONE
164900         THRU 3210-CONVERT-COMPLIANCE-ONE-EXIT
165000         UNTIL WS-EOF
165100     CLOSE OLD-COMPLIANCE-LOG
165200     CLOSE COMPLIANCE-LOG
165300     PERFORM 8100-WRITE-CONTROL-LINE
165400         THRU 8100-WRITE-CONTROL-LINE-EXIT.
165500 3200-CONVERT-WDCOMPLY-EXIT.
165600     EXIT.
165700
165800 3210-CONVERT-COMPLIANCE-ONE.
165900     READ OLD-COMPLIANCE-LOG
166000         AT END
166100             SET WS-EOF TO TRUE
166200             GO TO 3210-CONVERT-COMPLIANCE-ONE-EXIT
166300     END-READ
166400     ADD 1 TO WS-FILE-READ
166500     MOVE OLD-COMPLIANCE-LOG-LINE TO WS-OLD-IMAGE
166600     PERFORM 7000-WIDEN-RECORD
166700         THRU 7000-WIDEN-RECORD-EXIT
166800     MOVE WS-NEW-IMAGE TO COMPLIANCE-LOG-RECORD
166900     WRITE COMPLIANCE-LOG-RECORD
167000     ADD 1 TO WS-FILE-WRITTEN
167100     ADD COMPLOG-WITHDRAW-AMT COMPLOG-NEW-BALANCE
167200         TO WS-FILE-AFTER.
167300 3210-CONVERT-COMPLIANCE-ONE-EXIT.
167400     EXIT.
167500
167600*-----------------------------------------------------------------
167700* START-OF-DAY ACCOUNT SNAPSHOT.  RUNS AFTER THE ACCOUNT MASTER
167800* SO THE TAIL THE OLD SNAPSHOT NEVER HELD CAN BE TAKEN FROM THE
167900* CONVERTED MASTER.  THE DAILY TRANSFER TOTAL COMES FROM THE
168000* MASTER, SO IT STAYS OUT OF THE CONTROL TOTALS.
168100*-----------------------------------------------------------------
168200 3300-CONVERT-ACCSNAP.
168300     MOVE "ACCSNAP" TO WS-CONV-FILE
168400     PERFORM 8000-START-FILE
168500         THRU 8000-START-FILE-EXIT
168600     OPEN INPUT OLD-SNAPSHOT-FILE
168700     IF WS-OACCSNAP-NOTFOUND
168800         PERFORM 8200-FILE-NOT-PRESENT
168900             THRU 8200-FILE-NOT-PRESENT-EXIT
169000         GO TO 3300-CONVERT-ACCSNAP-EXIT
169100     END-IF
169200     IF NOT WS-OACCSNAP-OK
169300         DISPLAY "AMTCONV: UNABLE TO OPEN OLD SNAPSHOT, "
169400                 "STATUS = " WS-OACCSNAP-STATUS
169500         SET WS-CONV-FAILED TO TRUE
169600         GO TO 3300-CONVERT-ACCSNAP-EXIT
169700     END-IF
169800     OPEN INPUT ACCOUNT-MASTER
169900     IF NOT WS-ACCMSTR-OK
170000         DISPLAY "AMTCONV: UNABLE TO REOPEN NEW ACCOUNT MASTER, "
170100                 "STATUS = " WS-ACCMSTR-STATUS
170200         CLOSE OLD-SNAPSHOT-FILE
170300         SET WS-CONV-FAILED TO TRUE
170400         GO TO 3300-CONVERT-ACCSNAP-EXIT
170500     END-IF
170600     OPEN OUTPUT SNAPSHOT-FILE
170700     IF NOT WS-ACCSNAP-OK
170800         DISPLAY "AMTCONV: UNABLE TO OPEN NEW SNAPSHOT, "
170900                 "STATUS = " WS-ACCSNAP-STATUS
171000         CLOSE OLD-SNAPSHOT-FILE
171100         CLOSE ACCOUNT-MASTER
171200         SET WS-CONV-FAILED TO TRUE
171300         GO TO 3300-CONVERT-ACCSNAP-EXIT
171400     END-IF
171500     MOVE WS-ACCSNAP-MAP TO WS-FIELD-MAP
171600     MOVE 80 TO WS-OLD-LENGTH
171700     PERFORM 3310-CONVERT-SNAPSHOT-ONE
171800         THRU 3310-CONVERT-SNAPSHOT-ONE-EXIT
171900         UNTIL WS-EOF
172000     CLOSE OLD-SNAPSHOT-FILE
172100     CLOSE ACCOUNT-MASTER
172200     CLOSE SNAPSHOT-FILE
172300     PERFORM 8100-WRITE-CONTROL-LINE
172400         THRU 8100-WRITE-CONTROL-LINE-EXIT.
172500 3300-CONVERT-ACCSNAP-EXIT.
172600     EXIT.
172700
172800 3310-CONVERT-SNAPSHOT-ONE.
172900     READ OLD-SNAPSHOT-FILE
173000         AT END
173100             SET WS-EOF TO TRUE
173200             GO TO 3310-CONVERT-SNAPSHOT-ONE-EXIT
173300     END-READ
173400     ADD 1 TO WS-FILE-READ
173500     MOVE OLD-SNAPSHOT-RECORD TO WS-OLD-IMAGE
173600     PERFORM 7000-WIDEN-RECORD
173700         THRU 7000-WIDEN-RECORD-EXIT
173800     MOVE WS-NEW-IMAGE TO SNAPSHOT-RECORD
173900
174000     MOVE ZERO   TO SNAP-LAST-TRF-DATE
174100     MOVE ZERO   TO SNAP-DAILY-TRF-TOTAL
174200     MOVE ZERO   TO SNAP-RD-INSTALLMENT
174300     MOVE SPACES TO SNAP-OPER-MANDATE
174400     MOVE SPACES TO SNAP-PRODUCT-CODE
174500     MOVE SNAP-ACCT-NUMBER TO ACCT-NUMBER
174600     READ ACCOUNT-MASTER
174700         INVALID KEY
174800             DISPLAY "AMTCONV: SNAPSHOT ACCOUNT " SNAP-ACCT-NUMBER
174900                     " NOT ON THE MASTER, TAIL LEFT EMPTY"
175000         NOT INVALID KEY
175100             MOVE ACCT-LAST-TRF-DATE   TO SNAP-LAST-TRF-DATE
175200             MOVE ACCT-DAILY-TRF-TOTAL TO SNAP-DAILY-TRF-TOTAL
175300             MOVE ACCT-RD-INSTALLMENT  TO SNAP-RD-INSTALLMENT
175400             MOVE ACCT-OPER-MANDATE    TO SNAP-OPER-MANDATE
175500             MOVE ACCT-PRODUCT-CODE    TO SNAP-PRODUCT-CODE
175600     END-READ
175700
175800     WRITE SNAPSHOT-RECORD
175900     ADD 1 TO WS-FILE-WRITTEN
176000     ADD SNAP-BALANCE SNAP-MIN-BAL SNAP-DAILY-DEP-TOTAL
176100         SNAP-CREDIT-LIMIT SNAP-FY-INT-TOTAL SNAP-UNCLEARED-FUNDS
176200         TO WS-FILE-AFTER.
176300 3310-CONVERT-SNAPSHOT-ONE-EXIT.
176400     EXIT.
176500
176600*-----------------------------------------------------------------
176700* UNCLAIMED-FUNDS LEDGER.
176800*-----------------------------------------------------------------
176900 3400-CONVERT-UNCLFUND.
177000     MOVE "UNCLFUND" TO WS-CONV-FILE
177100     PERFORM 8000-START-FILE
177200         THRU 8000-START-FILE-EXIT
177300     OPEN INPUT OLD-UNCLAIMED-LEDGER
177400     IF WS-OUNCLFND-NOTFOUND
177500         PERFORM 8200-FILE-NOT-PRESENT
177600             THRU 8200-FILE-NOT-PRESENT-EXIT
177700         GO TO 3400-CONVERT-UNCLFUND-EXIT
177800     END-IF
177900     IF NOT WS-OUNCLFND-OK
178000         DISPLAY "AMTCONV: UNABLE TO OPEN OLD UNCLAIMED LEDGER, "
178100                 "STATUS = " WS-OUNCLFND-STATUS
178200         SET WS-CONV-FAILED TO TRUE
178300         GO TO 3400-CONVERT-UNCLFUND-EXIT
178400     END-IF
178500     OPEN OUTPUT UNCLAIMED-LEDGER
178600     IF NOT WS-UNCLFUND-OK
178700         DISPLAY "AMTCONV: UNABLE TO OPEN NEW UNCLAIMED LEDGER, "
178800                 "STATUS = " WS-UNCLFUND-STATUS
178900         CLOSE OLD-UNCLAIMED-LEDGER
179000         SET WS-CONV-FAILED TO TRUE
179100         GO TO 3400-CONVERT-UNCLFUND-EXIT
179200     END-IF
179300     MOVE WS-UNCLFUND-MAP TO WS-FIELD-MAP
179400     MOVE 31 TO WS-OLD-LENGTH
179500     PERFORM 3410-CONVERT-UNCLAIMED-ONE
179600         THRU 3410-CONVERT-UNCLAIMED-ONE-EXIT
179700         UNTIL WS-EOF
179800     CLOSE OLD-UNCLAIMED-LEDGER
179900     CLOSE UNCLAIMED-LEDGER
180000     PERFORM 8100-WRITE-CONTROL-LINE
180100         THRU 8100-WRITE-CONTROL-LINE-EXIT.
180200 3400-CONVERT-UNCLFUND-EXIT.
180300     EXIT.
180400
180500 3410-CONVERT-UNCLAIMED-ONE.
180600     READ OLD-UNCLAIMED-LEDGER
180700         AT END
180800             SET WS-EOF TO TRUE
180900             GO TO 3410-CONVERT-UNCLAIMED-ONE-EXIT
181000     END-READ
181100     ADD 1 TO WS-FILE-READ
181200     MOVE OLD-UNCLAIMED-LEDGER-RECORD TO WS-OLD-IMAGE
181300     PERFORM 7000-WIDEN-RECORD
181400         THRU 7000-WIDEN-RECORD-EXIT
181500     MOVE WS-NEW-IMAGE TO UNCLAIMED-LEDGER-RECORD
181600     WRITE UNCLAIMED-LEDGER-RECORD
181700     ADD 1 TO WS-FILE-WRITTEN
181800     ADD UNCL-AMOUNT TO WS-FILE-AFTER.
181900 3410-CONVERT-UNCLAIMED-ONE-EXIT.
182000     EXIT.
182100
182200*-----------------------------------------------------------------
182300* INTEREST TAX LEDGER.
182400*-----------------------------------------------------------------
182500 3500-CONVERT-TAXLEDGR.
182600     MOVE "TAXLEDGR" TO WS-CONV-FILE
182700     PERFORM 8000-START-FILE
182800         THRU 8000-START-FILE-EXIT
182900     OPEN INPUT OLD-TAX-LEDGER
183000     IF WS-OTAXLEDG-NOTFOUND
183100         PERFORM 8200-FILE-NOT-PRESENT
183200             THRU 8200-FILE-NOT-PRESENT-EXIT
183300         GO TO 3500-CONVERT-TAXLEDGR-EXIT
183400     END-IF
183500     IF NOT WS-OTAXLEDG-OK
183600         DISPLAY "AMTCONV: UNABLE TO OPEN OLD TAX LEDGER, "
183700                 "STATUS = " WS-OTAXLEDG-STATUS
183800         SET WS-CONV-FAILED TO TRUE
183900         GO TO 3500-CONVERT-TAXLEDGR-EXIT
184000     END-IF
184100     OPEN OUTPUT TAX-LEDGER
184200     IF NOT WS-TAXLEDGR-OK
184300         DISPLAY "AMTCONV: UNABLE TO OPEN NEW TAX LEDGER, "
184400                 "STATUS = " WS-TAXLEDGR-STATUS
184500         CLOSE OLD-TAX-LEDGER
184600         SET WS-CONV-FAILED TO TRUE
184700         GO TO 3500-CONVERT-TAXLEDGR-EXIT
184800     END-IF
184900     MOVE WS-TAXLEDGR-MAP TO WS-FIELD-MAP
185000     MOVE 27 TO WS-OLD-LENGTH
185100     PERFORM 3510-CONVERT-TAX-ONE
185200         THRU 3510-CONVERT-TAX-ONE-EXIT
185300         UNTIL WS-EOF
185400     CLOSE OLD-TAX-LEDGER
185500     CLOSE TAX-LEDGER
185600     PERFORM 8100-WRITE-CONTROL-LINE
185700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
185800 3500-CONVERT-TAXLEDGR-EXIT.
185900     EXIT.
186000
186100 3510-CONVERT-TAX-ONE.
186200     READ OLD-TAX-LEDGER
186300         AT END
186400             SET WS-EOF TO TRUE
186500             GO TO 3510-CONVERT-TAX-ONE-EXIT
186600     END-READ
186700     ADD 1 TO WS-FILE-READ
186800     MOVE OLD-TAX-LEDGER-RECORD TO WS-OLD-IMAGE
186900     PERFORM 7000-WIDEN-RECORD
187000         THRU 7000-WIDEN-RECORD-EXIT
187100     MOVE WS-NEW-IMAGE TO TAX-LEDGER-RECORD
187200     WRITE TAX-LEDGER-RECORD
187300     ADD 1 TO WS-FILE-WRITTEN
187400     ADD TAX-INTEREST-AMT TAX-WITHHELD TO WS-FILE-AFTER.
187500 3510-CONVERT-TAX-ONE-EXIT.
187600     EXIT.
187700
187800*-----------------------------------------------------------------
187900* DECEASED-CLAIM SETTLEMENT REGISTER.
188000*-----------------------------------------------------------------
188100 3600-CONVERT-DSETREG.
188200     MOVE "DSETREG" TO WS-CONV-FILE
188300     PERFORM 8000-START-FILE
188400         THRU 8000-START-FILE-EXIT
188500     OPEN INPUT OLD-SETTLEMENT-REGISTER
188600     IF WS-ODSETREG-NOTFOUND
188700         PERFORM 8200-FILE-NOT-PRESENT
188800             THRU 8200-FILE-NOT-PRESENT-EXIT
188900         GO TO 3600-CONVERT-DSETREG-EXIT
189000     END-IF
189100     IF NOT WS-ODSETREG-OK
189200         DISPLAY "AMTCONV: UNABLE TO OPEN OLD SETTLEMENT "
189300                 "REGISTER, STATUS = " WS-ODSETREG-STATUS
189400         SET WS-CONV-FAILED TO TRUE
189500         GO TO 3600-CONVERT-DSETREG-EXIT
189600     END-IF
189700     OPEN OUTPUT SETTLEMENT-REGISTER
189800     IF NOT WS-DSETREG-OK
189900         DISPLAY "AMTCONV: UNABLE TO OPEN NEW SETTLEMENT "
190000                 "REGISTER, STATUS = " WS-DSETREG-STATUS
190100         CLOSE OLD-SETTLEMENT-REGISTER
190200         SET WS-CONV-FAILED TO TRUE
190300         GO TO 3600-CONVERT-DSETREG-EXIT
190400     END-IF
190500     MOVE WS-DSETREG-MAP TO WS-FIELD-MAP
190600     MOVE 87 TO WS-OLD-LENGTH
190700     PERFORM 3610-CONVERT-SETTLEMENT-ONE
190800         THRU 3610-CONVERT-SETTLEMENT-ONE-EXIT
190900         UNTIL WS-EOF
191000     CLOSE OLD-SETTLEMENT-REGISTER
191100     CLOSE SETTLEMENT-REGISTER
191200     PERFORM 8100-WRITE-CONTROL-LINE
191300         THRU 8100-WRITE-CONTROL-LINE-EXIT.
191400 3600-CONVERT-DSETREG-EXIT.
191500     EXIT.
191600
191700 3610-CONVERT-SETTLEMENT-ONE.
191800     READ OLD-SETTLEMENT-REGISTER
191900         AT END
192000             SET WS-EOF TO TRUE
192100             GO TO 3610-CONVERT-SETTLEMENT-ONE-EXIT
192200     END-READ
192300     ADD 1 TO WS-FILE-READ
192400     MOVE OLD-SETTLEMENT-RECORD TO WS-OLD-IMAGE
192500     PERFORM 7000-WIDEN-RECORD
192600         THRU 7000-WIDEN-RECORD-EXIT
192700     MOVE WS-NEW-IMAGE TO SETTLEMENT-REGISTER-RECORD
192800     WRITE SETTLEMENT-REGISTER-RECORD
192900     ADD 1 TO WS-FILE-WRITTEN
193000     ADD DSR-AMOUNT TO WS-FILE-AFTER.
193100 3610-CONVERT-SETTLEMENT-ONE-EXIT.
193200     EXIT.
193300
193400*-----------------------------------------------------------------
193500* ACCOUNT CLOSURE REGISTER.
193600*-----------------------------------------------------------------
193700 3700-CONVERT-CLOSEREG.
193800     MOVE "CLOSEREG" TO WS-CONV-FILE
193900     PERFORM 8000-START-FILE
194000         THRU 8000-START-FILE-EXIT
194100     OPEN INPUT OLD-CLOSURE-REGISTER
194200     IF WS-OCLOSREG-NOTFOUND
194300         PERFORM 8200-FILE-NOT-PRESENT
194400             THRU 8200-FILE-NOT-PRESENT-EXIT
194500         GO TO 3700-CONVERT-CLOSEREG-EXIT
194600     END-IF
194700     IF NOT WS-OCLOSREG-OK
194800         DISPLAY "AMTCONV: UNABLE TO OPEN OLD CLOSURE REGISTER, "
194900                 "STATUS = " WS-OCLOSREG-STATUS
195000         SET WS-CONV-FAILED TO TRUE
195100         GO TO 3700-CONVERT-CLOSEREG-EXIT
195200     END-IF
195300     OPEN OUTPUT CLOSURE-REGISTER
195400     IF NOT WS-CLOSEREG-OK
195500         DISPLAY "AMTCONV: UNABLE TO OPEN NEW CLOSURE REGISTER, "
195600                 "STATUS = " WS-CLOSEREG-STATUS
195700         CLOSE OLD-CLOSURE-REGISTER
195800         SET WS-CONV-FAILED TO TRUE
195900         GO TO 3700-CONVERT-CLOSEREG-EXIT
196000     END-IF
196100     MOVE WS-CLOSEREG-MAP TO WS-FIELD-MAP
196200     MOVE 44 TO WS-OLD-LENGTH
196300     PERFORM 3710-CONVERT-CLOSURE-ONE
196400         THRU 3710-CONVERT-CLOSURE-ONE-EXIT
196500         UNTIL WS-EOF
196600     CLOSE OLD-CLOSURE-REGISTER
196700     CLOSE CLOSURE-REGISTER
196800     PERFORM 8100-WRITE-CONTROL-LINE
196900         THRU 8100-WRITE-CONTROL-LINE-EXIT.
197000 3700-CONVERT-CLOSEREG-EXIT.
197100     EXIT.
197200
197300 3710-CONVERT-CLOSURE-ONE.
197400     READ OLD-CLOSURE-REGISTER
197500         AT END
197600             SET WS-EOF TO TRUE
197700             GO TO 3710-CONVERT-CLOSURE-ONE-EXIT
197800     END-READ
197900     ADD 1 TO WS-FILE-READ
198000     MOVE OLD-CLOSURE-RECORD TO WS-OLD-IMAGE
198100     PERFORM 7000-WIDEN-RECORD
198200         THRU 7000-WIDEN-RECORD-EXIT
198300     MOVE WS-NEW-IMAGE TO CLOSURE-REGISTER-RECORD
198400     WRITE CLOSURE-REGISTER-RECORD
198500     ADD 1 TO WS-FILE-WRITTEN
198600     ADD CLS-INTEREST-PAID CLS-PAYOUT-AMT TO WS-FILE-AFTER.
198700 3710-CONVERT-CLOSURE-ONE-EXIT.
198800     EXIT.
198900
199000*-----------------------------------------------------------------
199100* PENDING MAKER-CHECKER CHANGES.  THE RECORD LENGTH DOES NOT
199200* CHANGE - ONLY A CREDIT-LIMIT CHANGE CARRIES MONEY, AND ITS
199300* LIMIT GROWS INTO THE SPARE SPACE OF THE NEW-DATA AREA - SO THE
199400* FILE IS CONVERTED IN PLACE.  AN ENTRY WHOSE LIMIT ALREADY RUNS
199500* PAST THE OLD SIX DIGITS IS LEFT ALONE, SO A RERUN IS HARMLESS.
199600*-----------------------------------------------------------------
199700 3800-CONVERT-PENDFILE.
199800     MOVE "PENDFILE" TO WS-CONV-FILE
199900     PERFORM 8000-START-FILE
200000         THRU 8000-START-FILE-EXIT
200100     OPEN I-O PENDING-FILE
200200     IF WS-PENDFILE-NOTFOUND
200300         PERFORM 8200-FILE-NOT-PRESENT
200400             THRU 8200-FILE-NOT-PRESENT-EXIT
200500         GO TO 3800-CONVERT-PENDFILE-EXIT
200600     END-IF
200700     IF NOT WS-PENDFILE-OK
200800         DISPLAY "AMTCONV: UNABLE TO OPEN PENDING FILE, "
200900                 "STATUS = " WS-PENDFILE-STATUS
201000         SET WS-CONV-FAILED TO TRUE
201100         GO TO 3800-CONVERT-PENDFILE-EXIT
201200     END-IF
201300     PERFORM 3810-CONVERT-PENDING-ONE
201400         THRU 3810-CONVERT-PENDING-ONE-EXIT
201500         UNTIL WS-EOF
201600     CLOSE PENDING-FILE
201700     PERFORM 8100-WRITE-CONTROL-LINE
201800         THRU 8100-WRITE-CONTROL-LINE-EXIT.
201900 3800-CONVERT-PENDFILE-EXIT.
202000     EXIT.
202100
202200 3810-CONVERT-PENDING-ONE.
202300     READ PENDING-FILE NEXT RECORD
202400         AT END
202500             SET WS-EOF TO TRUE
202600             GO TO 3810-CONVERT-PENDING-ONE-EXIT
202700     END-READ
202800     IF NOT PND-TYPE-CRLIMIT
202900         GO TO 3810-CONVERT-PENDING-ONE-EXIT
203000     END-IF
203100     IF PND-NEW-DATA(7:3) NOT = SPACES
203200         GO TO 3810-CONVERT-PENDING-ONE-EXIT
203300     END-IF
203400     ADD 1 TO WS-FILE-READ
203500     MOVE PND-NEW-DATA(1:6) TO WS-OLD-UNSIGNED-X(2:6)
203600     MOVE ZERO TO WS-OLD-UNSIGNED-X(1:1)
203700     IF WS-OLD-UNSIGNED NOT NUMERIC
203800         ADD 1 TO WS-FILE-BAD
203900         MOVE ZERO TO WS-OLD-UNSIGNED
204000     END-IF
204100     MOVE WS-OLD-UNSIGNED TO WS-OLD-CREDIT-LIMIT
204200     ADD WS-OLD-CREDIT-LIMIT TO WS-FILE-BEFORE
204300     MOVE SPACES TO PND-NEW-DATA
204400     MOVE WS-OLD-CREDIT-LIMIT TO PND-CREDIT-LIMIT
204500     REWRITE PENDING-RECORD
204600         INVALID KEY
204700             DISPLAY "AMTCONV: PENDING CHANGE " PND-ID
204800                     " NOT REWRITTEN"
204900             GO TO 3810-CONVERT-PENDING-ONE-EXIT
205000     END-REWRITE
205100     ADD 1 TO WS-FILE-WRITTEN
205200     ADD PND-CREDIT-LIMIT TO WS-FILE-AFTER.
205300 3810-CONVERT-PENDING-ONE-EXIT.
205400     EXIT.
205500
205600*-----------------------------------------------------------------
205700* BUILD THE NEW RECORD IMAGE FROM THE OLD ONE UNDER THE FIELD MAP
205800* IN HAND.  THE STRETCHES BETWEEN MONEY FIELDS ARE COPIED AS THEY
205900* STAND; EACH MONEY FIELD IS WIDENED THROUGH A NUMERIC MOVE, SO
206000* THE SIGN OF A SIGNED FIELD COMES ACROSS WITH IT.  THE "BEFORE"
206100* TOTAL IS TAKEN HERE FROM THE OLD FIELDS.
206200*-----------------------------------------------------------------
206300 7000-WIDEN-RECORD.
206400     MOVE SPACES TO WS-NEW-IMAGE
206500     MOVE 1 TO WS-OLD-POS
206600     MOVE 1 TO WS-NEW-POS
206700     PERFORM 7100-WIDEN-ONE-FIELD
206800         THRU 7100-WIDEN-ONE-FIELD-EXIT
206900         VARYING WS-MAP-IDX FROM 1 BY 1
207000         UNTIL WS-MAP-IDX > WS-MAP-COUNT
207100     IF WS-OLD-POS NOT > WS-OLD-LENGTH
207200         COMPUTE WS-SEG-LENGTH = WS-OLD-LENGTH - WS-OLD-POS + 1
207300         MOVE WS-OLD-IMAGE(WS-OLD-POS:WS-SEG-LENGTH)
207400           TO WS-NEW-IMAGE(WS-NEW-POS:WS-SEG-LENGTH)
207500     END-IF.
207600 7000-WIDEN-RECORD-EXIT.
207700     EXIT.
207800
207900 7100-WIDEN-ONE-FIELD.
208000     COMPUTE WS-SEG-LENGTH = MAP-OFFSET(WS-MAP-IDX) - WS-OLD-POS
208100     IF WS-SEG-LENGTH > ZERO
208200         MOVE WS-OLD-IMAGE(WS-OLD-POS:WS-SEG-LENGTH)
208300           TO WS-NEW-IMAGE(WS-NEW-POS:WS-SEG-LENGTH)
208400         ADD WS-SEG-LENGTH TO WS-OLD-POS
208500         ADD WS-SEG-LENGTH TO WS-NEW-POS
208600     END-IF
208700
208800     MOVE MAP-LENGTH(WS-MAP-IDX) TO WS-FIELD-LENGTH
208900     COMPUTE WS-NEW-FIELD-LENGTH = WS-FIELD-LENGTH + 3
209000
209100     IF MAP-SIGNED(WS-MAP-IDX)
209200         MOVE WS-OLD-IMAGE(WS-OLD-POS:6) TO WS-OLD-SIGNED-X
209300         IF WS-OLD-SIGNED NOT NUMERIC
209400             ADD 1 TO WS-FILE-BAD
209500             MOVE ZERO TO WS-OLD-SIGNED
209600         END-IF
209700         MOVE WS-OLD-SIGNED TO WS-NEW-SIGNED
209800         MOVE WS-NEW-SIGNED-X TO WS-NEW-IMAGE(WS-NEW-POS:9)
209900         ADD WS-OLD-SIGNED TO WS-FILE-BEFORE
210000     ELSE
210100         MOVE ZERO TO WS-OLD-UNSIGNED
210200         COMPUTE WS-DIGIT-START = 8 - WS-FIELD-LENGTH
210300         MOVE WS-OLD-IMAGE(WS-OLD-POS:WS-FIELD-LENGTH)
210400           TO WS-OLD-UNSIGNED-X(WS-DIGIT-START:WS-FIELD-LENGTH)
210500         IF WS-OLD-UNSIGNED NOT NUMERIC
210600             ADD 1 TO WS-FILE-BAD
210700             MOVE ZERO TO WS-OLD-UNSIGNED
210800         END-IF
210900         MOVE WS-OLD-UNSIGNED TO WS-NEW-UNSIGNED
211000         MOVE WS-NEW-UNSIGNED-X
211100                 (WS-DIGIT-START:WS-NEW-FIELD-LENGTH)
211200           TO WS-NEW-IMAGE(WS-NEW-POS:WS-NEW-FIELD-LENGTH)
211300         ADD WS-OLD-UNSIGNED TO WS-FILE-BEFORE
211400     END-IF
211500
211600     ADD WS-FIELD-LENGTH TO WS-OLD-POS
211700     ADD WS-NEW-FIELD-LENGTH TO WS-NEW-POS.
211800 7100-WIDEN-ONE-FIELD-EXIT.
211900     EXIT.
212000
212100*-----------------------------------------------------------------
212200* CLEAR THE CONTROL FIGURES FOR THE NEXT FILE.
212300*-----------------------------------------------------------------
212400 8000-START-FILE.
212500     MOVE ZERO TO WS-FILE-READ
212600     MOVE ZERO TO WS-FILE-WRITTEN
212700     MOVE ZERO TO WS-FILE-BAD
212800     MOVE ZERO TO WS-FILE-BEFORE
212900     MOVE ZERO TO WS-FILE-AFTER
213000     MOVE "N" TO WS-EOF-SW.
213100 8000-START-FILE-EXIT.
213200     EXIT.
213300
213400*-----------------------------------------------------------------
213500* ONE CONTROL LINE PER FILE.  A FILE IS IN BALANCE ONLY WHEN
213600* EVERY RECORD READ WAS WRITTEN, EVERY MONEY FIELD WAS NUMERIC,
213700* AND THE NEW LAYOUT GIVES BACK THE SAME TOTAL AS THE OLD.
213800*-----------------------------------------------------------------
213900 8100-WRITE-CONTROL-LINE.
214000     ADD 1 TO WS-FILES-CONVERTED
214100     MOVE WS-CONV-FILE    TO DTL-FILE
214200     MOVE WS-FILE-READ    TO DTL-READ
214300     MOVE WS-FILE-WRITTEN TO DTL-WRITTEN
214400     MOVE WS-FILE-BEFORE  TO DTL-BEFORE
214500     MOVE WS-FILE-AFTER   TO DTL-AFTER
214600     MOVE "IN BALANCE" TO DTL-RESULT
214700     IF WS-FILE-READ NOT = WS-FILE-WRITTEN
214800        OR WS-FILE-BEFORE NOT = WS-FILE-AFTER
214900         MOVE "OUT OF BAL" TO DTL-RESULT
215000         SET WS-CONV-FAILED TO TRUE
215100     END-IF
215200     IF WS-FILE-BAD > ZERO
215300         MOVE "NOT NUMERIC" TO DTL-RESULT
215400         SET WS-CONV-FAILED TO TRUE
215500     END-IF
215600     MOVE WS-DETAIL-LINE TO REPORT-LINE
215700     WRITE REPORT-LINE.
215800 8100-WRITE-CONTROL-LINE-EXIT.
215900     EXIT.
216000
216100 8200-FILE-NOT-PRESENT.
216200     MOVE SPACES TO REPORT-LINE
216300     MOVE WS-CONV-FILE TO REPORT-LINE(1:8)
216400     MOVE "NOT PRESENT - NOTHING TO CONVERT" TO REPORT-LINE(11:32)
216500     WRITE REPORT-LINE.
216600 8200-FILE-NOT-PRESENT-EXIT.
216700     EXIT.
216800
216900 9999-TERMINATE.
217000     IF NOT WS-INIT-FAILED
217100         MOVE SPACES TO REPORT-LINE
217200         WRITE REPORT-LINE
217300         IF WS-CONV-FAILED
217400             MOVE "CONVERSION NOT IN BALANCE - THE NEW FILES"
217500               TO REPORT-LINE(1:41)
217600             MOVE " MUST NOT BE PUT INTO SERVICE"
217700               TO REPORT-LINE(42:29)
217800         ELSE
217900             MOVE "ALL FILES IN BALANCE - THE NEW FILES"
218000               TO REPORT-LINE(1:36)
218100             MOVE " MAY BE PUT INTO SERVICE"
218200               TO REPORT-LINE(37:24)
218300         END-IF
218400         WRITE REPORT-LINE
218500         CLOSE CONTROL-REPORT
218600     END-IF
218700     IF WS-BATCH-ACQUIRED
218800         CALL "BATCHREL" USING WS-JOB-NAME
218900     END-IF
219000     DISPLAY "AMTCONV: FILES CONVERTED = " WS-FILES-CONVERTED.
219100 9999-TERMINATE-EXIT.
219200     EXIT.
