000100*****************************************************************
000200* PROGRAM      : CHNLPROC                                       *
000300* DESCRIPTION  : INTERNET AND MOBILE BANKING REQUEST PROCESSOR. *
000400*                READS ONE CHANNEL'S REQUEST FILE - A HEADER    *
000500*                NAMING THE CHANNEL AND ITS BATCH, THEN ONE     *
000600*                DETAIL PER CUSTOMER REQUEST - AND ANSWERS      *
000700*                EACH: BALANCE ENQUIRY, MINI-STATEMENT FROM THE *
000800*                TRANSACTION HISTORY, TRANSFER TO A REGISTERED  *
000900*                BENEFICIARY, CHEQUE BOOK REQUEST AND STOP      *
001000*                PAYMENT.  EVERY REQUEST IS AUTHENTICATED BY    *
001100*                THE ACCOUNT'S PIN THE WAY PINCHECK DOES, AND   *
001200*                THEN HELD TO THE SAME RULES AS TRANSFER,       *
001300*                CHQBKISS AND STOPMNT.  EACH REQUEST GETS A     *
001400*                RESPONSE LINE WITH ITS OUTCOME AND TXN-REF,    *
001500*                AND IS LOGGED TO THE SECURITY LOG AND THE      *
001600*                MAINTENANCE JOURNAL UNDER THE RESERVED CHANNEL *
001700*                OPERATOR ID SO AUDITINQ FINDS IT.  EVERY       *
001800*                REQUEST ANSWERED IS CHECKPOINTED, SO A RERUN   *
001900*                OF THE SAME BATCH PICKS UP AFTER THE LAST ONE. *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CHNLPROC.
002300 AUTHOR. S NATARAJAN.
002400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700
002800*****************************************************************
002900* MODIFICATION HISTORY                                          *
003000*-----------------------------------------------------------------
003100* DATE       INIT  DESCRIPTION                                  *
003200* 2026-10-15 SN    NEW PROGRAM - INTERNET AND MOBILE BANKING    *
003300*                  REQUESTS ANSWERED FROM THE CHANNEL'S FILE,   *
003400*                  IN PLACE OF THE CUSTOMER VISITING A BRANCH.  *
003410* 2026-10-15 SN    INTERNET AND MOBILE SHARE THE RESTART FILE - *
003420*                  A RERUN NOW RESUMES FROM THE HIGHEST         *
003430*                  CHECKPOINT FOR ITS OWN BATCH ANYWHERE IN THE *
003440*                  FILE, NOT FROM THE LAST RECORD WRITTEN, AND  *
003450*                  EACH CHECKPOINT CARRIES ITS CHANNEL.         *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ACCT-NUMBER
004400         FILE STATUS IS WS-ACCMSTR-STATUS.
004500
004600     SELECT PIN-MASTER ASSIGN TO "PINFILE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PIN-ACCT-NUMBER
005000         FILE STATUS IS WS-PINFILE-STATUS.
005100
005200     SELECT BENEFICIARY-FILE ASSIGN TO "BENFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS BEN-KEY
005600         FILE STATUS IS WS-BENFILE-STATUS.
005700
005800     SELECT TXN-HISTORY ASSIGN TO "TXNHIST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS TXN-KEY
006200         FILE STATUS IS WS-TXNHIST-STATUS.
006300
006400     SELECT CHEQUE-BOOK-REGISTER ASSIGN TO "CHQBKREG"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CHQBK-KEY
006800         FILE STATUS IS WS-CHQBKREG-STATUS.
006900
007000     SELECT STOP-FILE ASSIGN TO "STOPFILE"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS STOP-KEY
007400         FILE STATUS IS WS-STOPFILE-STATUS.
007500
007600     SELECT REQUEST-FILE ASSIGN TO "CHNLREQ"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CHNLREQ-STATUS.
007900
008000     SELECT RESPONSE-FILE ASSIGN TO "CHNLRSP"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-CHNLRSP-STATUS.
008300
008400     SELECT RESTART-FILE ASSIGN TO "CHNRSTRT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RESTART-STATUS.
008700
008800     SELECT SECURITY-LOG ASSIGN TO "PINLOG"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-SECLOG-STATUS.
009100
009200     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-DEPLOG-STATUS.
009500
009600     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-WDLOG-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  ACCOUNT-MASTER
010300     LABEL RECORDS ARE STANDARD.
010400     COPY ACCTREC.
010500
010600 FD  PIN-MASTER
010700     LABEL RECORDS ARE STANDARD.
010800     COPY PINREC.
010900
011000 FD  BENEFICIARY-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY BENREC.
011300
011400 FD  TXN-HISTORY
011500     LABEL RECORDS ARE STANDARD.
011600     COPY TXNREC.
011700
011800 FD  CHEQUE-BOOK-REGISTER
011900     LABEL RECORDS ARE STANDARD.
012000     COPY CHQBKREC.
012100
012200 FD  STOP-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY STOPREC.
012500
012600*    THE CHANNEL'S REQUEST FILE - ONE HEADER, THEN THE DETAILS
012700*    IN SEQUENCE-NUMBER ORDER.  THE PIN IS AS THE CUSTOMER
012800*    KEYED IT AND NEVER LEAVES THIS PROGRAM.
012900 FD  REQUEST-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  REQUEST-RECORD.
013200     05  CRQ-RECORD-TYPE      PIC X(01).
013300         88  CRQ-HEADER           VALUE "H".
013400         88  CRQ-DETAIL           VALUE "D".
013500     05  FILLER               PIC X(01).
013600     05  CRQ-DATA             PIC X(98).
013700 01  REQUEST-HEADER REDEFINES REQUEST-RECORD.
013800     05  FILLER               PIC X(02).
013900     05  CRH-BATCH-ID         PIC X(12).
014000     05  FILLER               PIC X(01).
014100     05  CRH-CHANNEL          PIC X(01).
014200         88  CRH-CHANNEL-INTERNET VALUE "I".
014300         88  CRH-CHANNEL-MOBILE   VALUE "M".
014400     05  FILLER               PIC X(01).
014500     05  CRH-CREATED-DATE     PIC 9(08).
014600     05  FILLER               PIC X(01).
014700     05  CRH-REQUEST-COUNT    PIC 9(06).
014800     05  FILLER               PIC X(68).
014900 01  REQUEST-DETAIL REDEFINES REQUEST-RECORD.
015000     05  FILLER               PIC X(02).
015100     05  CRQ-SEQ-NO           PIC 9(06).
015200     05  FILLER               PIC X(01).
015300     05  CRQ-REQUEST-ID       PIC X(12).
015400     05  FILLER               PIC X(01).
015500     05  CRQ-ACCT-NUMBER      PIC 9(06).
015600     05  FILLER               PIC X(01).
015700     05  CRQ-PIN              PIC 9(04).
015800     05  FILLER               PIC X(01).
015900     05  CRQ-REQUEST-TYPE     PIC X(01).
016000         88  CRQ-BALANCE          VALUE "B".
016100         88  CRQ-MINI-STATEMENT   VALUE "M".
016200         88  CRQ-TRANSFER         VALUE "T".
016300         88  CRQ-CHEQUE-BOOK      VALUE "C".
016400         88  CRQ-STOP-PAYMENT     VALUE "S".
016500     05  FILLER               PIC X(01).
016600     05  CRQ-BENEF-ACCT       PIC 9(06).
016700     05  FILLER               PIC X(01).
016800     05  CRQ-AMOUNT           PIC 9(09).
016900     05  FILLER               PIC X(01).
017000     05  CRQ-FROM-CHEQUE      PIC 9(06).
017100     05  FILLER               PIC X(01).
017200     05  CRQ-TO-CHEQUE        PIC 9(06).
017300     05  FILLER               PIC X(01).
017400     05  CRQ-LEAF-COUNT       PIC 9(03).
017500     05  FILLER               PIC X(01).
017600     05  CRQ-STOP-REASON      PIC X(20).
017700     05  FILLER               PIC X(09).
017800
017900 FD  RESPONSE-FILE
018000     LABEL RECORDS ARE STANDARD.
018100 01  RESPONSE-LINE            PIC X(100).
018200
018300 FD  RESTART-FILE
018400     LABEL RECORDS ARE STANDARD.
018500 01  RESTART-RECORD.
018600     05  RESTART-BATCH-ID     PIC X(12).
018700     05  RESTART-CHANNEL      PIC X(01).
018710         88  RESTART-CHANNEL-INTERNET VALUE "I".
018720         88  RESTART-CHANNEL-MOBILE   VALUE "M".
018800     05  RESTART-SEQ-NO       PIC 9(06).
018900
019000 FD  SECURITY-LOG
019100     LABEL RECORDS ARE STANDARD.
019200 01  SECURITY-LOG-RECORD.
019300     05  SECLOG-DATE          PIC 9(08).
019400     05  SECLOG-TIME          PIC 9(08).
019500     05  FILLER               PIC X(01) VALUE SPACE.
019600     05  SECLOG-ACCT-NUMBER   PIC 9(06).
019700     05  FILLER               PIC X(01) VALUE SPACE.
019800     05  SECLOG-RESULT        PIC X(01).
019900         88  SECLOG-SUCCESS       VALUE "S".
020000         88  SECLOG-FAILURE       VALUE "F".
020100         88  SECLOG-REFUSED       VALUE "R".
020200     05  FILLER               PIC X(01) VALUE SPACE.
020300     05  SECLOG-OPERATOR-ID   PIC 9(04).
020400
020500 FD  DEPOSIT-LOG
020600     LABEL RECORDS ARE STANDARD.
020700 01  DEPOSIT-LOG-RECORD.
020800     05  LOG-DATE             PIC 9(08).
020900     05  LOG-TIME             PIC 9(08).
021000     05  FILLER               PIC X(01) VALUE SPACE.
021100     05  LOG-ACCT-NUMBER      PIC 9(06).
021200     05  FILLER               PIC X(01) VALUE SPACE.
021300     05  LOG-DEPOSIT-AMT      PIC 9(09).
021400     05  FILLER               PIC X(01) VALUE SPACE.
021500     05  LOG-NEW-BALANCE      PIC S9(09).
021600     05  FILLER               PIC X(01) VALUE SPACE.
021700     05  LOG-CURRENCY-CODE    PIC X(03).
021800     05  FILLER               PIC X(01) VALUE SPACE.
021900     05  LOG-TRANS-TYPE       PIC X(01).
022000         88  LOG-TRANS-TRANSFER   VALUE "T".
022100     05  FILLER               PIC X(01) VALUE SPACE.
022200     05  LOG-OPERATOR-ID      PIC 9(04).
022300     05  FILLER               PIC X(01) VALUE SPACE.
022400     05  LOG-BRANCH-CODE      PIC 9(03).
022500     05  FILLER               PIC X(01) VALUE SPACE.
022600     05  LOG-TXN-REF          PIC 9(10).
022700     05  FILLER               PIC X(01) VALUE SPACE.
022800     05  LOG-VALUE-DATE       PIC 9(08).
022900     05  FILLER               PIC X(01) VALUE SPACE.
023000     05  LOG-POST-BRANCH      PIC 9(03).
023100     05  FILLER               PIC X(01) VALUE SPACE.
023200     05  LOG-INSTRUMENT       PIC X(01).
023300         88  LOG-INSTR-CASH       VALUE "C".
023400         88  LOG-INSTR-CHEQUE     VALUE "Q".
023500         88  LOG-INSTR-TRANSFER   VALUE "T".
023600         88  LOG-INSTR-SYSTEM     VALUE "S".
023700
023800 FD  WITHDRAW-LOG
023900     LABEL RECORDS ARE STANDARD.
024000 01  WITHDRAW-LOG-RECORD.
024100     05  WDLOG-DATE           PIC 9(08).
024200     05  WDLOG-TIME           PIC 9(08).
024300     05  FILLER               PIC X(01) VALUE SPACE.
024400     05  WDLOG-ACCT-NUMBER    PIC 9(06).
024500     05  FILLER               PIC X(01) VALUE SPACE.
024600     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
024700     05  FILLER               PIC X(01) VALUE SPACE.
024800     05  WDLOG-NEW-BALANCE    PIC S9(09).
024900     05  FILLER               PIC X(01) VALUE SPACE.
025000     05  WDLOG-OPERATOR-ID    PIC 9(04).
025100     05  FILLER               PIC X(01) VALUE SPACE.
025200     05  WDLOG-BRANCH-CODE    PIC 9(03).
025300     05  FILLER               PIC X(01) VALUE SPACE.
025400     05  WDLOG-TXN-REF        PIC 9(10).
025500     05  FILLER               PIC X(01) VALUE SPACE.
025600     05  WDLOG-TRANS-TYPE     PIC X(01).
025700         88  WDLOG-TRANS-TRANSFER VALUE "T".
025800     05  FILLER               PIC X(01) VALUE SPACE.
025900     05  WDLOG-POST-BRANCH    PIC 9(03).
026000     05  FILLER               PIC X(01) VALUE SPACE.
026100     05  WDLOG-INSTRUMENT     PIC X(01).
026200         88  WDLOG-INSTR-CASH     VALUE "C".
026300         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
026400         88  WDLOG-INSTR-TRANSFER VALUE "T".
026500         88  WDLOG-INSTR-SYSTEM   VALUE "S".
026600
026700 WORKING-STORAGE SECTION.
026800 01  WS-ACCMSTR-STATUS        PIC X(02).
026900     88  WS-ACCMSTR-OK        VALUE "00".
027000
027100 01  WS-PINFILE-STATUS        PIC X(02).
027200     88  WS-PINFILE-OK        VALUE "00".
027300
027400 01  WS-BENFILE-STATUS        PIC X(02).
027500     88  WS-BENFILE-OK        VALUE "00".
027600     88  WS-BENFILE-NOTFOUND  VALUE "35".
027700
027800 01  WS-TXNHIST-STATUS        PIC X(02).
027900     88  WS-TXNHIST-OK        VALUE "00".
028000
028100 01  WS-CHQBKREG-STATUS       PIC X(02).
028200     88  WS-CHQBKREG-OK       VALUE "00".
028300     88  WS-CHQBKREG-NOTFOUND VALUE "35".
028400
028500 01  WS-STOPFILE-STATUS       PIC X(02).
028600     88  WS-STOPFILE-OK       VALUE "00".
028700     88  WS-STOPFILE-NOTFOUND VALUE "35".
028800
028900 01  WS-CHNLREQ-STATUS        PIC X(02).
029000     88  WS-CHNLREQ-OK        VALUE "00".
029100
029200 01  WS-CHNLRSP-STATUS        PIC X(02).
029300     88  WS-CHNLRSP-OK        VALUE "00".
029400
029500 01  WS-RESTART-STATUS        PIC X(02).
029600     88  WS-RESTART-OK        VALUE "00".
029700
029800 01  WS-SECLOG-STATUS         PIC X(02).
029900     88  WS-SECLOG-OK         VALUE "00".
030000
030100 01  WS-DEPLOG-STATUS         PIC X(02).
030200     88  WS-DEPLOG-OK         VALUE "00".
030300
030400 01  WS-WDLOG-STATUS          PIC X(02).
030500     88  WS-WDLOG-OK          VALUE "00".
030600
030700*    THE RESERVED OPERATOR ID EVERY CHANNEL REQUEST IS POSTED,
030800*    LOGGED AND JOURNALLED UNDER - NO TELLER IS INVOLVED.
030900 01  WS-CHNL-OPERATOR-ID      PIC 9(04) VALUE 9998.
031000
031100*    THE SAME LIMITS TRANSFER ENFORCES AT THE COUNTER.
031200 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
031300 01  WS-DAILY-TRF-LIMIT       PIC 9(07) VALUE 50000.
031400 01  WS-COOLING-DAYS          PIC 9(03) VALUE 2.
031500 01  WS-COOLING-LIMIT         PIC 9(06) VALUE 5000.
031600
031700*    A CHEQUE BOOK ASKED FOR WITHOUT A SIZE IS THE STANDARD
031800*    BOOK; NO CHANNEL BOOK IS LARGER THAN THE MAXIMUM.
031900 01  WS-DEFAULT-LEAVES        PIC 9(03) VALUE 25.
032000 01  WS-MAX-LEAVES            PIC 9(03) VALUE 100.
032100
032200*    CONSECUTIVE WRONG PINS BEFORE THE ACCOUNT IS LOCKED - THE
032300*    SAME ALLOWANCE PINCHECK GIVES AT THE COUNTER.
032400 01  WS-MAX-ATTEMPTS          PIC 9(01) VALUE 3.
032500
032600 01  WS-TODAYS-DATE           PIC 9(08).
032700 01  WS-TRANS-TIME            PIC 9(08).
032800 01  WS-RUN-TIME              PIC 9(08).
032900 01  WS-TXN-TYPE              PIC X(01).
033000 01  WS-TXN-REF               PIC 9(10).
033100 01  WS-ALERT-EVENT           PIC X(01).
033200 01  WS-REASON-CODE           PIC X(04).
033300 01  WS-BATCH-ID              PIC X(12).
033400 01  WS-CHANNEL               PIC X(01).
033500 01  WS-LAST-COMPLETED-SEQ    PIC 9(06) VALUE 0.
033700 01  WS-RESTART-SEQ-NO        PIC 9(06) VALUE 0.
033800
033900 01  WS-ENTERED-PIN           PIC 9(04).
034000 01  WS-ENTERED-HASH          PIC 9(09).
034100 01  WS-SALT-NUMBER           PIC 9(06).
034200
034300 01  WS-FROM-ACCT             PIC 9(06).
034400 01  WS-TO-ACCT               PIC 9(06).
034500 01  WS-TRANSFER-AMT          PIC 9(09).
034600 01  WS-FROM-BRANCH           PIC 9(03).
034700 01  WS-FROM-CURRENCY         PIC X(03).
034800 01  WS-FROM-FLOOR            PIC S9(11).
034900 01  WS-FROM-NEW-BAL          PIC S9(09).
035000 01  WS-TO-BRANCH             PIC 9(03).
035100 01  WS-TO-NEW-BAL            PIC S9(09).
035200 01  WS-HOLD-TOTAL            PIC 9(10).
035300 01  WS-AVAILABLE             PIC S9(11).
035400 01  WS-CHK-FUNCTION          PIC X(01).
035500 01  WS-CHK-VALID-SW          PIC X(01).
035600 01  WS-LOCK-FUNCTION         PIC X(01).
035700 01  WS-FROM-LOCK-SW          PIC X(01) VALUE "N".
035800     88  WS-FROM-LOCKED       VALUE "Y".
035900 01  WS-TO-LOCK-SW            PIC X(01) VALUE "N".
036000     88  WS-TO-LOCKED         VALUE "Y".
036100 01  WS-FRZ-DIRECTION         PIC X(01).
036200 01  WS-FROZEN-SW             PIC X(01).
036300     88  WS-ACCOUNT-FROZEN    VALUE "Y".
036400 01  WS-DECEASED-SW           PIC X(01).
036500     88  WS-HOLDER-DECEASED   VALUE "Y".
036600 01  WS-CCYY                  PIC 9(04).
036700 01  WS-MM                    PIC 9(02).
036800 01  WS-DD                    PIC 9(02).
036900 01  WS-DAY-COUNT-RESULT      PIC 9(07).
037000 01  WS-TODAY-DAY-COUNT       PIC 9(07).
037100 01  WS-ADDED-DAY-COUNT       PIC 9(07).
037200 01  WS-HELD-DAYS             PIC S9(07).
037300
037400 01  WS-LEAF-COUNT            PIC 9(03).
037500 01  WS-START-NUMBER          PIC 9(07).
037600 01  WS-END-NUMBER            PIC 9(07).
037700 01  WS-LAST-END-NUMBER       PIC 9(06).
037800 01  WS-LAST-STOP-ID          PIC 9(03).
037900 01  WS-NEW-STOP-ID           PIC 9(04).
038000 01  WS-DSHR-FUNCTION         PIC X(01).
038100 01  WS-DSHR-CHEQUE           PIC 9(06) VALUE 0.
038200 01  WS-DSHR-AMOUNT           PIC 9(09) VALUE 0.
038300 01  WS-DSHR-SOURCE           PIC X(01) VALUE SPACE.
038400 01  WS-DSHR-REASON           PIC X(04) VALUE SPACES.
038500 01  WS-DSHR-COUNT            PIC 9(03).
038600 01  WS-DSHR-BLOCKED-SW       PIC X(01).
038700     88  WS-DSHR-BLOCKED      VALUE "Y".
038800
038900*    THE MAINTENANCE JOURNAL ENTRY FOR ONE REQUEST - THE
039000*    REQUEST AS RECEIVED (PIN BLANKED) AND THE RESPONSE SENT.
039100 01  WS-JRNL-FILE-NAME        PIC X(08).
039200 01  WS-JRNL-KEY              PIC X(12).
039300 01  WS-JRNL-BEFORE           PIC X(100).
039400 01  WS-JRNL-AFTER            PIC X(100).
039500
039600*    CONSECUTIVE WRONG PINS PER ACCOUNT SEEN IN THIS RUN - A
039700*    RIGHT PIN CLEARS THE ACCOUNT'S COUNT.
039800 01  WS-FAIL-COUNT            PIC 9(03) COMP VALUE 0.
039900 01  WS-FAIL-MAX              PIC 9(03) COMP VALUE 200.
040000 01  WS-FAIL-IDX              PIC 9(03) COMP.
040100 01  WS-FAIL-FOUND            PIC 9(03) COMP.
040200 01  WS-FAIL-TABLE.
040300     05  WS-FAIL-ENTRY OCCURS 200 TIMES.
040400         10  FAIL-ACCT-NUMBER PIC 9(06).
040500         10  FAIL-ATTEMPTS    PIC 9(01).
040600
040700*    THE LATEST TEN HISTORY ENTRIES FOR A MINI-STATEMENT,
040800*    OLDEST FIRST.
040900 01  WS-MST-COUNT             PIC 9(02) COMP VALUE 0.
041000 01  WS-MST-MAX               PIC 9(02) COMP VALUE 10.
041100 01  WS-MST-IDX               PIC 9(02) COMP.
041200 01  WS-MST-TABLE.
041300     05  WS-MST-ENTRY OCCURS 10 TIMES.
041400         10  MST-DATE         PIC 9(08).
041500         10  MST-TIME         PIC 9(08).
041600         10  MST-TYPE         PIC X(01).
041700         10  MST-AMOUNT       PIC 9(09).
041800         10  MST-NEW-BALANCE  PIC S9(09).
041900         10  MST-TXN-REF      PIC 9(10).
042000         10  MST-INSTRUMENT   PIC X(01).
042100
042200 01  WS-COUNTERS.
042300     05  WS-REQUESTS-READ     PIC 9(06) VALUE 0.
042400     05  WS-REQUESTS-SKIPPED  PIC 9(06) VALUE 0.
042500     05  WS-ANSWERED-COUNT    PIC 9(06) VALUE 0.
042600     05  WS-ACCEPTED-COUNT    PIC 9(06) VALUE 0.
042700     05  WS-REJECTED-COUNT    PIC 9(06) VALUE 0.
042800     05  WS-TRANSFER-TOTAL    PIC 9(12) VALUE 0.
042900
043000*    THE RESPONSE FILE GOES BACK TO THE CHANNEL, WHICH MATCHES
043100*    EACH ANSWER TO ITS REQUEST BY THE REQUEST ID.
043200 01  WS-RESPONSE-HEADER.
043300     05  FILLER               PIC X(02) VALUE "H ".
043400     05  RSH-BATCH-ID         PIC X(12).
043500     05  FILLER               PIC X(01) VALUE SPACE.
043600     05  RSH-CHANNEL          PIC X(01).
043700     05  FILLER               PIC X(01) VALUE SPACE.
043800     05  RSH-RUN-DATE         PIC 9(08).
043900     05  FILLER               PIC X(01) VALUE SPACE.
044000     05  RSH-RUN-TIME         PIC 9(08).
044100
044200 01  WS-RESPONSE-DETAIL.
044300     05  FILLER               PIC X(02) VALUE "R ".
044400     05  RSD-SEQ-NO           PIC 9(06).
044500     05  FILLER               PIC X(01) VALUE SPACE.
044600     05  RSD-REQUEST-ID       PIC X(12).
044700     05  FILLER               PIC X(01) VALUE SPACE.
044800     05  RSD-ACCT-NUMBER      PIC 9(06).
044900     05  FILLER               PIC X(01) VALUE SPACE.
045000     05  RSD-REQUEST-TYPE     PIC X(01).
045100     05  FILLER               PIC X(01) VALUE SPACE.
045200     05  RSD-OUTCOME          PIC X(01).
045300         88  RSD-ACCEPTED         VALUE "A".
045400         88  RSD-REJECTED         VALUE "R".
045500     05  FILLER               PIC X(01) VALUE SPACE.
045600     05  RSD-REASON-CODE      PIC X(04).
045700     05  FILLER               PIC X(01) VALUE SPACE.
045800     05  RSD-TXN-REF          PIC 9(10).
045900     05  FILLER               PIC X(01) VALUE SPACE.
046000     05  RSD-CURRENCY-CODE    PIC X(03).
046100     05  FILLER               PIC X(01) VALUE SPACE.
046200     05  RSD-BALANCE-SIGN     PIC X(01).
046300     05  RSD-BALANCE          PIC 9(09).
046400     05  FILLER               PIC X(01) VALUE SPACE.
046500     05  RSD-AVAILABLE-SIGN   PIC X(01).
046600     05  RSD-AVAILABLE        PIC 9(11).
046700     05  FILLER               PIC X(01) VALUE SPACE.
046800     05  RSD-FROM-NUMBER      PIC 9(06).
046900     05  FILLER               PIC X(01) VALUE SPACE.
047000     05  RSD-TO-NUMBER        PIC 9(06).
047100     05  FILLER               PIC X(01) VALUE SPACE.
047200     05  RSD-STOP-ID          PIC 9(03).
047300
047400 01  WS-STATEMENT-LINE.
047500     05  FILLER               PIC X(02) VALUE "S ".
047600     05  RSS-SEQ-NO           PIC 9(06).
047700     05  FILLER               PIC X(01) VALUE SPACE.
047800     05  RSS-REQUEST-ID       PIC X(12).
047900     05  FILLER               PIC X(01) VALUE SPACE.
048000     05  RSS-DATE             PIC 9(08).
048100     05  FILLER               PIC X(01) VALUE SPACE.
048200     05  RSS-TIME             PIC 9(08).
048300     05  FILLER               PIC X(01) VALUE SPACE.
048400     05  RSS-TYPE             PIC X(01).
048500     05  FILLER               PIC X(01) VALUE SPACE.
048600     05  RSS-AMOUNT           PIC 9(09).
048700     05  FILLER               PIC X(01) VALUE SPACE.
048800     05  RSS-BALANCE-SIGN     PIC X(01).
048900     05  RSS-NEW-BALANCE      PIC 9(09).
049000     05  FILLER               PIC X(01) VALUE SPACE.
049100     05  RSS-TXN-REF          PIC 9(10).
049200     05  FILLER               PIC X(01) VALUE SPACE.
049300     05  RSS-INSTRUMENT       PIC X(01).
049400
049500 01  WS-RESPONSE-TRAILER.
049600     05  FILLER               PIC X(02) VALUE "T ".
049700     05  RST-ANSWERED-COUNT   PIC 9(06).
049800     05  FILLER               PIC X(01) VALUE SPACE.
049900     05  RST-ACCEPTED-COUNT   PIC 9(06).
050000     05  FILLER               PIC X(01) VALUE SPACE.
050100     05  RST-REJECTED-COUNT   PIC 9(06).
050200
050300 01  WS-SWITCHES.
050400     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
050500         88  WS-INIT-FAILED   VALUE "Y".
050600     05  WS-EOF-SW            PIC X(01) VALUE "N".
050700         88  WS-EOF           VALUE "Y".
050800     05  WS-RESTART-EOF-SW    PIC X(01) VALUE "N".
050900         88  WS-RESTART-EOF   VALUE "Y".
051000     05  WS-RESUMING-SW       PIC X(01) VALUE "N".
051100         88  WS-RESUMING      VALUE "Y".
051200     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
051300         88  WS-BATCH-CLEAR   VALUE "Y".
051400     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
051500         88  WS-DAY-OPEN      VALUE "Y".
051600     05  WS-AUTH-SW           PIC X(01) VALUE "N".
051700         88  WS-AUTHENTICATED VALUE "Y".
051800     05  WS-ACCT-FOUND-SW     PIC X(01) VALUE "N".
051900         88  WS-ACCT-FOUND    VALUE "Y".
052000     05  WS-BENEF-OK-SW       PIC X(01) VALUE "N".
052100         88  WS-BENEF-OK      VALUE "Y".
052200     05  WS-TRANSFER-SW       PIC X(01) VALUE "N".
052300         88  WS-TRANSFER-OK   VALUE "Y".
052400     05  WS-BROWSE-EOF-SW     PIC X(01) VALUE "N".
052500         88  WS-BROWSE-EOF    VALUE "Y".
052600     05  WS-RESPONSE-OPEN-SW  PIC X(01) VALUE "N".
052700         88  WS-RESPONSE-OPEN VALUE "Y".
052800
052900 PROCEDURE DIVISION.
053000 0000-MAINLINE.
053100     PERFORM 1000-INITIALIZE
053200         THRU 1000-INITIALIZE-EXIT
053300
053400     PERFORM 2000-PROCESS-REQUEST
053500         THRU 2000-PROCESS-REQUEST-EXIT
053600         UNTIL WS-EOF
053700
053800     PERFORM 9999-TERMINATE
053900         THRU 9999-TERMINATE-EXIT
054000
054100*    A REFUSED RUN HANDS BACK RETURN CODE 8 - SET LAST, SINCE
054200*    ANY LATER CALL WOULD WIPE THE REGISTER.
054300     IF WS-INIT-FAILED
054400         MOVE 8 TO RETURN-CODE
054500     END-IF
054600     GOBACK.
054700
054800*-----------------------------------------------------------------
054900* CHANNEL REQUESTS ARE COUNTER TRANSACTIONS IN ALL BUT NAME, SO
055000* THEY ARE REFUSED WHILE A BATCH JOB HOLDS THE ACCOUNT MASTER OR
055100* THE BUSINESS DAY IS SHUT - THE WHOLE FILE WAITS FOR A RERUN.
055200* THEN OPEN THE FILES, READ THE HEADER AND FIND WHERE A PRIOR
055300* RUN OF THE SAME BATCH LEFT OFF.
055400*-----------------------------------------------------------------
055500 1000-INITIALIZE.
055600     MOVE "N" TO WS-BATCH-CLEAR-SW
055700     CALL "BATCHCHK" USING WS-BATCH-CLEAR-SW
055800     IF NOT WS-BATCH-CLEAR
055900         DISPLAY "CHNLPROC: A BATCH JOB CURRENTLY HOLDS THE "
056000                 "ACCOUNT MASTER, RUN REFUSED"
056100         SET WS-INIT-FAILED TO TRUE
056200         SET WS-EOF TO TRUE
056300         GO TO 1000-INITIALIZE-EXIT
056400     END-IF
056500     MOVE "N" TO WS-DAY-OPEN-SW
056600     CALL "DAYCHK" USING WS-DAY-OPEN-SW
056700     IF NOT WS-DAY-OPEN
056800         DISPLAY "CHNLPROC: THE BUSINESS DAY IS NOT OPEN, "
056900                 "RUN REFUSED"
057000         SET WS-INIT-FAILED TO TRUE
057100         SET WS-EOF TO TRUE
057200         GO TO 1000-INITIALIZE-EXIT
057300     END-IF
057400
057500     CALL "BUSDATE" USING WS-TODAYS-DATE
057600
057700     OPEN INPUT REQUEST-FILE
057800     IF NOT WS-CHNLREQ-OK
057900         DISPLAY "CHNLPROC: UNABLE TO OPEN REQUEST FILE, "
058000                 "STATUS = " WS-CHNLREQ-STATUS
058100         SET WS-INIT-FAILED TO TRUE
058200         SET WS-EOF TO TRUE
058300         GO TO 1000-INITIALIZE-EXIT
058400     END-IF
058500
058600     READ REQUEST-FILE
058700         AT END
058800             DISPLAY "CHNLPROC: REQUEST FILE IS EMPTY"
058900             SET WS-EOF TO TRUE
059000             GO TO 1000-INITIALIZE-EXIT
059100     END-READ
059200     IF NOT CRQ-HEADER
059300         DISPLAY "CHNLPROC: REQUEST FILE HAS NO HEADER, "
059400                 "RUN REFUSED"
059500         SET WS-INIT-FAILED TO TRUE
059600         SET WS-EOF TO TRUE
059700         GO TO 1000-INITIALIZE-EXIT
059800     END-IF
059900     IF NOT CRH-CHANNEL-INTERNET
060000         AND NOT CRH-CHANNEL-MOBILE
060100         DISPLAY "CHNLPROC: UNKNOWN CHANNEL " CRH-CHANNEL
060200                 " ON REQUEST FILE HEADER, RUN REFUSED"
060300         SET WS-INIT-FAILED TO TRUE
060400         SET WS-EOF TO TRUE
060500         GO TO 1000-INITIALIZE-EXIT
060600     END-IF
060700     MOVE CRH-BATCH-ID TO WS-BATCH-ID
060800     MOVE CRH-CHANNEL  TO WS-CHANNEL
060900     IF CRH-CHANNEL-INTERNET
061000         MOVE "INETREQ" TO WS-JRNL-FILE-NAME
061100     ELSE
061200         MOVE "MOBLREQ" TO WS-JRNL-FILE-NAME
061300     END-IF
061400
061500*    A CHECKPOINT LEFT BY AN EARLIER RUN ONLY COUNTS IF IT WAS
061600*    FOR THIS SAME BATCH - A NEW BATCH STARTS FROM THE TOP.  THE
061610*    OTHER CHANNEL'S RUNS MAY HAVE CHECKPOINTED SINCE, SO THE
061620*    WHOLE FILE IS READ.
061700     OPEN INPUT RESTART-FILE
061800     IF WS-RESTART-OK
061900         PERFORM 1100-READ-RESTART
062000             THRU 1100-READ-RESTART-EXIT
062100             UNTIL WS-RESTART-EOF
062200         CLOSE RESTART-FILE
062300     END-IF
062400     IF WS-RESUMING
062500         MOVE WS-RESTART-SEQ-NO TO WS-LAST-COMPLETED-SEQ
062700     END-IF
062800
062900     OPEN I-O ACCOUNT-MASTER
063000     IF NOT WS-ACCMSTR-OK
063100         DISPLAY "CHNLPROC: UNABLE TO OPEN ACCOUNT MASTER, "
063200                 "STATUS = " WS-ACCMSTR-STATUS
063300         SET WS-INIT-FAILED TO TRUE
063400         SET WS-EOF TO TRUE
063500         GO TO 1000-INITIALIZE-EXIT
063600     END-IF
063700
063800     OPEN INPUT PIN-MASTER
063900     IF NOT WS-PINFILE-OK
064000         DISPLAY "CHNLPROC: UNABLE TO OPEN PIN FILE, "
064100                 "STATUS = " WS-PINFILE-STATUS
064200         SET WS-INIT-FAILED TO TRUE
064300         SET WS-EOF TO TRUE
064400         GO TO 1000-INITIALIZE-EXIT
064500     END-IF
064600
064700*    NO BENEFICIARY REGISTER ON FILE MEANS NO BENEFICIARY IS
064800*    REGISTERED YET - THE CHECK ITSELF REPORTS THAT.
064900     OPEN INPUT BENEFICIARY-FILE
065000     IF NOT WS-BENFILE-OK
065100         AND NOT WS-BENFILE-NOTFOUND
065200         DISPLAY "CHNLPROC: UNABLE TO OPEN BENEFICIARY "
065300                 "REGISTER, STATUS = " WS-BENFILE-STATUS
065400         SET WS-INIT-FAILED TO TRUE
065500         SET WS-EOF TO TRUE
065600         GO TO 1000-INITIALIZE-EXIT
065700     END-IF
065800
065900     OPEN I-O CHEQUE-BOOK-REGISTER
066000     IF WS-CHQBKREG-NOTFOUND
066100         OPEN OUTPUT CHEQUE-BOOK-REGISTER
066200         CLOSE CHEQUE-BOOK-REGISTER
066300         OPEN I-O CHEQUE-BOOK-REGISTER
066400     END-IF
066500     IF NOT WS-CHQBKREG-OK
066600         DISPLAY "CHNLPROC: UNABLE TO OPEN CHEQUE BOOK "
066700                 "REGISTER, STATUS = " WS-CHQBKREG-STATUS
066800         SET WS-INIT-FAILED TO TRUE
066900         SET WS-EOF TO TRUE
067000         GO TO 1000-INITIALIZE-EXIT
067100     END-IF
067200
067300     OPEN I-O STOP-FILE
067400     IF WS-STOPFILE-NOTFOUND
067500         OPEN OUTPUT STOP-FILE
067600         CLOSE STOP-FILE
067700         OPEN I-O STOP-FILE
067800     END-IF
067900     IF NOT WS-STOPFILE-OK
068000         DISPLAY "CHNLPROC: UNABLE TO OPEN STOP FILE, "
068100                 "STATUS = " WS-STOPFILE-STATUS
068200         SET WS-INIT-FAILED TO TRUE
068300         SET WS-EOF TO TRUE
068400         GO TO 1000-INITIALIZE-EXIT
068500     END-IF
068600
068700     OPEN EXTEND SECURITY-LOG
068800     IF NOT WS-SECLOG-OK
068900         DISPLAY "CHNLPROC: UNABLE TO OPEN SECURITY LOG, "
069000                 "STATUS = " WS-SECLOG-STATUS
069100         SET WS-INIT-FAILED TO TRUE
069200         SET WS-EOF TO TRUE
069300         GO TO 1000-INITIALIZE-EXIT
069400     END-IF
069500
069600     OPEN EXTEND DEPOSIT-LOG
069700     IF NOT WS-DEPLOG-OK
069800         DISPLAY "CHNLPROC: UNABLE TO OPEN DEPOSIT LOG, "
069900                 "STATUS = " WS-DEPLOG-STATUS
070000         SET WS-INIT-FAILED TO TRUE
070100         SET WS-EOF TO TRUE
070200         GO TO 1000-INITIALIZE-EXIT
070300     END-IF
070400
070500     OPEN EXTEND WITHDRAW-LOG
070600     IF NOT WS-WDLOG-OK
070700         DISPLAY "CHNLPROC: UNABLE TO OPEN WITHDRAW LOG, "
070800                 "STATUS = " WS-WDLOG-STATUS
070900         SET WS-INIT-FAILED TO TRUE
071000         SET WS-EOF TO TRUE
071100         GO TO 1000-INITIALIZE-EXIT
071200     END-IF
071300
071400     OPEN EXTEND RESTART-FILE
071500     IF NOT WS-RESTART-OK
071600         DISPLAY "CHNLPROC: UNABLE TO OPEN RESTART FILE, "
071700                 "STATUS = " WS-RESTART-STATUS
071800         SET WS-INIT-FAILED TO TRUE
071900         SET WS-EOF TO TRUE
072000         GO TO 1000-INITIALIZE-EXIT
072100     END-IF
072200
072300*    A RESUMED BATCH ADDS ITS ANSWERS TO THE RESPONSES ALREADY
072400*    SENT; A NEW BATCH STARTS A NEW RESPONSE FILE.
072500     IF WS-RESUMING
072600         OPEN EXTEND RESPONSE-FILE
072700     ELSE
072800         OPEN OUTPUT RESPONSE-FILE
072900     END-IF
073000     IF NOT WS-CHNLRSP-OK
073100         DISPLAY "CHNLPROC: UNABLE TO OPEN RESPONSE FILE, "
073200                 "STATUS = " WS-CHNLRSP-STATUS
073300         SET WS-INIT-FAILED TO TRUE
073400         SET WS-EOF TO TRUE
073500         GO TO 1000-INITIALIZE-EXIT
073600     END-IF
073700     SET WS-RESPONSE-OPEN TO TRUE
073800
073900     ACCEPT WS-RUN-TIME FROM TIME
074000     MOVE WS-BATCH-ID    TO RSH-BATCH-ID
074100     MOVE WS-CHANNEL     TO RSH-CHANNEL
074200     MOVE WS-TODAYS-DATE TO RSH-RUN-DATE
074300     MOVE WS-RUN-TIME    TO RSH-RUN-TIME
074400     WRITE RESPONSE-LINE FROM WS-RESPONSE-HEADER
074500
074600     IF WS-RESUMING
074700         DISPLAY "CHNLPROC: BATCH " WS-BATCH-ID
074800                 " RESUMING AFTER REQUEST "
074900                 WS-LAST-COMPLETED-SEQ
075000     ELSE
075100         DISPLAY "CHNLPROC: BATCH " WS-BATCH-ID " CHANNEL "
075200                 WS-CHANNEL " - " CRH-REQUEST-COUNT
075300                 " REQUESTS ON HEADER"
075400     END-IF.
075500 1000-INITIALIZE-EXIT.
075600     EXIT.
075700
075800*-----------------------------------------------------------------
075900* READ ONE RESTART RECORD, KEEPING THE HIGHEST REQUEST
076000* CHECKPOINTED FOR THIS BATCH BY A PRIOR RUN.
076100*-----------------------------------------------------------------
076200 1100-READ-RESTART.
076300     READ RESTART-FILE
076400         AT END
076500             SET WS-RESTART-EOF TO TRUE
076600             GO TO 1100-READ-RESTART-EXIT
076700     END-READ
076800
076900     IF RESTART-BATCH-ID NOT = WS-BATCH-ID
076910         GO TO 1100-READ-RESTART-EXIT
076920     END-IF
076930     IF NOT WS-RESUMING
076940         OR RESTART-SEQ-NO > WS-RESTART-SEQ-NO
077000         MOVE RESTART-SEQ-NO TO WS-RESTART-SEQ-NO
077010     END-IF
077020     SET WS-RESUMING TO TRUE.
077100 1100-READ-RESTART-EXIT.
077200     EXIT.
077300
077400*-----------------------------------------------------------------
077500* READ ONE REQUEST, AUTHENTICATE IT AND ACT ON IT, THEN SEND THE
077600* ANSWER, JOURNAL IT AND CHECKPOINT IT.  ANYTHING ALREADY
077700* ANSWERED BY AN EARLIER RUN OF THE BATCH IS PASSED OVER.
077800*-----------------------------------------------------------------
077900 2000-PROCESS-REQUEST.
078000     READ REQUEST-FILE
078100         AT END
078200             SET WS-EOF TO TRUE
078300             GO TO 2000-PROCESS-REQUEST-EXIT
078400     END-READ
078500
078600     IF NOT CRQ-DETAIL
078700         GO TO 2000-PROCESS-REQUEST-EXIT
078800     END-IF
078900     ADD 1 TO WS-REQUESTS-READ
079000     IF CRQ-SEQ-NO NOT > WS-LAST-COMPLETED-SEQ
079100         ADD 1 TO WS-REQUESTS-SKIPPED
079200         GO TO 2000-PROCESS-REQUEST-EXIT
079300     END-IF
079400
079500*    EVERY REQUEST GETS ITS OWN REFERENCE, WHATEVER ITS
079600*    OUTCOME - A TRANSFER POSTS BOTH ITS LEGS UNDER IT.
079700     ACCEPT WS-TRANS-TIME FROM TIME
079800     CALL "TXNREF" USING WS-TXN-REF
079900
080000     MOVE CRQ-SEQ-NO       TO RSD-SEQ-NO
080100     MOVE CRQ-REQUEST-ID   TO RSD-REQUEST-ID
080200     MOVE CRQ-ACCT-NUMBER  TO RSD-ACCT-NUMBER
080300     MOVE CRQ-REQUEST-TYPE TO RSD-REQUEST-TYPE
080400     MOVE WS-TXN-REF       TO RSD-TXN-REF
080500     MOVE SPACES           TO RSD-CURRENCY-CODE
080600     MOVE SPACE            TO RSD-BALANCE-SIGN
080700     MOVE 0                TO RSD-BALANCE
080800     MOVE SPACE            TO RSD-AVAILABLE-SIGN
080900     MOVE 0                TO RSD-AVAILABLE
081000     MOVE 0                TO RSD-FROM-NUMBER
081100     MOVE 0                TO RSD-TO-NUMBER
081200     MOVE 0                TO RSD-STOP-ID
081300     MOVE SPACES           TO WS-REASON-CODE
081400     MOVE 0                TO WS-MST-COUNT
081500
081600     PERFORM 2100-AUTHENTICATE
081700         THRU 2100-AUTHENTICATE-EXIT
081800
081900     IF WS-AUTHENTICATED
082000         EVALUATE TRUE
082100             WHEN CRQ-BALANCE
082200                 PERFORM 3000-BALANCE-ENQUIRY
082300                     THRU 3000-BALANCE-ENQUIRY-EXIT
082400             WHEN CRQ-MINI-STATEMENT
082500                 PERFORM 3500-MINI-STATEMENT
082600                     THRU 3500-MINI-STATEMENT-EXIT
082700             WHEN CRQ-TRANSFER
082800                 PERFORM 4000-TRANSFER
082900                     THRU 4000-TRANSFER-EXIT
083000             WHEN CRQ-CHEQUE-BOOK
083100                 PERFORM 5000-CHEQUE-BOOK
083200                     THRU 5000-CHEQUE-BOOK-EXIT
083300             WHEN CRQ-STOP-PAYMENT
083400                 PERFORM 6000-STOP-PAYMENT
083500                     THRU 6000-STOP-PAYMENT-EXIT
083600             WHEN OTHER
083700                 MOVE "TYPE" TO WS-REASON-CODE
083800         END-EVALUATE
083900     END-IF
084000
084100     PERFORM 7000-WRITE-RESPONSE
084200         THRU 7000-WRITE-RESPONSE-EXIT
084300
084400     PERFORM 7100-JOURNAL-REQUEST
084500         THRU 7100-JOURNAL-REQUEST-EXIT
084600
084700     PERFORM 7200-WRITE-CHECKPOINT
084800         THRU 7200-WRITE-CHECKPOINT-EXIT.
084900 2000-PROCESS-REQUEST-EXIT.
085000     EXIT.
085100
085200*-----------------------------------------------------------------
085300* THE CUSTOMER'S CREDENTIAL IS THE ACCOUNT'S PIN, CHECKED THE
085400* WAY PINCHECK CHECKS IT: THE ACCOUNT MUST PASS ITS CHECK DIGIT
085500* AND BE ON FILE; A LOCKED, DORMANT, CLOSED OR INACTIVE ACCOUNT
085600* IS REFUSED; THE KEYED PIN IS HASHED UNDER THE RECORD'S SALT
085700* AND COMPARED.  EVERY ATTEMPT GOES TO THE SECURITY LOG, AND
085800* THE THIRD WRONG PIN IN A ROW LOCKS THE ACCOUNT.
085900*-----------------------------------------------------------------
086000 2100-AUTHENTICATE.
086100     MOVE "N" TO WS-AUTH-SW
086200
086300     MOVE "V" TO WS-CHK-FUNCTION
086400     CALL "CHKDIGIT" USING WS-CHK-FUNCTION CRQ-ACCT-NUMBER
086500                          WS-CHK-VALID-SW
086600     IF WS-CHK-VALID-SW NOT = "Y"
086700         MOVE "CHKD" TO WS-REASON-CODE
086800         GO TO 2100-AUTHENTICATE-EXIT
086900     END-IF
087000
087100     MOVE CRQ-ACCT-NUMBER TO ACCT-NUMBER
087200     READ ACCOUNT-MASTER
087300         KEY IS ACCT-NUMBER
087400         INVALID KEY
087500             MOVE "NOAC" TO WS-REASON-CODE
087600             GO TO 2100-AUTHENTICATE-EXIT
087700     END-READ
087800
087900     IF ACCT-STATUS-LOCKED
088000         MOVE "LOCK" TO WS-REASON-CODE
088100         SET SECLOG-REFUSED TO TRUE
088200         PERFORM 2180-WRITE-SECURITY-LOG
088300             THRU 2180-WRITE-SECURITY-LOG-EXIT
088400         GO TO 2100-AUTHENTICATE-EXIT
088500     END-IF
088600     IF ACCT-STATUS-DORMANT OR ACCT-STATUS-CLOSED
088700         OR ACCT-STATUS-INACTIVE OR ACCT-STATUS-ESCHEAT
088800         MOVE "CLSD" TO WS-REASON-CODE
088900         SET SECLOG-REFUSED TO TRUE
089000         PERFORM 2180-WRITE-SECURITY-LOG
089100             THRU 2180-WRITE-SECURITY-LOG-EXIT
089200         GO TO 2100-AUTHENTICATE-EXIT
089300     END-IF
089400
089500     MOVE CRQ-ACCT-NUMBER TO PIN-ACCT-NUMBER
089600     READ PIN-MASTER
089700         KEY IS PIN-ACCT-NUMBER
089800         INVALID KEY
089900             MOVE "NOPN" TO WS-REASON-CODE
090000             GO TO 2100-AUTHENTICATE-EXIT
090100     END-READ
090200
090300*    THE FILE ONLY HOLDS THE ONE-WAY HASH - HASH WHAT THE
090400*    CUSTOMER KEYED, UNDER THE NUMBER THE STORED HASH WAS
090500*    SALTED WITH, AND COMPARE HASHES.
090600     IF PIN-SALT-NUMBER NUMERIC
090700         AND PIN-SALT-NUMBER NOT = ZERO
090800         MOVE PIN-SALT-NUMBER TO WS-SALT-NUMBER
090900     ELSE
091000         MOVE ACCT-NUMBER TO WS-SALT-NUMBER
091100     END-IF
091200     MOVE CRQ-PIN TO WS-ENTERED-PIN
091300     CALL "PINHASH" USING WS-SALT-NUMBER WS-ENTERED-PIN
091400                          WS-ENTERED-HASH
091500
091600     PERFORM 2150-FIND-FAIL-ENTRY
091700         THRU 2150-FIND-FAIL-ENTRY-EXIT
091800
091900     IF WS-ENTERED-HASH = PIN-HASH
092000         SET WS-AUTHENTICATED TO TRUE
092100         SET SECLOG-SUCCESS TO TRUE
092200         PERFORM 2180-WRITE-SECURITY-LOG
092300             THRU 2180-WRITE-SECURITY-LOG-EXIT
092400         IF WS-FAIL-FOUND NOT = 0
092500             MOVE 0 TO FAIL-ATTEMPTS(WS-FAIL-FOUND)
092600         END-IF
092700         GO TO 2100-AUTHENTICATE-EXIT
092800     END-IF
092900
093000     MOVE "AUTH" TO WS-REASON-CODE
093100     SET SECLOG-FAILURE TO TRUE
093200     PERFORM 2180-WRITE-SECURITY-LOG
093300         THRU 2180-WRITE-SECURITY-LOG-EXIT
093400     IF WS-FAIL-FOUND = 0
093500         GO TO 2100-AUTHENTICATE-EXIT
093600     END-IF
093700     ADD 1 TO FAIL-ATTEMPTS(WS-FAIL-FOUND)
093800     IF FAIL-ATTEMPTS(WS-FAIL-FOUND) < WS-MAX-ATTEMPTS
093900         GO TO 2100-AUTHENTICATE-EXIT
094000     END-IF
094100
094200*    ALL ATTEMPTS USED - LOCK THE ACCOUNT ON THE MASTER, THE
094300*    SAME AS PINCHECK.  ONLY ACCTUNLK RELEASES IT.
094400     SET ACCT-STATUS-LOCKED TO TRUE
094500     REWRITE ACCOUNT-RECORD
094600         INVALID KEY
094700             DISPLAY "CHNLPROC: UNABLE TO REWRITE ACCOUNT "
094800                     ACCT-NUMBER
094900             GO TO 2100-AUTHENTICATE-EXIT
095000     END-REWRITE
095100     MOVE "LOCK" TO WS-REASON-CODE
095200     MOVE 0 TO FAIL-ATTEMPTS(WS-FAIL-FOUND)
095300     DISPLAY "CHNLPROC: ACCOUNT " ACCT-NUMBER " LOCKED AFTER "
095400             WS-MAX-ATTEMPTS " FAILED PIN ATTEMPTS".
095500 2100-AUTHENTICATE-EXIT.
095600     EXIT.
095700
095800*-----------------------------------------------------------------
095900* FIND THE ACCOUNT'S ENTRY IN THE WRONG-PIN TABLE, ADDING ONE IF
096000* IT HAS NONE.  A FULL TABLE LEAVES WS-FAIL-FOUND AT ZERO.
096100*-----------------------------------------------------------------
096200 2150-FIND-FAIL-ENTRY.
096300     MOVE 0 TO WS-FAIL-FOUND
096400     PERFORM 2160-SEARCH-FAIL-ENTRY
096500         THRU 2160-SEARCH-FAIL-ENTRY-EXIT
096600         VARYING WS-FAIL-IDX FROM 1 BY 1
096700         UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
096800            OR WS-FAIL-FOUND NOT = 0
096900
097000     IF WS-FAIL-FOUND = 0
097100         IF WS-FAIL-COUNT NOT LESS THAN WS-FAIL-MAX
097200             GO TO 2150-FIND-FAIL-ENTRY-EXIT
097300         END-IF
097400         ADD 1 TO WS-FAIL-COUNT
097500         MOVE CRQ-ACCT-NUMBER TO FAIL-ACCT-NUMBER(WS-FAIL-COUNT)
097600         MOVE 0 TO FAIL-ATTEMPTS(WS-FAIL-COUNT)
097700         MOVE WS-FAIL-COUNT TO WS-FAIL-FOUND
097800     END-IF.
097900 2150-FIND-FAIL-ENTRY-EXIT.
098000     EXIT.
098100
098200*-----------------------------------------------------------------
098300* COMPARE ONE WRONG-PIN TABLE ENTRY TO THE ACCOUNT IN HAND.
098400*-----------------------------------------------------------------
098500 2160-SEARCH-FAIL-ENTRY.
098600     IF FAIL-ACCT-NUMBER(WS-FAIL-IDX) = CRQ-ACCT-NUMBER
098700         MOVE WS-FAIL-IDX TO WS-FAIL-FOUND
098800     END-IF.
098900 2160-SEARCH-FAIL-ENTRY-EXIT.
099000     EXIT.
099100
099200*-----------------------------------------------------------------
099300* APPEND THIS ATTEMPT TO THE SECURITY LOG UNDER THE CHANNEL
099400* OPERATOR, SO AUDITINQ SHOWS IT AGAINST THE ACCOUNT.
099500*-----------------------------------------------------------------
099600 2180-WRITE-SECURITY-LOG.
099700     MOVE WS-TODAYS-DATE      TO SECLOG-DATE
099800     MOVE WS-TRANS-TIME       TO SECLOG-TIME
099900     MOVE CRQ-ACCT-NUMBER     TO SECLOG-ACCT-NUMBER
100000     MOVE WS-CHNL-OPERATOR-ID TO SECLOG-OPERATOR-ID
100100     WRITE SECURITY-LOG-RECORD.
100200 2180-WRITE-SECURITY-LOG-EXIT.
100300     EXIT.
100400
100500*-----------------------------------------------------------------
100600* BALANCE ENQUIRY - THE LEDGER BALANCE AND WHAT CAN BE DRAWN
100700* AGAINST IT, NET OF THE FLOOR AND ACTIVE HOLDS.  THE ACCOUNT
100800* RECORD IS STILL THE ONE AUTHENTICATION READ.
100900*-----------------------------------------------------------------
101000 3000-BALANCE-ENQUIRY.
101100     PERFORM 3100-SET-BALANCES
101200         THRU 3100-SET-BALANCES-EXIT.
101300 3000-BALANCE-ENQUIRY-EXIT.
101400     EXIT.
101500
101600*-----------------------------------------------------------------
101700* PUT THE ACCOUNT'S BALANCE AND AVAILABLE BALANCE ON THE
101800* RESPONSE, WITH WITHDRAW'S FLOOR: THE OVERDRAFT LIMIT ON A
101900* CURRENT ACCOUNT, OTHERWISE THE MINIMUM BALANCE, PLUS HOLDS.
102000*-----------------------------------------------------------------
102100 3100-SET-BALANCES.
102200     IF ACCT-TYPE-CURRENT
102300         COMPUTE WS-FROM-FLOOR = 0 - ACCT-CREDIT-LIMIT
102400     ELSE
102500         MOVE ACCT-MIN-BAL TO WS-FROM-FLOOR
102600     END-IF
102700     CALL "HOLDSUM" USING ACCT-NUMBER WS-HOLD-TOTAL
102800     ADD WS-HOLD-TOTAL TO WS-FROM-FLOOR
102900     COMPUTE WS-AVAILABLE = ACCT-BALANCE - WS-FROM-FLOOR
103000
103100     MOVE ACCT-CURRENCY-CODE TO RSD-CURRENCY-CODE
103200     IF ACCT-BALANCE < 0
103300         MOVE "-" TO RSD-BALANCE-SIGN
103400     ELSE
103500         MOVE "+" TO RSD-BALANCE-SIGN
103600     END-IF
103700     MOVE ACCT-BALANCE TO RSD-BALANCE
103800     IF WS-AVAILABLE < 0
103900         MOVE "-" TO RSD-AVAILABLE-SIGN
104000     ELSE
104100         MOVE "+" TO RSD-AVAILABLE-SIGN
104200     END-IF
104300     MOVE WS-AVAILABLE TO RSD-AVAILABLE.
104400 3100-SET-BALANCES-EXIT.
104500     EXIT.
104600
104700*-----------------------------------------------------------------
104800* MINI-STATEMENT - THE ACCOUNT'S LATEST TEN HISTORY ENTRIES,
104900* SENT AS STATEMENT LINES AFTER THE RESPONSE, WITH THE BALANCE
105000* ON THE RESPONSE ITSELF.
105100*-----------------------------------------------------------------
105200 3500-MINI-STATEMENT.
105300     PERFORM 3100-SET-BALANCES
105400         THRU 3100-SET-BALANCES-EXIT
105500
105600     OPEN INPUT TXN-HISTORY
105700     IF NOT WS-TXNHIST-OK
105800         GO TO 3500-MINI-STATEMENT-EXIT
105900     END-IF
106000
106100     MOVE ACCT-NUMBER TO TXN-ACCT-NUMBER
106200     MOVE 0           TO TXN-DATE
106300     MOVE 0           TO TXN-TIME
106400     MOVE "N" TO WS-BROWSE-EOF-SW
106500     START TXN-HISTORY
106600         KEY IS NOT LESS THAN TXN-KEY
106700         INVALID KEY
106800             SET WS-BROWSE-EOF TO TRUE
106900     END-START
107000
107100     PERFORM 3550-READ-NEXT-HISTORY
107200         THRU 3550-READ-NEXT-HISTORY-EXIT
107300         UNTIL WS-BROWSE-EOF
107400
107500     CLOSE TXN-HISTORY.
107600 3500-MINI-STATEMENT-EXIT.
107700     EXIT.
107800
107900*-----------------------------------------------------------------
108000* READ THE ACCOUNT'S NEXT HISTORY ENTRY INTO THE TEN-ENTRY
108100* TABLE.  ONCE THE TABLE IS FULL THE OLDEST ENTRY DROPS OFF.
108200*-----------------------------------------------------------------
108300 3550-READ-NEXT-HISTORY.
108400     READ TXN-HISTORY NEXT RECORD
108500         AT END
108600             SET WS-BROWSE-EOF TO TRUE
108700             GO TO 3550-READ-NEXT-HISTORY-EXIT
108800     END-READ
108900     IF TXN-ACCT-NUMBER NOT = ACCT-NUMBER
109000         SET WS-BROWSE-EOF TO TRUE
109100         GO TO 3550-READ-NEXT-HISTORY-EXIT
109200     END-IF
109300
109400     IF WS-MST-COUNT NOT LESS THAN WS-MST-MAX
109500         PERFORM 3560-SHIFT-ONE-ENTRY
109600             THRU 3560-SHIFT-ONE-ENTRY-EXIT
109700             VARYING WS-MST-IDX FROM 1 BY 1
109800             UNTIL WS-MST-IDX NOT LESS THAN WS-MST-MAX
109900     ELSE
110000         ADD 1 TO WS-MST-COUNT
110100     END-IF
110200
110300     MOVE TXN-DATE        TO MST-DATE(WS-MST-COUNT)
110400     MOVE TXN-TIME        TO MST-TIME(WS-MST-COUNT)
110500     MOVE TXN-TYPE        TO MST-TYPE(WS-MST-COUNT)
110600     MOVE TXN-AMOUNT      TO MST-AMOUNT(WS-MST-COUNT)
110700     MOVE TXN-NEW-BALANCE TO MST-NEW-BALANCE(WS-MST-COUNT)
110800     MOVE TXN-REF         TO MST-TXN-REF(WS-MST-COUNT)
110900     MOVE TXN-INSTRUMENT  TO MST-INSTRUMENT(WS-MST-COUNT).
111000 3550-READ-NEXT-HISTORY-EXIT.
111100     EXIT.
111200
111300*-----------------------------------------------------------------
111400* MOVE ONE TABLE ENTRY DOWN A PLACE TO MAKE ROOM AT THE END.
111500*-----------------------------------------------------------------
111600 3560-SHIFT-ONE-ENTRY.
111700     MOVE WS-MST-ENTRY(WS-MST-IDX + 1)
111800         TO WS-MST-ENTRY(WS-MST-IDX).
111900 3560-SHIFT-ONE-ENTRY-EXIT.
112000     EXIT.
112100
112200*-----------------------------------------------------------------
112300* SEND ONE MINI-STATEMENT ENTRY AS A STATEMENT LINE.
112400*-----------------------------------------------------------------
112500 3580-WRITE-STATEMENT-LINE.
112600     MOVE CRQ-SEQ-NO      TO RSS-SEQ-NO
112700     MOVE CRQ-REQUEST-ID  TO RSS-REQUEST-ID
112800     MOVE MST-DATE(WS-MST-IDX)    TO RSS-DATE
112900     MOVE MST-TIME(WS-MST-IDX)    TO RSS-TIME
113000     MOVE MST-TYPE(WS-MST-IDX)    TO RSS-TYPE
113100     MOVE MST-AMOUNT(WS-MST-IDX)  TO RSS-AMOUNT
113200     IF MST-NEW-BALANCE(WS-MST-IDX) < 0
113300         MOVE "-" TO RSS-BALANCE-SIGN
113400     ELSE
113500         MOVE "+" TO RSS-BALANCE-SIGN
113600     END-IF
113700     MOVE MST-NEW-BALANCE(WS-MST-IDX) TO RSS-NEW-BALANCE
113800     MOVE MST-TXN-REF(WS-MST-IDX)     TO RSS-TXN-REF
113900     MOVE MST-INSTRUMENT(WS-MST-IDX)  TO RSS-INSTRUMENT
114000     WRITE RESPONSE-LINE FROM WS-STATEMENT-LINE.
114100 3580-WRITE-STATEMENT-LINE-EXIT.
114200     EXIT.
114300
114400*-----------------------------------------------------------------
114500* TRANSFER FROM THE AUTHENTICATED ACCOUNT TO ONE OF ITS
114600* REGISTERED BENEFICIARIES, UNDER EVERY RULE TRANSFER APPLIES
114700* AT THE COUNTER.  A BOTH-TO-SIGN ACCOUNT NEEDS A SUPERVISOR TO
114800* CONFIRM BOTH SIGNATURES, WHICH NO CHANNEL CAN GIVE, SO IT IS
114900* REFUSED.  NOTHING IS REWRITTEN UNTIL EVERY CHECK HAS PASSED.
115000*-----------------------------------------------------------------
115100 4000-TRANSFER.
115200     MOVE "N" TO WS-TRANSFER-SW
115300     MOVE CRQ-ACCT-NUMBER TO WS-FROM-ACCT
115400     MOVE CRQ-BENEF-ACCT  TO WS-TO-ACCT
115500     MOVE CRQ-AMOUNT      TO WS-TRANSFER-AMT
115600
115700     PERFORM 4050-VALIDATE-TRANSFER
115800         THRU 4050-VALIDATE-TRANSFER-EXIT
115900
116000     IF WS-TRANSFER-OK
116100         PERFORM 4300-POST-TRANSFER
116200             THRU 4300-POST-TRANSFER-EXIT
116300     END-IF
116400
116500     PERFORM 4900-RELEASE-LOCKS
116600         THRU 4900-RELEASE-LOCKS-EXIT.
116700 4000-TRANSFER-EXIT.
116800     EXIT.
116900
117000*-----------------------------------------------------------------
117100* TRANSFER'S CHECKS, IN TRANSFER'S ORDER.  A FAILING CHECK
117200* LEAVES ITS REASON CODE IN WS-REASON-CODE.
117300*-----------------------------------------------------------------
117400 4050-VALIDATE-TRANSFER.
117500     MOVE "V" TO WS-CHK-FUNCTION
117600     CALL "CHKDIGIT" USING WS-CHK-FUNCTION WS-TO-ACCT
117700                          WS-CHK-VALID-SW
117800     IF WS-CHK-VALID-SW NOT = "Y"
117900         MOVE "CHKD" TO WS-REASON-CODE
118000         GO TO 4050-VALIDATE-TRANSFER-EXIT
118100     END-IF
118200
118300     MOVE "L" TO WS-LOCK-FUNCTION
118400     MOVE "N" TO WS-FROM-LOCK-SW
118500     CALL "ACCLOCK" USING WS-LOCK-FUNCTION WS-FROM-ACCT
118600                          WS-CHNL-OPERATOR-ID WS-FROM-LOCK-SW
118700     IF NOT WS-FROM-LOCKED
118800         MOVE "BUSY" TO WS-REASON-CODE
118900         GO TO 4050-VALIDATE-TRANSFER-EXIT
119000     END-IF
119100     MOVE "N" TO WS-TO-LOCK-SW
119200     CALL "ACCLOCK" USING WS-LOCK-FUNCTION WS-TO-ACCT
119300                          WS-CHNL-OPERATOR-ID WS-TO-LOCK-SW
119400     IF NOT WS-TO-LOCKED
119500         MOVE "BUSY" TO WS-REASON-CODE
119600         GO TO 4050-VALIDATE-TRANSFER-EXIT
119700     END-IF
119800
119900     IF WS-TRANSFER-AMT NOT > 0
120000         MOVE "AMNT" TO WS-REASON-CODE
120100         GO TO 4050-VALIDATE-TRANSFER-EXIT
120200     END-IF
120300
120400     IF WS-FROM-ACCT = WS-TO-ACCT
120500         MOVE "SAME" TO WS-REASON-CODE
120600         GO TO 4050-VALIDATE-TRANSFER-EXIT
120700     END-IF
120800
120900     MOVE WS-FROM-ACCT TO ACCT-NUMBER
121000     PERFORM 4100-READ-ONE-ACCOUNT
121100         THRU 4100-READ-ONE-ACCOUNT-EXIT
121200     IF NOT WS-ACCT-FOUND
121300         GO TO 4050-VALIDATE-TRANSFER-EXIT
121400     END-IF
121500
121600     IF ACCT-TYPE-FIXED OR ACCT-TYPE-RECURRING
121700         MOVE "TERM" TO WS-REASON-CODE
121800         GO TO 4050-VALIDATE-TRANSFER-EXIT
121900     END-IF
122000
122100     MOVE "D" TO WS-FRZ-DIRECTION
122200     MOVE "N" TO WS-FROZEN-SW
122300     CALL "FRZCHK" USING ACCT-NUMBER WS-FRZ-DIRECTION
122400                         WS-FROZEN-SW
122500     IF WS-ACCOUNT-FROZEN
122600         MOVE "FRZN" TO WS-REASON-CODE
122700         GO TO 4050-VALIDATE-TRANSFER-EXIT
122800     END-IF
122900
123000     MOVE "N" TO WS-DECEASED-SW
123100     CALL "DECCHK" USING ACCT-NUMBER WS-DECEASED-SW
123200     IF WS-HOLDER-DECEASED
123300         MOVE "DECD" TO WS-REASON-CODE
123400         GO TO 4050-VALIDATE-TRANSFER-EXIT
123500     END-IF
123600
123700     IF ACCT-MANDATE-BOTH
123800         MOVE "MAND" TO WS-REASON-CODE
123900         GO TO 4050-VALIDATE-TRANSFER-EXIT
124000     END-IF
124100
124200     MOVE ACCT-CURRENCY-CODE TO WS-FROM-CURRENCY
124300     MOVE ACCT-BRANCH-CODE   TO WS-FROM-BRANCH
124400     IF ACCT-TYPE-CURRENT
124500         COMPUTE WS-FROM-FLOOR = 0 - ACCT-CREDIT-LIMIT
124600     ELSE
124700         MOVE ACCT-MIN-BAL TO WS-FROM-FLOOR
124800     END-IF
124900     CALL "HOLDSUM" USING ACCT-NUMBER WS-HOLD-TOTAL
125000     ADD WS-HOLD-TOTAL TO WS-FROM-FLOOR
125100
125200     IF (ACCT-BALANCE - WS-TRANSFER-AMT) < WS-FROM-FLOOR
125300         MOVE "FUND" TO WS-REASON-CODE
125400         GO TO 4050-VALIDATE-TRANSFER-EXIT
125500     END-IF
125600
125700     IF ACCT-LAST-TRF-DATE = WS-TODAYS-DATE
125800         IF (ACCT-DAILY-TRF-TOTAL + WS-TRANSFER-AMT)
125900                 > WS-DAILY-TRF-LIMIT
126000             MOVE "TCAP" TO WS-REASON-CODE
126100             GO TO 4050-VALIDATE-TRANSFER-EXIT
126200         END-IF
126300     ELSE
126400         IF WS-TRANSFER-AMT > WS-DAILY-TRF-LIMIT
126500             MOVE "TCAP" TO WS-REASON-CODE
126600             GO TO 4050-VALIDATE-TRANSFER-EXIT
126700         END-IF
126800     END-IF
126900
127000     PERFORM 4200-CHECK-BENEFICIARY
127100         THRU 4200-CHECK-BENEFICIARY-EXIT
127200     IF NOT WS-BENEF-OK
127300         GO TO 4050-VALIDATE-TRANSFER-EXIT
127400     END-IF
127500
127600     MOVE WS-TO-ACCT TO ACCT-NUMBER
127700     PERFORM 4100-READ-ONE-ACCOUNT
127800         THRU 4100-READ-ONE-ACCOUNT-EXIT
127900     IF NOT WS-ACCT-FOUND
128000         GO TO 4050-VALIDATE-TRANSFER-EXIT
128100     END-IF
128200
128300     IF ACCT-CURRENCY-CODE NOT = WS-FROM-CURRENCY
128400         MOVE "CURR" TO WS-REASON-CODE
128500         GO TO 4050-VALIDATE-TRANSFER-EXIT
128600     END-IF
128700
128800     MOVE "C" TO WS-FRZ-DIRECTION
128900     MOVE "N" TO WS-FROZEN-SW
129000     CALL "FRZCHK" USING ACCT-NUMBER WS-FRZ-DIRECTION
129100                         WS-FROZEN-SW
129200     IF WS-ACCOUNT-FROZEN
129300         MOVE "FRZN" TO WS-REASON-CODE
129400         GO TO 4050-VALIDATE-TRANSFER-EXIT
129500     END-IF
129600
129700     IF ACCT-LAST-DEP-DATE NOT = WS-TODAYS-DATE
129800         MOVE 0 TO ACCT-DAILY-DEP-TOTAL
129900     END-IF
130000     IF (ACCT-DAILY-DEP-TOTAL + WS-TRANSFER-AMT)
130100             > WS-DAILY-DEP-LIMIT
130200         MOVE "DLIM" TO WS-REASON-CODE
130300         GO TO 4050-VALIDATE-TRANSFER-EXIT
130400     END-IF
130500
130600     SET WS-TRANSFER-OK TO TRUE.
130700 4050-VALIDATE-TRANSFER-EXIT.
130800     EXIT.
130900
131000*-----------------------------------------------------------------
131100* LOOK THE ACCOUNT IN ACCT-NUMBER UP VIA THE SHARED ACCTLKUP
131200* SUBPROGRAM, READ ITS RECORD, AND MAKE SURE IT IS ACTIVE.
131300*-----------------------------------------------------------------
131400 4100-READ-ONE-ACCOUNT.
131500     MOVE "N" TO WS-ACCT-FOUND-SW
131600     CALL "ACCTLKUP" USING ACCT-NUMBER WS-ACCT-FOUND-SW
131700     IF NOT WS-ACCT-FOUND
131800         MOVE "NOAC" TO WS-REASON-CODE
131900         GO TO 4100-READ-ONE-ACCOUNT-EXIT
132000     END-IF
132100     READ ACCOUNT-MASTER
132200         KEY IS ACCT-NUMBER
132300         INVALID KEY
132400             MOVE "NOAC" TO WS-REASON-CODE
132500             MOVE "N" TO WS-ACCT-FOUND-SW
132600             GO TO 4100-READ-ONE-ACCOUNT-EXIT
132700     END-READ
132800
132900     CALL "ACCSTATUS" USING ACCT-STATUS
133000     IF NOT ACCT-STATUS-ACTIVE
133100         MOVE "CLSD" TO WS-REASON-CODE
133200         MOVE "N" TO WS-ACCT-FOUND-SW
133300     END-IF.
133400 4100-READ-ONE-ACCOUNT-EXIT.
133500     EXIT.
133600
133700*-----------------------------------------------------------------
133800* THE CREDIT ACCOUNT MUST CARRY AN ACTIVE ENTRY ON THE DEBIT
133900* ACCOUNT'S BENEFICIARY REGISTER.  WITHIN THE COOLING PERIOD
134000* OF ITS REGISTRATION ONLY AMOUNTS UP TO THE COOLING LIMIT MAY
134100* MOVE (30-DAY-MONTH/360-DAY-YEAR CONVENTION).
134200*-----------------------------------------------------------------
134300 4200-CHECK-BENEFICIARY.
134400     MOVE "N" TO WS-BENEF-OK-SW
134500
134600     IF WS-BENFILE-NOTFOUND
134700         MOVE "NBEN" TO WS-REASON-CODE
134800         GO TO 4200-CHECK-BENEFICIARY-EXIT
134900     END-IF
135000
135100     MOVE WS-FROM-ACCT TO BEN-ACCT-NUMBER
135200     MOVE WS-TO-ACCT   TO BEN-BENEF-ACCT
135300     READ BENEFICIARY-FILE
135400         KEY IS BEN-KEY
135500         INVALID KEY
135600             MOVE "NBEN" TO WS-REASON-CODE
135700             GO TO 4200-CHECK-BENEFICIARY-EXIT
135800     END-READ
135900
136000     IF NOT BEN-STATUS-ACTIVE
136100         MOVE "NBEN" TO WS-REASON-CODE
136200         GO TO 4200-CHECK-BENEFICIARY-EXIT
136300     END-IF
136400
136500     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
136600     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
136700     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
136800     PERFORM 4250-CCYYMMDD-TO-DAYS
136900         THRU 4250-CCYYMMDD-TO-DAYS-EXIT
137000     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
137100
137200     MOVE BEN-ADDED-DATE(1:4) TO WS-CCYY
137300     MOVE BEN-ADDED-DATE(5:2) TO WS-MM
137400     MOVE BEN-ADDED-DATE(7:2) TO WS-DD
137500     PERFORM 4250-CCYYMMDD-TO-DAYS
137600         THRU 4250-CCYYMMDD-TO-DAYS-EXIT
137700     MOVE WS-DAY-COUNT-RESULT TO WS-ADDED-DAY-COUNT
137800
137900     COMPUTE WS-HELD-DAYS =
138000             WS-TODAY-DAY-COUNT - WS-ADDED-DAY-COUNT
138100
138200     IF WS-HELD-DAYS < WS-COOLING-DAYS
138300         AND WS-TRANSFER-AMT > WS-COOLING-LIMIT
138400         MOVE "COOL" TO WS-REASON-CODE
138500         GO TO 4200-CHECK-BENEFICIARY-EXIT
138600     END-IF
138700
138800     SET WS-BENEF-OK TO TRUE.
138900 4200-CHECK-BENEFICIARY-EXIT.
139000     EXIT.
139100
139200*-----------------------------------------------------------------
139300* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
139400*-----------------------------------------------------------------
139500 4250-CCYYMMDD-TO-DAYS.
139600     COMPUTE WS-DAY-COUNT-RESULT =
139700             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
139800 4250-CCYYMMDD-TO-DAYS-EXIT.
139900     EXIT.
140000
140100*-----------------------------------------------------------------
140200* EVERY CHECK HAS PASSED - DEBIT THE FROM ACCOUNT, CREDIT THE TO
140300* ACCOUNT, AND WRITE THE LINKED LOG ENTRIES UNDER THE REQUEST'S
140400* REFERENCE AND TIMESTAMP.
140500*-----------------------------------------------------------------
140600 4300-POST-TRANSFER.
140700     MOVE WS-FROM-ACCT TO ACCT-NUMBER
140800     READ ACCOUNT-MASTER
140900         KEY IS ACCT-NUMBER
141000         INVALID KEY
141100             MOVE "IOER" TO WS-REASON-CODE
141200             GO TO 4300-POST-TRANSFER-EXIT
141300     END-READ
141400
141500     SUBTRACT WS-TRANSFER-AMT FROM ACCT-BALANCE
141600     MOVE WS-TODAYS-DATE TO ACCT-LAST-WD-DATE
141700     IF ACCT-LAST-TRF-DATE NOT = WS-TODAYS-DATE
141800         MOVE WS-TODAYS-DATE TO ACCT-LAST-TRF-DATE
141900         MOVE 0 TO ACCT-DAILY-TRF-TOTAL
142000     END-IF
142100     ADD WS-TRANSFER-AMT TO ACCT-DAILY-TRF-TOTAL
142200     MOVE ACCT-BALANCE TO WS-FROM-NEW-BAL
142300
142400     REWRITE ACCOUNT-RECORD
142500         INVALID KEY
142600             MOVE "IOER" TO WS-REASON-CODE
142700             GO TO 4300-POST-TRANSFER-EXIT
142800     END-REWRITE
142900
143000*    THE DEBIT SIDE IS NOW ON FILE - ITS BALANCES GO ON THE
143100*    RESPONSE BEFORE THE CREDIT ACCOUNT IS READ.
143200     PERFORM 3100-SET-BALANCES
143300         THRU 3100-SET-BALANCES-EXIT
143400
143500     MOVE WS-TO-ACCT TO ACCT-NUMBER
143600     READ ACCOUNT-MASTER
143700         KEY IS ACCT-NUMBER
143800         INVALID KEY
143900             DISPLAY "CHNLPROC: UNABLE TO REREAD ACCOUNT "
144000                     WS-TO-ACCT
144100             MOVE "IOER" TO WS-REASON-CODE
144200             GO TO 4300-POST-TRANSFER-EXIT
144300     END-READ
144400
144500     IF ACCT-LAST-DEP-DATE NOT = WS-TODAYS-DATE
144600         MOVE WS-TODAYS-DATE TO ACCT-LAST-DEP-DATE
144700         MOVE 0 TO ACCT-DAILY-DEP-TOTAL
144800     END-IF
144900     ADD WS-TRANSFER-AMT TO ACCT-BALANCE
145000     ADD WS-TRANSFER-AMT TO ACCT-DAILY-DEP-TOTAL
145100     MOVE ACCT-BALANCE     TO WS-TO-NEW-BAL
145200     MOVE ACCT-BRANCH-CODE TO WS-TO-BRANCH
145300
145400     REWRITE ACCOUNT-RECORD
145500         INVALID KEY
145600             DISPLAY "CHNLPROC: UNABLE TO REWRITE ACCOUNT "
145700                     WS-TO-ACCT
145800             MOVE "IOER" TO WS-REASON-CODE
145900             GO TO 4300-POST-TRANSFER-EXIT
146000     END-REWRITE
146100
146200     PERFORM 4400-WRITE-WITHDRAW-LOG
146300         THRU 4400-WRITE-WITHDRAW-LOG-EXIT
146400
146500     PERFORM 4500-WRITE-DEPOSIT-LOG
146600         THRU 4500-WRITE-DEPOSIT-LOG-EXIT
146700
146900     ADD WS-TRANSFER-AMT TO WS-TRANSFER-TOTAL.
147000 4300-POST-TRANSFER-EXIT.
147100     EXIT.
147200
147300*-----------------------------------------------------------------
147400* APPEND THE DEBIT SIDE OF THE TRANSFER TO THE WITHDRAW LOG AND
147500* THE HISTORY, AND ALERT THE SOURCE ACCOUNT'S HOLDERS.  THERE IS
147600* NO TELLER'S DRAWER, SO THE ACCOUNT'S OWN BRANCH POSTS IT.
147700*-----------------------------------------------------------------
147800 4400-WRITE-WITHDRAW-LOG.
147900     MOVE WS-TODAYS-DATE      TO WDLOG-DATE
148000     MOVE WS-TRANS-TIME       TO WDLOG-TIME
148100     MOVE WS-FROM-ACCT        TO WDLOG-ACCT-NUMBER
148200     MOVE WS-TRANSFER-AMT     TO WDLOG-WITHDRAW-AMT
148300     MOVE WS-FROM-NEW-BAL     TO WDLOG-NEW-BALANCE
148400     MOVE WS-CHNL-OPERATOR-ID TO WDLOG-OPERATOR-ID
148500     MOVE WS-FROM-BRANCH      TO WDLOG-BRANCH-CODE
148600     MOVE WS-TXN-REF          TO WDLOG-TXN-REF
148700     SET WDLOG-TRANS-TRANSFER TO TRUE
148800     MOVE WS-FROM-BRANCH      TO WDLOG-POST-BRANCH
148900     SET WDLOG-INSTR-TRANSFER TO TRUE
149000     WRITE WITHDRAW-LOG-RECORD
149100
149200     MOVE "W" TO WS-TXN-TYPE
149300     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
149400                           WDLOG-TIME WS-TXN-TYPE
149500                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
149600                           WDLOG-OPERATOR-ID
149700                           WDLOG-TXN-REF
149800                           WDLOG-INSTRUMENT
149900
150000     MOVE "D" TO WS-ALERT-EVENT
150100     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
150200                           WDLOG-TIME WS-ALERT-EVENT
150300                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
150400                           WDLOG-TXN-REF.
150500 4400-WRITE-WITHDRAW-LOG-EXIT.
150600     EXIT.
150700
150800*-----------------------------------------------------------------
150900* APPEND THE CREDIT SIDE OF THE TRANSFER TO THE DEPOSIT LOG AND
151000* THE HISTORY, AND ALERT THE DESTINATION ACCOUNT'S HOLDERS.
151100*-----------------------------------------------------------------
151200 4500-WRITE-DEPOSIT-LOG.
151300     MOVE WS-TODAYS-DATE      TO LOG-DATE
151400     MOVE WS-TRANS-TIME       TO LOG-TIME
151500     MOVE WS-TO-ACCT          TO LOG-ACCT-NUMBER
151600     MOVE WS-TRANSFER-AMT     TO LOG-DEPOSIT-AMT
151700     MOVE WS-TO-NEW-BAL       TO LOG-NEW-BALANCE
151800     MOVE WS-FROM-CURRENCY    TO LOG-CURRENCY-CODE
151900     SET LOG-TRANS-TRANSFER   TO TRUE
152000     MOVE WS-CHNL-OPERATOR-ID TO LOG-OPERATOR-ID
152100     MOVE WS-TO-BRANCH        TO LOG-BRANCH-CODE
152200     MOVE WS-TXN-REF          TO LOG-TXN-REF
152300     MOVE WS-TODAYS-DATE      TO LOG-VALUE-DATE
152400     MOVE WS-TO-BRANCH        TO LOG-POST-BRANCH
152500     SET LOG-INSTR-TRANSFER   TO TRUE
152600     WRITE DEPOSIT-LOG-RECORD
152700
152800     MOVE "D" TO WS-TXN-TYPE
152900     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
153000                           WS-TXN-TYPE LOG-DEPOSIT-AMT
153100                           LOG-NEW-BALANCE LOG-OPERATOR-ID
153200                           LOG-TXN-REF
153300                           LOG-INSTRUMENT
153400
153500     MOVE "C" TO WS-ALERT-EVENT
153600     CALL "ALRTRAIS" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
153700                           WS-ALERT-EVENT LOG-DEPOSIT-AMT
153800                           LOG-NEW-BALANCE LOG-TXN-REF.
153900 4500-WRITE-DEPOSIT-LOG-EXIT.
154000     EXIT.
154100
154200*-----------------------------------------------------------------
154300* BOTH POSTING LOCKS COME OFF WHATEVER WAY THE TRANSFER ENDED.
154400*-----------------------------------------------------------------
154500 4900-RELEASE-LOCKS.
154600     MOVE "U" TO WS-LOCK-FUNCTION
154700     IF WS-FROM-LOCKED
154800         MOVE "N" TO WS-FROM-LOCK-SW
154900         CALL "ACCLOCK" USING WS-LOCK-FUNCTION WS-FROM-ACCT
155000                              WS-CHNL-OPERATOR-ID
155100                              WS-FROM-LOCK-SW
155200     END-IF
155300     IF WS-TO-LOCKED
155400         MOVE "N" TO WS-TO-LOCK-SW
155500         CALL "ACCLOCK" USING WS-LOCK-FUNCTION WS-TO-ACCT
155600                              WS-CHNL-OPERATOR-ID
155700                              WS-TO-LOCK-SW
155800     END-IF.
155900 4900-RELEASE-LOCKS-EXIT.
156000     EXIT.
156100
156200*-----------------------------------------------------------------
156300* CHEQUE BOOK REQUEST - CHQBKISS'S RULES.  A HABITUAL DRAWER OF
156400* BAD CHEQUES GETS NO NEW BOOK.  THE BOOK TAKES THE NUMBERS
156500* FOLLOWING THE ACCOUNT'S LAST BOOK ON THE REGISTER, IS ENTERED
156600* AWAITING ITS CHARGE FOR FEEPOST, AND IS SENT OUT BY THE HOME
156700* BRANCH FROM THE REGISTER.
156800*-----------------------------------------------------------------
156900 5000-CHEQUE-BOOK.
157000     MOVE "C" TO WS-DSHR-FUNCTION
157100     CALL "DSHRCHK" USING WS-DSHR-FUNCTION CRQ-ACCT-NUMBER
157200                          WS-DSHR-CHEQUE WS-DSHR-AMOUNT
157300                          WS-DSHR-SOURCE WS-DSHR-REASON
157400                          WS-DSHR-COUNT WS-DSHR-BLOCKED-SW
157500     IF WS-DSHR-BLOCKED
157600         MOVE "DSHR" TO WS-REASON-CODE
157700         GO TO 5000-CHEQUE-BOOK-EXIT
157800     END-IF
157900
158000     IF CRQ-LEAF-COUNT = 0
158100         MOVE WS-DEFAULT-LEAVES TO WS-LEAF-COUNT
158200     ELSE
158300         MOVE CRQ-LEAF-COUNT TO WS-LEAF-COUNT
158400     END-IF
158500     IF WS-LEAF-COUNT > WS-MAX-LEAVES
158600         MOVE "CHQR" TO WS-REASON-CODE
158700         GO TO 5000-CHEQUE-BOOK-EXIT
158800     END-IF
158900
159000     PERFORM 5100-FIND-LAST-BOOK
159100         THRU 5100-FIND-LAST-BOOK-EXIT
159200
159300     COMPUTE WS-START-NUMBER = WS-LAST-END-NUMBER + 1
159400     COMPUTE WS-END-NUMBER =
159500             WS-START-NUMBER + WS-LEAF-COUNT - 1
159600     IF WS-END-NUMBER > 999999
159700         MOVE "CHQR" TO WS-REASON-CODE
159800         GO TO 5000-CHEQUE-BOOK-EXIT
159900     END-IF
160000
160100     MOVE CRQ-ACCT-NUMBER     TO CHQBK-ACCT-NUMBER
160200     MOVE WS-START-NUMBER     TO CHQBK-START-NUMBER
160300     MOVE WS-END-NUMBER       TO CHQBK-END-NUMBER
160400     MOVE WS-TODAYS-DATE      TO CHQBK-ISSUE-DATE
160500     MOVE WS-CHNL-OPERATOR-ID TO CHQBK-OPERATOR-ID
160600     SET CHQBK-CHARGE-PENDING TO TRUE
160700     MOVE 0                   TO CHQBK-CHARGE-AMOUNT
160800     MOVE 0                   TO CHQBK-CHARGE-DATE
160900
161000     WRITE CHEQUE-BOOK-RECORD
161100         INVALID KEY
161200             MOVE "DUPL" TO WS-REASON-CODE
161300             GO TO 5000-CHEQUE-BOOK-EXIT
161400     END-WRITE
161500
161600     MOVE WS-START-NUMBER TO RSD-FROM-NUMBER
161700     MOVE WS-END-NUMBER   TO RSD-TO-NUMBER.
161800 5000-CHEQUE-BOOK-EXIT.
161900     EXIT.
162000
162100*-----------------------------------------------------------------
162200* FIND THE HIGHEST CHEQUE NUMBER ALREADY ISSUED TO THE ACCOUNT -
162300* ZERO WHEN IT HAS NEVER HAD A BOOK.
162400*-----------------------------------------------------------------
162500 5100-FIND-LAST-BOOK.
162600     MOVE 0 TO WS-LAST-END-NUMBER
162700     MOVE CRQ-ACCT-NUMBER TO CHQBK-ACCT-NUMBER
162800     MOVE 0               TO CHQBK-START-NUMBER
162900     MOVE "N" TO WS-BROWSE-EOF-SW
163000     START CHEQUE-BOOK-REGISTER
163100         KEY IS NOT LESS THAN CHQBK-KEY
163200         INVALID KEY
163300             SET WS-BROWSE-EOF TO TRUE
163400     END-START
163500
163600     PERFORM 5150-READ-NEXT-BOOK
163700         THRU 5150-READ-NEXT-BOOK-EXIT
163800         UNTIL WS-BROWSE-EOF.
163900 5100-FIND-LAST-BOOK-EXIT.
164000     EXIT.
164100
164200*-----------------------------------------------------------------
164300* READ THE ACCOUNT'S NEXT BOOK AND KEEP ITS LAST NUMBER IF IT IS
164400* THE HIGHEST SO FAR.
164500*-----------------------------------------------------------------
164600 5150-READ-NEXT-BOOK.
164700     READ CHEQUE-BOOK-REGISTER NEXT RECORD
164800         AT END
164900             SET WS-BROWSE-EOF TO TRUE
165000             GO TO 5150-READ-NEXT-BOOK-EXIT
165100     END-READ
165200     IF CHQBK-ACCT-NUMBER NOT = CRQ-ACCT-NUMBER
165300         SET WS-BROWSE-EOF TO TRUE
165400         GO TO 5150-READ-NEXT-BOOK-EXIT
165500     END-IF
165600     IF CHQBK-END-NUMBER > WS-LAST-END-NUMBER
165700         MOVE CHQBK-END-NUMBER TO WS-LAST-END-NUMBER
165800     END-IF.
165900 5150-READ-NEXT-BOOK-EXIT.
166000     EXIT.
166100
166200*-----------------------------------------------------------------
166300* STOP PAYMENT - STOPMNT'S RULES FOR PLACING A STOP.  A SINGLE
166400* CHEQUE COMES AS A RANGE OF ONE.  THE STOP TAKES THE NEXT STOP
166500* ID AFTER THE ACCOUNT'S LAST ONE.  LIFTING A STOP STAYS A
166600* BRANCH FUNCTION.
166700*-----------------------------------------------------------------
166800 6000-STOP-PAYMENT.
166900     IF CRQ-FROM-CHEQUE NOT > 0
167000         OR CRQ-TO-CHEQUE < CRQ-FROM-CHEQUE
167100         MOVE "CHQR" TO WS-REASON-CODE
167200         GO TO 6000-STOP-PAYMENT-EXIT
167300     END-IF
167400
167500     PERFORM 6100-FIND-LAST-STOP
167600         THRU 6100-FIND-LAST-STOP-EXIT
167700     COMPUTE WS-NEW-STOP-ID = WS-LAST-STOP-ID + 1
167800     IF WS-NEW-STOP-ID > 999
167900         MOVE "STPF" TO WS-REASON-CODE
168000         GO TO 6000-STOP-PAYMENT-EXIT
168100     END-IF
168200
168300     MOVE CRQ-ACCT-NUMBER     TO STOP-ACCT-NUMBER
168400     MOVE WS-NEW-STOP-ID      TO STOP-ID
168500     MOVE CRQ-FROM-CHEQUE     TO STOP-FROM-CHEQUE
168600     MOVE CRQ-TO-CHEQUE       TO STOP-TO-CHEQUE
168700     MOVE CRQ-STOP-REASON     TO STOP-REASON
168800     SET STOP-STATUS-ACTIVE   TO TRUE
168900     MOVE WS-TODAYS-DATE      TO STOP-PLACED-DATE
169000     MOVE WS-CHNL-OPERATOR-ID TO STOP-OPERATOR-ID
169100
169200     WRITE STOP-RECORD
169300         INVALID KEY
169400             MOVE "DUPL" TO WS-REASON-CODE
169500             GO TO 6000-STOP-PAYMENT-EXIT
169600     END-WRITE
169700
169800     MOVE CRQ-FROM-CHEQUE TO RSD-FROM-NUMBER
169900     MOVE CRQ-TO-CHEQUE   TO RSD-TO-NUMBER
170000     MOVE WS-NEW-STOP-ID  TO RSD-STOP-ID.
170100 6000-STOP-PAYMENT-EXIT.
170200     EXIT.
170300
170400*-----------------------------------------------------------------
170500* FIND THE HIGHEST STOP ID ALREADY ON FILE FOR THE ACCOUNT -
170600* ZERO WHEN IT HAS NEVER HAD A STOP.
170700*-----------------------------------------------------------------
170800 6100-FIND-LAST-STOP.
170900     MOVE 0 TO WS-LAST-STOP-ID
171000     MOVE CRQ-ACCT-NUMBER TO STOP-ACCT-NUMBER
171100     MOVE 0               TO STOP-ID
171200     MOVE "N" TO WS-BROWSE-EOF-SW
171300     START STOP-FILE
171400         KEY IS NOT LESS THAN STOP-KEY
171500         INVALID KEY
171600             SET WS-BROWSE-EOF TO TRUE
171700     END-START
171800
171900     PERFORM 6150-READ-NEXT-STOP
172000         THRU 6150-READ-NEXT-STOP-EXIT
172100         UNTIL WS-BROWSE-EOF.
172200 6100-FIND-LAST-STOP-EXIT.
172300     EXIT.
172400
172500*-----------------------------------------------------------------
172600* READ THE ACCOUNT'S NEXT STOP - THEY COME IN STOP ID ORDER, SO
172700* THE LAST ONE READ IS THE HIGHEST.
172800*-----------------------------------------------------------------
172900 6150-READ-NEXT-STOP.
173000     READ STOP-FILE NEXT RECORD
173100         AT END
173200             SET WS-BROWSE-EOF TO TRUE
173300             GO TO 6150-READ-NEXT-STOP-EXIT
173400     END-READ
173500     IF STOP-ACCT-NUMBER NOT = CRQ-ACCT-NUMBER
173600         SET WS-BROWSE-EOF TO TRUE
173700         GO TO 6150-READ-NEXT-STOP-EXIT
173800     END-IF
173900     MOVE STOP-ID TO WS-LAST-STOP-ID.
174000 6150-READ-NEXT-STOP-EXIT.
174100     EXIT.
174200
174300*-----------------------------------------------------------------
174400* SEND THE ANSWER - ACCEPTED WHEN NO CHECK LEFT A REASON CODE -
174500* FOLLOWED BY ANY MINI-STATEMENT LINES.
174600*-----------------------------------------------------------------
174700 7000-WRITE-RESPONSE.
174800     MOVE WS-REASON-CODE TO RSD-REASON-CODE
174900     IF WS-REASON-CODE = SPACES
175000         SET RSD-ACCEPTED TO TRUE
175100         ADD 1 TO WS-ACCEPTED-COUNT
175200     ELSE
175300         SET RSD-REJECTED TO TRUE
175400         ADD 1 TO WS-REJECTED-COUNT
175500     END-IF
175600     WRITE RESPONSE-LINE FROM WS-RESPONSE-DETAIL
175700     ADD 1 TO WS-ANSWERED-COUNT
175800
175900     IF RSD-ACCEPTED AND CRQ-MINI-STATEMENT
176000         PERFORM 3580-WRITE-STATEMENT-LINE
176100             THRU 3580-WRITE-STATEMENT-LINE-EXIT
176200             VARYING WS-MST-IDX FROM 1 BY 1
176300             UNTIL WS-MST-IDX > WS-MST-COUNT
176400     END-IF.
176500 7000-WRITE-RESPONSE-EXIT.
176600     EXIT.
176700
176800*-----------------------------------------------------------------
176900* JOURNAL THE REQUEST AND ITS ANSWER UNDER THE CHANNEL OPERATOR,
177000* KEYED BY THE CHANNEL'S REQUEST ID.  THE PIN IS BLANKED OUT OF
177100* THE IMAGE BEFORE IT IS WRITTEN.
177200*-----------------------------------------------------------------
177300 7100-JOURNAL-REQUEST.
177400     MOVE ZERO TO CRQ-PIN
177500     MOVE REQUEST-RECORD     TO WS-JRNL-BEFORE
177600     MOVE WS-RESPONSE-DETAIL TO WS-JRNL-AFTER
177700     MOVE CRQ-REQUEST-ID     TO WS-JRNL-KEY
177800     CALL "MNTJRNL" USING WS-CHNL-OPERATOR-ID WS-JRNL-FILE-NAME
177900                          WS-JRNL-KEY WS-JRNL-BEFORE
178000                          WS-JRNL-AFTER.
178100 7100-JOURNAL-REQUEST-EXIT.
178200     EXIT.
178300
178400*-----------------------------------------------------------------
178500* CHECKPOINT THE REQUEST JUST ANSWERED, SO A RERUN OF THE BATCH
178600* DOES NOT ANSWER IT - OR POST IT - A SECOND TIME.
178700*-----------------------------------------------------------------
178800 7200-WRITE-CHECKPOINT.
178900     MOVE WS-BATCH-ID TO RESTART-BATCH-ID
179000     MOVE WS-CHANNEL  TO RESTART-CHANNEL
179100     MOVE CRQ-SEQ-NO  TO RESTART-SEQ-NO
179200     WRITE RESTART-RECORD.
179300 7200-WRITE-CHECKPOINT-EXIT.
179400     EXIT.
179500
179600*-----------------------------------------------------------------
179700* CLOSE THE RESPONSE FILE WITH ITS TRAILER, PRINT THE RUN
179800* TOTALS AND CLOSE DOWN.
179900*-----------------------------------------------------------------
180000 9999-TERMINATE.
180100     IF WS-RESPONSE-OPEN
180200         MOVE WS-ANSWERED-COUNT TO RST-ANSWERED-COUNT
180300         MOVE WS-ACCEPTED-COUNT TO RST-ACCEPTED-COUNT
180400         MOVE WS-REJECTED-COUNT TO RST-REJECTED-COUNT
180500         WRITE RESPONSE-LINE FROM WS-RESPONSE-TRAILER
180600     END-IF
180700
180800     DISPLAY "CHNLPROC: REQUESTS READ      = " WS-REQUESTS-READ
180900     DISPLAY "CHNLPROC: ALREADY ANSWERED   = "
181000             WS-REQUESTS-SKIPPED
181100     DISPLAY "CHNLPROC: ANSWERED THIS RUN  = "
181200             WS-ANSWERED-COUNT
181300     DISPLAY "CHNLPROC:   ACCEPTED         = "
181400             WS-ACCEPTED-COUNT
181500     DISPLAY "CHNLPROC:   REJECTED         = "
181600             WS-REJECTED-COUNT
181700     DISPLAY "CHNLPROC: TRANSFERS POSTED   = "
181800             WS-TRANSFER-TOTAL
181900
182000     CLOSE REQUEST-FILE
182100     CLOSE RESPONSE-FILE
182200     CLOSE RESTART-FILE
182300     CLOSE ACCOUNT-MASTER
182400     CLOSE PIN-MASTER
182500     CLOSE BENEFICIARY-FILE
182600     CLOSE CHEQUE-BOOK-REGISTER
182700     CLOSE STOP-FILE
182800     CLOSE SECURITY-LOG
182900     CLOSE DEPOSIT-LOG
183000     CLOSE WITHDRAW-LOG.
183100 9999-TERMINATE-EXIT.
183200     EXIT.
