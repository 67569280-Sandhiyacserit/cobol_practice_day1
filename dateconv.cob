000100******************************************************************
000200* PROGRAM      : DATECONV                                        *
000300* DESCRIPTION  : ONE-OFF CONVERSION ONTO FULL CCYYMMDD DATES.    *
000400*                EVERY STORED FILE WHOSE RECORD CARRIES A DATE   *
000500*                IS READ IN ITS OLD LAYOUT AND WRITTEN IN THE    *
000600*                NEW ONE, EACH SIX-DIGIT YYMMDD DATE WIDENED IN  *
000700*                PLACE TO EIGHT DIGITS AND EVERYTHING ELSE       *
000800*                CARRIED ACROSS BYTE FOR BYTE.                   *
000900*                                                                *
001000*                THE CENTURY IS PLACED BY A WINDOW ROUND THE     *
001100*                CURRENT BUSINESS DATE - A YEAR MORE THAN 49     *
001200*                YEARS AHEAD IS TAKEN AS LAST CENTURY, ONE MORE  *
001300*                THAN 50 YEARS BACK AS NEXT CENTURY.  A DATE OF  *
001400*                BIRTH CAN NEVER LIE AHEAD, SO IT IS PLACED IN   *
001500*                THE LATEST CENTURY THAT KEEPS IT IN THE PAST.   *
001600*                ZERO AND BLANK DATES STAY ZERO AND BLANK.       *
001700*                                                                *
001800*                THE OLD FILES ARE ONLY READ.  THE NEW FILES GO  *
001900*                TO SEPARATE DATASETS, AND A CONTROL REPORT      *
002000*                SHOWS FOR EACH FILE THE RECORDS READ AND        *
002100*                WRITTEN AND THE SUM OF ITS YYMMDD DATES BEFORE  *
002200*                (FROM THE OLD RECORD) AND AFTER (THE SAME SIX   *
002300*                DIGITS TAKEN BACK FROM THE NEW RECORD AS        *
002400*                WRITTEN).  ANY DIFFERENCE, OR A DATE THAT IS    *
002500*                NOT NUMERIC, SETS RETURN CODE 8 AND THE NEW     *
002600*                FILES MUST NOT BE PUT INTO SERVICE.             *
002700*                                                                *
002800*                DATES THAT CONVERT BUT LOOK WRONG - A MONTH OR  *
002900*                DAY OUT OF RANGE, OR A MINOR BY DATE OF BIRTH   *
003000*                WITH NO GUARDIAN ON FILE, OR THE REVERSE - GO   *
003100*                TO A SEPARATE EXCEPTION REPORT FOR CORRECTION   *
003200*                THROUGH THE USUAL MAINTENANCE AFTER CUT-OVER.   *
003300*                                                                *
003400*                THE LIVE DEPOSIT AND WITHDRAWAL LOGS ARE NOT    *
003500*                CONVERTED - THE JOB RUNS AFTER LOGARCH HAS      *
003600*                EMPTIED THEM INTO THE ARCHIVES AND REFUSES TO   *
003700*                RUN WHILE EITHER STILL HOLDS A LINE.  DAILY     *
003800*                WORK AND INTERFACE FILES ARE BUILT AFRESH EACH  *
003900*                DAY AND NEED NO CONVERSION.                     *
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. DATECONV.
004300 AUTHOR. S NATARAJAN.
004400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
004500 DATE-WRITTEN. 2026-10-15.
004600 DATE-COMPILED.
004700
004800******************************************************************
004900* MODIFICATION HISTORY                                           *
005000*-----------------------------------------------------------------
005100* DATE       INIT  DESCRIPTION                                   *
005200* 2026-10-15 SN    NEW PROGRAM - CARRIES EVERY STORED FILE ONTO  *
005300*                  FULL CCYYMMDD DATES WITH BEFORE AND AFTER     *
005400*                  CONTROL TOTALS AND AN EXCEPTION REPORT.       *
005500******************************************************************
005600
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT OLD-DATE-CONTROL ASSIGN TO "OPROCDAT"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS OLD-PD-CONTROL-KEY
006400         FILE STATUS IS WS-OPROCDAT-STATUS.
006500
006600     SELECT DATE-CONTROL ASSIGN TO "PROCDATE"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS PD-CONTROL-KEY
007000         FILE STATUS IS WS-PROCDATE-STATUS.
007100
007200     SELECT OLD-ACCOUNT-MASTER ASSIGN TO "OACCMSTR"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS OLD-ACCT-NUMBER
007600         FILE STATUS IS WS-OACCMSTR-STATUS.
007700
007800     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS ACCT-NUMBER
008200         FILE STATUS IS WS-ACCMSTR-STATUS.
008300
008400     SELECT OLD-CUSTOMER-MASTER ASSIGN TO "OCUSTMST"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS OLD-CUST-NUMBER
008800         FILE STATUS IS WS-OCUSTMST-STATUS.
008900
009000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS CUST-NUMBER
009400         ALTERNATE RECORD KEY IS CUST-NAME
009500             WITH DUPLICATES
009600         ALTERNATE RECORD KEY IS CUST-PHONE
009700             WITH DUPLICATES
009800         FILE STATUS IS WS-CUSTMSTR-STATUS.
009900
010000     SELECT OLD-TRANSACTION-HISTORY ASSIGN TO "OTXNHIST"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS SEQUENTIAL
010300         RECORD KEY IS OLD-TXN-KEY
010400         FILE STATUS IS WS-OTXNHIST-STATUS.
010500
010600     SELECT TRANSACTION-HISTORY ASSIGN TO "TXNHIST"
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS DYNAMIC
010900         RECORD KEY IS TXN-KEY
011000         FILE STATUS IS WS-TXNHIST-STATUS.
011100
011200     SELECT OLD-CHEQUE-REGISTER ASSIGN TO "OCHQREG"
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS SEQUENTIAL
011500         RECORD KEY IS OLD-CHQ-KEY
011600         FILE STATUS IS WS-OCHQREG-STATUS.
011700
011800     SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS DYNAMIC
012100         RECORD KEY IS CHQ-KEY
012200         FILE STATUS IS WS-CHQREG-STATUS.
012300
012400     SELECT OLD-HOLD-FILE ASSIGN TO "OHOLDFIL"
012500         ORGANIZATION IS INDEXED
012600         ACCESS MODE IS SEQUENTIAL
012700         RECORD KEY IS OLD-HOLD-KEY
012800         FILE STATUS IS WS-OHOLDFIL-STATUS.
012900
013000     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
013100         ORGANIZATION IS INDEXED
013200         ACCESS MODE IS DYNAMIC
013300         RECORD KEY IS HOLD-KEY
013400         FILE STATUS IS WS-HOLDFILE-STATUS.
013500
013600     SELECT OLD-LOAN-MASTER ASSIGN TO "OLOANMST"
013700         ORGANIZATION IS INDEXED
013800         ACCESS MODE IS SEQUENTIAL
013900         RECORD KEY IS OLD-LOAN-NUMBER
014000         FILE STATUS IS WS-OLOANMST-STATUS.
014100
014200     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
014300         ORGANIZATION IS INDEXED
014400         ACCESS MODE IS DYNAMIC
014500         RECORD KEY IS LOAN-NUMBER
014600         FILE STATUS IS WS-LOANMSTR-STATUS.
014700
014800     SELECT OLD-DD-REGISTER ASSIGN TO "ODDREG"
014900         ORGANIZATION IS INDEXED
015000         ACCESS MODE IS SEQUENTIAL
015100         RECORD KEY IS OLD-DD-SERIAL-NO
015200         FILE STATUS IS WS-ODDREG-STATUS.
015300
015400     SELECT DD-REGISTER ASSIGN TO "DDREG"
015500         ORGANIZATION IS INDEXED
015600         ACCESS MODE IS DYNAMIC
015700         RECORD KEY IS DD-SERIAL-NO
015800         FILE STATUS IS WS-DDREG-STATUS.
015900
016000     SELECT OLD-REMIT-REGISTER ASSIGN TO "OORMFILE"
016100         ORGANIZATION IS INDEXED
016200         ACCESS MODE IS SEQUENTIAL
016300         RECORD KEY IS OLD-ORM-TXN-REF
016400         FILE STATUS IS WS-OORMFILE-STATUS.
016500
016600     SELECT REMIT-REGISTER ASSIGN TO "ORMFILE"
016700         ORGANIZATION IS INDEXED
016800         ACCESS MODE IS DYNAMIC
016900         RECORD KEY IS ORM-TXN-REF
017000         FILE STATUS IS WS-ORMFILE-STATUS.
017100
017200     SELECT OLD-STANDING-INSTR ASSIGN TO "OSTDINST"
017300         ORGANIZATION IS INDEXED
017400         ACCESS MODE IS SEQUENTIAL
017500         RECORD KEY IS OLD-SI-KEY
017600         FILE STATUS IS WS-OSTDINST-STATUS.
017700
017800     SELECT STANDING-INSTR ASSIGN TO "STDINSTR"
017900         ORGANIZATION IS INDEXED
018000         ACCESS MODE IS DYNAMIC
018100         RECORD KEY IS SI-KEY
018200         FILE STATUS IS WS-STDINSTR-STATUS.
018300
018400     SELECT OLD-ATM-CASE-FILE ASSIGN TO "OATMCASE"
018500         ORGANIZATION IS INDEXED
018600         ACCESS MODE IS SEQUENTIAL
018700         RECORD KEY IS OLD-CASE-NUMBER
018800         FILE STATUS IS WS-OATMCASE-STATUS.
018900
019000     SELECT ATM-CASE-FILE ASSIGN TO "ATMCASE"
019100         ORGANIZATION IS INDEXED
019200         ACCESS MODE IS DYNAMIC
019300         RECORD KEY IS CASE-NUMBER
019400         FILE STATUS IS WS-ATMCASE-STATUS.
019500
019600     SELECT OLD-BENEFICIARY-FILE ASSIGN TO "OBENFILE"
019700         ORGANIZATION IS INDEXED
019800         ACCESS MODE IS SEQUENTIAL
019900         RECORD KEY IS OLD-BEN-KEY
020000         FILE STATUS IS WS-OBENFILE-STATUS.
020100
020200     SELECT BENEFICIARY-FILE ASSIGN TO "BENFILE"
020300         ORGANIZATION IS INDEXED
020400         ACCESS MODE IS DYNAMIC
020500         RECORD KEY IS BEN-KEY
020600         FILE STATUS IS WS-BENFILE-STATUS.
020700
020800     SELECT OLD-CARD-FILE ASSIGN TO "OCARDFIL"
020900         ORGANIZATION IS INDEXED
021000         ACCESS MODE IS SEQUENTIAL
021100         RECORD KEY IS OLD-CARD-NUMBER
021200         FILE STATUS IS WS-OCARDFIL-STATUS.
021300
021400     SELECT CARD-FILE ASSIGN TO "CARDFILE"
021500         ORGANIZATION IS INDEXED
021600         ACCESS MODE IS DYNAMIC
021700         RECORD KEY IS CARD-NUMBER
021800         FILE STATUS IS WS-CARDFILE-STATUS.
021900
022000     SELECT OLD-CHEQUE-BOOK-REGISTER ASSIGN TO "OCHQBKRG"
022100         ORGANIZATION IS INDEXED
022200         ACCESS MODE IS SEQUENTIAL
022300         RECORD KEY IS OLD-CHQBK-KEY
022400         FILE STATUS IS WS-OCHQBKRG-STATUS.
022500
022600     SELECT CHEQUE-BOOK-REGISTER ASSIGN TO "CHQBKREG"
022700         ORGANIZATION IS INDEXED
022800         ACCESS MODE IS DYNAMIC
022900         RECORD KEY IS CHQBK-KEY
023000         FILE STATUS IS WS-CHQBKREG-STATUS.
023100
023200     SELECT OLD-FREEZE-FILE ASSIGN TO "OFRZFILE"
023300         ORGANIZATION IS INDEXED
023400         ACCESS MODE IS SEQUENTIAL
023500         RECORD KEY IS OLD-FRZ-KEY
023600         FILE STATUS IS WS-OFRZFILE-STATUS.
023700
023800     SELECT FREEZE-FILE ASSIGN TO "FRZFILE"
023900         ORGANIZATION IS INDEXED
024000         ACCESS MODE IS DYNAMIC
024100         RECORD KEY IS FRZ-KEY
024200         FILE STATUS IS WS-FRZFILE-STATUS.
024300
024400     SELECT OLD-FX-RATE-FILE ASSIGN TO "OFXRATES"
024500         ORGANIZATION IS INDEXED
024600         ACCESS MODE IS SEQUENTIAL
024700         RECORD KEY IS OLD-FX-KEY
024800         FILE STATUS IS WS-OFXRATES-STATUS.
024900
025000     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
025100         ORGANIZATION IS INDEXED
025200         ACCESS MODE IS DYNAMIC
025300         RECORD KEY IS FX-KEY
025400         FILE STATUS IS WS-FXRATES-STATUS.
025500
025600     SELECT OLD-HOLIDAY-FILE ASSIGN TO "OHOLIDAY"
025700         ORGANIZATION IS INDEXED
025800         ACCESS MODE IS SEQUENTIAL
025900         RECORD KEY IS OLD-HOL-DATE
026000         FILE STATUS IS WS-OHOLIDAY-STATUS.
026100
026200     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
026300         ORGANIZATION IS INDEXED
026400         ACCESS MODE IS DYNAMIC
026500         RECORD KEY IS HOL-DATE
026600         FILE STATUS IS WS-HOLIDAYS-STATUS.
026700
026800     SELECT OLD-KYC-FILE ASSIGN TO "OKYCFILE"
026900         ORGANIZATION IS INDEXED
027000         ACCESS MODE IS SEQUENTIAL
027100         RECORD KEY IS OLD-KYC-CUST-NUMBER
027200         FILE STATUS IS WS-OKYCFILE-STATUS.
027300
027400     SELECT KYC-FILE ASSIGN TO "KYCFILE"
027500         ORGANIZATION IS INDEXED
027600         ACCESS MODE IS DYNAMIC
027700         RECORD KEY IS KYC-CUST-NUMBER
027800         FILE STATUS IS WS-KYCFILE-STATUS.
027900
028000     SELECT OLD-LOCKER-ALLOT-FILE ASSIGN TO "OLOCKALT"
028100         ORGANIZATION IS INDEXED
028200         ACCESS MODE IS SEQUENTIAL
028300         RECORD KEY IS OLD-ALT-NUMBER
028400         FILE STATUS IS WS-OLOCKALT-STATUS.
028500
028600     SELECT LOCKER-ALLOT-FILE ASSIGN TO "LOCKALOT"
028700         ORGANIZATION IS INDEXED
028800         ACCESS MODE IS DYNAMIC
028900         RECORD KEY IS ALT-NUMBER
029000         FILE STATUS IS WS-LOCKALOT-STATUS.
029100
029200     SELECT OLD-LOCKER-MASTER ASSIGN TO "OLOCKMST"
029300         ORGANIZATION IS INDEXED
029400         ACCESS MODE IS SEQUENTIAL
029500         RECORD KEY IS OLD-LKR-KEY
029600         FILE STATUS IS WS-OLOCKMST-STATUS.
029700
029800     SELECT LOCKER-MASTER ASSIGN TO "LOCKMSTR"
029900         ORGANIZATION IS INDEXED
030000         ACCESS MODE IS DYNAMIC
030100         RECORD KEY IS LKR-KEY
030200         FILE STATUS IS WS-LOCKMSTR-STATUS.
030300
030400     SELECT OLD-NOMINEE-FILE ASSIGN TO "ONOMFILE"
030500         ORGANIZATION IS INDEXED
030600         ACCESS MODE IS SEQUENTIAL
030700         RECORD KEY IS OLD-NOM-KEY
030800         FILE STATUS IS WS-ONOMFILE-STATUS.
030900
031000     SELECT NOMINEE-FILE ASSIGN TO "NOMFILE"
031100         ORGANIZATION IS INDEXED
031200         ACCESS MODE IS DYNAMIC
031300         RECORD KEY IS NOM-KEY
031400         FILE STATUS IS WS-NOMFILE-STATUS.
031500
031600     SELECT OLD-PENDING-FILE ASSIGN TO "OPENDFIL"
031700         ORGANIZATION IS INDEXED
031800         ACCESS MODE IS SEQUENTIAL
031900         RECORD KEY IS OLD-PND-ID
032000         FILE STATUS IS WS-OPENDFIL-STATUS.
032100
032200     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
032300         ORGANIZATION IS INDEXED
032400         ACCESS MODE IS DYNAMIC
032500         RECORD KEY IS PND-ID
032600         FILE STATUS IS WS-PENDFILE-STATUS.
032700
032800     SELECT OLD-PRODUCT-MASTER ASSIGN TO "OPRODMST"
032900         ORGANIZATION IS INDEXED
033000         ACCESS MODE IS SEQUENTIAL
033100         RECORD KEY IS OLD-PRD-CODE
033200         FILE STATUS IS WS-OPRODMST-STATUS.
033300
033400     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
033500         ORGANIZATION IS INDEXED
033600         ACCESS MODE IS DYNAMIC
033700         RECORD KEY IS PRD-CODE
033800         FILE STATUS IS WS-PRODMSTR-STATUS.
033900
034000     SELECT OLD-RATE-FILE ASSIGN TO "ORATEFIL"
034100         ORGANIZATION IS INDEXED
034200         ACCESS MODE IS SEQUENTIAL
034300         RECORD KEY IS OLD-RATE-EFF-DATE
034400         FILE STATUS IS WS-ORATEFIL-STATUS.
034500
034600     SELECT RATE-FILE ASSIGN TO "RATEFILE"
034700         ORGANIZATION IS INDEXED
034800         ACCESS MODE IS DYNAMIC
034900         RECORD KEY IS RATE-EFF-DATE
035000         FILE STATUS IS WS-RATEFILE-STATUS.
035100
035200     SELECT OLD-RD-INSTALLMENT-FILE ASSIGN TO "ORDLFILE"
035300         ORGANIZATION IS INDEXED
035400         ACCESS MODE IS SEQUENTIAL
035500         RECORD KEY IS OLD-RDI-KEY
035600         FILE STATUS IS WS-ORDLFILE-STATUS.
035700
035800     SELECT RD-INSTALLMENT-FILE ASSIGN TO "RDLFILE"
035900         ORGANIZATION IS INDEXED
036000         ACCESS MODE IS DYNAMIC
036100         RECORD KEY IS RDI-KEY
036200         FILE STATUS IS WS-RDLFILE-STATUS.
036300
036400     SELECT OLD-ENROLMENT-FILE ASSIGN TO "OSTMTENR"
036500         ORGANIZATION IS INDEXED
036600         ACCESS MODE IS SEQUENTIAL
036700         RECORD KEY IS OLD-ENR-ACCT-NUMBER
036800         FILE STATUS IS WS-OSTMTENR-STATUS.
036900
037000     SELECT ENROLMENT-FILE ASSIGN TO "STMTENR"
037100         ORGANIZATION IS INDEXED
037200         ACCESS MODE IS DYNAMIC
037300         RECORD KEY IS ENR-ACCT-NUMBER
037400         FILE STATUS IS WS-STMTENR-STATUS.
037500
037600     SELECT OLD-STOP-FILE ASSIGN TO "OSTOPFIL"
037700         ORGANIZATION IS INDEXED
037800         ACCESS MODE IS SEQUENTIAL
037900         RECORD KEY IS OLD-STOP-KEY
038000         FILE STATUS IS WS-OSTOPFIL-STATUS.
038100
038200     SELECT STOP-FILE ASSIGN TO "STOPFILE"
038300         ORGANIZATION IS INDEXED
038400         ACCESS MODE IS DYNAMIC
038500         RECORD KEY IS STOP-KEY
038600         FILE STATUS IS WS-STOPFILE-STATUS.
038700
038800     SELECT OLD-TILL-FILE ASSIGN TO "OTILLFIL"
038900         ORGANIZATION IS INDEXED
039000         ACCESS MODE IS SEQUENTIAL
039100         RECORD KEY IS OLD-TILL-OPR-ID
039200         FILE STATUS IS WS-OTILLFIL-STATUS.
039300
039400     SELECT TILL-FILE ASSIGN TO "TILLFILE"
039500         ORGANIZATION IS INDEXED
039600         ACCESS MODE IS DYNAMIC
039700         RECORD KEY IS TILL-OPR-ID
039800         FILE STATUS IS WS-TILLFILE-STATUS.
039900
040000     SELECT OLD-VAULT-FILE ASSIGN TO "OVAULTFL"
040100         ORGANIZATION IS INDEXED
040200         ACCESS MODE IS SEQUENTIAL
040300         RECORD KEY IS OLD-VAULT-BRANCH-CODE
040400         FILE STATUS IS WS-OVAULTFL-STATUS.
040500
040600     SELECT VAULT-FILE ASSIGN TO "VAULTFIL"
040700         ORGANIZATION IS INDEXED
040800         ACCESS MODE IS DYNAMIC
040900         RECORD KEY IS VAULT-BRANCH-CODE
041000         FILE STATUS IS WS-VAULTFIL-STATUS.
041100
041200     SELECT OLD-WATCHQUEUE-FILE ASSIGN TO "OWLQFILE"
041300         ORGANIZATION IS INDEXED
041400         ACCESS MODE IS SEQUENTIAL
041500         RECORD KEY IS OLD-WLQ-CUST-NUMBER
041600         FILE STATUS IS WS-OWLQFILE-STATUS.
041700
041800     SELECT WATCHQUEUE-FILE ASSIGN TO "WLQFILE"
041900         ORGANIZATION IS INDEXED
042000         ACCESS MODE IS DYNAMIC
042100         RECORD KEY IS WLQ-CUST-NUMBER
042200         FILE STATUS IS WS-WLQFILE-STATUS.
042300
042400     SELECT OLD-LOCK-FILE ASSIGN TO "OACCTLCK"
042500         ORGANIZATION IS INDEXED
042600         ACCESS MODE IS SEQUENTIAL
042700         RECORD KEY IS OLD-ALK-ACCT-NUMBER
042800         FILE STATUS IS WS-OACCTLCK-STATUS.
042900
043000     SELECT LOCK-FILE ASSIGN TO "ACCTLOCK"
043100         ORGANIZATION IS INDEXED
043200         ACCESS MODE IS DYNAMIC
043300         RECORD KEY IS ALK-ACCT-NUMBER
043400         FILE STATUS IS WS-ACCTLOCK-STATUS.
043500
043600     SELECT OLD-CLAIMS-REGISTER ASSIGN TO "OCLMFILE"
043700         ORGANIZATION IS INDEXED
043800         ACCESS MODE IS SEQUENTIAL
043900         RECORD KEY IS OLD-CLM-ACCT-NUMBER
044000         FILE STATUS IS WS-OCLMFILE-STATUS.
044100
044200     SELECT CLAIMS-REGISTER ASSIGN TO "CLMFILE"
044300         ORGANIZATION IS INDEXED
044400         ACCESS MODE IS DYNAMIC
044500         RECORD KEY IS CLM-ACCT-NUMBER
044600         FILE STATUS IS WS-CLMFILE-STATUS.
044700
044800     SELECT OLD-JOB-CONTROL ASSIGN TO "OEODCTL"
044900         ORGANIZATION IS INDEXED
045000         ACCESS MODE IS SEQUENTIAL
045100         RECORD KEY IS OLD-EODC-KEY
045200         FILE STATUS IS WS-OEODCTL-STATUS.
045300
045400     SELECT JOB-CONTROL ASSIGN TO "EODCTL"
045500         ORGANIZATION IS INDEXED
045600         ACCESS MODE IS DYNAMIC
045700         RECORD KEY IS EODC-KEY
045800         FILE STATUS IS WS-EODCTL-STATUS.
045900
046000     SELECT OLD-CLASS-FILE ASSIGN TO "OLOANCLS"
046100         ORGANIZATION IS INDEXED
046200         ACCESS MODE IS SEQUENTIAL
046300         RECORD KEY IS OLD-CLS-LOAN-NUMBER
046400         FILE STATUS IS WS-OLOANCLS-STATUS.
046500
046600     SELECT CLASS-FILE ASSIGN TO "LOANCLS"
046700         ORGANIZATION IS INDEXED
046800         ACCESS MODE IS DYNAMIC
046900         RECORD KEY IS CLS-LOAN-NUMBER
047000         FILE STATUS IS WS-LOANCLS-STATUS.
047100
047200     SELECT OLD-POSITION-FILE ASSIGN TO "OPBPOS"
047300         ORGANIZATION IS INDEXED
047400         ACCESS MODE IS SEQUENTIAL
047500         RECORD KEY IS OLD-PB-ACCT-NUMBER
047600         FILE STATUS IS WS-OPBPOS-STATUS.
047700
047800     SELECT POSITION-FILE ASSIGN TO "PBPOS"
047900         ORGANIZATION IS INDEXED
048000         ACCESS MODE IS DYNAMIC
048100         RECORD KEY IS PB-ACCT-NUMBER
048200         FILE STATUS IS WS-PBPOS-STATUS.
048300
048400     SELECT OLD-REPORT-REPOSITORY ASSIGN TO "ORPTREPO"
048500         ORGANIZATION IS INDEXED
048600         ACCESS MODE IS SEQUENTIAL
048700         RECORD KEY IS OLD-RPO-KEY
048800         FILE STATUS IS WS-ORPTREPO-STATUS.
048900
049000     SELECT REPORT-REPOSITORY ASSIGN TO "RPTREPO"
049100         ORGANIZATION IS INDEXED
049200         ACCESS MODE IS DYNAMIC
049300         RECORD KEY IS RPO-KEY
049400         FILE STATUS IS WS-RPTREPO-STATUS.
049500
049600     SELECT OLD-DEPOSIT-ARCHIVE ASSIGN TO "ODEPARCH"
049700         ORGANIZATION IS LINE SEQUENTIAL
049800         FILE STATUS IS WS-ODEPARCH-STATUS.
049900
050000     SELECT DEPOSIT-ARCHIVE ASSIGN TO "DEPARCH"
050100         ORGANIZATION IS LINE SEQUENTIAL
050200         FILE STATUS IS WS-DEPARCH-STATUS.
050300
050400     SELECT OLD-WITHDRAW-ARCHIVE ASSIGN TO "OWDARCH"
050500         ORGANIZATION IS LINE SEQUENTIAL
050600         FILE STATUS IS WS-OWDARCH-STATUS.
050700
050800     SELECT WITHDRAW-ARCHIVE ASSIGN TO "WDARCH"
050900         ORGANIZATION IS LINE SEQUENTIAL
051000         FILE STATUS IS WS-WDARCH-STATUS.
051100
051200     SELECT OLD-COMPLIANCE-LOG ASSIGN TO "OWDCOMPL"
051300         ORGANIZATION IS LINE SEQUENTIAL
051400         FILE STATUS IS WS-OWDCOMPL-STATUS.
051500
051600     SELECT COMPLIANCE-LOG ASSIGN TO "WDCOMPLY"
051700         ORGANIZATION IS LINE SEQUENTIAL
051800         FILE STATUS IS WS-WDCOMPLY-STATUS.
051900
052000     SELECT OLD-SNAPSHOT-FILE ASSIGN TO "OACCSNAP"
052100         ORGANIZATION IS LINE SEQUENTIAL
052200         FILE STATUS IS WS-OACCSNAP-STATUS.
052300
052400     SELECT SNAPSHOT-FILE ASSIGN TO "ACCSNAP"
052500         ORGANIZATION IS LINE SEQUENTIAL
052600         FILE STATUS IS WS-ACCSNAP-STATUS.
052700
052800     SELECT OLD-UNCLAIMED-LEDGER ASSIGN TO "OUNCLFND"
052900         ORGANIZATION IS LINE SEQUENTIAL
053000         FILE STATUS IS WS-OUNCLFND-STATUS.
053100
053200     SELECT UNCLAIMED-LEDGER ASSIGN TO "UNCLFUND"
053300         ORGANIZATION IS LINE SEQUENTIAL
053400         FILE STATUS IS WS-UNCLFUND-STATUS.
053500
053600     SELECT OLD-TAX-LEDGER ASSIGN TO "OTAXLEDG"
053700         ORGANIZATION IS LINE SEQUENTIAL
053800         FILE STATUS IS WS-OTAXLEDG-STATUS.
053900
054000     SELECT TAX-LEDGER ASSIGN TO "TAXLEDGR"
054100         ORGANIZATION IS LINE SEQUENTIAL
054200         FILE STATUS IS WS-TAXLEDGR-STATUS.
054300
054400     SELECT OLD-SETTLEMENT-REGISTER ASSIGN TO "ODSETREG"
054500         ORGANIZATION IS LINE SEQUENTIAL
054600         FILE STATUS IS WS-ODSETREG-STATUS.
054700
054800     SELECT SETTLEMENT-REGISTER ASSIGN TO "DSETREG"
054900         ORGANIZATION IS LINE SEQUENTIAL
055000         FILE STATUS IS WS-DSETREG-STATUS.
055100
055200     SELECT OLD-CLOSURE-REGISTER ASSIGN TO "OCLOSREG"
055300         ORGANIZATION IS LINE SEQUENTIAL
055400         FILE STATUS IS WS-OCLOSREG-STATUS.
055500
055600     SELECT CLOSURE-REGISTER ASSIGN TO "CLOSEREG"
055700         ORGANIZATION IS LINE SEQUENTIAL
055800         FILE STATUS IS WS-CLOSEREG-STATUS.
055900
056000     SELECT OLD-MAINT-JOURNAL ASSIGN TO "OMNTJRNL"
056100         ORGANIZATION IS LINE SEQUENTIAL
056200         FILE STATUS IS WS-OMNTJRNL-STATUS.
056300
056400     SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
056500         ORGANIZATION IS LINE SEQUENTIAL
056600         FILE STATUS IS WS-MNTJRNL-STATUS.
056700
056800     SELECT OLD-SECURITY-LOG ASSIGN TO "OPINLOG"
056900         ORGANIZATION IS LINE SEQUENTIAL
057000         FILE STATUS IS WS-OPINLOG-STATUS.
057100
057200     SELECT SECURITY-LOG ASSIGN TO "PINLOG"
057300         ORGANIZATION IS LINE SEQUENTIAL
057400         FILE STATUS IS WS-PINLOG-STATUS.
057500
057600     SELECT CUSTOMER-LINK ASSIGN TO "CUSTLINK"
057700         ORGANIZATION IS INDEXED
057800         ACCESS MODE IS SEQUENTIAL
057900         RECORD KEY IS LINK-KEY
058000         FILE STATUS IS WS-CUSTLINK-STATUS.
058100
058200     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
058300         ORGANIZATION IS LINE SEQUENTIAL
058400         FILE STATUS IS WS-DEPLOG-STATUS.
058500
058600     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
058700         ORGANIZATION IS LINE SEQUENTIAL
058800         FILE STATUS IS WS-WDLOG-STATUS.
058900
059000     SELECT CONTROL-REPORT ASSIGN TO "DATECONR"
059100         ORGANIZATION IS LINE SEQUENTIAL
059200         FILE STATUS IS WS-REPORT-STATUS.
059300
059400     SELECT EXCEPTION-REPORT ASSIGN TO "DATECONX"
059500         ORGANIZATION IS LINE SEQUENTIAL
059600         FILE STATUS IS WS-EXCEPT-STATUS.
059700
059800 DATA DIVISION.
059900 FILE SECTION.
060000*    OLD LAYOUTS - ONLY THE KEY IS NAMED, THE REST IS CARRIED AS
060100*    ONE IMAGE AND WIDENED BY THE FIELD MAPS IN WORKING STORAGE.
060200 FD  OLD-DATE-CONTROL
060300     LABEL RECORDS ARE STANDARD.
060400 01  OLD-DATE-CONTROL-RECORD.
060500     05  OLD-PD-CONTROL-KEY   PIC X(06).
060600     05  FILLER               PIC X(06).
060700
060800 FD  DATE-CONTROL
060900     LABEL RECORDS ARE STANDARD.
061000 01  DATE-CONTROL-RECORD.
061100     05  PD-CONTROL-KEY       PIC X(06).
061200     05  PD-BUSINESS-DATE     PIC 9(08).
061300
061400 FD  OLD-ACCOUNT-MASTER
061500     LABEL RECORDS ARE STANDARD.
061600 01  OLD-ACCOUNT-RECORD.
061700     05  OLD-ACCT-NUMBER      PIC 9(06).
061800     05  FILLER               PIC X(117).
061900
062000 FD  ACCOUNT-MASTER
062100     LABEL RECORDS ARE STANDARD.
062200     COPY ACCTREC.
062300
062400 FD  OLD-CUSTOMER-MASTER
062500     LABEL RECORDS ARE STANDARD.
062600 01  OLD-CUSTOMER-RECORD.
062700     05  OLD-CUST-NUMBER      PIC 9(06).
062800     05  FILLER               PIC X(93).
062900
063000 FD  CUSTOMER-MASTER
063100     LABEL RECORDS ARE STANDARD.
063200     COPY CUSTREC.
063300
063400 FD  OLD-TRANSACTION-HISTORY
063500     LABEL RECORDS ARE STANDARD.
063600 01  OLD-TXN-RECORD.
063700     05  OLD-TXN-KEY          PIC X(20).
063800     05  FILLER               PIC X(33).
063900
064000 FD  TRANSACTION-HISTORY
064100     LABEL RECORDS ARE STANDARD.
064200     COPY TXNREC.
064300
064400 FD  OLD-CHEQUE-REGISTER
064500     LABEL RECORDS ARE STANDARD.
064600 01  OLD-CHEQUE-RECORD.
064700     05  OLD-CHQ-KEY          PIC X(12).
064800     05  FILLER               PIC X(46).
064900
065000 FD  CHEQUE-REGISTER
065100     LABEL RECORDS ARE STANDARD.
065200     COPY CHQREC.
065300
065400 FD  OLD-HOLD-FILE
065500     LABEL RECORDS ARE STANDARD.
065600 01  OLD-HOLD-RECORD.
065700     05  OLD-HOLD-KEY         PIC X(09).
065800     05  FILLER               PIC X(36).
065900
066000 FD  HOLD-FILE
066100     LABEL RECORDS ARE STANDARD.
066200     COPY HOLDREC.
066300
066400 FD  OLD-LOAN-MASTER
066500     LABEL RECORDS ARE STANDARD.
066600 01  OLD-LOAN-RECORD.
066700     05  OLD-LOAN-NUMBER      PIC 9(06).
066800     05  FILLER               PIC X(60).
066900
067000 FD  LOAN-MASTER
067100     LABEL RECORDS ARE STANDARD.
067200     COPY LOANREC.
067300
067400 FD  OLD-DD-REGISTER
067500     LABEL RECORDS ARE STANDARD.
067600 01  OLD-DD-RECORD.
067700     05  OLD-DD-SERIAL-NO     PIC 9(10).
067800     05  FILLER               PIC X(138).
067900
068000 FD  DD-REGISTER
068100     LABEL RECORDS ARE STANDARD.
068200     COPY DDREC.
068300
068400 FD  OLD-REMIT-REGISTER
068500     LABEL RECORDS ARE STANDARD.
068600 01  OLD-REMIT-RECORD.
068700     05  OLD-ORM-TXN-REF      PIC 9(10).
068800     05  FILLER               PIC X(97).
068900
069000 FD  REMIT-REGISTER
069100     LABEL RECORDS ARE STANDARD.
069200     COPY ORMREC.
069300
069400 FD  OLD-STANDING-INSTR
069500     LABEL RECORDS ARE STANDARD.
069600 01  OLD-STANDING-INSTRUCTION-RECORD.
069700     05  OLD-SI-KEY           PIC X(08).
069800     05  FILLER               PIC X(22).
069900
070000 FD  STANDING-INSTR
070100     LABEL RECORDS ARE STANDARD.
070200     COPY SIREC.
070300
070400 FD  OLD-ATM-CASE-FILE
070500     LABEL RECORDS ARE STANDARD.
070600 01  OLD-ATM-CASE-RECORD.
070700     05  OLD-CASE-NUMBER      PIC 9(10).
070800     05  FILLER               PIC X(95).
070900
071000 FD  ATM-CASE-FILE
071100     LABEL RECORDS ARE STANDARD.
071200     COPY ATMCREC.
071300
071400 FD  OLD-BENEFICIARY-FILE
071500     LABEL RECORDS ARE STANDARD.
071600 01  OLD-BENEFICIARY-RECORD.
071700     05  OLD-BEN-KEY          PIC X(12).
071800     05  FILLER               PIC X(11).
071900
072000 FD  BENEFICIARY-FILE
072100     LABEL RECORDS ARE STANDARD.
072200     COPY BENREC.
072300
072400 FD  OLD-CARD-FILE
072500     LABEL RECORDS ARE STANDARD.
072600 01  OLD-CARD-RECORD.
072700     05  OLD-CARD-NUMBER      PIC 9(16).
072800     05  FILLER               PIC X(84).
072900
073000 FD  CARD-FILE
073100     LABEL RECORDS ARE STANDARD.
073200     COPY CARDREC.
073300
073400 FD  OLD-CHEQUE-BOOK-REGISTER
073500     LABEL RECORDS ARE STANDARD.
073600 01  OLD-CHEQUE-BOOK-RECORD.
073700     05  OLD-CHQBK-KEY        PIC X(12).
073800     05  FILLER               PIC X(16).
073900
074000 FD  CHEQUE-BOOK-REGISTER
074100     LABEL RECORDS ARE STANDARD.
074200     COPY CHQBKREC.
074300
074400 FD  OLD-FREEZE-FILE
074500     LABEL RECORDS ARE STANDARD.
074600 01  OLD-FREEZE-RECORD.
074700     05  OLD-FRZ-KEY          PIC X(09).
074800     05  FILLER               PIC X(42).
074900
075000 FD  FREEZE-FILE
075100     LABEL RECORDS ARE STANDARD.
075200     COPY FRZREC.
075300
075400 FD  OLD-FX-RATE-FILE
075500     LABEL RECORDS ARE STANDARD.
075600 01  OLD-FX-RECORD.
075700     05  OLD-FX-KEY           PIC X(09).
075800     05  FILLER               PIC X(14).
075900
076000 FD  FX-RATE-FILE
076100     LABEL RECORDS ARE STANDARD.
076200     COPY FXREC.
076300
076400 FD  OLD-HOLIDAY-FILE
076500     LABEL RECORDS ARE STANDARD.
076600 01  OLD-HOLIDAY-RECORD.
076700     05  OLD-HOL-DATE         PIC 9(06).
076800     05  FILLER               PIC X(20).
076900
077000 FD  HOLIDAY-FILE
077100     LABEL RECORDS ARE STANDARD.
077200     COPY HOLREC.
077300
077400 FD  OLD-KYC-FILE
077500     LABEL RECORDS ARE STANDARD.
077600 01  OLD-KYC-RECORD.
077700     05  OLD-KYC-CUST-NUMBER  PIC 9(06).
077800     05  FILLER               PIC X(42).
077900
078000 FD  KYC-FILE
078100     LABEL RECORDS ARE STANDARD.
078200     COPY KYCREC.
078300
078400 FD  OLD-LOCKER-ALLOT-FILE
078500     LABEL RECORDS ARE STANDARD.
078600 01  OLD-LOCKER-ALLOT-RECORD.
078700     05  OLD-ALT-NUMBER       PIC 9(10).
078800     05  FILLER               PIC X(77).
078900
079000 FD  LOCKER-ALLOT-FILE
079100     LABEL RECORDS ARE STANDARD.
079200     COPY LKALREC.
079300
079400 FD  OLD-LOCKER-MASTER
079500     LABEL RECORDS ARE STANDARD.
079600 01  OLD-LOCKER-RECORD.
079700     05  OLD-LKR-KEY          PIC X(07).
079800     05  FILLER               PIC X(32).
079900
080000 FD  LOCKER-MASTER
080100     LABEL RECORDS ARE STANDARD.
080200     COPY LOCKREC.
080300
080400 FD  OLD-NOMINEE-FILE
080500     LABEL RECORDS ARE STANDARD.
080600 01  OLD-NOMINEE-RECORD.
080700     05  OLD-NOM-KEY          PIC X(08).
080800     05  FILLER               PIC X(58).
080900
081000 FD  NOMINEE-FILE
081100     LABEL RECORDS ARE STANDARD.
081200     COPY NOMREC.
081300
081400 FD  OLD-PENDING-FILE
081500     LABEL RECORDS ARE STANDARD.
081600 01  OLD-PENDING-RECORD.
081700     05  OLD-PND-ID           PIC 9(06).
081800     05  FILLER               PIC X(68).
081900
082000 FD  PENDING-FILE
082100     LABEL RECORDS ARE STANDARD.
082200     COPY PNDREC.
082300
082400 FD  OLD-PRODUCT-MASTER
082500     LABEL RECORDS ARE STANDARD.
082600 01  OLD-PRODUCT-RECORD.
082700     05  OLD-PRD-CODE         PIC X(04).
082800     05  FILLER               PIC X(52).
082900
083000 FD  PRODUCT-MASTER
083100     LABEL RECORDS ARE STANDARD.
083200     COPY PRODREC.
083300
083400 FD  OLD-RATE-FILE
083500     LABEL RECORDS ARE STANDARD.
083600 01  OLD-RATE-RECORD.
083700     05  OLD-RATE-EFF-DATE    PIC 9(06).
083800     05  FILLER               PIC X(33).
083900
084000 FD  RATE-FILE
084100     LABEL RECORDS ARE STANDARD.
084200     COPY RATEREC.
084300
084400 FD  OLD-RD-INSTALLMENT-FILE
084500     LABEL RECORDS ARE STANDARD.
084600 01  OLD-RD-INSTALLMENT-RECORD.
084700     05  OLD-RDI-KEY          PIC X(09).
084800     05  FILLER               PIC X(24).
084900
085000 FD  RD-INSTALLMENT-FILE
085100     LABEL RECORDS ARE STANDARD.
085200     COPY RDIREC.
085300
085400 FD  OLD-ENROLMENT-FILE
085500     LABEL RECORDS ARE STANDARD.
085600 01  OLD-ENROLMENT-RECORD.
085700     05  OLD-ENR-ACCT-NUMBER  PIC 9(06).
085800     05  FILLER               PIC X(11).
085900
086000 FD  ENROLMENT-FILE
086100     LABEL RECORDS ARE STANDARD.
086200     COPY STMENREC.
086300
086400 FD  OLD-STOP-FILE
086500     LABEL RECORDS ARE STANDARD.
086600 01  OLD-STOP-RECORD.
086700     05  OLD-STOP-KEY         PIC X(09).
086800     05  FILLER               PIC X(43).
086900
087000 FD  STOP-FILE
087100     LABEL RECORDS ARE STANDARD.
087200     COPY STOPREC.
087300
087400 FD  OLD-TILL-FILE
087500     LABEL RECORDS ARE STANDARD.
087600 01  OLD-TILL-RECORD.
087700     05  OLD-TILL-OPR-ID      PIC 9(04).
087800     05  FILLER               PIC X(59).
087900
088000 FD  TILL-FILE
088100     LABEL RECORDS ARE STANDARD.
088200     COPY TILLREC.
088300
088400 FD  OLD-VAULT-FILE
088500     LABEL RECORDS ARE STANDARD.
088600 01  OLD-VAULT-RECORD.
088700     05  OLD-VAULT-BRANCH-CODE PIC 9(03).
088800     05  FILLER               PIC X(57).
088900
089000 FD  VAULT-FILE
089100     LABEL RECORDS ARE STANDARD.
089200     COPY VAULTREC.
089300
089400 FD  OLD-WATCHQUEUE-FILE
089500     LABEL RECORDS ARE STANDARD.
089600 01  OLD-WATCHQUEUE-RECORD.
089700     05  OLD-WLQ-CUST-NUMBER  PIC 9(06).
089800     05  FILLER               PIC X(41).
089900
090000 FD  WATCHQUEUE-FILE
090100     LABEL RECORDS ARE STANDARD.
090200     COPY WLQREC.
090300
090400 FD  OLD-LOCK-FILE
090500     LABEL RECORDS ARE STANDARD.
090600 01  OLD-LOCK-RECORD.
090700     05  OLD-ALK-ACCT-NUMBER  PIC 9(06).
090800     05  FILLER               PIC X(18).
090900
091000 FD  LOCK-FILE
091100     LABEL RECORDS ARE STANDARD.
091200 01  LOCK-RECORD.
091300     05  ALK-ACCT-NUMBER      PIC 9(06).
091400     05  ALK-HOLDER-OPR       PIC 9(04).
091500     05  ALK-LOCK-DATE        PIC 9(08).
091600     05  ALK-LOCK-TIME        PIC 9(08).
091700
091800 FD  OLD-CLAIMS-REGISTER
091900     LABEL RECORDS ARE STANDARD.
092000 01  OLD-CLAIMS-RECORD.
092100     05  OLD-CLM-ACCT-NUMBER  PIC 9(06).
092200     05  FILLER               PIC X(65).
092300
092400 FD  CLAIMS-REGISTER
092500     LABEL RECORDS ARE STANDARD.
092600 01  CLAIMS-RECORD.
092700     05  CLM-ACCT-NUMBER      PIC 9(06).
092800     05  CLM-ESCHEAT-DATE     PIC 9(08).
092900     05  CLM-AMOUNT           PIC 9(09).
093000     05  CLM-CLAIM-DATE       PIC 9(08).
093100     05  CLM-CLAIMANT-NAME    PIC X(30).
093200     05  CLM-SUPERVISOR-ID    PIC 9(04).
093300     05  CLM-TXN-REF          PIC 9(10).
093400
093500 FD  OLD-JOB-CONTROL
093600     LABEL RECORDS ARE STANDARD.
093700 01  OLD-JOB-CONTROL-RECORD.
093800     05  OLD-EODC-KEY         PIC X(08).
093900     05  FILLER               PIC X(10).
094000
094100 FD  JOB-CONTROL
094200     LABEL RECORDS ARE STANDARD.
094300 01  JOB-CONTROL-RECORD.
094400     05  EODC-KEY.
094500         10  EODC-DATE        PIC 9(08).
094600         10  EODC-STEP-NO     PIC 9(02).
094700     05  EODC-STEP-NAME       PIC X(09).
094800     05  EODC-STATUS          PIC X(01).
094900
095000 FD  OLD-CLASS-FILE
095100     LABEL RECORDS ARE STANDARD.
095200 01  OLD-CLASS-RECORD.
095300     05  OLD-CLS-LOAN-NUMBER  PIC 9(06).
095400     05  FILLER               PIC X(07).
095500
095600 FD  CLASS-FILE
095700     LABEL RECORDS ARE STANDARD.
095800 01  CLASS-RECORD.
095900     05  CLS-LOAN-NUMBER      PIC 9(06).
096000     05  CLS-CLASS            PIC X(01).
096100     05  CLS-CLASSED-DATE     PIC 9(08).
096200
096300 FD  OLD-POSITION-FILE
096400     LABEL RECORDS ARE STANDARD.
096500 01  OLD-POSITION-RECORD.
096600     05  OLD-PB-ACCT-NUMBER   PIC 9(06).
096700     05  FILLER               PIC X(19).
096800
096900 FD  POSITION-FILE
097000     LABEL RECORDS ARE STANDARD.
097100 01  POSITION-RECORD.
097200     05  PB-ACCT-NUMBER       PIC 9(06).
097300     05  PB-LAST-DATE         PIC 9(08).
097400     05  PB-LAST-TIME         PIC 9(08).
097500     05  PB-LAST-LINE         PIC 9(05).
097600
097700 FD  OLD-REPORT-REPOSITORY
097800     LABEL RECORDS ARE STANDARD.
097900 01  OLD-REPOSITORY-RECORD.
098000     05  OLD-RPO-KEY          PIC X(19).
098100     05  FILLER               PIC X(100).
098200
098300 FD  REPORT-REPOSITORY
098400     LABEL RECORDS ARE STANDARD.
098500 01  REPOSITORY-RECORD.
098600     05  RPO-KEY.
098700         10  RPO-REPORT-NAME  PIC X(08).
098800         10  RPO-RUN-DATE     PIC 9(08).
098900         10  RPO-LINE-NO      PIC 9(05).
099000     05  RPO-LINE             PIC X(100).
099100
099200 FD  OLD-DEPOSIT-ARCHIVE
099300     LABEL RECORDS ARE STANDARD.
099400 01  OLD-DEPOSIT-ARCHIVE-LINE    PIC X(80).
099500
099600 FD  DEPOSIT-ARCHIVE
099700     LABEL RECORDS ARE STANDARD.
099800 01  DEPOSIT-ARCHIVE-LINE        PIC X(82).
099900
100000 FD  OLD-WITHDRAW-ARCHIVE
100100     LABEL RECORDS ARE STANDARD.
100200 01  OLD-WITHDRAW-ARCHIVE-LINE   PIC X(78).
100300
100400 FD  WITHDRAW-ARCHIVE
100500     LABEL RECORDS ARE STANDARD.
100600 01  WITHDRAW-ARCHIVE-LINE       PIC X(80).
100700
100800 FD  OLD-COMPLIANCE-LOG
100900     LABEL RECORDS ARE STANDARD.
101000 01  OLD-COMPLIANCE-LOG-LINE     PIC X(46).
101100
101200 FD  COMPLIANCE-LOG
101300     LABEL RECORDS ARE STANDARD.
101400 01  COMPLIANCE-LOG-LINE         PIC X(48).
101500
101600 FD  OLD-SNAPSHOT-FILE
101700     LABEL RECORDS ARE STANDARD.
101800 01  OLD-SNAPSHOT-FILE-LINE      PIC X(123).
101900
102000 FD  SNAPSHOT-FILE
102100     LABEL RECORDS ARE STANDARD.
102200 01  SNAPSHOT-FILE-LINE          PIC X(131).
102300
102400 FD  OLD-UNCLAIMED-LEDGER
102500     LABEL RECORDS ARE STANDARD.
102600 01  OLD-UNCLAIMED-LEDGER-LINE   PIC X(34).
102700
102800 FD  UNCLAIMED-LEDGER
102900     LABEL RECORDS ARE STANDARD.
103000 01  UNCLAIMED-LEDGER-LINE       PIC X(38).
103100
103200 FD  OLD-TAX-LEDGER
103300     LABEL RECORDS ARE STANDARD.
103400 01  OLD-TAX-LEDGER-LINE         PIC X(33).
103500
103600 FD  TAX-LEDGER
103700     LABEL RECORDS ARE STANDARD.
103800 01  TAX-LEDGER-LINE             PIC X(35).
103900
104000 FD  OLD-SETTLEMENT-REGISTER
104100     LABEL RECORDS ARE STANDARD.
104200 01  OLD-SETTLEMENT-REGISTER-LINE PIC X(90).
104300
104400 FD  SETTLEMENT-REGISTER
104500     LABEL RECORDS ARE STANDARD.
104600 01  SETTLEMENT-REGISTER-LINE    PIC X(92).
104700
104800 FD  OLD-CLOSURE-REGISTER
104900     LABEL RECORDS ARE STANDARD.
105000 01  OLD-CLOSURE-REGISTER-LINE   PIC X(50).
105100
105200 FD  CLOSURE-REGISTER
105300     LABEL RECORDS ARE STANDARD.
105400 01  CLOSURE-REGISTER-LINE       PIC X(52).
105500
105600 FD  OLD-MAINT-JOURNAL
105700     LABEL RECORDS ARE STANDARD.
105800 01  OLD-MAINT-JOURNAL-LINE      PIC X(243).
105900
106000 FD  MAINT-JOURNAL
106100     LABEL RECORDS ARE STANDARD.
106200 01  MAINT-JOURNAL-LINE          PIC X(245).
106300
106400 FD  OLD-SECURITY-LOG
106500     LABEL RECORDS ARE STANDARD.
106600 01  OLD-SECURITY-LOG-LINE       PIC X(28).
106700
106800 FD  SECURITY-LOG
106900     LABEL RECORDS ARE STANDARD.
107000 01  SECURITY-LOG-LINE           PIC X(30).
107100
107200 FD  CUSTOMER-LINK
107300     LABEL RECORDS ARE STANDARD.
107400     COPY CUSTLNK.
107500
107600 FD  DEPOSIT-LOG
107700     LABEL RECORDS ARE STANDARD.
107800 01  DEPOSIT-LOG-LINE            PIC X(82).
107900
108000 FD  WITHDRAW-LOG
108100     LABEL RECORDS ARE STANDARD.
108200 01  WITHDRAW-LOG-LINE           PIC X(80).
108300
108400 FD  CONTROL-REPORT
108500     LABEL RECORDS ARE STANDARD.
108600 01  REPORT-LINE                 PIC X(80).
108700
108800 FD  EXCEPTION-REPORT
108900     LABEL RECORDS ARE STANDARD.
109000 01  EXCEPTION-LINE              PIC X(80).
109100
109200 WORKING-STORAGE SECTION.
109300 01  WS-OPROCDAT-STATUS   PIC X(02).
109400     88  WS-OPROCDAT-OK       VALUE "00".
109500     88  WS-OPROCDAT-NOTFOUND VALUE "35".
109600 01  WS-PROCDATE-STATUS   PIC X(02).
109700     88  WS-PROCDATE-OK       VALUE "00".
109800 01  WS-OACCMSTR-STATUS   PIC X(02).
109900     88  WS-OACCMSTR-OK       VALUE "00".
110000 01  WS-ACCMSTR-STATUS    PIC X(02).
110100     88  WS-ACCMSTR-OK        VALUE "00".
110200 01  WS-OCUSTMST-STATUS   PIC X(02).
110300     88  WS-OCUSTMST-OK       VALUE "00".
110400     88  WS-OCUSTMST-NOTFOUND VALUE "35".
110500 01  WS-CUSTMSTR-STATUS   PIC X(02).
110600     88  WS-CUSTMSTR-OK       VALUE "00".
110700 01  WS-OTXNHIST-STATUS   PIC X(02).
110800     88  WS-OTXNHIST-OK       VALUE "00".
110900     88  WS-OTXNHIST-NOTFOUND VALUE "35".
111000 01  WS-TXNHIST-STATUS    PIC X(02).
111100     88  WS-TXNHIST-OK        VALUE "00".
111200 01  WS-OCHQREG-STATUS    PIC X(02).
111300     88  WS-OCHQREG-OK        VALUE "00".
111400     88  WS-OCHQREG-NOTFOUND  VALUE "35".
111500 01  WS-CHQREG-STATUS     PIC X(02).
111600     88  WS-CHQREG-OK         VALUE "00".
111700 01  WS-OHOLDFIL-STATUS   PIC X(02).
111800     88  WS-OHOLDFIL-OK       VALUE "00".
111900     88  WS-OHOLDFIL-NOTFOUND VALUE "35".
112000 01  WS-HOLDFILE-STATUS   PIC X(02).
112100     88  WS-HOLDFILE-OK       VALUE "00".
112200 01  WS-OLOANMST-STATUS   PIC X(02).
112300     88  WS-OLOANMST-OK       VALUE "00".
112400     88  WS-OLOANMST-NOTFOUND VALUE "35".
112500 01  WS-LOANMSTR-STATUS   PIC X(02).
112600     88  WS-LOANMSTR-OK       VALUE "00".
112700 01  WS-ODDREG-STATUS     PIC X(02).
112800     88  WS-ODDREG-OK         VALUE "00".
112900     88  WS-ODDREG-NOTFOUND   VALUE "35".
113000 01  WS-DDREG-STATUS      PIC X(02).
113100     88  WS-DDREG-OK          VALUE "00".
113200 01  WS-OORMFILE-STATUS   PIC X(02).
113300     88  WS-OORMFILE-OK       VALUE "00".
113400     88  WS-OORMFILE-NOTFOUND VALUE "35".
113500 01  WS-ORMFILE-STATUS    PIC X(02).
113600     88  WS-ORMFILE-OK        VALUE "00".
113700 01  WS-OSTDINST-STATUS   PIC X(02).
113800     88  WS-OSTDINST-OK       VALUE "00".
113900     88  WS-OSTDINST-NOTFOUND VALUE "35".
114000 01  WS-STDINSTR-STATUS   PIC X(02).
114100     88  WS-STDINSTR-OK       VALUE "00".
114200 01  WS-OATMCASE-STATUS   PIC X(02).
114300     88  WS-OATMCASE-OK       VALUE "00".
114400     88  WS-OATMCASE-NOTFOUND VALUE "35".
114500 01  WS-ATMCASE-STATUS    PIC X(02).
114600     88  WS-ATMCASE-OK        VALUE "00".
114700 01  WS-OBENFILE-STATUS   PIC X(02).
114800     88  WS-OBENFILE-OK       VALUE "00".
114900     88  WS-OBENFILE-NOTFOUND VALUE "35".
115000 01  WS-BENFILE-STATUS    PIC X(02).
115100     88  WS-BENFILE-OK        VALUE "00".
115200 01  WS-OCARDFIL-STATUS   PIC X(02).
115300     88  WS-OCARDFIL-OK       VALUE "00".
115400     88  WS-OCARDFIL-NOTFOUND VALUE "35".
115500 01  WS-CARDFILE-STATUS   PIC X(02).
115600     88  WS-CARDFILE-OK       VALUE "00".
115700 01  WS-OCHQBKRG-STATUS   PIC X(02).
115800     88  WS-OCHQBKRG-OK       VALUE "00".
115900     88  WS-OCHQBKRG-NOTFOUND VALUE "35".
116000 01  WS-CHQBKREG-STATUS   PIC X(02).
116100     88  WS-CHQBKREG-OK       VALUE "00".
116200 01  WS-OFRZFILE-STATUS   PIC X(02).
116300     88  WS-OFRZFILE-OK       VALUE "00".
116400     88  WS-OFRZFILE-NOTFOUND VALUE "35".
116500 01  WS-FRZFILE-STATUS    PIC X(02).
116600     88  WS-FRZFILE-OK        VALUE "00".
116700 01  WS-OFXRATES-STATUS   PIC X(02).
116800     88  WS-OFXRATES-OK       VALUE "00".
116900     88  WS-OFXRATES-NOTFOUND VALUE "35".
117000 01  WS-FXRATES-STATUS    PIC X(02).
117100     88  WS-FXRATES-OK        VALUE "00".
117200 01  WS-OHOLIDAY-STATUS   PIC X(02).
117300     88  WS-OHOLIDAY-OK       VALUE "00".
117400     88  WS-OHOLIDAY-NOTFOUND VALUE "35".
117500 01  WS-HOLIDAYS-STATUS   PIC X(02).
117600     88  WS-HOLIDAYS-OK       VALUE "00".
117700 01  WS-OKYCFILE-STATUS   PIC X(02).
117800     88  WS-OKYCFILE-OK       VALUE "00".
117900     88  WS-OKYCFILE-NOTFOUND VALUE "35".
118000 01  WS-KYCFILE-STATUS    PIC X(02).
118100     88  WS-KYCFILE-OK        VALUE "00".
118200 01  WS-OLOCKALT-STATUS   PIC X(02).
118300     88  WS-OLOCKALT-OK       VALUE "00".
118400     88  WS-OLOCKALT-NOTFOUND VALUE "35".
118500 01  WS-LOCKALOT-STATUS   PIC X(02).
118600     88  WS-LOCKALOT-OK       VALUE "00".
118700 01  WS-OLOCKMST-STATUS   PIC X(02).
118800     88  WS-OLOCKMST-OK       VALUE "00".
118900     88  WS-OLOCKMST-NOTFOUND VALUE "35".
119000 01  WS-LOCKMSTR-STATUS   PIC X(02).
119100     88  WS-LOCKMSTR-OK       VALUE "00".
119200 01  WS-ONOMFILE-STATUS   PIC X(02).
119300     88  WS-ONOMFILE-OK       VALUE "00".
119400     88  WS-ONOMFILE-NOTFOUND VALUE "35".
119500 01  WS-NOMFILE-STATUS    PIC X(02).
119600     88  WS-NOMFILE-OK        VALUE "00".
119700 01  WS-OPENDFIL-STATUS   PIC X(02).
119800     88  WS-OPENDFIL-OK       VALUE "00".
119900     88  WS-OPENDFIL-NOTFOUND VALUE "35".
120000 01  WS-PENDFILE-STATUS   PIC X(02).
120100     88  WS-PENDFILE-OK       VALUE "00".
120200 01  WS-OPRODMST-STATUS   PIC X(02).
120300     88  WS-OPRODMST-OK       VALUE "00".
120400     88  WS-OPRODMST-NOTFOUND VALUE "35".
120500 01  WS-PRODMSTR-STATUS   PIC X(02).
120600     88  WS-PRODMSTR-OK       VALUE "00".
120700 01  WS-ORATEFIL-STATUS   PIC X(02).
120800     88  WS-ORATEFIL-OK       VALUE "00".
120900     88  WS-ORATEFIL-NOTFOUND VALUE "35".
121000 01  WS-RATEFILE-STATUS   PIC X(02).
121100     88  WS-RATEFILE-OK       VALUE "00".
121200 01  WS-ORDLFILE-STATUS   PIC X(02).
121300     88  WS-ORDLFILE-OK       VALUE "00".
121400     88  WS-ORDLFILE-NOTFOUND VALUE "35".
121500 01  WS-RDLFILE-STATUS    PIC X(02).
121600     88  WS-RDLFILE-OK        VALUE "00".
121700 01  WS-OSTMTENR-STATUS   PIC X(02).
121800     88  WS-OSTMTENR-OK       VALUE "00".
121900     88  WS-OSTMTENR-NOTFOUND VALUE "35".
122000 01  WS-STMTENR-STATUS    PIC X(02).
122100     88  WS-STMTENR-OK        VALUE "00".
122200 01  WS-OSTOPFIL-STATUS   PIC X(02).
122300     88  WS-OSTOPFIL-OK       VALUE "00".
122400     88  WS-OSTOPFIL-NOTFOUND VALUE "35".
122500 01  WS-STOPFILE-STATUS   PIC X(02).
122600     88  WS-STOPFILE-OK       VALUE "00".
122700 01  WS-OTILLFIL-STATUS   PIC X(02).
122800     88  WS-OTILLFIL-OK       VALUE "00".
122900     88  WS-OTILLFIL-NOTFOUND VALUE "35".
123000 01  WS-TILLFILE-STATUS   PIC X(02).
123100     88  WS-TILLFILE-OK       VALUE "00".
123200 01  WS-OVAULTFL-STATUS   PIC X(02).
123300     88  WS-OVAULTFL-OK       VALUE "00".
123400     88  WS-OVAULTFL-NOTFOUND VALUE "35".
123500 01  WS-VAULTFIL-STATUS   PIC X(02).
123600     88  WS-VAULTFIL-OK       VALUE "00".
123700 01  WS-OWLQFILE-STATUS   PIC X(02).
123800     88  WS-OWLQFILE-OK       VALUE "00".
123900     88  WS-OWLQFILE-NOTFOUND VALUE "35".
124000 01  WS-WLQFILE-STATUS    PIC X(02).
124100     88  WS-WLQFILE-OK        VALUE "00".
124200 01  WS-OACCTLCK-STATUS   PIC X(02).
124300     88  WS-OACCTLCK-OK       VALUE "00".
124400     88  WS-OACCTLCK-NOTFOUND VALUE "35".
124500 01  WS-ACCTLOCK-STATUS   PIC X(02).
124600     88  WS-ACCTLOCK-OK       VALUE "00".
124700 01  WS-OCLMFILE-STATUS   PIC X(02).
124800     88  WS-OCLMFILE-OK       VALUE "00".
124900     88  WS-OCLMFILE-NOTFOUND VALUE "35".
125000 01  WS-CLMFILE-STATUS    PIC X(02).
125100     88  WS-CLMFILE-OK        VALUE "00".
125200 01  WS-OEODCTL-STATUS    PIC X(02).
125300     88  WS-OEODCTL-OK        VALUE "00".
125400     88  WS-OEODCTL-NOTFOUND  VALUE "35".
125500 01  WS-EODCTL-STATUS     PIC X(02).
125600     88  WS-EODCTL-OK         VALUE "00".
125700 01  WS-OLOANCLS-STATUS   PIC X(02).
125800     88  WS-OLOANCLS-OK       VALUE "00".
125900     88  WS-OLOANCLS-NOTFOUND VALUE "35".
126000 01  WS-LOANCLS-STATUS    PIC X(02).
126100     88  WS-LOANCLS-OK        VALUE "00".
126200 01  WS-OPBPOS-STATUS     PIC X(02).
126300     88  WS-OPBPOS-OK         VALUE "00".
126400     88  WS-OPBPOS-NOTFOUND   VALUE "35".
126500 01  WS-PBPOS-STATUS      PIC X(02).
126600     88  WS-PBPOS-OK          VALUE "00".
126700 01  WS-ORPTREPO-STATUS   PIC X(02).
126800     88  WS-ORPTREPO-OK       VALUE "00".
126900     88  WS-ORPTREPO-NOTFOUND VALUE "35".
127000 01  WS-RPTREPO-STATUS    PIC X(02).
127100     88  WS-RPTREPO-OK        VALUE "00".
127200 01  WS-ODEPARCH-STATUS   PIC X(02).
127300     88  WS-ODEPARCH-OK       VALUE "00".
127400     88  WS-ODEPARCH-NOTFOUND VALUE "35".
127500 01  WS-DEPARCH-STATUS    PIC X(02).
127600     88  WS-DEPARCH-OK        VALUE "00".
127700 01  WS-OWDARCH-STATUS    PIC X(02).
127800     88  WS-OWDARCH-OK        VALUE "00".
127900     88  WS-OWDARCH-NOTFOUND  VALUE "35".
128000 01  WS-WDARCH-STATUS     PIC X(02).
128100     88  WS-WDARCH-OK         VALUE "00".
128200 01  WS-OWDCOMPL-STATUS   PIC X(02).
128300     88  WS-OWDCOMPL-OK       VALUE "00".
128400     88  WS-OWDCOMPL-NOTFOUND VALUE "35".
128500 01  WS-WDCOMPLY-STATUS   PIC X(02).
128600     88  WS-WDCOMPLY-OK       VALUE "00".
128700 01  WS-OACCSNAP-STATUS   PIC X(02).
128800     88  WS-OACCSNAP-OK       VALUE "00".
128900     88  WS-OACCSNAP-NOTFOUND VALUE "35".
129000 01  WS-ACCSNAP-STATUS    PIC X(02).
129100     88  WS-ACCSNAP-OK        VALUE "00".
129200 01  WS-OUNCLFND-STATUS   PIC X(02).
129300     88  WS-OUNCLFND-OK       VALUE "00".
129400     88  WS-OUNCLFND-NOTFOUND VALUE "35".
129500 01  WS-UNCLFUND-STATUS   PIC X(02).
129600     88  WS-UNCLFUND-OK       VALUE "00".
129700 01  WS-OTAXLEDG-STATUS   PIC X(02).
129800     88  WS-OTAXLEDG-OK       VALUE "00".
129900     88  WS-OTAXLEDG-NOTFOUND VALUE "35".
130000 01  WS-TAXLEDGR-STATUS   PIC X(02).
130100     88  WS-TAXLEDGR-OK       VALUE "00".
130200 01  WS-ODSETREG-STATUS   PIC X(02).
130300     88  WS-ODSETREG-OK       VALUE "00".
130400     88  WS-ODSETREG-NOTFOUND VALUE "35".
130500 01  WS-DSETREG-STATUS    PIC X(02).
130600     88  WS-DSETREG-OK        VALUE "00".
130700 01  WS-OCLOSREG-STATUS   PIC X(02).
130800     88  WS-OCLOSREG-OK       VALUE "00".
130900     88  WS-OCLOSREG-NOTFOUND VALUE "35".
131000 01  WS-CLOSEREG-STATUS   PIC X(02).
131100     88  WS-CLOSEREG-OK       VALUE "00".
131200 01  WS-OMNTJRNL-STATUS   PIC X(02).
131300     88  WS-OMNTJRNL-OK       VALUE "00".
131400     88  WS-OMNTJRNL-NOTFOUND VALUE "35".
131500 01  WS-MNTJRNL-STATUS    PIC X(02).
131600     88  WS-MNTJRNL-OK        VALUE "00".
131700 01  WS-OPINLOG-STATUS    PIC X(02).
131800     88  WS-OPINLOG-OK        VALUE "00".
131900     88  WS-OPINLOG-NOTFOUND  VALUE "35".
132000 01  WS-PINLOG-STATUS     PIC X(02).
132100     88  WS-PINLOG-OK         VALUE "00".
132200 01  WS-CUSTLINK-STATUS       PIC X(02).
132300     88  WS-CUSTLINK-OK       VALUE "00".
132400     88  WS-CUSTLINK-NOTFOUND VALUE "35".
132500 01  WS-DEPLOG-STATUS     PIC X(02).
132600     88  WS-DEPLOG-OK         VALUE "00".
132700 01  WS-WDLOG-STATUS      PIC X(02).
132800     88  WS-WDLOG-OK          VALUE "00".
132900 01  WS-REPORT-STATUS     PIC X(02).
133000     88  WS-REPORT-OK         VALUE "00".
133100 01  WS-EXCEPT-STATUS     PIC X(02).
133200     88  WS-EXCEPT-OK         VALUE "00".
133300
133400 01  WS-JOB-NAME              PIC X(08) VALUE "DATECONV".
133500 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
133600     88  WS-BATCH-ACQUIRED    VALUE "Y".
133700
133800*    TODAY'S BUSINESS DATE AND THE LIMITS DRAWN FROM IT ONCE FOR
133900*    THE WHOLE RUN.
134000 01  WS-MACHINE-DATE          PIC 9(08).
134100 01  WS-TODAYS-DATE           PIC 9(08).
134200 01  WS-TODAYS-DATE-X REDEFINES WS-TODAYS-DATE.
134300     05  WS-TODAY-CCYY        PIC 9(04).
134400     05  WS-TODAY-MMDD        PIC 9(04).
134500 01  WS-TODAY-CENTURY         PIC 9(02).
134600 01  WS-WINDOW-HIGH           PIC 9(04).
134700 01  WS-WINDOW-LOW            PIC 9(04).
134800 01  WS-MAJORITY-DATE         PIC 9(08).
134900
135000*    ONE DATE ON ITS WAY FROM YYMMDD TO CCYYMMDD.
135100 01  WS-OLD-DATE              PIC 9(06).
135200 01  WS-OLD-DATE-X REDEFINES WS-OLD-DATE.
135300     05  WS-OLD-YY            PIC 9(02).
135400     05  WS-OLD-MM            PIC 9(02).
135500     05  WS-OLD-DD            PIC 9(02).
135600 01  WS-NEW-DATE              PIC 9(08).
135700 01  WS-NEW-DATE-X REDEFINES WS-NEW-DATE.
135800     05  WS-NEW-CCYY          PIC 9(04).
135900     05  WS-NEW-MMDD          PIC 9(04).
136000 01  WS-DATE-KIND             PIC X(01).
136100     88  WS-DATE-BIRTH        VALUE "B".
136200 01  WS-AFTER-DATE            PIC 9(06).
136300 01  WS-AFTER-DATE-X REDEFINES WS-AFTER-DATE
136400                              PIC X(06).
136500
136600*    CUSTOMERS WHO HOLD AN ACCOUNT CARRYING A GUARDIAN LINK, TAKEN
136700*    FROM THE LINK FILE BEFORE THE CUSTOMER MASTER IS READ.
136800 01  WS-WARD-TABLE.
136900     05  WS-WARD-CUST         PIC 9(06) OCCURS 5000 TIMES.
137000 01  WS-WARD-COUNT            PIC 9(04) COMP VALUE ZERO.
137100 01  WS-WARD-MAX              PIC 9(04) COMP VALUE 5000.
137200 01  WS-WARD-IDX              PIC 9(04) COMP.
137300 01  WS-FIND-CUST             PIC 9(06).
137400 01  WS-WARD-FOUND-SW         PIC X(01) VALUE "N".
137500     88  WS-WARD-FOUND        VALUE "Y".
137600 01  WS-WARD-FULL-SW          PIC X(01) VALUE "N".
137700     88  WS-WARD-FULL         VALUE "Y".
137800
137900*    THE HOLDERS OF THE ACCOUNT IN HAND WHILE ITS LINKS ARE READ.
138000 01  WS-GROUP-ACCT            PIC 9(06).
138100 01  WS-GROUP-TABLE.
138200     05  WS-GROUP-CUST        PIC 9(06) OCCURS 10 TIMES.
138300 01  WS-GROUP-COUNT           PIC 9(02) COMP.
138400 01  WS-GROUP-IDX             PIC 9(02) COMP.
138500 01  WS-GROUP-GUARDIAN-SW     PIC X(01) VALUE "N".
138600     88  WS-GROUP-HAS-GUARDIAN VALUE "Y".
138700 01  WS-LINK-EOF-SW           PIC X(01) VALUE "N".
138800     88  WS-LINK-EOF          VALUE "Y".
138900
139000
139100*    FIELD MAPS.  ONE ENTRY PER DATE IN THE OLD RECORD, IN RECORD
139200*    ORDER - THE OLD STARTING POSITION AND THE KIND OF DATE, "W"
139300*    FOR AN ORDINARY DATE PLACED BY THE WINDOW AND "B" FOR A DATE
139400*    OF BIRTH.  EVERY DATE GROWS BY TWO DIGITS AND EVERYTHING
139500*    AFTER IT MOVES RIGHT BY TWO.
139600 01  WS-FIELD-MAP.
139700     05  WS-MAP-COUNT         PIC 9(02).
139800     05  WS-MAP-ENTRY         OCCURS 8 TIMES.
139900         10  MAP-OFFSET       PIC 9(03).
140000         10  MAP-KIND         PIC X(01).
140100             88  MAP-BIRTH    VALUE "B".
140200
140300 01  WS-PROCDATE-MAP.
140400     05  FILLER               PIC 9(02) VALUE 01.
140500     05  FILLER               PIC X(04) VALUE "007W".
140600     05  FILLER               PIC X(28) VALUE SPACES.
140700
140800*    THE SNAPSHOT IS AN IMAGE OF THE ACCOUNT RECORD AND SHARES
140900*    ITS MAP.
141000 01  WS-ACCMSTR-MAP.
141100     05  FILLER               PIC 9(02) VALUE 04.
141200     05  FILLER               PIC X(04) VALUE "027W".
141300     05  FILLER               PIC X(04) VALUE "055W".
141400     05  FILLER               PIC X(04) VALUE "061W".
141500     05  FILLER               PIC X(04) VALUE "097W".
141600     05  FILLER               PIC X(16) VALUE SPACES.
141700
141800 01  WS-CUSTMSTR-MAP.
141900     05  FILLER               PIC 9(02) VALUE 01.
142000     05  FILLER               PIC X(04) VALUE "093B".
142100     05  FILLER               PIC X(28) VALUE SPACES.
142200
142300 01  WS-TXNHIST-MAP.
142400     05  FILLER               PIC 9(02) VALUE 01.
142500     05  FILLER               PIC X(04) VALUE "007W".
142600     05  FILLER               PIC X(28) VALUE SPACES.
142700
142800 01  WS-CHQREG-MAP.
142900     05  FILLER               PIC 9(02) VALUE 02.
143000     05  FILLER               PIC X(04) VALUE "042W".
143100     05  FILLER               PIC X(04) VALUE "053W".
143200     05  FILLER               PIC X(24) VALUE SPACES.
143300
143400 01  WS-HOLDFILE-MAP.
143500     05  FILLER               PIC 9(02) VALUE 01.
143600     05  FILLER               PIC X(04) VALUE "040W".
143700     05  FILLER               PIC X(28) VALUE SPACES.
143800
143900 01  WS-LOANMSTR-MAP.
144000     05  FILLER               PIC 9(02) VALUE 01.
144100     05  FILLER               PIC X(04) VALUE "045W".
144200     05  FILLER               PIC X(28) VALUE SPACES.
144300
144400 01  WS-DDREG-MAP.
144500     05  FILLER               PIC 9(02) VALUE 03.
144600     05  FILLER               PIC X(04) VALUE "100W".
144700     05  FILLER               PIC X(04) VALUE "114W".
144800     05  FILLER               PIC X(04) VALUE "122W".
144900     05  FILLER               PIC X(20) VALUE SPACES.
145000
145100 01  WS-ORMFILE-MAP.
145200     05  FILLER               PIC 9(02) VALUE 02.
145300     05  FILLER               PIC X(04) VALUE "084W".
145400     05  FILLER               PIC X(04) VALUE "091W".
145500     05  FILLER               PIC X(24) VALUE SPACES.
145600
145700 01  WS-STDINSTR-MAP.
145800     05  FILLER               PIC 9(02) VALUE 01.
145900     05  FILLER               PIC X(04) VALUE "025W".
146000     05  FILLER               PIC X(28) VALUE SPACES.
146100
146200 01  WS-ATMCASE-MAP.
146300     05  FILLER               PIC 9(02) VALUE 04.
146400     05  FILLER               PIC X(04) VALUE "050W".
146500     05  FILLER               PIC X(04) VALUE "056W".
146600     05  FILLER               PIC X(04) VALUE "075W".
146700     05  FILLER               PIC X(04) VALUE "081W".
146800     05  FILLER               PIC X(16) VALUE SPACES.
146900
147000 01  WS-BENFILE-MAP.
147100     05  FILLER               PIC 9(02) VALUE 01.
147200     05  FILLER               PIC X(04) VALUE "013W".
147300     05  FILLER               PIC X(28) VALUE SPACES.
147400
147500 01  WS-CARDFILE-MAP.
147600     05  FILLER               PIC 9(02) VALUE 03.
147700     05  FILLER               PIC X(04) VALUE "030W".
147800     05  FILLER               PIC X(04) VALUE "036W".
147900     05  FILLER               PIC X(04) VALUE "048W".
148000     05  FILLER               PIC X(20) VALUE SPACES.
148100
148200 01  WS-CHQBKREG-MAP.
148300     05  FILLER               PIC 9(02) VALUE 01.
148400     05  FILLER               PIC X(04) VALUE "019W".
148500     05  FILLER               PIC X(28) VALUE SPACES.
148600
148700 01  WS-FRZFILE-MAP.
148800     05  FILLER               PIC 9(02) VALUE 02.
148900     05  FILLER               PIC X(04) VALUE "031W".
149000     05  FILLER               PIC X(04) VALUE "037W".
149100     05  FILLER               PIC X(24) VALUE SPACES.
149200
149300 01  WS-FXRATES-MAP.
149400     05  FILLER               PIC 9(02) VALUE 01.
149500     05  FILLER               PIC X(04) VALUE "004W".
149600     05  FILLER               PIC X(28) VALUE SPACES.
149700
149800 01  WS-HOLIDAYS-MAP.
149900     05  FILLER               PIC 9(02) VALUE 01.
150000     05  FILLER               PIC X(04) VALUE "001W".
150100     05  FILLER               PIC X(28) VALUE SPACES.
150200
150300 01  WS-KYCFILE-MAP.
150400     05  FILLER               PIC 9(02) VALUE 02.
150500     05  FILLER               PIC X(04) VALUE "037W".
150600     05  FILLER               PIC X(04) VALUE "043W".
150700     05  FILLER               PIC X(24) VALUE SPACES.
150800
150900 01  WS-LOCKALOT-MAP.
151000     05  FILLER               PIC 9(02) VALUE 06.
151100     05  FILLER               PIC X(04) VALUE "036W".
151200     05  FILLER               PIC X(04) VALUE "043W".
151300     05  FILLER               PIC X(04) VALUE "056W".
151400     05  FILLER               PIC X(04) VALUE "062W".
151500     05  FILLER               PIC X(04) VALUE "068W".
151600     05  FILLER               PIC X(04) VALUE "074W".
151700     05  FILLER               PIC X(08) VALUE SPACES.
151800
151900 01  WS-LOCKMSTR-MAP.
152000     05  FILLER               PIC 9(02) VALUE 01.
152100     05  FILLER               PIC X(04) VALUE "034W".
152200     05  FILLER               PIC X(28) VALUE SPACES.
152300
152400 01  WS-NOMFILE-MAP.
152500     05  FILLER               PIC 9(02) VALUE 01.
152600     05  FILLER               PIC X(04) VALUE "057W".
152700     05  FILLER               PIC X(28) VALUE SPACES.
152800
152900 01  WS-PENDFILE-MAP.
153000     05  FILLER               PIC 9(02) VALUE 01.
153100     05  FILLER               PIC X(04) VALUE "064W".
153200     05  FILLER               PIC X(28) VALUE SPACES.
153300
153400 01  WS-PRODMSTR-MAP.
153500     05  FILLER               PIC 9(02) VALUE 01.
153600     05  FILLER               PIC X(04) VALUE "047W".
153700     05  FILLER               PIC X(28) VALUE SPACES.
153800
153900 01  WS-RATEFILE-MAP.
154000     05  FILLER               PIC 9(02) VALUE 01.
154100     05  FILLER               PIC X(04) VALUE "001W".
154200     05  FILLER               PIC X(28) VALUE SPACES.
154300
154400 01  WS-RDLFILE-MAP.
154500     05  FILLER               PIC 9(02) VALUE 02.
154600     05  FILLER               PIC X(04) VALUE "010W".
154700     05  FILLER               PIC X(04) VALUE "022W".
154800     05  FILLER               PIC X(24) VALUE SPACES.
154900
155000 01  WS-STMTENR-MAP.
155100     05  FILLER               PIC 9(02) VALUE 01.
155200     05  FILLER               PIC X(04) VALUE "008W".
155300     05  FILLER               PIC X(28) VALUE SPACES.
155400
155500 01  WS-STOPFILE-MAP.
155600     05  FILLER               PIC 9(02) VALUE 01.
155700     05  FILLER               PIC X(04) VALUE "043W".
155800     05  FILLER               PIC X(28) VALUE SPACES.
155900
156000 01  WS-TILLFILE-MAP.
156100     05  FILLER               PIC 9(02) VALUE 01.
156200     05  FILLER               PIC X(04) VALUE "005W".
156300     05  FILLER               PIC X(28) VALUE SPACES.
156400
156500 01  WS-VAULTFIL-MAP.
156600     05  FILLER               PIC 9(02) VALUE 01.
156700     05  FILLER               PIC X(04) VALUE "004W".
156800     05  FILLER               PIC X(28) VALUE SPACES.
156900
157000 01  WS-WLQFILE-MAP.
157100     05  FILLER               PIC 9(02) VALUE 01.
157200     05  FILLER               PIC X(04) VALUE "037W".
157300     05  FILLER               PIC X(28) VALUE SPACES.
157400
157500 01  WS-ACCTLOCK-MAP.
157600     05  FILLER               PIC 9(02) VALUE 01.
157700     05  FILLER               PIC X(04) VALUE "011W".
157800     05  FILLER               PIC X(28) VALUE SPACES.
157900
158000 01  WS-CLMFILE-MAP.
158100     05  FILLER               PIC 9(02) VALUE 02.
158200     05  FILLER               PIC X(04) VALUE "007W".
158300     05  FILLER               PIC X(04) VALUE "022W".
158400     05  FILLER               PIC X(24) VALUE SPACES.
158500
158600 01  WS-EODCTL-MAP.
158700     05  FILLER               PIC 9(02) VALUE 01.
158800     05  FILLER               PIC X(04) VALUE "001W".
158900     05  FILLER               PIC X(28) VALUE SPACES.
159000
159100 01  WS-LOANCLS-MAP.
159200     05  FILLER               PIC 9(02) VALUE 01.
159300     05  FILLER               PIC X(04) VALUE "008W".
159400     05  FILLER               PIC X(28) VALUE SPACES.
159500
159600 01  WS-PBPOS-MAP.
159700     05  FILLER               PIC 9(02) VALUE 01.
159800     05  FILLER               PIC X(04) VALUE "007W".
159900     05  FILLER               PIC X(28) VALUE SPACES.
160000
160100 01  WS-RPTREPO-MAP.
160200     05  FILLER               PIC 9(02) VALUE 01.
160300     05  FILLER               PIC X(04) VALUE "009W".
160400     05  FILLER               PIC X(28) VALUE SPACES.
160500
160600 01  WS-DEPARCH-MAP.
160700     05  FILLER               PIC 9(02) VALUE 02.
160800     05  FILLER               PIC X(04) VALUE "001W".
160900     05  FILLER               PIC X(04) VALUE "069W".
161000     05  FILLER               PIC X(24) VALUE SPACES.
161100
161200 01  WS-WDARCH-MAP.
161300     05  FILLER               PIC 9(02) VALUE 01.
161400     05  FILLER               PIC X(04) VALUE "001W".
161500     05  FILLER               PIC X(28) VALUE SPACES.
161600
161700 01  WS-WDCOMPLY-MAP.
161800     05  FILLER               PIC 9(02) VALUE 01.
161900     05  FILLER               PIC X(04) VALUE "001W".
162000     05  FILLER               PIC X(28) VALUE SPACES.
162100
162200 01  WS-UNCLFUND-MAP.
162300     05  FILLER               PIC 9(02) VALUE 02.
162400     05  FILLER               PIC X(04) VALUE "001W".
162500     05  FILLER               PIC X(04) VALUE "015W".
162600     05  FILLER               PIC X(24) VALUE SPACES.
162700
162800 01  WS-TAXLEDGR-MAP.
162900     05  FILLER               PIC 9(02) VALUE 01.
163000     05  FILLER               PIC X(04) VALUE "001W".
163100     05  FILLER               PIC X(28) VALUE SPACES.
163200
163300 01  WS-DSETREG-MAP.
163400     05  FILLER               PIC 9(02) VALUE 01.
163500     05  FILLER               PIC X(04) VALUE "001W".
163600     05  FILLER               PIC X(28) VALUE SPACES.
163700
163800 01  WS-CLOSEREG-MAP.
163900     05  FILLER               PIC 9(02) VALUE 01.
164000     05  FILLER               PIC X(04) VALUE "001W".
164100     05  FILLER               PIC X(28) VALUE SPACES.
164200
164300 01  WS-MNTJRNL-MAP.
164400     05  FILLER               PIC 9(02) VALUE 01.
164500     05  FILLER               PIC X(04) VALUE "001W".
164600     05  FILLER               PIC X(28) VALUE SPACES.
164700
164800 01  WS-PINLOG-MAP.
164900     05  FILLER               PIC 9(02) VALUE 01.
165000     05  FILLER               PIC X(04) VALUE "001W".
165100     05  FILLER               PIC X(28) VALUE SPACES.
165200
165300 01  WS-MAP-IDX               PIC 9(02) COMP.
165400
165500*    RECORD IMAGES AND THE WORK FIELDS THAT EXTEND ONE DATE.
165600 01  WS-OLD-IMAGE             PIC X(250).
165700 01  WS-NEW-IMAGE             PIC X(250).
165800 01  WS-WRITTEN-IMAGE         PIC X(250).
165900 01  WS-OLD-LENGTH            PIC 9(03) COMP.
166000 01  WS-OLD-POS               PIC 9(03) COMP.
166100 01  WS-NEW-POS               PIC 9(03) COMP.
166200 01  WS-SEG-LENGTH            PIC 9(03) COMP.
166300 01  WS-AFTER-POS             PIC 9(03) COMP.
166400
166500*    CONTROL FIGURES FOR THE FILE IN HAND.
166600 01  WS-CONV-FILE             PIC X(08).
166700 01  WS-FILE-READ             PIC 9(09) COMP.
166800 01  WS-FILE-WRITTEN          PIC 9(09) COMP.
166900 01  WS-FILE-BAD              PIC 9(09) COMP.
167000 01  WS-FILE-EXCEPTIONS       PIC 9(09) COMP.
167100 01  WS-FILE-BEFORE           PIC 9(15).
167200 01  WS-FILE-AFTER            PIC 9(15).
167300 01  WS-FILES-CONVERTED       PIC 9(02) COMP VALUE ZERO.
167400 01  WS-TOTAL-EXCEPTIONS      PIC 9(09) COMP VALUE ZERO.
167500
167600*    THE DATE IN HAND WHEN AN EXCEPTION IS WRITTEN.
167700 01  WS-EXC-OFFSET            PIC 9(03).
167800 01  WS-EXC-REASON            PIC X(28).
167900
168000 01  WS-SWITCHES.
168100     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
168200         88  WS-INIT-FAILED   VALUE "Y".
168300     05  WS-CONV-FAILED-SW    PIC X(01) VALUE "N".
168400         88  WS-CONV-FAILED   VALUE "Y".
168500     05  WS-EOF-SW            PIC X(01) VALUE "N".
168600         88  WS-EOF           VALUE "Y".
168700
168800 01  WS-HEADER-LINE.
168900     05  FILLER               PIC X(37) VALUE
169000         "DATE CONVERSION CONTROL TOTALS - RUN ".
169100     05  HDR-DATE             PIC 9(08).
169200
169300 01  WS-COLUMN-LINE.
169400     05  FILLER               PIC X(27) VALUE
169500         "FILE          READ  WRITTEN".
169600     05  FILLER               PIC X(32) VALUE
169700         "          BEFORE           AFTER".
169800     05  FILLER               PIC X(14) VALUE
169900         " EXCEPT RESULT".
170000
170100 01  WS-DETAIL-LINE.
170200     05  DTL-FILE             PIC X(08).
170300     05  FILLER               PIC X(02) VALUE SPACES.
170400     05  DTL-READ             PIC Z(7)9.
170500     05  FILLER               PIC X(01) VALUE SPACES.
170600     05  DTL-WRITTEN          PIC Z(7)9.
170700     05  FILLER               PIC X(01) VALUE SPACES.
170800     05  DTL-BEFORE           PIC Z(14)9.
170900     05  FILLER               PIC X(01) VALUE SPACES.
171000     05  DTL-AFTER            PIC Z(14)9.
171100     05  FILLER               PIC X(01) VALUE SPACES.
171200     05  DTL-EXCEPTIONS       PIC Z(5)9.
171300     05  FILLER               PIC X(01) VALUE SPACES.
171400     05  DTL-RESULT           PIC X(11).
171500
171600 01  WS-EXCEPTION-SUMMARY.
171700     05  FILLER               PIC X(38) VALUE
171800         "DATES LISTED ON THE EXCEPTION REPORT: ".
171900     05  SUM-EXCEPTIONS       PIC Z(8)9.
172000
172100 01  WS-EXC-HEADER-LINE.
172200     05  FILLER               PIC X(33) VALUE
172300         "DATE CONVERSION EXCEPTIONS - RUN ".
172400     05  EXH-DATE             PIC 9(08).
172500
172600 01  WS-EXC-COLUMN-LINE.
172700     05  FILLER               PIC X(31) VALUE
172800         "FILE      RECORD            POS".
172900     05  FILLER               PIC X(26) VALUE
173000         "  OLD     NEW       REASON".
173100
173200 01  WS-EXCEPTION-DETAIL.
173300     05  EXC-FILE             PIC X(08).
173400     05  FILLER               PIC X(02) VALUE SPACES.
173500     05  EXC-RECORD           PIC X(16).
173600     05  FILLER               PIC X(02) VALUE SPACES.
173700     05  EXC-OFFSET           PIC ZZ9.
173800     05  FILLER               PIC X(02) VALUE SPACES.
173900     05  EXC-OLD              PIC X(06).
174000     05  FILLER               PIC X(02) VALUE SPACES.
174100     05  EXC-NEW              PIC 9(08).
174200     05  FILLER               PIC X(02) VALUE SPACES.
174300     05  EXC-REASON           PIC X(28).
174400
174500
174600 PROCEDURE DIVISION.
174700 0000-MAINLINE.
174800     PERFORM 1000-INITIALIZE
174900         THRU 1000-INITIALIZE-EXIT
175000
175100     IF NOT WS-INIT-FAILED
175200         PERFORM 2000-CONVERT-PROCDATE
175300             THRU 2000-CONVERT-PROCDATE-EXIT
175400         PERFORM 2100-CONVERT-ACCMSTR
175500             THRU 2100-CONVERT-ACCMSTR-EXIT
175600         PERFORM 2200-CONVERT-CUSTMSTR
175700             THRU 2200-CONVERT-CUSTMSTR-EXIT
175800         PERFORM 2300-CONVERT-TXNHIST
175900             THRU 2300-CONVERT-TXNHIST-EXIT
176000         PERFORM 2400-CONVERT-CHQREG
176100             THRU 2400-CONVERT-CHQREG-EXIT
176200         PERFORM 2500-CONVERT-HOLDFILE
176300             THRU 2500-CONVERT-HOLDFILE-EXIT
176400         PERFORM 2600-CONVERT-LOANMSTR
176500             THRU 2600-CONVERT-LOANMSTR-EXIT
176600         PERFORM 2700-CONVERT-DDREG
176700             THRU 2700-CONVERT-DDREG-EXIT
176800         PERFORM 2800-CONVERT-ORMFILE
176900             THRU 2800-CONVERT-ORMFILE-EXIT
177000         PERFORM 2900-CONVERT-STDINSTR
177100             THRU 2900-CONVERT-STDINSTR-EXIT
177200         PERFORM 3000-CONVERT-ATMCASE
177300             THRU 3000-CONVERT-ATMCASE-EXIT
177400         PERFORM 3100-CONVERT-BENFILE
177500             THRU 3100-CONVERT-BENFILE-EXIT
177600         PERFORM 3200-CONVERT-CARDFILE
177700             THRU 3200-CONVERT-CARDFILE-EXIT
177800         PERFORM 3300-CONVERT-CHQBKREG
177900             THRU 3300-CONVERT-CHQBKREG-EXIT
178000         PERFORM 3400-CONVERT-FRZFILE
178100             THRU 3400-CONVERT-FRZFILE-EXIT
178200         PERFORM 3500-CONVERT-FXRATES
178300             THRU 3500-CONVERT-FXRATES-EXIT
178400         PERFORM 3600-CONVERT-HOLIDAYS
178500             THRU 3600-CONVERT-HOLIDAYS-EXIT
178600         PERFORM 3700-CONVERT-KYCFILE
178700             THRU 3700-CONVERT-KYCFILE-EXIT
178800         PERFORM 3800-CONVERT-LOCKALOT
178900             THRU 3800-CONVERT-LOCKALOT-EXIT
179000         PERFORM 3900-CONVERT-LOCKMSTR
179100             THRU 3900-CONVERT-LOCKMSTR-EXIT
179200         PERFORM 4000-CONVERT-NOMFILE
179300             THRU 4000-CONVERT-NOMFILE-EXIT
179400         PERFORM 4100-CONVERT-PENDFILE
179500             THRU 4100-CONVERT-PENDFILE-EXIT
179600         PERFORM 4200-CONVERT-PRODMSTR
179700             THRU 4200-CONVERT-PRODMSTR-EXIT
179800         PERFORM 4300-CONVERT-RATEFILE
179900             THRU 4300-CONVERT-RATEFILE-EXIT
180000         PERFORM 4400-CONVERT-RDLFILE
180100             THRU 4400-CONVERT-RDLFILE-EXIT
180200         PERFORM 4500-CONVERT-STMTENR
180300             THRU 4500-CONVERT-STMTENR-EXIT
180400         PERFORM 4600-CONVERT-STOPFILE
180500             THRU 4600-CONVERT-STOPFILE-EXIT
180600         PERFORM 4700-CONVERT-TILLFILE
180700             THRU 4700-CONVERT-TILLFILE-EXIT
180800         PERFORM 4800-CONVERT-VAULTFIL
180900             THRU 4800-CONVERT-VAULTFIL-EXIT
181000         PERFORM 4900-CONVERT-WLQFILE
181100             THRU 4900-CONVERT-WLQFILE-EXIT
181200         PERFORM 5000-CONVERT-ACCTLOCK
181300             THRU 5000-CONVERT-ACCTLOCK-EXIT
181400         PERFORM 5100-CONVERT-CLMFILE
181500             THRU 5100-CONVERT-CLMFILE-EXIT
181600         PERFORM 5200-CONVERT-EODCTL
181700             THRU 5200-CONVERT-EODCTL-EXIT
181800         PERFORM 5300-CONVERT-LOANCLS
181900             THRU 5300-CONVERT-LOANCLS-EXIT
182000         PERFORM 5400-CONVERT-PBPOS
182100             THRU 5400-CONVERT-PBPOS-EXIT
182200         PERFORM 5500-CONVERT-RPTREPO
182300             THRU 5500-CONVERT-RPTREPO-EXIT
182400         PERFORM 5600-CONVERT-DEPARCH
182500             THRU 5600-CONVERT-DEPARCH-EXIT
182600         PERFORM 5700-CONVERT-WDARCH
182700             THRU 5700-CONVERT-WDARCH-EXIT
182800         PERFORM 5800-CONVERT-WDCOMPLY
182900             THRU 5800-CONVERT-WDCOMPLY-EXIT
183000         PERFORM 5900-CONVERT-ACCSNAP
183100             THRU 5900-CONVERT-ACCSNAP-EXIT
183200         PERFORM 6000-CONVERT-UNCLFUND
183300             THRU 6000-CONVERT-UNCLFUND-EXIT
183400         PERFORM 6100-CONVERT-TAXLEDGR
183500             THRU 6100-CONVERT-TAXLEDGR-EXIT
183600         PERFORM 6200-CONVERT-DSETREG
183700             THRU 6200-CONVERT-DSETREG-EXIT
183800         PERFORM 6300-CONVERT-CLOSEREG
183900             THRU 6300-CONVERT-CLOSEREG-EXIT
184000         PERFORM 6400-CONVERT-MNTJRNL
184100             THRU 6400-CONVERT-MNTJRNL-EXIT
184200         PERFORM 6500-CONVERT-PINLOG
184300             THRU 6500-CONVERT-PINLOG-EXIT
184400     END-IF
184500
184600     PERFORM 9999-TERMINATE
184700         THRU 9999-TERMINATE-EXIT
184800
184900*    A REFUSED OR OUT-OF-BALANCE RUN HANDS BACK RETURN CODE 8 -
185000*    SET LAST, SINCE ANY LATER CALL WOULD WIPE THE REGISTER.
185100     IF WS-INIT-FAILED OR WS-CONV-FAILED
185200         MOVE 8 TO RETURN-CODE
185300     END-IF
185400     GOBACK.
185500
185600*-----------------------------------------------------------------
185700* TAKE THE BATCH WINDOW HOLD, MAKE SURE LOGARCH HAS ALREADY
185800* EMPTIED THE LIVE LOGS, FIX TODAY'S DATE AND OPEN THE REPORTS.
185900*-----------------------------------------------------------------
186000 1000-INITIALIZE.
186100     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
186200     IF NOT WS-BATCH-ACQUIRED
186300         DISPLAY "DATECONV: BATCH WINDOW CHECK FAILED, RUN "
186400                 "REFUSED"
186500         SET WS-INIT-FAILED TO TRUE
186600         GO TO 1000-INITIALIZE-EXIT
186700     END-IF
186800
186900     PERFORM 1100-ESTABLISH-TODAY
187000         THRU 1100-ESTABLISH-TODAY-EXIT
187100
187200     OPEN INPUT DEPOSIT-LOG
187300     IF WS-DEPLOG-OK
187400         READ DEPOSIT-LOG
187500             NOT AT END
187600                 DISPLAY "DATECONV: DEPOSIT LOG IS NOT EMPTY - "
187700                         "RUN LOGARCH FIRST, RUN REFUSED"
187800                 SET WS-INIT-FAILED TO TRUE
187900         END-READ
188000         CLOSE DEPOSIT-LOG
188100     END-IF
188200
188300     OPEN INPUT WITHDRAW-LOG
188400     IF WS-WDLOG-OK
188500         READ WITHDRAW-LOG
188600             NOT AT END
188700                 DISPLAY "DATECONV: WITHDRAWAL LOG IS NOT EMPTY "
188800                         "- RUN LOGARCH FIRST, RUN REFUSED"
188900                 SET WS-INIT-FAILED TO TRUE
189000         END-READ
189100         CLOSE WITHDRAW-LOG
189200     END-IF
189300
189400     IF WS-INIT-FAILED
189500         GO TO 1000-INITIALIZE-EXIT
189600     END-IF
189700
189800     OPEN OUTPUT CONTROL-REPORT
189900     IF NOT WS-REPORT-OK
190000         DISPLAY "DATECONV: UNABLE TO OPEN CONTROL REPORT, "
190100                 "STATUS = " WS-REPORT-STATUS
190200         SET WS-INIT-FAILED TO TRUE
190300         GO TO 1000-INITIALIZE-EXIT
190400     END-IF
190500     OPEN OUTPUT EXCEPTION-REPORT
190600     IF NOT WS-EXCEPT-OK
190700         DISPLAY "DATECONV: UNABLE TO OPEN EXCEPTION REPORT, "
190800                 "STATUS = " WS-EXCEPT-STATUS
190900         CLOSE CONTROL-REPORT
191000         SET WS-INIT-FAILED TO TRUE
191100         GO TO 1000-INITIALIZE-EXIT
191200     END-IF
191300
191400     MOVE WS-TODAYS-DATE TO HDR-DATE
191500     MOVE WS-HEADER-LINE TO REPORT-LINE
191600     WRITE REPORT-LINE
191700     MOVE SPACES TO REPORT-LINE
191800     WRITE REPORT-LINE
191900     MOVE WS-COLUMN-LINE TO REPORT-LINE
192000     WRITE REPORT-LINE
192100
192200     MOVE WS-TODAYS-DATE TO EXH-DATE
192300     MOVE WS-EXC-HEADER-LINE TO EXCEPTION-LINE
192400     WRITE EXCEPTION-LINE
192500     MOVE SPACES TO EXCEPTION-LINE
192600     WRITE EXCEPTION-LINE
192700     MOVE WS-EXC-COLUMN-LINE TO EXCEPTION-LINE
192800     WRITE EXCEPTION-LINE.
192900 1000-INITIALIZE-EXIT.
193000     EXIT.
193100
193200*-----------------------------------------------------------------
193300* TODAY IS THE BUSINESS DATE ON THE OLD DATE CONTROL RECORD, GIVEN
193400* ITS CENTURY BY THE WINDOW ROUND THE MACHINE DATE.  WITH NO DATE
193500* CONTROL RECORD THE MACHINE DATE STANDS.  THE WINDOW AND THE
193600* MAJORITY DATE ARE THEN SET FROM TODAY FOR THE REST OF THE RUN.
193700*-----------------------------------------------------------------
193800 1100-ESTABLISH-TODAY.
193900     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD
194000     MOVE WS-MACHINE-DATE TO WS-TODAYS-DATE
194100     PERFORM 1200-SET-LIMITS
194200         THRU 1200-SET-LIMITS-EXIT
194300
194400     OPEN INPUT OLD-DATE-CONTROL
194500     IF NOT WS-OPROCDAT-OK
194600         GO TO 1100-ESTABLISH-TODAY-EXIT
194700     END-IF
194800     MOVE "PROCDT" TO OLD-PD-CONTROL-KEY
194900     READ OLD-DATE-CONTROL
195000         INVALID KEY
195100             MOVE ZERO TO WS-OLD-DATE
195200         NOT INVALID KEY
195300             MOVE OLD-DATE-CONTROL-RECORD(7:6) TO WS-OLD-DATE-X
195400     END-READ
195500     CLOSE OLD-DATE-CONTROL
195600
195700     IF WS-OLD-DATE NUMERIC
195800        AND WS-OLD-DATE > ZERO
195900         MOVE "W" TO WS-DATE-KIND
196000         PERFORM 7200-PLACE-CENTURY
196100             THRU 7200-PLACE-CENTURY-EXIT
196200         MOVE WS-NEW-DATE TO WS-TODAYS-DATE
196300         PERFORM 1200-SET-LIMITS
196400             THRU 1200-SET-LIMITS-EXIT
196500     END-IF.
196600 1100-ESTABLISH-TODAY-EXIT.
196700     EXIT.
196800
196900*-----------------------------------------------------------------
197000* AN ORDINARY DATE IS KEPT WITHIN 49 YEARS AHEAD AND 50 YEARS BACK
197100* OF TODAY.  A CUSTOMER BORN AFTER THE MAJORITY DATE IS UNDER 18.
197200*-----------------------------------------------------------------
197300 1200-SET-LIMITS.
197400     COMPUTE WS-TODAY-CENTURY = WS-TODAY-CCYY / 100
197500     COMPUTE WS-WINDOW-HIGH = WS-TODAY-CCYY + 49
197600     COMPUTE WS-WINDOW-LOW = WS-TODAY-CCYY - 50
197700     COMPUTE WS-MAJORITY-DATE = WS-TODAYS-DATE - 180000.
197800 1200-SET-LIMITS-EXIT.
197900     EXIT.
198000
198100
198200*-----------------------------------------------------------------
198300* BUSINESS PROCESSING DATE CONTROL.
198400*-----------------------------------------------------------------
198500 2000-CONVERT-PROCDATE.
198600     MOVE "PROCDATE" TO WS-CONV-FILE
198700     PERFORM 8000-START-FILE
198800         THRU 8000-START-FILE-EXIT
198900     OPEN INPUT OLD-DATE-CONTROL
199000     IF WS-OPROCDAT-NOTFOUND
199100         PERFORM 8200-FILE-NOT-PRESENT
199200             THRU 8200-FILE-NOT-PRESENT-EXIT
199300         GO TO 2000-CONVERT-PROCDATE-EXIT
199400     END-IF
199500     IF NOT WS-OPROCDAT-OK
199600         DISPLAY "DATECONV: UNABLE TO OPEN OLD DATE CONTROL "
199700                 "FILE, "
199800                 "STATUS = " WS-OPROCDAT-STATUS
199900         SET WS-CONV-FAILED TO TRUE
200000         GO TO 2000-CONVERT-PROCDATE-EXIT
200100     END-IF
200200     OPEN OUTPUT DATE-CONTROL
200300     IF NOT WS-PROCDATE-OK
200400         DISPLAY "DATECONV: UNABLE TO OPEN NEW DATE CONTROL "
200500                 "FILE, "
200600                 "STATUS = " WS-PROCDATE-STATUS
200700         CLOSE OLD-DATE-CONTROL
200800         SET WS-CONV-FAILED TO TRUE
200900         GO TO 2000-CONVERT-PROCDATE-EXIT
201000     END-IF
201100     MOVE WS-PROCDATE-MAP TO WS-FIELD-MAP
201200     MOVE 12 TO WS-OLD-LENGTH
201300     PERFORM 2010-CONVERT-DATE-CONTROL-ONE
201400         THRU 2010-CONVERT-DATE-CONTROL-ONE-EXIT
201500         UNTIL WS-EOF
201600     CLOSE OLD-DATE-CONTROL
201700     CLOSE DATE-CONTROL
201800     PERFORM 8100-WRITE-CONTROL-LINE
201900         THRU 8100-WRITE-CONTROL-LINE-EXIT.
202000 2000-CONVERT-PROCDATE-EXIT.
202100     EXIT.
202200
202300 2010-CONVERT-DATE-CONTROL-ONE.
202400     READ OLD-DATE-CONTROL NEXT RECORD
202500         AT END
202600             SET WS-EOF TO TRUE
202700             GO TO 2010-CONVERT-DATE-CONTROL-ONE-EXIT
202800     END-READ
202900     ADD 1 TO WS-FILE-READ
203000     MOVE OLD-DATE-CONTROL-RECORD TO WS-OLD-IMAGE
203100     PERFORM 7000-EXTEND-RECORD
203200         THRU 7000-EXTEND-RECORD-EXIT
203300     MOVE WS-NEW-IMAGE TO DATE-CONTROL-RECORD
203400     WRITE DATE-CONTROL-RECORD
203500         INVALID KEY
203600             DISPLAY "DATECONV: DATE CONTROL " PD-CONTROL-KEY
203700                     " NOT WRITTEN, STATUS = " WS-PROCDATE-STATUS
203800             GO TO 2010-CONVERT-DATE-CONTROL-ONE-EXIT
203900     END-WRITE
204000     ADD 1 TO WS-FILE-WRITTEN
204100     MOVE DATE-CONTROL-RECORD TO WS-WRITTEN-IMAGE
204200     PERFORM 7500-TAKE-AFTER-TOTAL
204300         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
204400 2010-CONVERT-DATE-CONTROL-ONE-EXIT.
204500     EXIT.
204600
204700*-----------------------------------------------------------------
204800* ACCOUNT MASTER.  THE ONE FILE THE RUN CANNOT DO WITHOUT.
204900*-----------------------------------------------------------------
205000 2100-CONVERT-ACCMSTR.
205100     MOVE "ACCMSTR" TO WS-CONV-FILE
205200     PERFORM 8000-START-FILE
205300         THRU 8000-START-FILE-EXIT
205400     OPEN INPUT OLD-ACCOUNT-MASTER
205500     IF NOT WS-OACCMSTR-OK
205600         DISPLAY "DATECONV: UNABLE TO OPEN OLD ACCOUNT MASTER, "
205700                 "STATUS = " WS-OACCMSTR-STATUS
205800         SET WS-CONV-FAILED TO TRUE
205900         GO TO 2100-CONVERT-ACCMSTR-EXIT
206000     END-IF
206100     OPEN OUTPUT ACCOUNT-MASTER
206200     IF NOT WS-ACCMSTR-OK
206300         DISPLAY "DATECONV: UNABLE TO OPEN NEW ACCOUNT MASTER, "
206400                 "STATUS = " WS-ACCMSTR-STATUS
206500         CLOSE OLD-ACCOUNT-MASTER
206600         SET WS-CONV-FAILED TO TRUE
206700         GO TO 2100-CONVERT-ACCMSTR-EXIT
206800     END-IF
206900     MOVE WS-ACCMSTR-MAP TO WS-FIELD-MAP
207000     MOVE 123 TO WS-OLD-LENGTH
207100     PERFORM 2110-CONVERT-ACCOUNT-ONE
207200         THRU 2110-CONVERT-ACCOUNT-ONE-EXIT
207300         UNTIL WS-EOF
207400     CLOSE OLD-ACCOUNT-MASTER
207500     CLOSE ACCOUNT-MASTER
207600     PERFORM 8100-WRITE-CONTROL-LINE
207700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
207800 2100-CONVERT-ACCMSTR-EXIT.
207900     EXIT.
208000
208100 2110-CONVERT-ACCOUNT-ONE.
208200     READ OLD-ACCOUNT-MASTER NEXT RECORD
208300         AT END
208400             SET WS-EOF TO TRUE
208500             GO TO 2110-CONVERT-ACCOUNT-ONE-EXIT
208600     END-READ
208700     ADD 1 TO WS-FILE-READ
208800     MOVE OLD-ACCOUNT-RECORD TO WS-OLD-IMAGE
208900     PERFORM 7000-EXTEND-RECORD
209000         THRU 7000-EXTEND-RECORD-EXIT
209100     MOVE WS-NEW-IMAGE TO ACCOUNT-RECORD
209200     WRITE ACCOUNT-RECORD
209300         INVALID KEY
209400             DISPLAY "DATECONV: ACCOUNT " ACCT-NUMBER
209500                     " NOT WRITTEN, STATUS = " WS-ACCMSTR-STATUS
209600             GO TO 2110-CONVERT-ACCOUNT-ONE-EXIT
209700     END-WRITE
209800     ADD 1 TO WS-FILE-WRITTEN
209900     MOVE ACCOUNT-RECORD TO WS-WRITTEN-IMAGE
210000     PERFORM 7500-TAKE-AFTER-TOTAL
210100         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
210200 2110-CONVERT-ACCOUNT-ONE-EXIT.
210300     EXIT.
210400
210500*-----------------------------------------------------------------
210600* CUSTOMER MASTER.  EACH DATE OF BIRTH IS ALSO CHECKED AGAINST
210700* THE GUARDIAN LINKS - A MINOR BY DATE WITH NO GUARDIAN ON ANY
210800* ACCOUNT HELD, OR A HOLDER OF A GUARDIAN-LINKED ACCOUNT WHO IS
210900* OF AGE BY DATE, GOES TO THE EXCEPTION REPORT.
211000*-----------------------------------------------------------------
211100 2200-CONVERT-CUSTMSTR.
211200     MOVE "CUSTMSTR" TO WS-CONV-FILE
211300     PERFORM 8000-START-FILE
211400         THRU 8000-START-FILE-EXIT
211500     PERFORM 2230-LOAD-WARDS
211600         THRU 2230-LOAD-WARDS-EXIT
211700     OPEN INPUT OLD-CUSTOMER-MASTER
211800     IF WS-OCUSTMST-NOTFOUND
211900         PERFORM 8200-FILE-NOT-PRESENT
212000             THRU 8200-FILE-NOT-PRESENT-EXIT
212100         GO TO 2200-CONVERT-CUSTMSTR-EXIT
212200     END-IF
212300     IF NOT WS-OCUSTMST-OK
212400         DISPLAY "DATECONV: UNABLE TO OPEN OLD CUSTOMER MASTER, "
212500                 "STATUS = " WS-OCUSTMST-STATUS
212600         SET WS-CONV-FAILED TO TRUE
212700         GO TO 2200-CONVERT-CUSTMSTR-EXIT
212800     END-IF
212900     OPEN OUTPUT CUSTOMER-MASTER
213000     IF NOT WS-CUSTMSTR-OK
213100         DISPLAY "DATECONV: UNABLE TO OPEN NEW CUSTOMER MASTER, "
213200                 "STATUS = " WS-CUSTMSTR-STATUS
213300         CLOSE OLD-CUSTOMER-MASTER
213400         SET WS-CONV-FAILED TO TRUE
213500         GO TO 2200-CONVERT-CUSTMSTR-EXIT
213600     END-IF
213700     MOVE WS-CUSTMSTR-MAP TO WS-FIELD-MAP
213800     MOVE 99 TO WS-OLD-LENGTH
213900     PERFORM 2210-CONVERT-CUSTOMER-ONE
214000         THRU 2210-CONVERT-CUSTOMER-ONE-EXIT
214100         UNTIL WS-EOF
214200     CLOSE OLD-CUSTOMER-MASTER
214300     CLOSE CUSTOMER-MASTER
214400     PERFORM 8100-WRITE-CONTROL-LINE
214500         THRU 8100-WRITE-CONTROL-LINE-EXIT.
214600 2200-CONVERT-CUSTMSTR-EXIT.
214700     EXIT.
214800
214900 2210-CONVERT-CUSTOMER-ONE.
215000     READ OLD-CUSTOMER-MASTER NEXT RECORD
215100         AT END
215200             SET WS-EOF TO TRUE
215300             GO TO 2210-CONVERT-CUSTOMER-ONE-EXIT
215400     END-READ
215500     ADD 1 TO WS-FILE-READ
215600     MOVE OLD-CUSTOMER-RECORD TO WS-OLD-IMAGE
215700     PERFORM 7000-EXTEND-RECORD
215800         THRU 7000-EXTEND-RECORD-EXIT
215900     MOVE WS-NEW-IMAGE TO CUSTOMER-RECORD
216000     PERFORM 2220-CHECK-BIRTH
216100         THRU 2220-CHECK-BIRTH-EXIT
216200     WRITE CUSTOMER-RECORD
216300         INVALID KEY
216400             DISPLAY "DATECONV: CUSTOMER " CUST-NUMBER
216500                     " NOT WRITTEN, STATUS = " WS-CUSTMSTR-STATUS
216600             GO TO 2210-CONVERT-CUSTOMER-ONE-EXIT
216700     END-WRITE
216800     ADD 1 TO WS-FILE-WRITTEN
216900     MOVE CUSTOMER-RECORD TO WS-WRITTEN-IMAGE
217000     PERFORM 7500-TAKE-AFTER-TOTAL
217100         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
217200 2210-CONVERT-CUSTOMER-ONE-EXIT.
217300     EXIT.
217400
217500*-----------------------------------------------------------------
217600* SET THE CONVERTED DATE OF BIRTH AGAINST THE GUARDIAN LINKS.  A
217700* ZERO OR BLANK DATE OF BIRTH WAS NEVER CAPTURED AND IS LEFT
217800* ALONE.
217900*-----------------------------------------------------------------
218000 2220-CHECK-BIRTH.
218100     IF CUST-DATE-OF-BIRTH NOT NUMERIC
218200        OR CUST-DATE-OF-BIRTH = ZERO
218300         GO TO 2220-CHECK-BIRTH-EXIT
218400     END-IF
218500     MOVE CUST-NUMBER TO WS-FIND-CUST
218600     PERFORM 2270-FIND-WARD
218700         THRU 2270-FIND-WARD-EXIT
218800     MOVE MAP-OFFSET(1) TO WS-EXC-OFFSET
218900     MOVE WS-OLD-IMAGE(WS-EXC-OFFSET:6) TO WS-OLD-DATE-X
219000     MOVE CUST-DATE-OF-BIRTH TO WS-NEW-DATE
219100     IF CUST-DATE-OF-BIRTH > WS-MAJORITY-DATE
219200        AND NOT WS-WARD-FOUND
219300         MOVE "MINOR BY DATE, NO GUARDIAN" TO WS-EXC-REASON
219400         PERFORM 7300-WRITE-EXCEPTION
219500             THRU 7300-WRITE-EXCEPTION-EXIT
219600     END-IF
219700     IF CUST-DATE-OF-BIRTH NOT > WS-MAJORITY-DATE
219800        AND WS-WARD-FOUND
219900         MOVE "GUARDIAN LINKED BUT OF AGE" TO WS-EXC-REASON
220000         PERFORM 7300-WRITE-EXCEPTION
220100             THRU 7300-WRITE-EXCEPTION-EXIT
220200     END-IF.
220300 2220-CHECK-BIRTH-EXIT.
220400     EXIT.
220500
220600*-----------------------------------------------------------------
220700* BUILD THE WARD TABLE FROM THE LINK FILE.  THE LINKS COME IN
220800* ACCOUNT ORDER; THE HOLDERS OF EACH ACCOUNT ARE GATHERED AND, IF
220900* THE ACCOUNT ALSO CARRIES A GUARDIAN LINK, ENTERED AS WARDS.
221000*-----------------------------------------------------------------
221100 2230-LOAD-WARDS.
221200     MOVE ZERO TO WS-WARD-COUNT
221300     MOVE ZERO TO WS-GROUP-COUNT
221400     MOVE ZERO TO WS-GROUP-ACCT
221500     MOVE "N" TO WS-GROUP-GUARDIAN-SW
221600     MOVE "N" TO WS-LINK-EOF-SW
221700     OPEN INPUT CUSTOMER-LINK
221800     IF WS-CUSTLINK-NOTFOUND
221900         GO TO 2230-LOAD-WARDS-EXIT
222000     END-IF
222100     IF NOT WS-CUSTLINK-OK
222200         DISPLAY "DATECONV: UNABLE TO OPEN CUSTOMER LINK FILE, "
222300                 "STATUS = " WS-CUSTLINK-STATUS
222400         GO TO 2230-LOAD-WARDS-EXIT
222500     END-IF
222600     PERFORM 2240-LOAD-ONE-LINK
222700         THRU 2240-LOAD-ONE-LINK-EXIT
222800         UNTIL WS-LINK-EOF
222900     PERFORM 2250-CLOSE-GROUP
223000         THRU 2250-CLOSE-GROUP-EXIT
223100     CLOSE CUSTOMER-LINK
223200     IF WS-WARD-FULL
223300         DISPLAY "DATECONV: WARD TABLE FULL AT " WS-WARD-MAX
223400                 " - GUARDIAN CHECK INCOMPLETE"
223500     END-IF.
223600 2230-LOAD-WARDS-EXIT.
223700     EXIT.
223800
223900 2240-LOAD-ONE-LINK.
224000     READ CUSTOMER-LINK NEXT RECORD
224100         AT END
224200             SET WS-LINK-EOF TO TRUE
224300             GO TO 2240-LOAD-ONE-LINK-EXIT
224400     END-READ
224500     IF LINK-ACCT-NUMBER NOT = WS-GROUP-ACCT
224600         PERFORM 2250-CLOSE-GROUP
224700             THRU 2250-CLOSE-GROUP-EXIT
224800         MOVE LINK-ACCT-NUMBER TO WS-GROUP-ACCT
224900     END-IF
225000     IF LINK-ROLE-GUARDIAN
225100         SET WS-GROUP-HAS-GUARDIAN TO TRUE
225200         GO TO 2240-LOAD-ONE-LINK-EXIT
225300     END-IF
225400     IF WS-GROUP-COUNT < 10
225500         ADD 1 TO WS-GROUP-COUNT
225600         MOVE LINK-CUST-NUMBER TO WS-GROUP-CUST(WS-GROUP-COUNT)
225700     END-IF.
225800 2240-LOAD-ONE-LINK-EXIT.
225900     EXIT.
226000
226100 2250-CLOSE-GROUP.
226200     IF WS-GROUP-HAS-GUARDIAN
226300         PERFORM 2260-ADD-WARD
226400             THRU 2260-ADD-WARD-EXIT
226500             VARYING WS-GROUP-IDX FROM 1 BY 1
226600             UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
226700     END-IF
226800     MOVE ZERO TO WS-GROUP-COUNT
226900     MOVE "N" TO WS-GROUP-GUARDIAN-SW.
227000 2250-CLOSE-GROUP-EXIT.
227100     EXIT.
227200
227300 2260-ADD-WARD.
227400     MOVE WS-GROUP-CUST(WS-GROUP-IDX) TO WS-FIND-CUST
227500     PERFORM 2270-FIND-WARD
227600         THRU 2270-FIND-WARD-EXIT
227700     IF WS-WARD-FOUND
227800         GO TO 2260-ADD-WARD-EXIT
227900     END-IF
228000     IF WS-WARD-COUNT NOT < WS-WARD-MAX
228100         SET WS-WARD-FULL TO TRUE
228200         GO TO 2260-ADD-WARD-EXIT
228300     END-IF
228400     ADD 1 TO WS-WARD-COUNT
228500     MOVE WS-FIND-CUST TO WS-WARD-CUST(WS-WARD-COUNT).
228600 2260-ADD-WARD-EXIT.
228700     EXIT.
228800
228900 2270-FIND-WARD.
229000     MOVE "N" TO WS-WARD-FOUND-SW
229100     PERFORM 2280-MATCH-ONE-WARD
229200         THRU 2280-MATCH-ONE-WARD-EXIT
229300         VARYING WS-WARD-IDX FROM 1 BY 1
229400         UNTIL WS-WARD-IDX > WS-WARD-COUNT
229500            OR WS-WARD-FOUND.
229600 2270-FIND-WARD-EXIT.
229700     EXIT.
229800
229900 2280-MATCH-ONE-WARD.
230000     IF WS-WARD-CUST(WS-WARD-IDX) = WS-FIND-CUST
230100         SET WS-WARD-FOUND TO TRUE
230200     END-IF.
230300 2280-MATCH-ONE-WARD-EXIT.
230400     EXIT.
230500
230600
230700*-----------------------------------------------------------------
230800* TRANSACTION HISTORY.  THE DATE IS PART OF THE KEY, SO THE NEW
230900* FILE IS LOADED BY KEY RATHER THAN IN THE OLD ORDER.
231000*-----------------------------------------------------------------
231100 2300-CONVERT-TXNHIST.
231200     MOVE "TXNHIST" TO WS-CONV-FILE
231300     PERFORM 8000-START-FILE
231400         THRU 8000-START-FILE-EXIT
231500     OPEN INPUT OLD-TRANSACTION-HISTORY
231600     IF WS-OTXNHIST-NOTFOUND
231700         PERFORM 8200-FILE-NOT-PRESENT
231800             THRU 8200-FILE-NOT-PRESENT-EXIT
231900         GO TO 2300-CONVERT-TXNHIST-EXIT
232000     END-IF
232100     IF NOT WS-OTXNHIST-OK
232200         DISPLAY "DATECONV: UNABLE TO OPEN OLD TRANSACTION "
232300                 "HISTORY, "
232400                 "STATUS = " WS-OTXNHIST-STATUS
232500         SET WS-CONV-FAILED TO TRUE
232600         GO TO 2300-CONVERT-TXNHIST-EXIT
232700     END-IF
232800     OPEN OUTPUT TRANSACTION-HISTORY
232900     IF NOT WS-TXNHIST-OK
233000         DISPLAY "DATECONV: UNABLE TO OPEN NEW TRANSACTION "
233100                 "HISTORY, "
233200                 "STATUS = " WS-TXNHIST-STATUS
233300         CLOSE OLD-TRANSACTION-HISTORY
233400         SET WS-CONV-FAILED TO TRUE
233500         GO TO 2300-CONVERT-TXNHIST-EXIT
233600     END-IF
233700     MOVE WS-TXNHIST-MAP TO WS-FIELD-MAP
233800     MOVE 53 TO WS-OLD-LENGTH
233900     PERFORM 2310-CONVERT-TXN-ONE
234000         THRU 2310-CONVERT-TXN-ONE-EXIT
234100         UNTIL WS-EOF
234200     CLOSE OLD-TRANSACTION-HISTORY
234300     CLOSE TRANSACTION-HISTORY
234400     PERFORM 8100-WRITE-CONTROL-LINE
234500         THRU 8100-WRITE-CONTROL-LINE-EXIT.
234600 2300-CONVERT-TXNHIST-EXIT.
234700     EXIT.
234800
234900 2310-CONVERT-TXN-ONE.
235000     READ OLD-TRANSACTION-HISTORY NEXT RECORD
235100         AT END
235200             SET WS-EOF TO TRUE
235300             GO TO 2310-CONVERT-TXN-ONE-EXIT
235400     END-READ
235500     ADD 1 TO WS-FILE-READ
235600     MOVE OLD-TXN-RECORD TO WS-OLD-IMAGE
235700     PERFORM 7000-EXTEND-RECORD
235800         THRU 7000-EXTEND-RECORD-EXIT
235900     MOVE WS-NEW-IMAGE TO TXN-RECORD
236000     WRITE TXN-RECORD
236100         INVALID KEY
236200             DISPLAY "DATECONV: TXN " TXN-ACCT-NUMBER
236300                     " NOT WRITTEN, STATUS = " WS-TXNHIST-STATUS
236400             GO TO 2310-CONVERT-TXN-ONE-EXIT
236500     END-WRITE
236600     ADD 1 TO WS-FILE-WRITTEN
236700     MOVE TXN-RECORD TO WS-WRITTEN-IMAGE
236800     PERFORM 7500-TAKE-AFTER-TOTAL
236900         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
237000 2310-CONVERT-TXN-ONE-EXIT.
237100     EXIT.
237200
237300*-----------------------------------------------------------------
237400* CHEQUE REGISTER.
237500*-----------------------------------------------------------------
237600 2400-CONVERT-CHQREG.
237700     MOVE "CHQREG" TO WS-CONV-FILE
237800     PERFORM 8000-START-FILE
237900         THRU 8000-START-FILE-EXIT
238000     OPEN INPUT OLD-CHEQUE-REGISTER
238100     IF WS-OCHQREG-NOTFOUND
238200         PERFORM 8200-FILE-NOT-PRESENT
238300             THRU 8200-FILE-NOT-PRESENT-EXIT
238400         GO TO 2400-CONVERT-CHQREG-EXIT
238500     END-IF
238600     IF NOT WS-OCHQREG-OK
238700         DISPLAY "DATECONV: UNABLE TO OPEN OLD CHEQUE REGISTER, "
238800                 "STATUS = " WS-OCHQREG-STATUS
238900         SET WS-CONV-FAILED TO TRUE
239000         GO TO 2400-CONVERT-CHQREG-EXIT
239100     END-IF
239200     OPEN OUTPUT CHEQUE-REGISTER
239300     IF NOT WS-CHQREG-OK
239400         DISPLAY "DATECONV: UNABLE TO OPEN NEW CHEQUE REGISTER, "
239500                 "STATUS = " WS-CHQREG-STATUS
239600         CLOSE OLD-CHEQUE-REGISTER
239700         SET WS-CONV-FAILED TO TRUE
239800         GO TO 2400-CONVERT-CHQREG-EXIT
239900     END-IF
240000     MOVE WS-CHQREG-MAP TO WS-FIELD-MAP
240100     MOVE 58 TO WS-OLD-LENGTH
240200     PERFORM 2410-CONVERT-CHEQUE-ONE
240300         THRU 2410-CONVERT-CHEQUE-ONE-EXIT
240400         UNTIL WS-EOF
240500     CLOSE OLD-CHEQUE-REGISTER
240600     CLOSE CHEQUE-REGISTER
240700     PERFORM 8100-WRITE-CONTROL-LINE
240800         THRU 8100-WRITE-CONTROL-LINE-EXIT.
240900 2400-CONVERT-CHQREG-EXIT.
241000     EXIT.
241100
241200 2410-CONVERT-CHEQUE-ONE.
241300     READ OLD-CHEQUE-REGISTER NEXT RECORD
241400         AT END
241500             SET WS-EOF TO TRUE
241600             GO TO 2410-CONVERT-CHEQUE-ONE-EXIT
241700     END-READ
241800     ADD 1 TO WS-FILE-READ
241900     MOVE OLD-CHEQUE-RECORD TO WS-OLD-IMAGE
242000     PERFORM 7000-EXTEND-RECORD
242100         THRU 7000-EXTEND-RECORD-EXIT
242200     MOVE WS-NEW-IMAGE TO CHEQUE-RECORD
242300     WRITE CHEQUE-RECORD
242400         INVALID KEY
242500             DISPLAY "DATECONV: CHEQUE " CHQ-NUMBER
242600                     " NOT WRITTEN, STATUS = " WS-CHQREG-STATUS
242700             GO TO 2410-CONVERT-CHEQUE-ONE-EXIT
242800     END-WRITE
242900     ADD 1 TO WS-FILE-WRITTEN
243000     MOVE CHEQUE-RECORD TO WS-WRITTEN-IMAGE
243100     PERFORM 7500-TAKE-AFTER-TOTAL
243200         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
243300 2410-CONVERT-CHEQUE-ONE-EXIT.
243400     EXIT.
243500
243600*-----------------------------------------------------------------
243700* HOLD/LIEN FILE.
243800*-----------------------------------------------------------------
243900 2500-CONVERT-HOLDFILE.
244000     MOVE "HOLDFILE" TO WS-CONV-FILE
244100     PERFORM 8000-START-FILE
244200         THRU 8000-START-FILE-EXIT
244300     OPEN INPUT OLD-HOLD-FILE
244400     IF WS-OHOLDFIL-NOTFOUND
244500         PERFORM 8200-FILE-NOT-PRESENT
244600             THRU 8200-FILE-NOT-PRESENT-EXIT
244700         GO TO 2500-CONVERT-HOLDFILE-EXIT
244800     END-IF
244900     IF NOT WS-OHOLDFIL-OK
245000         DISPLAY "DATECONV: UNABLE TO OPEN OLD HOLD FILE, "
245100                 "STATUS = " WS-OHOLDFIL-STATUS
245200         SET WS-CONV-FAILED TO TRUE
245300         GO TO 2500-CONVERT-HOLDFILE-EXIT
245400     END-IF
245500     OPEN OUTPUT HOLD-FILE
245600     IF NOT WS-HOLDFILE-OK
245700         DISPLAY "DATECONV: UNABLE TO OPEN NEW HOLD FILE, "
245800                 "STATUS = " WS-HOLDFILE-STATUS
245900         CLOSE OLD-HOLD-FILE
246000         SET WS-CONV-FAILED TO TRUE
246100         GO TO 2500-CONVERT-HOLDFILE-EXIT
246200     END-IF
246300     MOVE WS-HOLDFILE-MAP TO WS-FIELD-MAP
246400     MOVE 45 TO WS-OLD-LENGTH
246500     PERFORM 2510-CONVERT-HOLD-ONE
246600         THRU 2510-CONVERT-HOLD-ONE-EXIT
246700         UNTIL WS-EOF
246800     CLOSE OLD-HOLD-FILE
246900     CLOSE HOLD-FILE
247000     PERFORM 8100-WRITE-CONTROL-LINE
247100         THRU 8100-WRITE-CONTROL-LINE-EXIT.
247200 2500-CONVERT-HOLDFILE-EXIT.
247300     EXIT.
247400
247500 2510-CONVERT-HOLD-ONE.
247600     READ OLD-HOLD-FILE NEXT RECORD
247700         AT END
247800             SET WS-EOF TO TRUE
247900             GO TO 2510-CONVERT-HOLD-ONE-EXIT
248000     END-READ
248100     ADD 1 TO WS-FILE-READ
248200     MOVE OLD-HOLD-RECORD TO WS-OLD-IMAGE
248300     PERFORM 7000-EXTEND-RECORD
248400         THRU 7000-EXTEND-RECORD-EXIT
248500     MOVE WS-NEW-IMAGE TO HOLD-RECORD
248600     WRITE HOLD-RECORD
248700         INVALID KEY
248800             DISPLAY "DATECONV: HOLD " HOLD-ACCT-NUMBER
248900                     " NOT WRITTEN, STATUS = " WS-HOLDFILE-STATUS
249000             GO TO 2510-CONVERT-HOLD-ONE-EXIT
249100     END-WRITE
249200     ADD 1 TO WS-FILE-WRITTEN
249300     MOVE HOLD-RECORD TO WS-WRITTEN-IMAGE
249400     PERFORM 7500-TAKE-AFTER-TOTAL
249500         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
249600 2510-CONVERT-HOLD-ONE-EXIT.
249700     EXIT.
249800
249900*-----------------------------------------------------------------
250000* LOAN MASTER.
250100*-----------------------------------------------------------------
250200 2600-CONVERT-LOANMSTR.
250300     MOVE "LOANMSTR" TO WS-CONV-FILE
250400     PERFORM 8000-START-FILE
250500         THRU 8000-START-FILE-EXIT
250600     OPEN INPUT OLD-LOAN-MASTER
250700     IF WS-OLOANMST-NOTFOUND
250800         PERFORM 8200-FILE-NOT-PRESENT
250900             THRU 8200-FILE-NOT-PRESENT-EXIT
251000         GO TO 2600-CONVERT-LOANMSTR-EXIT
251100     END-IF
251200     IF NOT WS-OLOANMST-OK
251300         DISPLAY "DATECONV: UNABLE TO OPEN OLD LOAN MASTER, "
251400                 "STATUS = " WS-OLOANMST-STATUS
251500         SET WS-CONV-FAILED TO TRUE
251600         GO TO 2600-CONVERT-LOANMSTR-EXIT
251700     END-IF
251800     OPEN OUTPUT LOAN-MASTER
251900     IF NOT WS-LOANMSTR-OK
252000         DISPLAY "DATECONV: UNABLE TO OPEN NEW LOAN MASTER, "
252100                 "STATUS = " WS-LOANMSTR-STATUS
252200         CLOSE OLD-LOAN-MASTER
252300         SET WS-CONV-FAILED TO TRUE
252400         GO TO 2600-CONVERT-LOANMSTR-EXIT
252500     END-IF
252600     MOVE WS-LOANMSTR-MAP TO WS-FIELD-MAP
252700     MOVE 66 TO WS-OLD-LENGTH
252800     PERFORM 2610-CONVERT-LOAN-ONE
252900         THRU 2610-CONVERT-LOAN-ONE-EXIT
253000         UNTIL WS-EOF
253100     CLOSE OLD-LOAN-MASTER
253200     CLOSE LOAN-MASTER
253300     PERFORM 8100-WRITE-CONTROL-LINE
253400         THRU 8100-WRITE-CONTROL-LINE-EXIT.
253500 2600-CONVERT-LOANMSTR-EXIT.
253600     EXIT.
253700
253800 2610-CONVERT-LOAN-ONE.
253900     READ OLD-LOAN-MASTER NEXT RECORD
254000         AT END
254100             SET WS-EOF TO TRUE
254200             GO TO 2610-CONVERT-LOAN-ONE-EXIT
254300     END-READ
254400     ADD 1 TO WS-FILE-READ
254500     MOVE OLD-LOAN-RECORD TO WS-OLD-IMAGE
254600     PERFORM 7000-EXTEND-RECORD
254700         THRU 7000-EXTEND-RECORD-EXIT
254800     MOVE WS-NEW-IMAGE TO LOAN-RECORD
254900     WRITE LOAN-RECORD
255000         INVALID KEY
255100             DISPLAY "DATECONV: LOAN " LOAN-NUMBER
255200                     " NOT WRITTEN, STATUS = " WS-LOANMSTR-STATUS
255300             GO TO 2610-CONVERT-LOAN-ONE-EXIT
255400     END-WRITE
255500     ADD 1 TO WS-FILE-WRITTEN
255600     MOVE LOAN-RECORD TO WS-WRITTEN-IMAGE
255700     PERFORM 7500-TAKE-AFTER-TOTAL
255800         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
255900 2610-CONVERT-LOAN-ONE-EXIT.
256000     EXIT.
256100
256200*-----------------------------------------------------------------
256300* DEMAND DRAFT AND PAY ORDER REGISTER.
256400*-----------------------------------------------------------------
256500 2700-CONVERT-DDREG.
256600     MOVE "DDREG" TO WS-CONV-FILE
256700     PERFORM 8000-START-FILE
256800         THRU 8000-START-FILE-EXIT
256900     OPEN INPUT OLD-DD-REGISTER
257000     IF WS-ODDREG-NOTFOUND
257100         PERFORM 8200-FILE-NOT-PRESENT
257200             THRU 8200-FILE-NOT-PRESENT-EXIT
257300         GO TO 2700-CONVERT-DDREG-EXIT
257400     END-IF
257500     IF NOT WS-ODDREG-OK
257600         DISPLAY "DATECONV: UNABLE TO OPEN OLD DRAFT REGISTER, "
257700                 "STATUS = " WS-ODDREG-STATUS
257800         SET WS-CONV-FAILED TO TRUE
257900         GO TO 2700-CONVERT-DDREG-EXIT
258000     END-IF
258100     OPEN OUTPUT DD-REGISTER
258200     IF NOT WS-DDREG-OK
258300         DISPLAY "DATECONV: UNABLE TO OPEN NEW DRAFT REGISTER, "
258400                 "STATUS = " WS-DDREG-STATUS
258500         CLOSE OLD-DD-REGISTER
258600         SET WS-CONV-FAILED TO TRUE
258700         GO TO 2700-CONVERT-DDREG-EXIT
258800     END-IF
258900     MOVE WS-DDREG-MAP TO WS-FIELD-MAP
259000     MOVE 148 TO WS-OLD-LENGTH
259100     PERFORM 2710-CONVERT-DRAFT-ONE
259200         THRU 2710-CONVERT-DRAFT-ONE-EXIT
259300         UNTIL WS-EOF
259400     CLOSE OLD-DD-REGISTER
259500     CLOSE DD-REGISTER
259600     PERFORM 8100-WRITE-CONTROL-LINE
259700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
259800 2700-CONVERT-DDREG-EXIT.
259900     EXIT.
260000
260100 2710-CONVERT-DRAFT-ONE.
260200     READ OLD-DD-REGISTER NEXT RECORD
260300         AT END
260400             SET WS-EOF TO TRUE
260500             GO TO 2710-CONVERT-DRAFT-ONE-EXIT
260600     END-READ
260700     ADD 1 TO WS-FILE-READ
260800     MOVE OLD-DD-RECORD TO WS-OLD-IMAGE
260900     PERFORM 7000-EXTEND-RECORD
261000         THRU 7000-EXTEND-RECORD-EXIT
261100     MOVE WS-NEW-IMAGE TO DD-RECORD
261200     WRITE DD-RECORD
261300         INVALID KEY
261400             DISPLAY "DATECONV: DRAFT " DD-SERIAL-NO
261500                     " NOT WRITTEN, STATUS = " WS-DDREG-STATUS
261600             GO TO 2710-CONVERT-DRAFT-ONE-EXIT
261700     END-WRITE
261800     ADD 1 TO WS-FILE-WRITTEN
261900     MOVE DD-RECORD TO WS-WRITTEN-IMAGE
262000     PERFORM 7500-TAKE-AFTER-TOTAL
262100         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
262200 2710-CONVERT-DRAFT-ONE-EXIT.
262300     EXIT.
262400
262500*-----------------------------------------------------------------
262600* OUTWARD REMITTANCE REGISTER.
262700*-----------------------------------------------------------------
262800 2800-CONVERT-ORMFILE.
262900     MOVE "ORMFILE" TO WS-CONV-FILE
263000     PERFORM 8000-START-FILE
263100         THRU 8000-START-FILE-EXIT
263200     OPEN INPUT OLD-REMIT-REGISTER
263300     IF WS-OORMFILE-NOTFOUND
263400         PERFORM 8200-FILE-NOT-PRESENT
263500             THRU 8200-FILE-NOT-PRESENT-EXIT
263600         GO TO 2800-CONVERT-ORMFILE-EXIT
263700     END-IF
263800     IF NOT WS-OORMFILE-OK
263900         DISPLAY "DATECONV: UNABLE TO OPEN OLD REMITTANCE "
264000                 "REGISTER, "
264100                 "STATUS = " WS-OORMFILE-STATUS
264200         SET WS-CONV-FAILED TO TRUE
264300         GO TO 2800-CONVERT-ORMFILE-EXIT
264400     END-IF
264500     OPEN OUTPUT REMIT-REGISTER
264600     IF NOT WS-ORMFILE-OK
264700         DISPLAY "DATECONV: UNABLE TO OPEN NEW REMITTANCE "
264800                 "REGISTER, "
264900                 "STATUS = " WS-ORMFILE-STATUS
265000         CLOSE OLD-REMIT-REGISTER
265100         SET WS-CONV-FAILED TO TRUE
265200         GO TO 2800-CONVERT-ORMFILE-EXIT
265300     END-IF
265400     MOVE WS-ORMFILE-MAP TO WS-FIELD-MAP
265500     MOVE 107 TO WS-OLD-LENGTH
265600     PERFORM 2810-CONVERT-REMIT-ONE
265700         THRU 2810-CONVERT-REMIT-ONE-EXIT
265800         UNTIL WS-EOF
265900     CLOSE OLD-REMIT-REGISTER
266000     CLOSE REMIT-REGISTER
266100     PERFORM 8100-WRITE-CONTROL-LINE
266200         THRU 8100-WRITE-CONTROL-LINE-EXIT.
266300 2800-CONVERT-ORMFILE-EXIT.
266400     EXIT.
266500
266600 2810-CONVERT-REMIT-ONE.
266700     READ OLD-REMIT-REGISTER NEXT RECORD
266800         AT END
266900             SET WS-EOF TO TRUE
267000             GO TO 2810-CONVERT-REMIT-ONE-EXIT
267100     END-READ
267200     ADD 1 TO WS-FILE-READ
267300     MOVE OLD-REMIT-RECORD TO WS-OLD-IMAGE
267400     PERFORM 7000-EXTEND-RECORD
267500         THRU 7000-EXTEND-RECORD-EXIT
267600     MOVE WS-NEW-IMAGE TO REMIT-RECORD
267700     WRITE REMIT-RECORD
267800         INVALID KEY
267900             DISPLAY "DATECONV: REMIT " ORM-TXN-REF
268000                     " NOT WRITTEN, STATUS = " WS-ORMFILE-STATUS
268100             GO TO 2810-CONVERT-REMIT-ONE-EXIT
268200     END-WRITE
268300     ADD 1 TO WS-FILE-WRITTEN
268400     MOVE REMIT-RECORD TO WS-WRITTEN-IMAGE
268500     PERFORM 7500-TAKE-AFTER-TOTAL
268600         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
268700 2810-CONVERT-REMIT-ONE-EXIT.
268800     EXIT.
268900
269000*-----------------------------------------------------------------
269100* STANDING INSTRUCTIONS.
269200*-----------------------------------------------------------------
269300 2900-CONVERT-STDINSTR.
269400     MOVE "STDINSTR" TO WS-CONV-FILE
269500     PERFORM 8000-START-FILE
269600         THRU 8000-START-FILE-EXIT
269700     OPEN INPUT OLD-STANDING-INSTR
269800     IF WS-OSTDINST-NOTFOUND
269900         PERFORM 8200-FILE-NOT-PRESENT
270000             THRU 8200-FILE-NOT-PRESENT-EXIT
270100         GO TO 2900-CONVERT-STDINSTR-EXIT
270200     END-IF
270300     IF NOT WS-OSTDINST-OK
270400         DISPLAY "DATECONV: UNABLE TO OPEN OLD STANDING "
270500                 "INSTRUCTION FILE, "
270600                 "STATUS = " WS-OSTDINST-STATUS
270700         SET WS-CONV-FAILED TO TRUE
270800         GO TO 2900-CONVERT-STDINSTR-EXIT
270900     END-IF
271000     OPEN OUTPUT STANDING-INSTR
271100     IF NOT WS-STDINSTR-OK
271200         DISPLAY "DATECONV: UNABLE TO OPEN NEW STANDING "
271300                 "INSTRUCTION FILE, "
271400                 "STATUS = " WS-STDINSTR-STATUS
271500         CLOSE OLD-STANDING-INSTR
271600         SET WS-CONV-FAILED TO TRUE
271700         GO TO 2900-CONVERT-STDINSTR-EXIT
271800     END-IF
271900     MOVE WS-STDINSTR-MAP TO WS-FIELD-MAP
272000     MOVE 30 TO WS-OLD-LENGTH
272100     PERFORM 2910-CONVERT-SI-ONE
272200         THRU 2910-CONVERT-SI-ONE-EXIT
272300         UNTIL WS-EOF
272400     CLOSE OLD-STANDING-INSTR
272500     CLOSE STANDING-INSTR
272600     PERFORM 8100-WRITE-CONTROL-LINE
272700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
272800 2900-CONVERT-STDINSTR-EXIT.
272900     EXIT.
273000
273100 2910-CONVERT-SI-ONE.
273200     READ OLD-STANDING-INSTR NEXT RECORD
273300         AT END
273400             SET WS-EOF TO TRUE
273500             GO TO 2910-CONVERT-SI-ONE-EXIT
273600     END-READ
273700     ADD 1 TO WS-FILE-READ
273800     MOVE OLD-STANDING-INSTRUCTION-RECORD TO WS-OLD-IMAGE
273900     PERFORM 7000-EXTEND-RECORD
274000         THRU 7000-EXTEND-RECORD-EXIT
274100     MOVE WS-NEW-IMAGE TO STANDING-INSTRUCTION-RECORD
274200     WRITE STANDING-INSTRUCTION-RECORD
274300         INVALID KEY
274400             DISPLAY "DATECONV: SI " SI-ACCT-NUMBER
274500                     " NOT WRITTEN, STATUS = " WS-STDINSTR-STATUS
274600             GO TO 2910-CONVERT-SI-ONE-EXIT
274700     END-WRITE
274800     ADD 1 TO WS-FILE-WRITTEN
274900     MOVE STANDING-INSTRUCTION-RECORD TO WS-WRITTEN-IMAGE
275000     PERFORM 7500-TAKE-AFTER-TOTAL
275100         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
275200 2910-CONVERT-SI-ONE-EXIT.
275300     EXIT.
275400
275500*-----------------------------------------------------------------
275600* ATM DISPUTE CASE REGISTER.
275700*-----------------------------------------------------------------
275800 3000-CONVERT-ATMCASE.
275900     MOVE "ATMCASE" TO WS-CONV-FILE
276000     PERFORM 8000-START-FILE
276100         THRU 8000-START-FILE-EXIT
276200     OPEN INPUT OLD-ATM-CASE-FILE
276300     IF WS-OATMCASE-NOTFOUND
276400         PERFORM 8200-FILE-NOT-PRESENT
276500             THRU 8200-FILE-NOT-PRESENT-EXIT
276600         GO TO 3000-CONVERT-ATMCASE-EXIT
276700     END-IF
276800     IF NOT WS-OATMCASE-OK
276900         DISPLAY "DATECONV: UNABLE TO OPEN OLD ATM CASE "
277000                 "REGISTER, "
277100                 "STATUS = " WS-OATMCASE-STATUS
277200         SET WS-CONV-FAILED TO TRUE
277300         GO TO 3000-CONVERT-ATMCASE-EXIT
277400     END-IF
277500     OPEN OUTPUT ATM-CASE-FILE
277600     IF NOT WS-ATMCASE-OK
277700         DISPLAY "DATECONV: UNABLE TO OPEN NEW ATM CASE "
277800                 "REGISTER, "
277900                 "STATUS = " WS-ATMCASE-STATUS
278000         CLOSE OLD-ATM-CASE-FILE
278100         SET WS-CONV-FAILED TO TRUE
278200         GO TO 3000-CONVERT-ATMCASE-EXIT
278300     END-IF
278400     MOVE WS-ATMCASE-MAP TO WS-FIELD-MAP
278500     MOVE 105 TO WS-OLD-LENGTH
278600     PERFORM 3010-CONVERT-CASE-ONE
278700         THRU 3010-CONVERT-CASE-ONE-EXIT
278800         UNTIL WS-EOF
278900     CLOSE OLD-ATM-CASE-FILE
279000     CLOSE ATM-CASE-FILE
279100     PERFORM 8100-WRITE-CONTROL-LINE
279200         THRU 8100-WRITE-CONTROL-LINE-EXIT.
279300 3000-CONVERT-ATMCASE-EXIT.
279400     EXIT.
279500
279600 3010-CONVERT-CASE-ONE.
279700     READ OLD-ATM-CASE-FILE NEXT RECORD
279800         AT END
279900             SET WS-EOF TO TRUE
280000             GO TO 3010-CONVERT-CASE-ONE-EXIT
280100     END-READ
280200     ADD 1 TO WS-FILE-READ
280300     MOVE OLD-ATM-CASE-RECORD TO WS-OLD-IMAGE
280400     PERFORM 7000-EXTEND-RECORD
280500         THRU 7000-EXTEND-RECORD-EXIT
280600     MOVE WS-NEW-IMAGE TO ATM-CASE-RECORD
280700     WRITE ATM-CASE-RECORD
280800         INVALID KEY
280900             DISPLAY "DATECONV: CASE " CASE-NUMBER
281000                     " NOT WRITTEN, STATUS = " WS-ATMCASE-STATUS
281100             GO TO 3010-CONVERT-CASE-ONE-EXIT
281200     END-WRITE
281300     ADD 1 TO WS-FILE-WRITTEN
281400     MOVE ATM-CASE-RECORD TO WS-WRITTEN-IMAGE
281500     PERFORM 7500-TAKE-AFTER-TOTAL
281600         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
281700 3010-CONVERT-CASE-ONE-EXIT.
281800     EXIT.
281900
282000*-----------------------------------------------------------------
282100* REGISTERED TRANSFER BENEFICIARIES.
282200*-----------------------------------------------------------------
282300 3100-CONVERT-BENFILE.
282400     MOVE "BENFILE" TO WS-CONV-FILE
282500     PERFORM 8000-START-FILE
282600         THRU 8000-START-FILE-EXIT
282700     OPEN INPUT OLD-BENEFICIARY-FILE
282800     IF WS-OBENFILE-NOTFOUND
282900         PERFORM 8200-FILE-NOT-PRESENT
283000             THRU 8200-FILE-NOT-PRESENT-EXIT
283100         GO TO 3100-CONVERT-BENFILE-EXIT
283200     END-IF
283300     IF NOT WS-OBENFILE-OK
283400         DISPLAY "DATECONV: UNABLE TO OPEN OLD BENEFICIARY FILE, "
283500                 "STATUS = " WS-OBENFILE-STATUS
283600         SET WS-CONV-FAILED TO TRUE
283700         GO TO 3100-CONVERT-BENFILE-EXIT
283800     END-IF
283900     OPEN OUTPUT BENEFICIARY-FILE
284000     IF NOT WS-BENFILE-OK
284100         DISPLAY "DATECONV: UNABLE TO OPEN NEW BENEFICIARY FILE, "
284200                 "STATUS = " WS-BENFILE-STATUS
284300         CLOSE OLD-BENEFICIARY-FILE
284400         SET WS-CONV-FAILED TO TRUE
284500         GO TO 3100-CONVERT-BENFILE-EXIT
284600     END-IF
284700     MOVE WS-BENFILE-MAP TO WS-FIELD-MAP
284800     MOVE 23 TO WS-OLD-LENGTH
284900     PERFORM 3110-CONVERT-BENEFICIARY-ONE
285000         THRU 3110-CONVERT-BENEFICIARY-ONE-EXIT
285100         UNTIL WS-EOF
285200     CLOSE OLD-BENEFICIARY-FILE
285300     CLOSE BENEFICIARY-FILE
285400     PERFORM 8100-WRITE-CONTROL-LINE
285500         THRU 8100-WRITE-CONTROL-LINE-EXIT.
285600 3100-CONVERT-BENFILE-EXIT.
285700     EXIT.
285800
285900 3110-CONVERT-BENEFICIARY-ONE.
286000     READ OLD-BENEFICIARY-FILE NEXT RECORD
286100         AT END
286200             SET WS-EOF TO TRUE
286300             GO TO 3110-CONVERT-BENEFICIARY-ONE-EXIT
286400     END-READ
286500     ADD 1 TO WS-FILE-READ
286600     MOVE OLD-BENEFICIARY-RECORD TO WS-OLD-IMAGE
286700     PERFORM 7000-EXTEND-RECORD
286800         THRU 7000-EXTEND-RECORD-EXIT
286900     MOVE WS-NEW-IMAGE TO BENEFICIARY-RECORD
287000     WRITE BENEFICIARY-RECORD
287100         INVALID KEY
287200             DISPLAY "DATECONV: BENEFICIARY " BEN-ACCT-NUMBER
287300                     " NOT WRITTEN, STATUS = " WS-BENFILE-STATUS
287400             GO TO 3110-CONVERT-BENEFICIARY-ONE-EXIT
287500     END-WRITE
287600     ADD 1 TO WS-FILE-WRITTEN
287700     MOVE BENEFICIARY-RECORD TO WS-WRITTEN-IMAGE
287800     PERFORM 7500-TAKE-AFTER-TOTAL
287900         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
288000 3110-CONVERT-BENEFICIARY-ONE-EXIT.
288100     EXIT.
288200
288300*-----------------------------------------------------------------
288400* DEBIT CARD MASTER.
288500*-----------------------------------------------------------------
288600 3200-CONVERT-CARDFILE.
288700     MOVE "CARDFILE" TO WS-CONV-FILE
288800     PERFORM 8000-START-FILE
288900         THRU 8000-START-FILE-EXIT
289000     OPEN INPUT OLD-CARD-FILE
289100     IF WS-OCARDFIL-NOTFOUND
289200         PERFORM 8200-FILE-NOT-PRESENT
289300             THRU 8200-FILE-NOT-PRESENT-EXIT
289400         GO TO 3200-CONVERT-CARDFILE-EXIT
289500     END-IF
289600     IF NOT WS-OCARDFIL-OK
289700         DISPLAY "DATECONV: UNABLE TO OPEN OLD CARD MASTER, "
289800                 "STATUS = " WS-OCARDFIL-STATUS
289900         SET WS-CONV-FAILED TO TRUE
290000         GO TO 3200-CONVERT-CARDFILE-EXIT
290100     END-IF
290200     OPEN OUTPUT CARD-FILE
290300     IF NOT WS-CARDFILE-OK
290400         DISPLAY "DATECONV: UNABLE TO OPEN NEW CARD MASTER, "
290500                 "STATUS = " WS-CARDFILE-STATUS
290600         CLOSE OLD-CARD-FILE
290700         SET WS-CONV-FAILED TO TRUE
290800         GO TO 3200-CONVERT-CARDFILE-EXIT
290900     END-IF
291000     MOVE WS-CARDFILE-MAP TO WS-FIELD-MAP
291100     MOVE 100 TO WS-OLD-LENGTH
291200     PERFORM 3210-CONVERT-CARD-ONE
291300         THRU 3210-CONVERT-CARD-ONE-EXIT
291400         UNTIL WS-EOF
291500     CLOSE OLD-CARD-FILE
291600     CLOSE CARD-FILE
291700     PERFORM 8100-WRITE-CONTROL-LINE
291800         THRU 8100-WRITE-CONTROL-LINE-EXIT.
291900 3200-CONVERT-CARDFILE-EXIT.
292000     EXIT.
292100
292200 3210-CONVERT-CARD-ONE.
292300     READ OLD-CARD-FILE NEXT RECORD
292400         AT END
292500             SET WS-EOF TO TRUE
292600             GO TO 3210-CONVERT-CARD-ONE-EXIT
292700     END-READ
292800     ADD 1 TO WS-FILE-READ
292900     MOVE OLD-CARD-RECORD TO WS-OLD-IMAGE
293000     PERFORM 7000-EXTEND-RECORD
293100         THRU 7000-EXTEND-RECORD-EXIT
293200     MOVE WS-NEW-IMAGE TO CARD-RECORD
293300     WRITE CARD-RECORD
293400         INVALID KEY
293500             DISPLAY "DATECONV: CARD " CARD-NUMBER
293600                     " NOT WRITTEN, STATUS = " WS-CARDFILE-STATUS
293700             GO TO 3210-CONVERT-CARD-ONE-EXIT
293800     END-WRITE
293900     ADD 1 TO WS-FILE-WRITTEN
294000     MOVE CARD-RECORD TO WS-WRITTEN-IMAGE
294100     PERFORM 7500-TAKE-AFTER-TOTAL
294200         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
294300 3210-CONVERT-CARD-ONE-EXIT.
294400     EXIT.
294500
294600*-----------------------------------------------------------------
294700* CHEQUE BOOK ISSUE REGISTER.
294800*-----------------------------------------------------------------
294900 3300-CONVERT-CHQBKREG.
295000     MOVE "CHQBKREG" TO WS-CONV-FILE
295100     PERFORM 8000-START-FILE
295200         THRU 8000-START-FILE-EXIT
295300     OPEN INPUT OLD-CHEQUE-BOOK-REGISTER
295400     IF WS-OCHQBKRG-NOTFOUND
295500         PERFORM 8200-FILE-NOT-PRESENT
295600             THRU 8200-FILE-NOT-PRESENT-EXIT
295700         GO TO 3300-CONVERT-CHQBKREG-EXIT
295800     END-IF
295900     IF NOT WS-OCHQBKRG-OK
296000         DISPLAY "DATECONV: UNABLE TO OPEN OLD CHEQUE BOOK "
296100                 "REGISTER, "
296200                 "STATUS = " WS-OCHQBKRG-STATUS
296300         SET WS-CONV-FAILED TO TRUE
296400         GO TO 3300-CONVERT-CHQBKREG-EXIT
296500     END-IF
296600     OPEN OUTPUT CHEQUE-BOOK-REGISTER
296700     IF NOT WS-CHQBKREG-OK
296800         DISPLAY "DATECONV: UNABLE TO OPEN NEW CHEQUE BOOK "
296900                 "REGISTER, "
297000                 "STATUS = " WS-CHQBKREG-STATUS
297100         CLOSE OLD-CHEQUE-BOOK-REGISTER
297200         SET WS-CONV-FAILED TO TRUE
297300         GO TO 3300-CONVERT-CHQBKREG-EXIT
297400     END-IF
297500     MOVE WS-CHQBKREG-MAP TO WS-FIELD-MAP
297600     MOVE 28 TO WS-OLD-LENGTH
297700     PERFORM 3310-CONVERT-CHEQUE-BOOK-ONE
297800         THRU 3310-CONVERT-CHEQUE-BOOK-ONE-EXIT
297900         UNTIL WS-EOF
298000     CLOSE OLD-CHEQUE-BOOK-REGISTER
298100     CLOSE CHEQUE-BOOK-REGISTER
298200     PERFORM 8100-WRITE-CONTROL-LINE
298300         THRU 8100-WRITE-CONTROL-LINE-EXIT.
298400 3300-CONVERT-CHQBKREG-EXIT.
298500     EXIT.
298600
298700 3310-CONVERT-CHEQUE-BOOK-ONE.
298800     READ OLD-CHEQUE-BOOK-REGISTER NEXT RECORD
298900         AT END
299000             SET WS-EOF TO TRUE
299100             GO TO 3310-CONVERT-CHEQUE-BOOK-ONE-EXIT
299200     END-READ
299300     ADD 1 TO WS-FILE-READ
299400     MOVE OLD-CHEQUE-BOOK-RECORD TO WS-OLD-IMAGE
299500     PERFORM 7000-EXTEND-RECORD
299600         THRU 7000-EXTEND-RECORD-EXIT
299700     MOVE WS-NEW-IMAGE TO CHEQUE-BOOK-RECORD
299800     WRITE CHEQUE-BOOK-RECORD
299900         INVALID KEY
300000             DISPLAY "DATECONV: CHEQUE BOOK " CHQBK-ACCT-NUMBER
300100                     " NOT WRITTEN, STATUS = " WS-CHQBKREG-STATUS
300200             GO TO 3310-CONVERT-CHEQUE-BOOK-ONE-EXIT
300300     END-WRITE
300400     ADD 1 TO WS-FILE-WRITTEN
300500     MOVE CHEQUE-BOOK-RECORD TO WS-WRITTEN-IMAGE
300600     PERFORM 7500-TAKE-AFTER-TOTAL
300700         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
300800 3310-CONVERT-CHEQUE-BOOK-ONE-EXIT.
300900     EXIT.
301000
301100*-----------------------------------------------------------------
301200* ACCOUNT FREEZE FILE.
301300*-----------------------------------------------------------------
301400 3400-CONVERT-FRZFILE.
301500     MOVE "FRZFILE" TO WS-CONV-FILE
301600     PERFORM 8000-START-FILE
301700         THRU 8000-START-FILE-EXIT
301800     OPEN INPUT OLD-FREEZE-FILE
301900     IF WS-OFRZFILE-NOTFOUND
302000         PERFORM 8200-FILE-NOT-PRESENT
302100             THRU 8200-FILE-NOT-PRESENT-EXIT
302200         GO TO 3400-CONVERT-FRZFILE-EXIT
302300     END-IF
302400     IF NOT WS-OFRZFILE-OK
302500         DISPLAY "DATECONV: UNABLE TO OPEN OLD FREEZE FILE, "
302600                 "STATUS = " WS-OFRZFILE-STATUS
302700         SET WS-CONV-FAILED TO TRUE
302800         GO TO 3400-CONVERT-FRZFILE-EXIT
302900     END-IF
303000     OPEN OUTPUT FREEZE-FILE
303100     IF NOT WS-FRZFILE-OK
303200         DISPLAY "DATECONV: UNABLE TO OPEN NEW FREEZE FILE, "
303300                 "STATUS = " WS-FRZFILE-STATUS
303400         CLOSE OLD-FREEZE-FILE
303500         SET WS-CONV-FAILED TO TRUE
303600         GO TO 3400-CONVERT-FRZFILE-EXIT
303700     END-IF
303800     MOVE WS-FRZFILE-MAP TO WS-FIELD-MAP
303900     MOVE 51 TO WS-OLD-LENGTH
304000     PERFORM 3410-CONVERT-FREEZE-ONE
304100         THRU 3410-CONVERT-FREEZE-ONE-EXIT
304200         UNTIL WS-EOF
304300     CLOSE OLD-FREEZE-FILE
304400     CLOSE FREEZE-FILE
304500     PERFORM 8100-WRITE-CONTROL-LINE
304600         THRU 8100-WRITE-CONTROL-LINE-EXIT.
304700 3400-CONVERT-FRZFILE-EXIT.
304800     EXIT.
304900
305000 3410-CONVERT-FREEZE-ONE.
305100     READ OLD-FREEZE-FILE NEXT RECORD
305200         AT END
305300             SET WS-EOF TO TRUE
305400             GO TO 3410-CONVERT-FREEZE-ONE-EXIT
305500     END-READ
305600     ADD 1 TO WS-FILE-READ
305700     MOVE OLD-FREEZE-RECORD TO WS-OLD-IMAGE
305800     PERFORM 7000-EXTEND-RECORD
305900         THRU 7000-EXTEND-RECORD-EXIT
306000     MOVE WS-NEW-IMAGE TO FREEZE-RECORD
306100     WRITE FREEZE-RECORD
306200         INVALID KEY
306300             DISPLAY "DATECONV: FREEZE " FRZ-ACCT-NUMBER
306400                     " NOT WRITTEN, STATUS = " WS-FRZFILE-STATUS
306500             GO TO 3410-CONVERT-FREEZE-ONE-EXIT
306600     END-WRITE
306700     ADD 1 TO WS-FILE-WRITTEN
306800     MOVE FREEZE-RECORD TO WS-WRITTEN-IMAGE
306900     PERFORM 7500-TAKE-AFTER-TOTAL
307000         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
307100 3410-CONVERT-FREEZE-ONE-EXIT.
307200     EXIT.
307300
307400*-----------------------------------------------------------------
307500* FOREIGN EXCHANGE RATES.  THE EFFECTIVE DATE IS PART OF THE KEY.
307600*-----------------------------------------------------------------
307700 3500-CONVERT-FXRATES.
307800     MOVE "FXRATES" TO WS-CONV-FILE
307900     PERFORM 8000-START-FILE
308000         THRU 8000-START-FILE-EXIT
308100     OPEN INPUT OLD-FX-RATE-FILE
308200     IF WS-OFXRATES-NOTFOUND
308300         PERFORM 8200-FILE-NOT-PRESENT
308400             THRU 8200-FILE-NOT-PRESENT-EXIT
308500         GO TO 3500-CONVERT-FXRATES-EXIT
308600     END-IF
308700     IF NOT WS-OFXRATES-OK
308800         DISPLAY "DATECONV: UNABLE TO OPEN OLD EXCHANGE RATE "
308900                 "FILE, "
309000                 "STATUS = " WS-OFXRATES-STATUS
309100         SET WS-CONV-FAILED TO TRUE
309200         GO TO 3500-CONVERT-FXRATES-EXIT
309300     END-IF
309400     OPEN OUTPUT FX-RATE-FILE
309500     IF NOT WS-FXRATES-OK
309600         DISPLAY "DATECONV: UNABLE TO OPEN NEW EXCHANGE RATE "
309700                 "FILE, "
309800                 "STATUS = " WS-FXRATES-STATUS
309900         CLOSE OLD-FX-RATE-FILE
310000         SET WS-CONV-FAILED TO TRUE
310100         GO TO 3500-CONVERT-FXRATES-EXIT
310200     END-IF
310300     MOVE WS-FXRATES-MAP TO WS-FIELD-MAP
310400     MOVE 23 TO WS-OLD-LENGTH
310500     PERFORM 3510-CONVERT-FX-RATE-ONE
310600         THRU 3510-CONVERT-FX-RATE-ONE-EXIT
310700         UNTIL WS-EOF
310800     CLOSE OLD-FX-RATE-FILE
310900     CLOSE FX-RATE-FILE
311000     PERFORM 8100-WRITE-CONTROL-LINE
311100         THRU 8100-WRITE-CONTROL-LINE-EXIT.
311200 3500-CONVERT-FXRATES-EXIT.
311300     EXIT.
311400
311500 3510-CONVERT-FX-RATE-ONE.
311600     READ OLD-FX-RATE-FILE NEXT RECORD
311700         AT END
311800             SET WS-EOF TO TRUE
311900             GO TO 3510-CONVERT-FX-RATE-ONE-EXIT
312000     END-READ
312100     ADD 1 TO WS-FILE-READ
312200     MOVE OLD-FX-RECORD TO WS-OLD-IMAGE
312300     PERFORM 7000-EXTEND-RECORD
312400         THRU 7000-EXTEND-RECORD-EXIT
312500     MOVE WS-NEW-IMAGE TO FX-RECORD
312600     WRITE FX-RECORD
312700         INVALID KEY
312800             DISPLAY "DATECONV: FX RATE " FX-CURRENCY-CODE
312900                     " NOT WRITTEN, STATUS = " WS-FXRATES-STATUS
313000             GO TO 3510-CONVERT-FX-RATE-ONE-EXIT
313100     END-WRITE
313200     ADD 1 TO WS-FILE-WRITTEN
313300     MOVE FX-RECORD TO WS-WRITTEN-IMAGE
313400     PERFORM 7500-TAKE-AFTER-TOTAL
313500         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
313600 3510-CONVERT-FX-RATE-ONE-EXIT.
313700     EXIT.
313800
313900*-----------------------------------------------------------------
314000* HOLIDAY CALENDAR.  THE DATE IS THE KEY.
314100*-----------------------------------------------------------------
314200 3600-CONVERT-HOLIDAYS.
314300     MOVE "HOLIDAYS" TO WS-CONV-FILE
314400     PERFORM 8000-START-FILE
314500         THRU 8000-START-FILE-EXIT
314600     OPEN INPUT OLD-HOLIDAY-FILE
314700     IF WS-OHOLIDAY-NOTFOUND
314800         PERFORM 8200-FILE-NOT-PRESENT
314900             THRU 8200-FILE-NOT-PRESENT-EXIT
315000         GO TO 3600-CONVERT-HOLIDAYS-EXIT
315100     END-IF
315200     IF NOT WS-OHOLIDAY-OK
315300         DISPLAY "DATECONV: UNABLE TO OPEN OLD HOLIDAY CALENDAR, "
315400                 "STATUS = " WS-OHOLIDAY-STATUS
315500         SET WS-CONV-FAILED TO TRUE
315600         GO TO 3600-CONVERT-HOLIDAYS-EXIT
315700     END-IF
315800     OPEN OUTPUT HOLIDAY-FILE
315900     IF NOT WS-HOLIDAYS-OK
316000         DISPLAY "DATECONV: UNABLE TO OPEN NEW HOLIDAY CALENDAR, "
316100                 "STATUS = " WS-HOLIDAYS-STATUS
316200         CLOSE OLD-HOLIDAY-FILE
316300         SET WS-CONV-FAILED TO TRUE
316400         GO TO 3600-CONVERT-HOLIDAYS-EXIT
316500     END-IF
316600     MOVE WS-HOLIDAYS-MAP TO WS-FIELD-MAP
316700     MOVE 26 TO WS-OLD-LENGTH
316800     PERFORM 3610-CONVERT-HOLIDAY-ONE
316900         THRU 3610-CONVERT-HOLIDAY-ONE-EXIT
317000         UNTIL WS-EOF
317100     CLOSE OLD-HOLIDAY-FILE
317200     CLOSE HOLIDAY-FILE
317300     PERFORM 8100-WRITE-CONTROL-LINE
317400         THRU 8100-WRITE-CONTROL-LINE-EXIT.
317500 3600-CONVERT-HOLIDAYS-EXIT.
317600     EXIT.
317700
317800 3610-CONVERT-HOLIDAY-ONE.
317900     READ OLD-HOLIDAY-FILE NEXT RECORD
318000         AT END
318100             SET WS-EOF TO TRUE
318200             GO TO 3610-CONVERT-HOLIDAY-ONE-EXIT
318300     END-READ
318400     ADD 1 TO WS-FILE-READ
318500     MOVE OLD-HOLIDAY-RECORD TO WS-OLD-IMAGE
318600     PERFORM 7000-EXTEND-RECORD
318700         THRU 7000-EXTEND-RECORD-EXIT
318800     MOVE WS-NEW-IMAGE TO HOLIDAY-RECORD
318900     WRITE HOLIDAY-RECORD
319000         INVALID KEY
319100             DISPLAY "DATECONV: HOLIDAY " HOL-DATE
319200                     " NOT WRITTEN, STATUS = " WS-HOLIDAYS-STATUS
319300             GO TO 3610-CONVERT-HOLIDAY-ONE-EXIT
319400     END-WRITE
319500     ADD 1 TO WS-FILE-WRITTEN
319600     MOVE HOLIDAY-RECORD TO WS-WRITTEN-IMAGE
319700     PERFORM 7500-TAKE-AFTER-TOTAL
319800         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
319900 3610-CONVERT-HOLIDAY-ONE-EXIT.
320000     EXIT.
320100
320200*-----------------------------------------------------------------
320300* KYC DOCUMENT FILE.
320400*-----------------------------------------------------------------
320500 3700-CONVERT-KYCFILE.
320600     MOVE "KYCFILE" TO WS-CONV-FILE
320700     PERFORM 8000-START-FILE
320800         THRU 8000-START-FILE-EXIT
320900     OPEN INPUT OLD-KYC-FILE
321000     IF WS-OKYCFILE-NOTFOUND
321100         PERFORM 8200-FILE-NOT-PRESENT
321200             THRU 8200-FILE-NOT-PRESENT-EXIT
321300         GO TO 3700-CONVERT-KYCFILE-EXIT
321400     END-IF
321500     IF NOT WS-OKYCFILE-OK
321600         DISPLAY "DATECONV: UNABLE TO OPEN OLD KYC FILE, "
321700                 "STATUS = " WS-OKYCFILE-STATUS
321800         SET WS-CONV-FAILED TO TRUE
321900         GO TO 3700-CONVERT-KYCFILE-EXIT
322000     END-IF
322100     OPEN OUTPUT KYC-FILE
322200     IF NOT WS-KYCFILE-OK
322300         DISPLAY "DATECONV: UNABLE TO OPEN NEW KYC FILE, "
322400                 "STATUS = " WS-KYCFILE-STATUS
322500         CLOSE OLD-KYC-FILE
322600         SET WS-CONV-FAILED TO TRUE
322700         GO TO 3700-CONVERT-KYCFILE-EXIT
322800     END-IF
322900     MOVE WS-KYCFILE-MAP TO WS-FIELD-MAP
323000     MOVE 48 TO WS-OLD-LENGTH
323100     PERFORM 3710-CONVERT-KYC-ONE
323200         THRU 3710-CONVERT-KYC-ONE-EXIT
323300         UNTIL WS-EOF
323400     CLOSE OLD-KYC-FILE
323500     CLOSE KYC-FILE
323600     PERFORM 8100-WRITE-CONTROL-LINE
323700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
323800 3700-CONVERT-KYCFILE-EXIT.
323900     EXIT.
324000
324100 3710-CONVERT-KYC-ONE.
324200     READ OLD-KYC-FILE NEXT RECORD
324300         AT END
324400             SET WS-EOF TO TRUE
324500             GO TO 3710-CONVERT-KYC-ONE-EXIT
324600     END-READ
324700     ADD 1 TO WS-FILE-READ
324800     MOVE OLD-KYC-RECORD TO WS-OLD-IMAGE
324900     PERFORM 7000-EXTEND-RECORD
325000         THRU 7000-EXTEND-RECORD-EXIT
325100     MOVE WS-NEW-IMAGE TO KYC-RECORD
325200     WRITE KYC-RECORD
325300         INVALID KEY
325400             DISPLAY "DATECONV: KYC " KYC-CUST-NUMBER
325500                     " NOT WRITTEN, STATUS = " WS-KYCFILE-STATUS
325600             GO TO 3710-CONVERT-KYC-ONE-EXIT
325700     END-WRITE
325800     ADD 1 TO WS-FILE-WRITTEN
325900     MOVE KYC-RECORD TO WS-WRITTEN-IMAGE
326000     PERFORM 7500-TAKE-AFTER-TOTAL
326100         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
326200 3710-CONVERT-KYC-ONE-EXIT.
326300     EXIT.
326400
326500*-----------------------------------------------------------------
326600* SAFE DEPOSIT LOCKER ALLOTMENTS.
326700*-----------------------------------------------------------------
326800 3800-CONVERT-LOCKALOT.
326900     MOVE "LOCKALOT" TO WS-CONV-FILE
327000     PERFORM 8000-START-FILE
327100         THRU 8000-START-FILE-EXIT
327200     OPEN INPUT OLD-LOCKER-ALLOT-FILE
327300     IF WS-OLOCKALT-NOTFOUND
327400         PERFORM 8200-FILE-NOT-PRESENT
327500             THRU 8200-FILE-NOT-PRESENT-EXIT
327600         GO TO 3800-CONVERT-LOCKALOT-EXIT
327700     END-IF
327800     IF NOT WS-OLOCKALT-OK
327900         DISPLAY "DATECONV: UNABLE TO OPEN OLD LOCKER ALLOTMENT "
328000                 "FILE, "
328100                 "STATUS = " WS-OLOCKALT-STATUS
328200         SET WS-CONV-FAILED TO TRUE
328300         GO TO 3800-CONVERT-LOCKALOT-EXIT
328400     END-IF
328500     OPEN OUTPUT LOCKER-ALLOT-FILE
328600     IF NOT WS-LOCKALOT-OK
328700         DISPLAY "DATECONV: UNABLE TO OPEN NEW LOCKER ALLOTMENT "
328800                 "FILE, "
328900                 "STATUS = " WS-LOCKALOT-STATUS
329000         CLOSE OLD-LOCKER-ALLOT-FILE
329100         SET WS-CONV-FAILED TO TRUE
329200         GO TO 3800-CONVERT-LOCKALOT-EXIT
329300     END-IF
329400     MOVE WS-LOCKALOT-MAP TO WS-FIELD-MAP
329500     MOVE 87 TO WS-OLD-LENGTH
329600     PERFORM 3810-CONVERT-ALLOTMENT-ONE
329700         THRU 3810-CONVERT-ALLOTMENT-ONE-EXIT
329800         UNTIL WS-EOF
329900     CLOSE OLD-LOCKER-ALLOT-FILE
330000     CLOSE LOCKER-ALLOT-FILE
330100     PERFORM 8100-WRITE-CONTROL-LINE
330200         THRU 8100-WRITE-CONTROL-LINE-EXIT.
330300 3800-CONVERT-LOCKALOT-EXIT.
330400     EXIT.
330500
330600 3810-CONVERT-ALLOTMENT-ONE.
330700     READ OLD-LOCKER-ALLOT-FILE NEXT RECORD
330800         AT END
330900             SET WS-EOF TO TRUE
331000             GO TO 3810-CONVERT-ALLOTMENT-ONE-EXIT
331100     END-READ
331200     ADD 1 TO WS-FILE-READ
331300     MOVE OLD-LOCKER-ALLOT-RECORD TO WS-OLD-IMAGE
331400     PERFORM 7000-EXTEND-RECORD
331500         THRU 7000-EXTEND-RECORD-EXIT
331600     MOVE WS-NEW-IMAGE TO LOCKER-ALLOT-RECORD
331700     WRITE LOCKER-ALLOT-RECORD
331800         INVALID KEY
331900             DISPLAY "DATECONV: ALLOTMENT " ALT-NUMBER
332000                     " NOT WRITTEN, STATUS = " WS-LOCKALOT-STATUS
332100             GO TO 3810-CONVERT-ALLOTMENT-ONE-EXIT
332200     END-WRITE
332300     ADD 1 TO WS-FILE-WRITTEN
332400     MOVE LOCKER-ALLOT-RECORD TO WS-WRITTEN-IMAGE
332500     PERFORM 7500-TAKE-AFTER-TOTAL
332600         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
332700 3810-CONVERT-ALLOTMENT-ONE-EXIT.
332800     EXIT.
332900
333000*-----------------------------------------------------------------
333100* SAFE DEPOSIT LOCKER MASTER.
333200*-----------------------------------------------------------------
333300 3900-CONVERT-LOCKMSTR.
333400     MOVE "LOCKMSTR" TO WS-CONV-FILE
333500     PERFORM 8000-START-FILE
333600         THRU 8000-START-FILE-EXIT
333700     OPEN INPUT OLD-LOCKER-MASTER
333800     IF WS-OLOCKMST-NOTFOUND
333900         PERFORM 8200-FILE-NOT-PRESENT
334000             THRU 8200-FILE-NOT-PRESENT-EXIT
334100         GO TO 3900-CONVERT-LOCKMSTR-EXIT
334200     END-IF
334300     IF NOT WS-OLOCKMST-OK
334400         DISPLAY "DATECONV: UNABLE TO OPEN OLD LOCKER MASTER, "
334500                 "STATUS = " WS-OLOCKMST-STATUS
334600         SET WS-CONV-FAILED TO TRUE
334700         GO TO 3900-CONVERT-LOCKMSTR-EXIT
334800     END-IF
334900     OPEN OUTPUT LOCKER-MASTER
335000     IF NOT WS-LOCKMSTR-OK
335100         DISPLAY "DATECONV: UNABLE TO OPEN NEW LOCKER MASTER, "
335200                 "STATUS = " WS-LOCKMSTR-STATUS
335300         CLOSE OLD-LOCKER-MASTER
335400         SET WS-CONV-FAILED TO TRUE
335500         GO TO 3900-CONVERT-LOCKMSTR-EXIT
335600     END-IF
335700     MOVE WS-LOCKMSTR-MAP TO WS-FIELD-MAP
335800     MOVE 39 TO WS-OLD-LENGTH
335900     PERFORM 3910-CONVERT-LOCKER-ONE
336000         THRU 3910-CONVERT-LOCKER-ONE-EXIT
336100         UNTIL WS-EOF
336200     CLOSE OLD-LOCKER-MASTER
336300     CLOSE LOCKER-MASTER
336400     PERFORM 8100-WRITE-CONTROL-LINE
336500         THRU 8100-WRITE-CONTROL-LINE-EXIT.
336600 3900-CONVERT-LOCKMSTR-EXIT.
336700     EXIT.
336800
336900 3910-CONVERT-LOCKER-ONE.
337000     READ OLD-LOCKER-MASTER NEXT RECORD
337100         AT END
337200             SET WS-EOF TO TRUE
337300             GO TO 3910-CONVERT-LOCKER-ONE-EXIT
337400     END-READ
337500     ADD 1 TO WS-FILE-READ
337600     MOVE OLD-LOCKER-RECORD TO WS-OLD-IMAGE
337700     PERFORM 7000-EXTEND-RECORD
337800         THRU 7000-EXTEND-RECORD-EXIT
337900     MOVE WS-NEW-IMAGE TO LOCKER-RECORD
338000     WRITE LOCKER-RECORD
338100         INVALID KEY
338200             DISPLAY "DATECONV: LOCKER " LKR-LOCKER-NO
338300                     " NOT WRITTEN, STATUS = " WS-LOCKMSTR-STATUS
338400             GO TO 3910-CONVERT-LOCKER-ONE-EXIT
338500     END-WRITE
338600     ADD 1 TO WS-FILE-WRITTEN
338700     MOVE LOCKER-RECORD TO WS-WRITTEN-IMAGE
338800     PERFORM 7500-TAKE-AFTER-TOTAL
338900         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
339000 3910-CONVERT-LOCKER-ONE-EXIT.
339100     EXIT.
339200
339300*-----------------------------------------------------------------
339400* ACCOUNT NOMINEES.
339500*-----------------------------------------------------------------
339600 4000-CONVERT-NOMFILE.
339700     MOVE "NOMFILE" TO WS-CONV-FILE
339800     PERFORM 8000-START-FILE
339900         THRU 8000-START-FILE-EXIT
340000     OPEN INPUT OLD-NOMINEE-FILE
340100     IF WS-ONOMFILE-NOTFOUND
340200         PERFORM 8200-FILE-NOT-PRESENT
340300             THRU 8200-FILE-NOT-PRESENT-EXIT
340400         GO TO 4000-CONVERT-NOMFILE-EXIT
340500     END-IF
340600     IF NOT WS-ONOMFILE-OK
340700         DISPLAY "DATECONV: UNABLE TO OPEN OLD NOMINEE FILE, "
340800                 "STATUS = " WS-ONOMFILE-STATUS
340900         SET WS-CONV-FAILED TO TRUE
341000         GO TO 4000-CONVERT-NOMFILE-EXIT
341100     END-IF
341200     OPEN OUTPUT NOMINEE-FILE
341300     IF NOT WS-NOMFILE-OK
341400         DISPLAY "DATECONV: UNABLE TO OPEN NEW NOMINEE FILE, "
341500                 "STATUS = " WS-NOMFILE-STATUS
341600         CLOSE OLD-NOMINEE-FILE
341700         SET WS-CONV-FAILED TO TRUE
341800         GO TO 4000-CONVERT-NOMFILE-EXIT
341900     END-IF
342000     MOVE WS-NOMFILE-MAP TO WS-FIELD-MAP
342100     MOVE 66 TO WS-OLD-LENGTH
342200     PERFORM 4010-CONVERT-NOMINEE-ONE
342300         THRU 4010-CONVERT-NOMINEE-ONE-EXIT
342400         UNTIL WS-EOF
342500     CLOSE OLD-NOMINEE-FILE
342600     CLOSE NOMINEE-FILE
342700     PERFORM 8100-WRITE-CONTROL-LINE
342800         THRU 8100-WRITE-CONTROL-LINE-EXIT.
342900 4000-CONVERT-NOMFILE-EXIT.
343000     EXIT.
343100
343200 4010-CONVERT-NOMINEE-ONE.
343300     READ OLD-NOMINEE-FILE NEXT RECORD
343400         AT END
343500             SET WS-EOF TO TRUE
343600             GO TO 4010-CONVERT-NOMINEE-ONE-EXIT
343700     END-READ
343800     ADD 1 TO WS-FILE-READ
343900     MOVE OLD-NOMINEE-RECORD TO WS-OLD-IMAGE
344000     PERFORM 7000-EXTEND-RECORD
344100         THRU 7000-EXTEND-RECORD-EXIT
344200     MOVE WS-NEW-IMAGE TO NOMINEE-RECORD
344300     WRITE NOMINEE-RECORD
344400         INVALID KEY
344500             DISPLAY "DATECONV: NOMINEE " NOM-ACCT-NUMBER
344600                     " NOT WRITTEN, STATUS = " WS-NOMFILE-STATUS
344700             GO TO 4010-CONVERT-NOMINEE-ONE-EXIT
344800     END-WRITE
344900     ADD 1 TO WS-FILE-WRITTEN
345000     MOVE NOMINEE-RECORD TO WS-WRITTEN-IMAGE
345100     PERFORM 7500-TAKE-AFTER-TOTAL
345200         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
345300 4010-CONVERT-NOMINEE-ONE-EXIT.
345400     EXIT.
345500
345600*-----------------------------------------------------------------
345700* PENDING CHANGE QUEUE.  A RATE SET CHANGE CARRIES ITS
345800* EFFECTIVE DATE IN THE KEY DATA AS WELL, WHICH IS WIDENED
345900* WITH THE REST.
346000*-----------------------------------------------------------------
346100 4100-CONVERT-PENDFILE.
346200     MOVE "PENDFILE" TO WS-CONV-FILE
346300     PERFORM 8000-START-FILE
346400         THRU 8000-START-FILE-EXIT
346500     OPEN INPUT OLD-PENDING-FILE
346600     IF WS-OPENDFIL-NOTFOUND
346700         PERFORM 8200-FILE-NOT-PRESENT
346800             THRU 8200-FILE-NOT-PRESENT-EXIT
346900         GO TO 4100-CONVERT-PENDFILE-EXIT
347000     END-IF
347100     IF NOT WS-OPENDFIL-OK
347200         DISPLAY "DATECONV: UNABLE TO OPEN OLD PENDING FILE, "
347300                 "STATUS = " WS-OPENDFIL-STATUS
347400         SET WS-CONV-FAILED TO TRUE
347500         GO TO 4100-CONVERT-PENDFILE-EXIT
347600     END-IF
347700     OPEN OUTPUT PENDING-FILE
347800     IF NOT WS-PENDFILE-OK
347900         DISPLAY "DATECONV: UNABLE TO OPEN NEW PENDING FILE, "
348000                 "STATUS = " WS-PENDFILE-STATUS
348100         CLOSE OLD-PENDING-FILE
348200         SET WS-CONV-FAILED TO TRUE
348300         GO TO 4100-CONVERT-PENDFILE-EXIT
348400     END-IF
348500     MOVE WS-PENDFILE-MAP TO WS-FIELD-MAP
348600     MOVE 74 TO WS-OLD-LENGTH
348700     PERFORM 4110-CONVERT-PENDING-ONE
348800         THRU 4110-CONVERT-PENDING-ONE-EXIT
348900         UNTIL WS-EOF
349000     CLOSE OLD-PENDING-FILE
349100     CLOSE PENDING-FILE
349200     PERFORM 8100-WRITE-CONTROL-LINE
349300         THRU 8100-WRITE-CONTROL-LINE-EXIT.
349400 4100-CONVERT-PENDFILE-EXIT.
349500     EXIT.
349600
349700 4110-CONVERT-PENDING-ONE.
349800     READ OLD-PENDING-FILE NEXT RECORD
349900         AT END
350000             SET WS-EOF TO TRUE
350100             GO TO 4110-CONVERT-PENDING-ONE-EXIT
350200     END-READ
350300     ADD 1 TO WS-FILE-READ
350400     MOVE OLD-PENDING-RECORD TO WS-OLD-IMAGE
350500     PERFORM 7000-EXTEND-RECORD
350600         THRU 7000-EXTEND-RECORD-EXIT
350700     MOVE WS-NEW-IMAGE TO PENDING-RECORD
350800     IF PND-TYPE-RATE
350900         PERFORM 4120-EXTEND-RATE-KEY
351000             THRU 4120-EXTEND-RATE-KEY-EXIT
351100     END-IF
351200     WRITE PENDING-RECORD
351300         INVALID KEY
351400             DISPLAY "DATECONV: PENDING " PND-ID
351500                     " NOT WRITTEN, STATUS = " WS-PENDFILE-STATUS
351600             GO TO 4110-CONVERT-PENDING-ONE-EXIT
351700     END-WRITE
351800     ADD 1 TO WS-FILE-WRITTEN
351900     MOVE PENDING-RECORD TO WS-WRITTEN-IMAGE
352000     PERFORM 7500-TAKE-AFTER-TOTAL
352100         THRU 7500-TAKE-AFTER-TOTAL-EXIT
352200     IF PND-TYPE-RATE
352300        AND PND-KEY-DATA(3:6) IS NUMERIC
352400         MOVE PND-KEY-DATA(3:6) TO WS-AFTER-DATE-X
352500         ADD WS-AFTER-DATE TO WS-FILE-AFTER
352600     END-IF.
352700 4110-CONVERT-PENDING-ONE-EXIT.
352800     EXIT.
352900
353000*-----------------------------------------------------------------
353100* A RATE SET CHANGE IS KEYED BY THE EFFECTIVE DATE OF THE SET, AT
353200* THE FRONT OF THE KEY DATA.  IT TAKES ITS CENTURY LIKE ANY OTHER
353300* DATE AND IS COUNTED INTO THE SAME TOTALS.
353400*-----------------------------------------------------------------
353500 4120-EXTEND-RATE-KEY.
353600     MOVE 008 TO WS-EXC-OFFSET
353700     MOVE WS-OLD-IMAGE(WS-EXC-OFFSET:6) TO WS-OLD-DATE-X
353800     MOVE "W" TO WS-DATE-KIND
353900     PERFORM 7150-CONVERT-ONE-DATE
354000         THRU 7150-CONVERT-ONE-DATE-EXIT
354100     MOVE SPACES TO PND-KEY-DATA
354200     MOVE WS-NEW-DATE TO PND-KEY-DATA(1:8).
354300 4120-EXTEND-RATE-KEY-EXIT.
354400     EXIT.
354500
354600
354700*-----------------------------------------------------------------
354800* PRODUCT/SCHEME MASTER.
354900*-----------------------------------------------------------------
355000 4200-CONVERT-PRODMSTR.
355100     MOVE "PRODMSTR" TO WS-CONV-FILE
355200     PERFORM 8000-START-FILE
355300         THRU 8000-START-FILE-EXIT
355400     OPEN INPUT OLD-PRODUCT-MASTER
355500     IF WS-OPRODMST-NOTFOUND
355600         PERFORM 8200-FILE-NOT-PRESENT
355700             THRU 8200-FILE-NOT-PRESENT-EXIT
355800         GO TO 4200-CONVERT-PRODMSTR-EXIT
355900     END-IF
356000     IF NOT WS-OPRODMST-OK
356100         DISPLAY "DATECONV: UNABLE TO OPEN OLD PRODUCT MASTER, "
356200                 "STATUS = " WS-OPRODMST-STATUS
356300         SET WS-CONV-FAILED TO TRUE
356400         GO TO 4200-CONVERT-PRODMSTR-EXIT
356500     END-IF
356600     OPEN OUTPUT PRODUCT-MASTER
356700     IF NOT WS-PRODMSTR-OK
356800         DISPLAY "DATECONV: UNABLE TO OPEN NEW PRODUCT MASTER, "
356900                 "STATUS = " WS-PRODMSTR-STATUS
357000         CLOSE OLD-PRODUCT-MASTER
357100         SET WS-CONV-FAILED TO TRUE
357200         GO TO 4200-CONVERT-PRODMSTR-EXIT
357300     END-IF
357400     MOVE WS-PRODMSTR-MAP TO WS-FIELD-MAP
357500     MOVE 56 TO WS-OLD-LENGTH
357600     PERFORM 4210-CONVERT-PRODUCT-ONE
357700         THRU 4210-CONVERT-PRODUCT-ONE-EXIT
357800         UNTIL WS-EOF
357900     CLOSE OLD-PRODUCT-MASTER
358000     CLOSE PRODUCT-MASTER
358100     PERFORM 8100-WRITE-CONTROL-LINE
358200         THRU 8100-WRITE-CONTROL-LINE-EXIT.
358300 4200-CONVERT-PRODMSTR-EXIT.
358400     EXIT.
358500
358600 4210-CONVERT-PRODUCT-ONE.
358700     READ OLD-PRODUCT-MASTER NEXT RECORD
358800         AT END
358900             SET WS-EOF TO TRUE
359000             GO TO 4210-CONVERT-PRODUCT-ONE-EXIT
359100     END-READ
359200     ADD 1 TO WS-FILE-READ
359300     MOVE OLD-PRODUCT-RECORD TO WS-OLD-IMAGE
359400     PERFORM 7000-EXTEND-RECORD
359500         THRU 7000-EXTEND-RECORD-EXIT
359600     MOVE WS-NEW-IMAGE TO PRODUCT-RECORD
359700     WRITE PRODUCT-RECORD
359800         INVALID KEY
359900             DISPLAY "DATECONV: PRODUCT " PRD-CODE
360000                     " NOT WRITTEN, STATUS = " WS-PRODMSTR-STATUS
360100             GO TO 4210-CONVERT-PRODUCT-ONE-EXIT
360200     END-WRITE
360300     ADD 1 TO WS-FILE-WRITTEN
360400     MOVE PRODUCT-RECORD TO WS-WRITTEN-IMAGE
360500     PERFORM 7500-TAKE-AFTER-TOTAL
360600         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
360700 4210-CONVERT-PRODUCT-ONE-EXIT.
360800     EXIT.
360900
361000*-----------------------------------------------------------------
361100* INTEREST RATE SETS.  THE EFFECTIVE DATE IS THE KEY.
361200*-----------------------------------------------------------------
361300 4300-CONVERT-RATEFILE.
361400     MOVE "RATEFILE" TO WS-CONV-FILE
361500     PERFORM 8000-START-FILE
361600         THRU 8000-START-FILE-EXIT
361700     OPEN INPUT OLD-RATE-FILE
361800     IF WS-ORATEFIL-NOTFOUND
361900         PERFORM 8200-FILE-NOT-PRESENT
362000             THRU 8200-FILE-NOT-PRESENT-EXIT
362100         GO TO 4300-CONVERT-RATEFILE-EXIT
362200     END-IF
362300     IF NOT WS-ORATEFIL-OK
362400         DISPLAY "DATECONV: UNABLE TO OPEN OLD RATE FILE, "
362500                 "STATUS = " WS-ORATEFIL-STATUS
362600         SET WS-CONV-FAILED TO TRUE
362700         GO TO 4300-CONVERT-RATEFILE-EXIT
362800     END-IF
362900     OPEN OUTPUT RATE-FILE
363000     IF NOT WS-RATEFILE-OK
363100         DISPLAY "DATECONV: UNABLE TO OPEN NEW RATE FILE, "
363200                 "STATUS = " WS-RATEFILE-STATUS
363300         CLOSE OLD-RATE-FILE
363400         SET WS-CONV-FAILED TO TRUE
363500         GO TO 4300-CONVERT-RATEFILE-EXIT
363600     END-IF
363700     MOVE WS-RATEFILE-MAP TO WS-FIELD-MAP
363800     MOVE 39 TO WS-OLD-LENGTH
363900     PERFORM 4310-CONVERT-RATE-ONE
364000         THRU 4310-CONVERT-RATE-ONE-EXIT
364100         UNTIL WS-EOF
364200     CLOSE OLD-RATE-FILE
364300     CLOSE RATE-FILE
364400     PERFORM 8100-WRITE-CONTROL-LINE
364500         THRU 8100-WRITE-CONTROL-LINE-EXIT.
364600 4300-CONVERT-RATEFILE-EXIT.
364700     EXIT.
364800
364900 4310-CONVERT-RATE-ONE.
365000     READ OLD-RATE-FILE NEXT RECORD
365100         AT END
365200             SET WS-EOF TO TRUE
365300             GO TO 4310-CONVERT-RATE-ONE-EXIT
365400     END-READ
365500     ADD 1 TO WS-FILE-READ
365600     MOVE OLD-RATE-RECORD TO WS-OLD-IMAGE
365700     PERFORM 7000-EXTEND-RECORD
365800         THRU 7000-EXTEND-RECORD-EXIT
365900     MOVE WS-NEW-IMAGE TO RATE-RECORD
366000     WRITE RATE-RECORD
366100         INVALID KEY
366200             DISPLAY "DATECONV: RATE " RATE-EFF-DATE
366300                     " NOT WRITTEN, STATUS = " WS-RATEFILE-STATUS
366400             GO TO 4310-CONVERT-RATE-ONE-EXIT
366500     END-WRITE
366600     ADD 1 TO WS-FILE-WRITTEN
366700     MOVE RATE-RECORD TO WS-WRITTEN-IMAGE
366800     PERFORM 7500-TAKE-AFTER-TOTAL
366900         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
367000 4310-CONVERT-RATE-ONE-EXIT.
367100     EXIT.
367200
367300*-----------------------------------------------------------------
367400* RECURRING DEPOSIT INSTALLMENT LEDGER.
367500*-----------------------------------------------------------------
367600 4400-CONVERT-RDLFILE.
367700     MOVE "RDLFILE" TO WS-CONV-FILE
367800     PERFORM 8000-START-FILE
367900         THRU 8000-START-FILE-EXIT
368000     OPEN INPUT OLD-RD-INSTALLMENT-FILE
368100     IF WS-ORDLFILE-NOTFOUND
368200         PERFORM 8200-FILE-NOT-PRESENT
368300             THRU 8200-FILE-NOT-PRESENT-EXIT
368400         GO TO 4400-CONVERT-RDLFILE-EXIT
368500     END-IF
368600     IF NOT WS-ORDLFILE-OK
368700         DISPLAY "DATECONV: UNABLE TO OPEN OLD RD INSTALLMENT "
368800                 "LEDGER, "
368900                 "STATUS = " WS-ORDLFILE-STATUS
369000         SET WS-CONV-FAILED TO TRUE
369100         GO TO 4400-CONVERT-RDLFILE-EXIT
369200     END-IF
369300     OPEN OUTPUT RD-INSTALLMENT-FILE
369400     IF NOT WS-RDLFILE-OK
369500         DISPLAY "DATECONV: UNABLE TO OPEN NEW RD INSTALLMENT "
369600                 "LEDGER, "
369700                 "STATUS = " WS-RDLFILE-STATUS
369800         CLOSE OLD-RD-INSTALLMENT-FILE
369900         SET WS-CONV-FAILED TO TRUE
370000         GO TO 4400-CONVERT-RDLFILE-EXIT
370100     END-IF
370200     MOVE WS-RDLFILE-MAP TO WS-FIELD-MAP
370300     MOVE 33 TO WS-OLD-LENGTH
370400     PERFORM 4410-CONVERT-INSTALLMENT-ONE
370500         THRU 4410-CONVERT-INSTALLMENT-ONE-EXIT
370600         UNTIL WS-EOF
370700     CLOSE OLD-RD-INSTALLMENT-FILE
370800     CLOSE RD-INSTALLMENT-FILE
370900     PERFORM 8100-WRITE-CONTROL-LINE
371000         THRU 8100-WRITE-CONTROL-LINE-EXIT.
371100 4400-CONVERT-RDLFILE-EXIT.
371200     EXIT.
371300
371400 4410-CONVERT-INSTALLMENT-ONE.
371500     READ OLD-RD-INSTALLMENT-FILE NEXT RECORD
371600         AT END
371700             SET WS-EOF TO TRUE
371800             GO TO 4410-CONVERT-INSTALLMENT-ONE-EXIT
371900     END-READ
372000     ADD 1 TO WS-FILE-READ
372100     MOVE OLD-RD-INSTALLMENT-RECORD TO WS-OLD-IMAGE
372200     PERFORM 7000-EXTEND-RECORD
372300         THRU 7000-EXTEND-RECORD-EXIT
372400     MOVE WS-NEW-IMAGE TO RD-INSTALLMENT-RECORD
372500     WRITE RD-INSTALLMENT-RECORD
372600         INVALID KEY
372700             DISPLAY "DATECONV: INSTALLMENT " RDI-ACCT-NUMBER
372800                     " NOT WRITTEN, STATUS = " WS-RDLFILE-STATUS
372900             GO TO 4410-CONVERT-INSTALLMENT-ONE-EXIT
373000     END-WRITE
373100     ADD 1 TO WS-FILE-WRITTEN
373200     MOVE RD-INSTALLMENT-RECORD TO WS-WRITTEN-IMAGE
373300     PERFORM 7500-TAKE-AFTER-TOTAL
373400         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
373500 4410-CONVERT-INSTALLMENT-ONE-EXIT.
373600     EXIT.
373700
373800*-----------------------------------------------------------------
373900* E-STATEMENT ENROLMENTS.
374000*-----------------------------------------------------------------
374100 4500-CONVERT-STMTENR.
374200     MOVE "STMTENR" TO WS-CONV-FILE
374300     PERFORM 8000-START-FILE
374400         THRU 8000-START-FILE-EXIT
374500     OPEN INPUT OLD-ENROLMENT-FILE
374600     IF WS-OSTMTENR-NOTFOUND
374700         PERFORM 8200-FILE-NOT-PRESENT
374800             THRU 8200-FILE-NOT-PRESENT-EXIT
374900         GO TO 4500-CONVERT-STMTENR-EXIT
375000     END-IF
375100     IF NOT WS-OSTMTENR-OK
375200         DISPLAY "DATECONV: UNABLE TO OPEN OLD STATEMENT "
375300                 "ENROLMENT FILE, "
375400                 "STATUS = " WS-OSTMTENR-STATUS
375500         SET WS-CONV-FAILED TO TRUE
375600         GO TO 4500-CONVERT-STMTENR-EXIT
375700     END-IF
375800     OPEN OUTPUT ENROLMENT-FILE
375900     IF NOT WS-STMTENR-OK
376000         DISPLAY "DATECONV: UNABLE TO OPEN NEW STATEMENT "
376100                 "ENROLMENT FILE, "
376200                 "STATUS = " WS-STMTENR-STATUS
376300         CLOSE OLD-ENROLMENT-FILE
376400         SET WS-CONV-FAILED TO TRUE
376500         GO TO 4500-CONVERT-STMTENR-EXIT
376600     END-IF
376700     MOVE WS-STMTENR-MAP TO WS-FIELD-MAP
376800     MOVE 17 TO WS-OLD-LENGTH
376900     PERFORM 4510-CONVERT-ENROLMENT-ONE
377000         THRU 4510-CONVERT-ENROLMENT-ONE-EXIT
377100         UNTIL WS-EOF
377200     CLOSE OLD-ENROLMENT-FILE
377300     CLOSE ENROLMENT-FILE
377400     PERFORM 8100-WRITE-CONTROL-LINE
377500         THRU 8100-WRITE-CONTROL-LINE-EXIT.
377600 4500-CONVERT-STMTENR-EXIT.
377700     EXIT.
377800
377900 4510-CONVERT-ENROLMENT-ONE.
378000     READ OLD-ENROLMENT-FILE NEXT RECORD
378100         AT END
378200             SET WS-EOF TO TRUE
378300             GO TO 4510-CONVERT-ENROLMENT-ONE-EXIT
378400     END-READ
378500     ADD 1 TO WS-FILE-READ
378600     MOVE OLD-ENROLMENT-RECORD TO WS-OLD-IMAGE
378700     PERFORM 7000-EXTEND-RECORD
378800         THRU 7000-EXTEND-RECORD-EXIT
378900     MOVE WS-NEW-IMAGE TO ENROLMENT-RECORD
379000     WRITE ENROLMENT-RECORD
379100         INVALID KEY
379200             DISPLAY "DATECONV: ENROLMENT " ENR-ACCT-NUMBER
379300                     " NOT WRITTEN, STATUS = " WS-STMTENR-STATUS
379400             GO TO 4510-CONVERT-ENROLMENT-ONE-EXIT
379500     END-WRITE
379600     ADD 1 TO WS-FILE-WRITTEN
379700     MOVE ENROLMENT-RECORD TO WS-WRITTEN-IMAGE
379800     PERFORM 7500-TAKE-AFTER-TOTAL
379900         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
380000 4510-CONVERT-ENROLMENT-ONE-EXIT.
380100     EXIT.
380200
380300*-----------------------------------------------------------------
380400* STOP PAYMENT INSTRUCTIONS.
380500*-----------------------------------------------------------------
380600 4600-CONVERT-STOPFILE.
380700     MOVE "STOPFILE" TO WS-CONV-FILE
380800     PERFORM 8000-START-FILE
380900         THRU 8000-START-FILE-EXIT
381000     OPEN INPUT OLD-STOP-FILE
381100     IF WS-OSTOPFIL-NOTFOUND
381200         PERFORM 8200-FILE-NOT-PRESENT
381300             THRU 8200-FILE-NOT-PRESENT-EXIT
381400         GO TO 4600-CONVERT-STOPFILE-EXIT
381500     END-IF
381600     IF NOT WS-OSTOPFIL-OK
381700         DISPLAY "DATECONV: UNABLE TO OPEN OLD STOP PAYMENT "
381800                 "FILE, "
381900                 "STATUS = " WS-OSTOPFIL-STATUS
382000         SET WS-CONV-FAILED TO TRUE
382100         GO TO 4600-CONVERT-STOPFILE-EXIT
382200     END-IF
382300     OPEN OUTPUT STOP-FILE
382400     IF NOT WS-STOPFILE-OK
382500         DISPLAY "DATECONV: UNABLE TO OPEN NEW STOP PAYMENT "
382600                 "FILE, "
382700                 "STATUS = " WS-STOPFILE-STATUS
382800         CLOSE OLD-STOP-FILE
382900         SET WS-CONV-FAILED TO TRUE
383000         GO TO 4600-CONVERT-STOPFILE-EXIT
383100     END-IF
383200     MOVE WS-STOPFILE-MAP TO WS-FIELD-MAP
383300     MOVE 52 TO WS-OLD-LENGTH
383400     PERFORM 4610-CONVERT-STOP-ONE
383500         THRU 4610-CONVERT-STOP-ONE-EXIT
383600         UNTIL WS-EOF
383700     CLOSE OLD-STOP-FILE
383800     CLOSE STOP-FILE
383900     PERFORM 8100-WRITE-CONTROL-LINE
384000         THRU 8100-WRITE-CONTROL-LINE-EXIT.
384100 4600-CONVERT-STOPFILE-EXIT.
384200     EXIT.
384300
384400 4610-CONVERT-STOP-ONE.
384500     READ OLD-STOP-FILE NEXT RECORD
384600         AT END
384700             SET WS-EOF TO TRUE
384800             GO TO 4610-CONVERT-STOP-ONE-EXIT
384900     END-READ
385000     ADD 1 TO WS-FILE-READ
385100     MOVE OLD-STOP-RECORD TO WS-OLD-IMAGE
385200     PERFORM 7000-EXTEND-RECORD
385300         THRU 7000-EXTEND-RECORD-EXIT
385400     MOVE WS-NEW-IMAGE TO STOP-RECORD
385500     WRITE STOP-RECORD
385600         INVALID KEY
385700             DISPLAY "DATECONV: STOP " STOP-ACCT-NUMBER
385800                     " NOT WRITTEN, STATUS = " WS-STOPFILE-STATUS
385900             GO TO 4610-CONVERT-STOP-ONE-EXIT
386000     END-WRITE
386100     ADD 1 TO WS-FILE-WRITTEN
386200     MOVE STOP-RECORD TO WS-WRITTEN-IMAGE
386300     PERFORM 7500-TAKE-AFTER-TOTAL
386400         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
386500 4610-CONVERT-STOP-ONE-EXIT.
386600     EXIT.
386700
386800*-----------------------------------------------------------------
386900* TELLER TILLS.
387000*-----------------------------------------------------------------
387100 4700-CONVERT-TILLFILE.
387200     MOVE "TILLFILE" TO WS-CONV-FILE
387300     PERFORM 8000-START-FILE
387400         THRU 8000-START-FILE-EXIT
387500     OPEN INPUT OLD-TILL-FILE
387600     IF WS-OTILLFIL-NOTFOUND
387700         PERFORM 8200-FILE-NOT-PRESENT
387800             THRU 8200-FILE-NOT-PRESENT-EXIT
387900         GO TO 4700-CONVERT-TILLFILE-EXIT
388000     END-IF
388100     IF NOT WS-OTILLFIL-OK
388200         DISPLAY "DATECONV: UNABLE TO OPEN OLD TILL FILE, "
388300                 "STATUS = " WS-OTILLFIL-STATUS
388400         SET WS-CONV-FAILED TO TRUE
388500         GO TO 4700-CONVERT-TILLFILE-EXIT
388600     END-IF
388700     OPEN OUTPUT TILL-FILE
388800     IF NOT WS-TILLFILE-OK
388900         DISPLAY "DATECONV: UNABLE TO OPEN NEW TILL FILE, "
389000                 "STATUS = " WS-TILLFILE-STATUS
389100         CLOSE OLD-TILL-FILE
389200         SET WS-CONV-FAILED TO TRUE
389300         GO TO 4700-CONVERT-TILLFILE-EXIT
389400     END-IF
389500     MOVE WS-TILLFILE-MAP TO WS-FIELD-MAP
389600     MOVE 63 TO WS-OLD-LENGTH
389700     PERFORM 4710-CONVERT-TILL-ONE
389800         THRU 4710-CONVERT-TILL-ONE-EXIT
389900         UNTIL WS-EOF
390000     CLOSE OLD-TILL-FILE
390100     CLOSE TILL-FILE
390200     PERFORM 8100-WRITE-CONTROL-LINE
390300         THRU 8100-WRITE-CONTROL-LINE-EXIT.
390400 4700-CONVERT-TILLFILE-EXIT.
390500     EXIT.
390600
390700 4710-CONVERT-TILL-ONE.
390800     READ OLD-TILL-FILE NEXT RECORD
390900         AT END
391000             SET WS-EOF TO TRUE
391100             GO TO 4710-CONVERT-TILL-ONE-EXIT
391200     END-READ
391300     ADD 1 TO WS-FILE-READ
391400     MOVE OLD-TILL-RECORD TO WS-OLD-IMAGE
391500     PERFORM 7000-EXTEND-RECORD
391600         THRU 7000-EXTEND-RECORD-EXIT
391700     MOVE WS-NEW-IMAGE TO TILL-RECORD
391800     WRITE TILL-RECORD
391900         INVALID KEY
392000             DISPLAY "DATECONV: TILL " TILL-OPR-ID
392100                     " NOT WRITTEN, STATUS = " WS-TILLFILE-STATUS
392200             GO TO 4710-CONVERT-TILL-ONE-EXIT
392300     END-WRITE
392400     ADD 1 TO WS-FILE-WRITTEN
392500     MOVE TILL-RECORD TO WS-WRITTEN-IMAGE
392600     PERFORM 7500-TAKE-AFTER-TOTAL
392700         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
392800 4710-CONVERT-TILL-ONE-EXIT.
392900     EXIT.
393000
393100*-----------------------------------------------------------------
393200* BRANCH VAULTS.
393300*-----------------------------------------------------------------
393400 4800-CONVERT-VAULTFIL.
393500     MOVE "VAULTFIL" TO WS-CONV-FILE
393600     PERFORM 8000-START-FILE
393700         THRU 8000-START-FILE-EXIT
393800     OPEN INPUT OLD-VAULT-FILE
393900     IF WS-OVAULTFL-NOTFOUND
394000         PERFORM 8200-FILE-NOT-PRESENT
394100             THRU 8200-FILE-NOT-PRESENT-EXIT
394200         GO TO 4800-CONVERT-VAULTFIL-EXIT
394300     END-IF
394400     IF NOT WS-OVAULTFL-OK
394500         DISPLAY "DATECONV: UNABLE TO OPEN OLD VAULT FILE, "
394600                 "STATUS = " WS-OVAULTFL-STATUS
394700         SET WS-CONV-FAILED TO TRUE
394800         GO TO 4800-CONVERT-VAULTFIL-EXIT
394900     END-IF
395000     OPEN OUTPUT VAULT-FILE
395100     IF NOT WS-VAULTFIL-OK
395200         DISPLAY "DATECONV: UNABLE TO OPEN NEW VAULT FILE, "
395300                 "STATUS = " WS-VAULTFIL-STATUS
395400         CLOSE OLD-VAULT-FILE
395500         SET WS-CONV-FAILED TO TRUE
395600         GO TO 4800-CONVERT-VAULTFIL-EXIT
395700     END-IF
395800     MOVE WS-VAULTFIL-MAP TO WS-FIELD-MAP
395900     MOVE 60 TO WS-OLD-LENGTH
396000     PERFORM 4810-CONVERT-VAULT-ONE
396100         THRU 4810-CONVERT-VAULT-ONE-EXIT
396200         UNTIL WS-EOF
396300     CLOSE OLD-VAULT-FILE
396400     CLOSE VAULT-FILE
396500     PERFORM 8100-WRITE-CONTROL-LINE
396600         THRU 8100-WRITE-CONTROL-LINE-EXIT.
396700 4800-CONVERT-VAULTFIL-EXIT.
396800     EXIT.
396900
397000 4810-CONVERT-VAULT-ONE.
397100     READ OLD-VAULT-FILE NEXT RECORD
397200         AT END
397300             SET WS-EOF TO TRUE
397400             GO TO 4810-CONVERT-VAULT-ONE-EXIT
397500     END-READ
397600     ADD 1 TO WS-FILE-READ
397700     MOVE OLD-VAULT-RECORD TO WS-OLD-IMAGE
397800     PERFORM 7000-EXTEND-RECORD
397900         THRU 7000-EXTEND-RECORD-EXIT
398000     MOVE WS-NEW-IMAGE TO VAULT-RECORD
398100     WRITE VAULT-RECORD
398200         INVALID KEY
398300             DISPLAY "DATECONV: VAULT " VAULT-BRANCH-CODE
398400                     " NOT WRITTEN, STATUS = " WS-VAULTFIL-STATUS
398500             GO TO 4810-CONVERT-VAULT-ONE-EXIT
398600     END-WRITE
398700     ADD 1 TO WS-FILE-WRITTEN
398800     MOVE VAULT-RECORD TO WS-WRITTEN-IMAGE
398900     PERFORM 7500-TAKE-AFTER-TOTAL
399000         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
399100 4810-CONVERT-VAULT-ONE-EXIT.
399200     EXIT.
399300
399400*-----------------------------------------------------------------
399500* WATCH-LIST REVIEW QUEUE.
399600*-----------------------------------------------------------------
399700 4900-CONVERT-WLQFILE.
399800     MOVE "WLQFILE" TO WS-CONV-FILE
399900     PERFORM 8000-START-FILE
400000         THRU 8000-START-FILE-EXIT
400100     OPEN INPUT OLD-WATCHQUEUE-FILE
400200     IF WS-OWLQFILE-NOTFOUND
400300         PERFORM 8200-FILE-NOT-PRESENT
400400             THRU 8200-FILE-NOT-PRESENT-EXIT
400500         GO TO 4900-CONVERT-WLQFILE-EXIT
400600     END-IF
400700     IF NOT WS-OWLQFILE-OK
400800         DISPLAY "DATECONV: UNABLE TO OPEN OLD WATCH-LIST REVIEW "
400900                 "QUEUE, "
401000                 "STATUS = " WS-OWLQFILE-STATUS
401100         SET WS-CONV-FAILED TO TRUE
401200         GO TO 4900-CONVERT-WLQFILE-EXIT
401300     END-IF
401400     OPEN OUTPUT WATCHQUEUE-FILE
401500     IF NOT WS-WLQFILE-OK
401600         DISPLAY "DATECONV: UNABLE TO OPEN NEW WATCH-LIST REVIEW "
401700                 "QUEUE, "
401800                 "STATUS = " WS-WLQFILE-STATUS
401900         CLOSE OLD-WATCHQUEUE-FILE
402000         SET WS-CONV-FAILED TO TRUE
402100         GO TO 4900-CONVERT-WLQFILE-EXIT
402200     END-IF
402300     MOVE WS-WLQFILE-MAP TO WS-FIELD-MAP
402400     MOVE 47 TO WS-OLD-LENGTH
402500     PERFORM 4910-CONVERT-QUEUE-ONE
402600         THRU 4910-CONVERT-QUEUE-ONE-EXIT
402700         UNTIL WS-EOF
402800     CLOSE OLD-WATCHQUEUE-FILE
402900     CLOSE WATCHQUEUE-FILE
403000     PERFORM 8100-WRITE-CONTROL-LINE
403100         THRU 8100-WRITE-CONTROL-LINE-EXIT.
403200 4900-CONVERT-WLQFILE-EXIT.
403300     EXIT.
403400
403500 4910-CONVERT-QUEUE-ONE.
403600     READ OLD-WATCHQUEUE-FILE NEXT RECORD
403700         AT END
403800             SET WS-EOF TO TRUE
403900             GO TO 4910-CONVERT-QUEUE-ONE-EXIT
404000     END-READ
404100     ADD 1 TO WS-FILE-READ
404200     MOVE OLD-WATCHQUEUE-RECORD TO WS-OLD-IMAGE
404300     PERFORM 7000-EXTEND-RECORD
404400         THRU 7000-EXTEND-RECORD-EXIT
404500     MOVE WS-NEW-IMAGE TO WATCHQUEUE-RECORD
404600     WRITE WATCHQUEUE-RECORD
404700         INVALID KEY
404800             DISPLAY "DATECONV: QUEUE " WLQ-CUST-NUMBER
404900                     " NOT WRITTEN, STATUS = " WS-WLQFILE-STATUS
405000             GO TO 4910-CONVERT-QUEUE-ONE-EXIT
405100     END-WRITE
405200     ADD 1 TO WS-FILE-WRITTEN
405300     MOVE WATCHQUEUE-RECORD TO WS-WRITTEN-IMAGE
405400     PERFORM 7500-TAKE-AFTER-TOTAL
405500         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
405600 4910-CONVERT-QUEUE-ONE-EXIT.
405700     EXIT.
405800
405900*-----------------------------------------------------------------
406000* ACCOUNT LOCK FILE.
406100*-----------------------------------------------------------------
406200 5000-CONVERT-ACCTLOCK.
406300     MOVE "ACCTLOCK" TO WS-CONV-FILE
406400     PERFORM 8000-START-FILE
406500         THRU 8000-START-FILE-EXIT
406600     OPEN INPUT OLD-LOCK-FILE
406700     IF WS-OACCTLCK-NOTFOUND
406800         PERFORM 8200-FILE-NOT-PRESENT
406900             THRU 8200-FILE-NOT-PRESENT-EXIT
407000         GO TO 5000-CONVERT-ACCTLOCK-EXIT
407100     END-IF
407200     IF NOT WS-OACCTLCK-OK
407300         DISPLAY "DATECONV: UNABLE TO OPEN OLD ACCOUNT LOCK "
407400                 "FILE, "
407500                 "STATUS = " WS-OACCTLCK-STATUS
407600         SET WS-CONV-FAILED TO TRUE
407700         GO TO 5000-CONVERT-ACCTLOCK-EXIT
407800     END-IF
407900     OPEN OUTPUT LOCK-FILE
408000     IF NOT WS-ACCTLOCK-OK
408100         DISPLAY "DATECONV: UNABLE TO OPEN NEW ACCOUNT LOCK "
408200                 "FILE, "
408300                 "STATUS = " WS-ACCTLOCK-STATUS
408400         CLOSE OLD-LOCK-FILE
408500         SET WS-CONV-FAILED TO TRUE
408600         GO TO 5000-CONVERT-ACCTLOCK-EXIT
408700     END-IF
408800     MOVE WS-ACCTLOCK-MAP TO WS-FIELD-MAP
408900     MOVE 24 TO WS-OLD-LENGTH
409000     PERFORM 5010-CONVERT-LOCK-ONE
409100         THRU 5010-CONVERT-LOCK-ONE-EXIT
409200         UNTIL WS-EOF
409300     CLOSE OLD-LOCK-FILE
409400     CLOSE LOCK-FILE
409500     PERFORM 8100-WRITE-CONTROL-LINE
409600         THRU 8100-WRITE-CONTROL-LINE-EXIT.
409700 5000-CONVERT-ACCTLOCK-EXIT.
409800     EXIT.
409900
410000 5010-CONVERT-LOCK-ONE.
410100     READ OLD-LOCK-FILE NEXT RECORD
410200         AT END
410300             SET WS-EOF TO TRUE
410400             GO TO 5010-CONVERT-LOCK-ONE-EXIT
410500     END-READ
410600     ADD 1 TO WS-FILE-READ
410700     MOVE OLD-LOCK-RECORD TO WS-OLD-IMAGE
410800     PERFORM 7000-EXTEND-RECORD
410900         THRU 7000-EXTEND-RECORD-EXIT
411000     MOVE WS-NEW-IMAGE TO LOCK-RECORD
411100     WRITE LOCK-RECORD
411200         INVALID KEY
411300             DISPLAY "DATECONV: LOCK " ALK-ACCT-NUMBER
411400                     " NOT WRITTEN, STATUS = " WS-ACCTLOCK-STATUS
411500             GO TO 5010-CONVERT-LOCK-ONE-EXIT
411600     END-WRITE
411700     ADD 1 TO WS-FILE-WRITTEN
411800     MOVE LOCK-RECORD TO WS-WRITTEN-IMAGE
411900     PERFORM 7500-TAKE-AFTER-TOTAL
412000         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
412100 5010-CONVERT-LOCK-ONE-EXIT.
412200     EXIT.
412300
412400*-----------------------------------------------------------------
412500* UNCLAIMED DEPOSIT CLAIMS REGISTER.
412600*-----------------------------------------------------------------
412700 5100-CONVERT-CLMFILE.
412800     MOVE "CLMFILE" TO WS-CONV-FILE
412900     PERFORM 8000-START-FILE
413000         THRU 8000-START-FILE-EXIT
413100     OPEN INPUT OLD-CLAIMS-REGISTER
413200     IF WS-OCLMFILE-NOTFOUND
413300         PERFORM 8200-FILE-NOT-PRESENT
413400             THRU 8200-FILE-NOT-PRESENT-EXIT
413500         GO TO 5100-CONVERT-CLMFILE-EXIT
413600     END-IF
413700     IF NOT WS-OCLMFILE-OK
413800         DISPLAY "DATECONV: UNABLE TO OPEN OLD CLAIMS REGISTER, "
413900                 "STATUS = " WS-OCLMFILE-STATUS
414000         SET WS-CONV-FAILED TO TRUE
414100         GO TO 5100-CONVERT-CLMFILE-EXIT
414200     END-IF
414300     OPEN OUTPUT CLAIMS-REGISTER
414400     IF NOT WS-CLMFILE-OK
414500         DISPLAY "DATECONV: UNABLE TO OPEN NEW CLAIMS REGISTER, "
414600                 "STATUS = " WS-CLMFILE-STATUS
414700         CLOSE OLD-CLAIMS-REGISTER
414800         SET WS-CONV-FAILED TO TRUE
414900         GO TO 5100-CONVERT-CLMFILE-EXIT
415000     END-IF
415100     MOVE WS-CLMFILE-MAP TO WS-FIELD-MAP
415200     MOVE 71 TO WS-OLD-LENGTH
415300     PERFORM 5110-CONVERT-CLAIM-ONE
415400         THRU 5110-CONVERT-CLAIM-ONE-EXIT
415500         UNTIL WS-EOF
415600     CLOSE OLD-CLAIMS-REGISTER
415700     CLOSE CLAIMS-REGISTER
415800     PERFORM 8100-WRITE-CONTROL-LINE
415900         THRU 8100-WRITE-CONTROL-LINE-EXIT.
416000 5100-CONVERT-CLMFILE-EXIT.
416100     EXIT.
416200
416300 5110-CONVERT-CLAIM-ONE.
416400     READ OLD-CLAIMS-REGISTER NEXT RECORD
416500         AT END
416600             SET WS-EOF TO TRUE
416700             GO TO 5110-CONVERT-CLAIM-ONE-EXIT
416800     END-READ
416900     ADD 1 TO WS-FILE-READ
417000     MOVE OLD-CLAIMS-RECORD TO WS-OLD-IMAGE
417100     PERFORM 7000-EXTEND-RECORD
417200         THRU 7000-EXTEND-RECORD-EXIT
417300     MOVE WS-NEW-IMAGE TO CLAIMS-RECORD
417400     WRITE CLAIMS-RECORD
417500         INVALID KEY
417600             DISPLAY "DATECONV: CLAIM " CLM-ACCT-NUMBER
417700                     " NOT WRITTEN, STATUS = " WS-CLMFILE-STATUS
417800             GO TO 5110-CONVERT-CLAIM-ONE-EXIT
417900     END-WRITE
418000     ADD 1 TO WS-FILE-WRITTEN
418100     MOVE CLAIMS-RECORD TO WS-WRITTEN-IMAGE
418200     PERFORM 7500-TAKE-AFTER-TOTAL
418300         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
418400 5110-CONVERT-CLAIM-ONE-EXIT.
418500     EXIT.
418600
418700*-----------------------------------------------------------------
418800* END OF DAY STEP CONTROL.  THE RUN DATE IS PART OF THE KEY.
418900*-----------------------------------------------------------------
419000 5200-CONVERT-EODCTL.
419100     MOVE "EODCTL" TO WS-CONV-FILE
419200     PERFORM 8000-START-FILE
419300         THRU 8000-START-FILE-EXIT
419400     OPEN INPUT OLD-JOB-CONTROL
419500     IF WS-OEODCTL-NOTFOUND
419600         PERFORM 8200-FILE-NOT-PRESENT
419700             THRU 8200-FILE-NOT-PRESENT-EXIT
419800         GO TO 5200-CONVERT-EODCTL-EXIT
419900     END-IF
420000     IF NOT WS-OEODCTL-OK
420100         DISPLAY "DATECONV: UNABLE TO OPEN OLD END OF DAY "
420200                 "CONTROL FILE, "
420300                 "STATUS = " WS-OEODCTL-STATUS
420400         SET WS-CONV-FAILED TO TRUE
420500         GO TO 5200-CONVERT-EODCTL-EXIT
420600     END-IF
420700     OPEN OUTPUT JOB-CONTROL
420800     IF NOT WS-EODCTL-OK
420900         DISPLAY "DATECONV: UNABLE TO OPEN NEW END OF DAY "
421000                 "CONTROL FILE, "
421100                 "STATUS = " WS-EODCTL-STATUS
421200         CLOSE OLD-JOB-CONTROL
421300         SET WS-CONV-FAILED TO TRUE
421400         GO TO 5200-CONVERT-EODCTL-EXIT
421500     END-IF
421600     MOVE WS-EODCTL-MAP TO WS-FIELD-MAP
421700     MOVE 18 TO WS-OLD-LENGTH
421800     PERFORM 5210-CONVERT-STEP-ONE
421900         THRU 5210-CONVERT-STEP-ONE-EXIT
422000         UNTIL WS-EOF
422100     CLOSE OLD-JOB-CONTROL
422200     CLOSE JOB-CONTROL
422300     PERFORM 8100-WRITE-CONTROL-LINE
422400         THRU 8100-WRITE-CONTROL-LINE-EXIT.
422500 5200-CONVERT-EODCTL-EXIT.
422600     EXIT.
422700
422800 5210-CONVERT-STEP-ONE.
422900     READ OLD-JOB-CONTROL NEXT RECORD
423000         AT END
423100             SET WS-EOF TO TRUE
423200             GO TO 5210-CONVERT-STEP-ONE-EXIT
423300     END-READ
423400     ADD 1 TO WS-FILE-READ
423500     MOVE OLD-JOB-CONTROL-RECORD TO WS-OLD-IMAGE
423600     PERFORM 7000-EXTEND-RECORD
423700         THRU 7000-EXTEND-RECORD-EXIT
423800     MOVE WS-NEW-IMAGE TO JOB-CONTROL-RECORD
423900     WRITE JOB-CONTROL-RECORD
424000         INVALID KEY
424100             DISPLAY "DATECONV: STEP " EODC-STEP-NO
424200                     " NOT WRITTEN, STATUS = " WS-EODCTL-STATUS
424300             GO TO 5210-CONVERT-STEP-ONE-EXIT
424400     END-WRITE
424500     ADD 1 TO WS-FILE-WRITTEN
424600     MOVE JOB-CONTROL-RECORD TO WS-WRITTEN-IMAGE
424700     PERFORM 7500-TAKE-AFTER-TOTAL
424800         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
424900 5210-CONVERT-STEP-ONE-EXIT.
425000     EXIT.
425100
425200*-----------------------------------------------------------------
425300* LOAN ASSET CLASSIFICATION.
425400*-----------------------------------------------------------------
425500 5300-CONVERT-LOANCLS.
425600     MOVE "LOANCLS" TO WS-CONV-FILE
425700     PERFORM 8000-START-FILE
425800         THRU 8000-START-FILE-EXIT
425900     OPEN INPUT OLD-CLASS-FILE
426000     IF WS-OLOANCLS-NOTFOUND
426100         PERFORM 8200-FILE-NOT-PRESENT
426200             THRU 8200-FILE-NOT-PRESENT-EXIT
426300         GO TO 5300-CONVERT-LOANCLS-EXIT
426400     END-IF
426500     IF NOT WS-OLOANCLS-OK
426600         DISPLAY "DATECONV: UNABLE TO OPEN OLD LOAN "
426700                 "CLASSIFICATION FILE, "
426800                 "STATUS = " WS-OLOANCLS-STATUS
426900         SET WS-CONV-FAILED TO TRUE
427000         GO TO 5300-CONVERT-LOANCLS-EXIT
427100     END-IF
427200     OPEN OUTPUT CLASS-FILE
427300     IF NOT WS-LOANCLS-OK
427400         DISPLAY "DATECONV: UNABLE TO OPEN NEW LOAN "
427500                 "CLASSIFICATION FILE, "
427600                 "STATUS = " WS-LOANCLS-STATUS
427700         CLOSE OLD-CLASS-FILE
427800         SET WS-CONV-FAILED TO TRUE
427900         GO TO 5300-CONVERT-LOANCLS-EXIT
428000     END-IF
428100     MOVE WS-LOANCLS-MAP TO WS-FIELD-MAP
428200     MOVE 13 TO WS-OLD-LENGTH
428300     PERFORM 5310-CONVERT-CLASS-ONE
428400         THRU 5310-CONVERT-CLASS-ONE-EXIT
428500         UNTIL WS-EOF
428600     CLOSE OLD-CLASS-FILE
428700     CLOSE CLASS-FILE
428800     PERFORM 8100-WRITE-CONTROL-LINE
428900         THRU 8100-WRITE-CONTROL-LINE-EXIT.
429000 5300-CONVERT-LOANCLS-EXIT.
429100     EXIT.
429200
429300 5310-CONVERT-CLASS-ONE.
429400     READ OLD-CLASS-FILE NEXT RECORD
429500         AT END
429600             SET WS-EOF TO TRUE
429700             GO TO 5310-CONVERT-CLASS-ONE-EXIT
429800     END-READ
429900     ADD 1 TO WS-FILE-READ
430000     MOVE OLD-CLASS-RECORD TO WS-OLD-IMAGE
430100     PERFORM 7000-EXTEND-RECORD
430200         THRU 7000-EXTEND-RECORD-EXIT
430300     MOVE WS-NEW-IMAGE TO CLASS-RECORD
430400     WRITE CLASS-RECORD
430500         INVALID KEY
430600             DISPLAY "DATECONV: CLASS " CLS-LOAN-NUMBER
430700                     " NOT WRITTEN, STATUS = " WS-LOANCLS-STATUS
430800             GO TO 5310-CONVERT-CLASS-ONE-EXIT
430900     END-WRITE
431000     ADD 1 TO WS-FILE-WRITTEN
431100     MOVE CLASS-RECORD TO WS-WRITTEN-IMAGE
431200     PERFORM 7500-TAKE-AFTER-TOTAL
431300         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
431400 5310-CONVERT-CLASS-ONE-EXIT.
431500     EXIT.
431600
431700*-----------------------------------------------------------------
431800* PASSBOOK PRINT POSITIONS.
431900*-----------------------------------------------------------------
432000 5400-CONVERT-PBPOS.
432100     MOVE "PBPOS" TO WS-CONV-FILE
432200     PERFORM 8000-START-FILE
432300         THRU 8000-START-FILE-EXIT
432400     OPEN INPUT OLD-POSITION-FILE
432500     IF WS-OPBPOS-NOTFOUND
432600         PERFORM 8200-FILE-NOT-PRESENT
432700             THRU 8200-FILE-NOT-PRESENT-EXIT
432800         GO TO 5400-CONVERT-PBPOS-EXIT
432900     END-IF
433000     IF NOT WS-OPBPOS-OK
433100         DISPLAY "DATECONV: UNABLE TO OPEN OLD PASSBOOK POSITION "
433200                 "FILE, "
433300                 "STATUS = " WS-OPBPOS-STATUS
433400         SET WS-CONV-FAILED TO TRUE
433500         GO TO 5400-CONVERT-PBPOS-EXIT
433600     END-IF
433700     OPEN OUTPUT POSITION-FILE
433800     IF NOT WS-PBPOS-OK
433900         DISPLAY "DATECONV: UNABLE TO OPEN NEW PASSBOOK POSITION "
434000                 "FILE, "
434100                 "STATUS = " WS-PBPOS-STATUS
434200         CLOSE OLD-POSITION-FILE
434300         SET WS-CONV-FAILED TO TRUE
434400         GO TO 5400-CONVERT-PBPOS-EXIT
434500     END-IF
434600     MOVE WS-PBPOS-MAP TO WS-FIELD-MAP
434700     MOVE 25 TO WS-OLD-LENGTH
434800     PERFORM 5410-CONVERT-POSITION-ONE
434900         THRU 5410-CONVERT-POSITION-ONE-EXIT
435000         UNTIL WS-EOF
435100     CLOSE OLD-POSITION-FILE
435200     CLOSE POSITION-FILE
435300     PERFORM 8100-WRITE-CONTROL-LINE
435400         THRU 8100-WRITE-CONTROL-LINE-EXIT.
435500 5400-CONVERT-PBPOS-EXIT.
435600     EXIT.
435700
435800 5410-CONVERT-POSITION-ONE.
435900     READ OLD-POSITION-FILE NEXT RECORD
436000         AT END
436100             SET WS-EOF TO TRUE
436200             GO TO 5410-CONVERT-POSITION-ONE-EXIT
436300     END-READ
436400     ADD 1 TO WS-FILE-READ
436500     MOVE OLD-POSITION-RECORD TO WS-OLD-IMAGE
436600     PERFORM 7000-EXTEND-RECORD
436700         THRU 7000-EXTEND-RECORD-EXIT
436800     MOVE WS-NEW-IMAGE TO POSITION-RECORD
436900     WRITE POSITION-RECORD
437000         INVALID KEY
437100             DISPLAY "DATECONV: POSITION " PB-ACCT-NUMBER
437200                     " NOT WRITTEN, STATUS = " WS-PBPOS-STATUS
437300             GO TO 5410-CONVERT-POSITION-ONE-EXIT
437400     END-WRITE
437500     ADD 1 TO WS-FILE-WRITTEN
437600     MOVE POSITION-RECORD TO WS-WRITTEN-IMAGE
437700     PERFORM 7500-TAKE-AFTER-TOTAL
437800         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
437900 5410-CONVERT-POSITION-ONE-EXIT.
438000     EXIT.
438100
438200*-----------------------------------------------------------------
438300* REPORT REPOSITORY.  THE RUN DATE IS PART OF THE KEY.
438400*-----------------------------------------------------------------
438500 5500-CONVERT-RPTREPO.
438600     MOVE "RPTREPO" TO WS-CONV-FILE
438700     PERFORM 8000-START-FILE
438800         THRU 8000-START-FILE-EXIT
438900     OPEN INPUT OLD-REPORT-REPOSITORY
439000     IF WS-ORPTREPO-NOTFOUND
439100         PERFORM 8200-FILE-NOT-PRESENT
439200             THRU 8200-FILE-NOT-PRESENT-EXIT
439300         GO TO 5500-CONVERT-RPTREPO-EXIT
439400     END-IF
439500     IF NOT WS-ORPTREPO-OK
439600         DISPLAY "DATECONV: UNABLE TO OPEN OLD REPORT "
439700                 "REPOSITORY, "
439800                 "STATUS = " WS-ORPTREPO-STATUS
439900         SET WS-CONV-FAILED TO TRUE
440000         GO TO 5500-CONVERT-RPTREPO-EXIT
440100     END-IF
440200     OPEN OUTPUT REPORT-REPOSITORY
440300     IF NOT WS-RPTREPO-OK
440400         DISPLAY "DATECONV: UNABLE TO OPEN NEW REPORT "
440500                 "REPOSITORY, "
440600                 "STATUS = " WS-RPTREPO-STATUS
440700         CLOSE OLD-REPORT-REPOSITORY
440800         SET WS-CONV-FAILED TO TRUE
440900         GO TO 5500-CONVERT-RPTREPO-EXIT
441000     END-IF
441100     MOVE WS-RPTREPO-MAP TO WS-FIELD-MAP
441200     MOVE 119 TO WS-OLD-LENGTH
441300     PERFORM 5510-CONVERT-REPORT-ONE
441400         THRU 5510-CONVERT-REPORT-ONE-EXIT
441500         UNTIL WS-EOF
441600     CLOSE OLD-REPORT-REPOSITORY
441700     CLOSE REPORT-REPOSITORY
441800     PERFORM 8100-WRITE-CONTROL-LINE
441900         THRU 8100-WRITE-CONTROL-LINE-EXIT.
442000 5500-CONVERT-RPTREPO-EXIT.
442100     EXIT.
442200
442300 5510-CONVERT-REPORT-ONE.
442400     READ OLD-REPORT-REPOSITORY NEXT RECORD
442500         AT END
442600             SET WS-EOF TO TRUE
442700             GO TO 5510-CONVERT-REPORT-ONE-EXIT
442800     END-READ
442900     ADD 1 TO WS-FILE-READ
443000     MOVE OLD-REPOSITORY-RECORD TO WS-OLD-IMAGE
443100     PERFORM 7000-EXTEND-RECORD
443200         THRU 7000-EXTEND-RECORD-EXIT
443300     MOVE WS-NEW-IMAGE TO REPOSITORY-RECORD
443400     WRITE REPOSITORY-RECORD
443500         INVALID KEY
443600             DISPLAY "DATECONV: REPORT " RPO-REPORT-NAME
443700                     " NOT WRITTEN, STATUS = " WS-RPTREPO-STATUS
443800             GO TO 5510-CONVERT-REPORT-ONE-EXIT
443900     END-WRITE
444000     ADD 1 TO WS-FILE-WRITTEN
444100     MOVE REPOSITORY-RECORD TO WS-WRITTEN-IMAGE
444200     PERFORM 7500-TAKE-AFTER-TOTAL
444300         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
444400 5510-CONVERT-REPORT-ONE-EXIT.
444500     EXIT.
444600
444700*-----------------------------------------------------------------
444800* DEPOSIT LOG ARCHIVE.  ONLY SOME LINE TYPES CARRY A VALUE DATE;
444900* ON THE OTHERS THAT FIELD IS BLANK AND STAYS BLANK.
445000*-----------------------------------------------------------------
445100 5600-CONVERT-DEPARCH.
445200     MOVE "DEPARCH" TO WS-CONV-FILE
445300     PERFORM 8000-START-FILE
445400         THRU 8000-START-FILE-EXIT
445500     OPEN INPUT OLD-DEPOSIT-ARCHIVE
445600     IF WS-ODEPARCH-NOTFOUND
445700         PERFORM 8200-FILE-NOT-PRESENT
445800             THRU 8200-FILE-NOT-PRESENT-EXIT
445900         GO TO 5600-CONVERT-DEPARCH-EXIT
446000     END-IF
446100     IF NOT WS-ODEPARCH-OK
446200         DISPLAY "DATECONV: UNABLE TO OPEN OLD DEPOSIT ARCHIVE, "
446300                 "STATUS = " WS-ODEPARCH-STATUS
446400         SET WS-CONV-FAILED TO TRUE
446500         GO TO 5600-CONVERT-DEPARCH-EXIT
446600     END-IF
446700     OPEN OUTPUT DEPOSIT-ARCHIVE
446800     IF NOT WS-DEPARCH-OK
446900         DISPLAY "DATECONV: UNABLE TO OPEN NEW DEPOSIT ARCHIVE, "
447000                 "STATUS = " WS-DEPARCH-STATUS
447100         CLOSE OLD-DEPOSIT-ARCHIVE
447200         SET WS-CONV-FAILED TO TRUE
447300         GO TO 5600-CONVERT-DEPARCH-EXIT
447400     END-IF
447500     MOVE WS-DEPARCH-MAP TO WS-FIELD-MAP
447600     MOVE 80 TO WS-OLD-LENGTH
447700     PERFORM 5610-CONVERT-DEPOSIT-ONE
447800         THRU 5610-CONVERT-DEPOSIT-ONE-EXIT
447900         UNTIL WS-EOF
448000     CLOSE OLD-DEPOSIT-ARCHIVE
448100     CLOSE DEPOSIT-ARCHIVE
448200     PERFORM 8100-WRITE-CONTROL-LINE
448300         THRU 8100-WRITE-CONTROL-LINE-EXIT.
448400 5600-CONVERT-DEPARCH-EXIT.
448500     EXIT.
448600
448700 5610-CONVERT-DEPOSIT-ONE.
448800     READ OLD-DEPOSIT-ARCHIVE
448900         AT END
449000             SET WS-EOF TO TRUE
449100             GO TO 5610-CONVERT-DEPOSIT-ONE-EXIT
449200     END-READ
449300     ADD 1 TO WS-FILE-READ
449400     MOVE OLD-DEPOSIT-ARCHIVE-LINE TO WS-OLD-IMAGE
449500     PERFORM 7000-EXTEND-RECORD
449600         THRU 7000-EXTEND-RECORD-EXIT
449700     MOVE WS-NEW-IMAGE TO DEPOSIT-ARCHIVE-LINE
449800     WRITE DEPOSIT-ARCHIVE-LINE
449900     ADD 1 TO WS-FILE-WRITTEN
450000     MOVE DEPOSIT-ARCHIVE-LINE TO WS-WRITTEN-IMAGE
450100     PERFORM 7500-TAKE-AFTER-TOTAL
450200         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
450300 5610-CONVERT-DEPOSIT-ONE-EXIT.
450400     EXIT.
450500
450600*-----------------------------------------------------------------
450700* WITHDRAWAL LOG ARCHIVE.
450800*-----------------------------------------------------------------
450900 5700-CONVERT-WDARCH.
451000     MOVE "WDARCH" TO WS-CONV-FILE
451100     PERFORM 8000-START-FILE
451200         THRU 8000-START-FILE-EXIT
451300     OPEN INPUT OLD-WITHDRAW-ARCHIVE
451400     IF WS-OWDARCH-NOTFOUND
451500         PERFORM 8200-FILE-NOT-PRESENT
451600             THRU 8200-FILE-NOT-PRESENT-EXIT
451700         GO TO 5700-CONVERT-WDARCH-EXIT
451800     END-IF
451900     IF NOT WS-OWDARCH-OK
452000         DISPLAY "DATECONV: UNABLE TO OPEN OLD WITHDRAWAL "
452100                 "ARCHIVE, "
452200                 "STATUS = " WS-OWDARCH-STATUS
452300         SET WS-CONV-FAILED TO TRUE
452400         GO TO 5700-CONVERT-WDARCH-EXIT
452500     END-IF
452600     OPEN OUTPUT WITHDRAW-ARCHIVE
452700     IF NOT WS-WDARCH-OK
452800         DISPLAY "DATECONV: UNABLE TO OPEN NEW WITHDRAWAL "
452900                 "ARCHIVE, "
453000                 "STATUS = " WS-WDARCH-STATUS
453100         CLOSE OLD-WITHDRAW-ARCHIVE
453200         SET WS-CONV-FAILED TO TRUE
453300         GO TO 5700-CONVERT-WDARCH-EXIT
453400     END-IF
453500     MOVE WS-WDARCH-MAP TO WS-FIELD-MAP
453600     MOVE 78 TO WS-OLD-LENGTH
453700     PERFORM 5710-CONVERT-WITHDRAWAL-ONE
453800         THRU 5710-CONVERT-WITHDRAWAL-ONE-EXIT
453900         UNTIL WS-EOF
454000     CLOSE OLD-WITHDRAW-ARCHIVE
454100     CLOSE WITHDRAW-ARCHIVE
454200     PERFORM 8100-WRITE-CONTROL-LINE
454300         THRU 8100-WRITE-CONTROL-LINE-EXIT.
454400 5700-CONVERT-WDARCH-EXIT.
454500     EXIT.
454600
454700 5710-CONVERT-WITHDRAWAL-ONE.
454800     READ OLD-WITHDRAW-ARCHIVE
454900         AT END
455000             SET WS-EOF TO TRUE
455100             GO TO 5710-CONVERT-WITHDRAWAL-ONE-EXIT
455200     END-READ
455300     ADD 1 TO WS-FILE-READ
455400     MOVE OLD-WITHDRAW-ARCHIVE-LINE TO WS-OLD-IMAGE
455500     PERFORM 7000-EXTEND-RECORD
455600         THRU 7000-EXTEND-RECORD-EXIT
455700     MOVE WS-NEW-IMAGE TO WITHDRAW-ARCHIVE-LINE
455800     WRITE WITHDRAW-ARCHIVE-LINE
455900     ADD 1 TO WS-FILE-WRITTEN
456000     MOVE WITHDRAW-ARCHIVE-LINE TO WS-WRITTEN-IMAGE
456100     PERFORM 7500-TAKE-AFTER-TOTAL
456200         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
456300 5710-CONVERT-WITHDRAWAL-ONE-EXIT.
456400     EXIT.
456500
456600*-----------------------------------------------------------------
456700* LARGE WITHDRAWAL COMPLIANCE LOG.
456800*-----------------------------------------------------------------
456900 5800-CONVERT-WDCOMPLY.
457000     MOVE "WDCOMPLY" TO WS-CONV-FILE
457100     PERFORM 8000-START-FILE
457200         THRU 8000-START-FILE-EXIT
457300     OPEN INPUT OLD-COMPLIANCE-LOG
457400     IF WS-OWDCOMPL-NOTFOUND
457500         PERFORM 8200-FILE-NOT-PRESENT
457600             THRU 8200-FILE-NOT-PRESENT-EXIT
457700         GO TO 5800-CONVERT-WDCOMPLY-EXIT
457800     END-IF
457900     IF NOT WS-OWDCOMPL-OK
458000         DISPLAY "DATECONV: UNABLE TO OPEN OLD COMPLIANCE LOG, "
458100                 "STATUS = " WS-OWDCOMPL-STATUS
458200         SET WS-CONV-FAILED TO TRUE
458300         GO TO 5800-CONVERT-WDCOMPLY-EXIT
458400     END-IF
458500     OPEN OUTPUT COMPLIANCE-LOG
458600     IF NOT WS-WDCOMPLY-OK
458700         DISPLAY "DATECONV: UNABLE TO OPEN NEW COMPLIANCE LOG, "
458800                 "STATUS = " WS-WDCOMPLY-STATUS
458900         CLOSE OLD-COMPLIANCE-LOG
459000         SET WS-CONV-FAILED TO TRUE
459100         GO TO 5800-CONVERT-WDCOMPLY-EXIT
459200     END-IF
459300     MOVE WS-WDCOMPLY-MAP TO WS-FIELD-MAP
459400     MOVE 46 TO WS-OLD-LENGTH
459500     PERFORM 5810-CONVERT-COMPLIANCE-ONE
459600         THRU 5810-CONVERT-COMPLIANCE-ONE-EXIT
459700         UNTIL WS-EOF
459800     CLOSE OLD-COMPLIANCE-LOG
459900     CLOSE COMPLIANCE-LOG
460000     PERFORM 8100-WRITE-CONTROL-LINE
460100         THRU 8100-WRITE-CONTROL-LINE-EXIT.
460200 5800-CONVERT-WDCOMPLY-EXIT.
460300     EXIT.
460400
460500 5810-CONVERT-COMPLIANCE-ONE.
460600     READ OLD-COMPLIANCE-LOG
460700         AT END
460800             SET WS-EOF TO TRUE
460900             GO TO 5810-CONVERT-COMPLIANCE-ONE-EXIT
461000     END-READ
461100     ADD 1 TO WS-FILE-READ
461200     MOVE OLD-COMPLIANCE-LOG-LINE TO WS-OLD-IMAGE
461300     PERFORM 7000-EXTEND-RECORD
461400         THRU 7000-EXTEND-RECORD-EXIT
461500     MOVE WS-NEW-IMAGE TO COMPLIANCE-LOG-LINE
461600     WRITE COMPLIANCE-LOG-LINE
461700     ADD 1 TO WS-FILE-WRITTEN
461800     MOVE COMPLIANCE-LOG-LINE TO WS-WRITTEN-IMAGE
461900     PERFORM 7500-TAKE-AFTER-TOTAL
462000         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
462100 5810-CONVERT-COMPLIANCE-ONE-EXIT.
462200     EXIT.
462300
462400*-----------------------------------------------------------------
462500* ACCOUNT MASTER SNAPSHOT - AN IMAGE OF THE ACCOUNT RECORD.
462600*-----------------------------------------------------------------
462700 5900-CONVERT-ACCSNAP.
462800     MOVE "ACCSNAP" TO WS-CONV-FILE
462900     PERFORM 8000-START-FILE
463000         THRU 8000-START-FILE-EXIT
463100     OPEN INPUT OLD-SNAPSHOT-FILE
463200     IF WS-OACCSNAP-NOTFOUND
463300         PERFORM 8200-FILE-NOT-PRESENT
463400             THRU 8200-FILE-NOT-PRESENT-EXIT
463500         GO TO 5900-CONVERT-ACCSNAP-EXIT
463600     END-IF
463700     IF NOT WS-OACCSNAP-OK
463800         DISPLAY "DATECONV: UNABLE TO OPEN OLD ACCOUNT SNAPSHOT, "
463900                 "STATUS = " WS-OACCSNAP-STATUS
464000         SET WS-CONV-FAILED TO TRUE
464100         GO TO 5900-CONVERT-ACCSNAP-EXIT
464200     END-IF
464300     OPEN OUTPUT SNAPSHOT-FILE
464400     IF NOT WS-ACCSNAP-OK
464500         DISPLAY "DATECONV: UNABLE TO OPEN NEW ACCOUNT SNAPSHOT, "
464600                 "STATUS = " WS-ACCSNAP-STATUS
464700         CLOSE OLD-SNAPSHOT-FILE
464800         SET WS-CONV-FAILED TO TRUE
464900         GO TO 5900-CONVERT-ACCSNAP-EXIT
465000     END-IF
465100     MOVE WS-ACCMSTR-MAP TO WS-FIELD-MAP
465200     MOVE 123 TO WS-OLD-LENGTH
465300     PERFORM 5910-CONVERT-SNAPSHOT-ONE
465400         THRU 5910-CONVERT-SNAPSHOT-ONE-EXIT
465500         UNTIL WS-EOF
465600     CLOSE OLD-SNAPSHOT-FILE
465700     CLOSE SNAPSHOT-FILE
465800     PERFORM 8100-WRITE-CONTROL-LINE
465900         THRU 8100-WRITE-CONTROL-LINE-EXIT.
466000 5900-CONVERT-ACCSNAP-EXIT.
466100     EXIT.
466200
466300 5910-CONVERT-SNAPSHOT-ONE.
466400     READ OLD-SNAPSHOT-FILE
466500         AT END
466600             SET WS-EOF TO TRUE
466700             GO TO 5910-CONVERT-SNAPSHOT-ONE-EXIT
466800     END-READ
466900     ADD 1 TO WS-FILE-READ
467000     MOVE OLD-SNAPSHOT-FILE-LINE TO WS-OLD-IMAGE
467100     PERFORM 7000-EXTEND-RECORD
467200         THRU 7000-EXTEND-RECORD-EXIT
467300     MOVE WS-NEW-IMAGE TO SNAPSHOT-FILE-LINE
467400     WRITE SNAPSHOT-FILE-LINE
467500     ADD 1 TO WS-FILE-WRITTEN
467600     MOVE SNAPSHOT-FILE-LINE TO WS-WRITTEN-IMAGE
467700     PERFORM 7500-TAKE-AFTER-TOTAL
467800         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
467900 5910-CONVERT-SNAPSHOT-ONE-EXIT.
468000     EXIT.
468100
468200*-----------------------------------------------------------------
468300* UNCLAIMED FUNDS LEDGER.
468400*-----------------------------------------------------------------
468500 6000-CONVERT-UNCLFUND.
468600     MOVE "UNCLFUND" TO WS-CONV-FILE
468700     PERFORM 8000-START-FILE
468800         THRU 8000-START-FILE-EXIT
468900     OPEN INPUT OLD-UNCLAIMED-LEDGER
469000     IF WS-OUNCLFND-NOTFOUND
469100         PERFORM 8200-FILE-NOT-PRESENT
469200             THRU 8200-FILE-NOT-PRESENT-EXIT
469300         GO TO 6000-CONVERT-UNCLFUND-EXIT
469400     END-IF
469500     IF NOT WS-OUNCLFND-OK
469600         DISPLAY "DATECONV: UNABLE TO OPEN OLD UNCLAIMED FUNDS "
469700                 "LEDGER, "
469800                 "STATUS = " WS-OUNCLFND-STATUS
469900         SET WS-CONV-FAILED TO TRUE
470000         GO TO 6000-CONVERT-UNCLFUND-EXIT
470100     END-IF
470200     OPEN OUTPUT UNCLAIMED-LEDGER
470300     IF NOT WS-UNCLFUND-OK
470400         DISPLAY "DATECONV: UNABLE TO OPEN NEW UNCLAIMED FUNDS "
470500                 "LEDGER, "
470600                 "STATUS = " WS-UNCLFUND-STATUS
470700         CLOSE OLD-UNCLAIMED-LEDGER
470800         SET WS-CONV-FAILED TO TRUE
470900         GO TO 6000-CONVERT-UNCLFUND-EXIT
471000     END-IF
471100     MOVE WS-UNCLFUND-MAP TO WS-FIELD-MAP
471200     MOVE 34 TO WS-OLD-LENGTH
471300     PERFORM 6010-CONVERT-UNCLAIMED-ONE
471400         THRU 6010-CONVERT-UNCLAIMED-ONE-EXIT
471500         UNTIL WS-EOF
471600     CLOSE OLD-UNCLAIMED-LEDGER
471700     CLOSE UNCLAIMED-LEDGER
471800     PERFORM 8100-WRITE-CONTROL-LINE
471900         THRU 8100-WRITE-CONTROL-LINE-EXIT.
472000 6000-CONVERT-UNCLFUND-EXIT.
472100     EXIT.
472200
472300 6010-CONVERT-UNCLAIMED-ONE.
472400     READ OLD-UNCLAIMED-LEDGER
472500         AT END
472600             SET WS-EOF TO TRUE
472700             GO TO 6010-CONVERT-UNCLAIMED-ONE-EXIT
472800     END-READ
472900     ADD 1 TO WS-FILE-READ
473000     MOVE OLD-UNCLAIMED-LEDGER-LINE TO WS-OLD-IMAGE
473100     PERFORM 7000-EXTEND-RECORD
473200         THRU 7000-EXTEND-RECORD-EXIT
473300     MOVE WS-NEW-IMAGE TO UNCLAIMED-LEDGER-LINE
473400     WRITE UNCLAIMED-LEDGER-LINE
473500     ADD 1 TO WS-FILE-WRITTEN
473600     MOVE UNCLAIMED-LEDGER-LINE TO WS-WRITTEN-IMAGE
473700     PERFORM 7500-TAKE-AFTER-TOTAL
473800         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
473900 6010-CONVERT-UNCLAIMED-ONE-EXIT.
474000     EXIT.
474100
474200*-----------------------------------------------------------------
474300* TAX WITHHOLDING LEDGER.
474400*-----------------------------------------------------------------
474500 6100-CONVERT-TAXLEDGR.
474600     MOVE "TAXLEDGR" TO WS-CONV-FILE
474700     PERFORM 8000-START-FILE
474800         THRU 8000-START-FILE-EXIT
474900     OPEN INPUT OLD-TAX-LEDGER
475000     IF WS-OTAXLEDG-NOTFOUND
475100         PERFORM 8200-FILE-NOT-PRESENT
475200             THRU 8200-FILE-NOT-PRESENT-EXIT
475300         GO TO 6100-CONVERT-TAXLEDGR-EXIT
475400     END-IF
475500     IF NOT WS-OTAXLEDG-OK
475600         DISPLAY "DATECONV: UNABLE TO OPEN OLD TAX LEDGER, "
475700                 "STATUS = " WS-OTAXLEDG-STATUS
475800         SET WS-CONV-FAILED TO TRUE
475900         GO TO 6100-CONVERT-TAXLEDGR-EXIT
476000     END-IF
476100     OPEN OUTPUT TAX-LEDGER
476200     IF NOT WS-TAXLEDGR-OK
476300         DISPLAY "DATECONV: UNABLE TO OPEN NEW TAX LEDGER, "
476400                 "STATUS = " WS-TAXLEDGR-STATUS
476500         CLOSE OLD-TAX-LEDGER
476600         SET WS-CONV-FAILED TO TRUE
476700         GO TO 6100-CONVERT-TAXLEDGR-EXIT
476800     END-IF
476900     MOVE WS-TAXLEDGR-MAP TO WS-FIELD-MAP
477000     MOVE 33 TO WS-OLD-LENGTH
477100     PERFORM 6110-CONVERT-TAX-ONE
477200         THRU 6110-CONVERT-TAX-ONE-EXIT
477300         UNTIL WS-EOF
477400     CLOSE OLD-TAX-LEDGER
477500     CLOSE TAX-LEDGER
477600     PERFORM 8100-WRITE-CONTROL-LINE
477700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
477800 6100-CONVERT-TAXLEDGR-EXIT.
477900     EXIT.
478000
478100 6110-CONVERT-TAX-ONE.
478200     READ OLD-TAX-LEDGER
478300         AT END
478400             SET WS-EOF TO TRUE
478500             GO TO 6110-CONVERT-TAX-ONE-EXIT
478600     END-READ
478700     ADD 1 TO WS-FILE-READ
478800     MOVE OLD-TAX-LEDGER-LINE TO WS-OLD-IMAGE
478900     PERFORM 7000-EXTEND-RECORD
479000         THRU 7000-EXTEND-RECORD-EXIT
479100     MOVE WS-NEW-IMAGE TO TAX-LEDGER-LINE
479200     WRITE TAX-LEDGER-LINE
479300     ADD 1 TO WS-FILE-WRITTEN
479400     MOVE TAX-LEDGER-LINE TO WS-WRITTEN-IMAGE
479500     PERFORM 7500-TAKE-AFTER-TOTAL
479600         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
479700 6110-CONVERT-TAX-ONE-EXIT.
479800     EXIT.
479900
480000*-----------------------------------------------------------------
480100* DECEASED CLAIM SETTLEMENT REGISTER.
480200*-----------------------------------------------------------------
480300 6200-CONVERT-DSETREG.
480400     MOVE "DSETREG" TO WS-CONV-FILE
480500     PERFORM 8000-START-FILE
480600         THRU 8000-START-FILE-EXIT
480700     OPEN INPUT OLD-SETTLEMENT-REGISTER
480800     IF WS-ODSETREG-NOTFOUND
480900         PERFORM 8200-FILE-NOT-PRESENT
481000             THRU 8200-FILE-NOT-PRESENT-EXIT
481100         GO TO 6200-CONVERT-DSETREG-EXIT
481200     END-IF
481300     IF NOT WS-ODSETREG-OK
481400         DISPLAY "DATECONV: UNABLE TO OPEN OLD SETTLEMENT "
481500                 "REGISTER, "
481600                 "STATUS = " WS-ODSETREG-STATUS
481700         SET WS-CONV-FAILED TO TRUE
481800         GO TO 6200-CONVERT-DSETREG-EXIT
481900     END-IF
482000     OPEN OUTPUT SETTLEMENT-REGISTER
482100     IF NOT WS-DSETREG-OK
482200         DISPLAY "DATECONV: UNABLE TO OPEN NEW SETTLEMENT "
482300                 "REGISTER, "
482400                 "STATUS = " WS-DSETREG-STATUS
482500         CLOSE OLD-SETTLEMENT-REGISTER
482600         SET WS-CONV-FAILED TO TRUE
482700         GO TO 6200-CONVERT-DSETREG-EXIT
482800     END-IF
482900     MOVE WS-DSETREG-MAP TO WS-FIELD-MAP
483000     MOVE 90 TO WS-OLD-LENGTH
483100     PERFORM 6210-CONVERT-SETTLEMENT-ONE
483200         THRU 6210-CONVERT-SETTLEMENT-ONE-EXIT
483300         UNTIL WS-EOF
483400     CLOSE OLD-SETTLEMENT-REGISTER
483500     CLOSE SETTLEMENT-REGISTER
483600     PERFORM 8100-WRITE-CONTROL-LINE
483700         THRU 8100-WRITE-CONTROL-LINE-EXIT.
483800 6200-CONVERT-DSETREG-EXIT.
483900     EXIT.
484000
484100 6210-CONVERT-SETTLEMENT-ONE.
484200     READ OLD-SETTLEMENT-REGISTER
484300         AT END
484400             SET WS-EOF TO TRUE
484500             GO TO 6210-CONVERT-SETTLEMENT-ONE-EXIT
484600     END-READ
484700     ADD 1 TO WS-FILE-READ
484800     MOVE OLD-SETTLEMENT-REGISTER-LINE TO WS-OLD-IMAGE
484900     PERFORM 7000-EXTEND-RECORD
485000         THRU 7000-EXTEND-RECORD-EXIT
485100     MOVE WS-NEW-IMAGE TO SETTLEMENT-REGISTER-LINE
485200     WRITE SETTLEMENT-REGISTER-LINE
485300     ADD 1 TO WS-FILE-WRITTEN
485400     MOVE SETTLEMENT-REGISTER-LINE TO WS-WRITTEN-IMAGE
485500     PERFORM 7500-TAKE-AFTER-TOTAL
485600         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
485700 6210-CONVERT-SETTLEMENT-ONE-EXIT.
485800     EXIT.
485900
486000*-----------------------------------------------------------------
486100* ACCOUNT CLOSURE REGISTER.
486200*-----------------------------------------------------------------
486300 6300-CONVERT-CLOSEREG.
486400     MOVE "CLOSEREG" TO WS-CONV-FILE
486500     PERFORM 8000-START-FILE
486600         THRU 8000-START-FILE-EXIT
486700     OPEN INPUT OLD-CLOSURE-REGISTER
486800     IF WS-OCLOSREG-NOTFOUND
486900         PERFORM 8200-FILE-NOT-PRESENT
487000             THRU 8200-FILE-NOT-PRESENT-EXIT
487100         GO TO 6300-CONVERT-CLOSEREG-EXIT
487200     END-IF
487300     IF NOT WS-OCLOSREG-OK
487400         DISPLAY "DATECONV: UNABLE TO OPEN OLD CLOSURE REGISTER, "
487500                 "STATUS = " WS-OCLOSREG-STATUS
487600         SET WS-CONV-FAILED TO TRUE
487700         GO TO 6300-CONVERT-CLOSEREG-EXIT
487800     END-IF
487900     OPEN OUTPUT CLOSURE-REGISTER
488000     IF NOT WS-CLOSEREG-OK
488100         DISPLAY "DATECONV: UNABLE TO OPEN NEW CLOSURE REGISTER, "
488200                 "STATUS = " WS-CLOSEREG-STATUS
488300         CLOSE OLD-CLOSURE-REGISTER
488400         SET WS-CONV-FAILED TO TRUE
488500         GO TO 6300-CONVERT-CLOSEREG-EXIT
488600     END-IF
488700     MOVE WS-CLOSEREG-MAP TO WS-FIELD-MAP
488800     MOVE 50 TO WS-OLD-LENGTH
488900     PERFORM 6310-CONVERT-CLOSURE-ONE
489000         THRU 6310-CONVERT-CLOSURE-ONE-EXIT
489100         UNTIL WS-EOF
489200     CLOSE OLD-CLOSURE-REGISTER
489300     CLOSE CLOSURE-REGISTER
489400     PERFORM 8100-WRITE-CONTROL-LINE
489500         THRU 8100-WRITE-CONTROL-LINE-EXIT.
489600 6300-CONVERT-CLOSEREG-EXIT.
489700     EXIT.
489800
489900 6310-CONVERT-CLOSURE-ONE.
490000     READ OLD-CLOSURE-REGISTER
490100         AT END
490200             SET WS-EOF TO TRUE
490300             GO TO 6310-CONVERT-CLOSURE-ONE-EXIT
490400     END-READ
490500     ADD 1 TO WS-FILE-READ
490600     MOVE OLD-CLOSURE-REGISTER-LINE TO WS-OLD-IMAGE
490700     PERFORM 7000-EXTEND-RECORD
490800         THRU 7000-EXTEND-RECORD-EXIT
490900     MOVE WS-NEW-IMAGE TO CLOSURE-REGISTER-LINE
491000     WRITE CLOSURE-REGISTER-LINE
491100     ADD 1 TO WS-FILE-WRITTEN
491200     MOVE CLOSURE-REGISTER-LINE TO WS-WRITTEN-IMAGE
491300     PERFORM 7500-TAKE-AFTER-TOTAL
491400         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
491500 6310-CONVERT-CLOSURE-ONE-EXIT.
491600     EXIT.
491700
491800*-----------------------------------------------------------------
491900* MAINTENANCE JOURNAL.  ONLY THE ENTRY DATE IS CONVERTED - THE
492000* BEFORE AND AFTER IMAGES STAY AS THEY WERE TAKEN.
492100*-----------------------------------------------------------------
492200 6400-CONVERT-MNTJRNL.
492300     MOVE "MNTJRNL" TO WS-CONV-FILE
492400     PERFORM 8000-START-FILE
492500         THRU 8000-START-FILE-EXIT
492600     OPEN INPUT OLD-MAINT-JOURNAL
492700     IF WS-OMNTJRNL-NOTFOUND
492800         PERFORM 8200-FILE-NOT-PRESENT
492900             THRU 8200-FILE-NOT-PRESENT-EXIT
493000         GO TO 6400-CONVERT-MNTJRNL-EXIT
493100     END-IF
493200     IF NOT WS-OMNTJRNL-OK
493300         DISPLAY "DATECONV: UNABLE TO OPEN OLD MAINTENANCE "
493400                 "JOURNAL, "
493500                 "STATUS = " WS-OMNTJRNL-STATUS
493600         SET WS-CONV-FAILED TO TRUE
493700         GO TO 6400-CONVERT-MNTJRNL-EXIT
493800     END-IF
493900     OPEN OUTPUT MAINT-JOURNAL
494000     IF NOT WS-MNTJRNL-OK
494100         DISPLAY "DATECONV: UNABLE TO OPEN NEW MAINTENANCE "
494200                 "JOURNAL, "
494300                 "STATUS = " WS-MNTJRNL-STATUS
494400         CLOSE OLD-MAINT-JOURNAL
494500         SET WS-CONV-FAILED TO TRUE
494600         GO TO 6400-CONVERT-MNTJRNL-EXIT
494700     END-IF
494800     MOVE WS-MNTJRNL-MAP TO WS-FIELD-MAP
494900     MOVE 243 TO WS-OLD-LENGTH
495000     PERFORM 6410-CONVERT-JOURNAL-ONE
495100         THRU 6410-CONVERT-JOURNAL-ONE-EXIT
495200         UNTIL WS-EOF
495300     CLOSE OLD-MAINT-JOURNAL
495400     CLOSE MAINT-JOURNAL
495500     PERFORM 8100-WRITE-CONTROL-LINE
495600         THRU 8100-WRITE-CONTROL-LINE-EXIT.
495700 6400-CONVERT-MNTJRNL-EXIT.
495800     EXIT.
495900
496000 6410-CONVERT-JOURNAL-ONE.
496100     READ OLD-MAINT-JOURNAL
496200         AT END
496300             SET WS-EOF TO TRUE
496400             GO TO 6410-CONVERT-JOURNAL-ONE-EXIT
496500     END-READ
496600     ADD 1 TO WS-FILE-READ
496700     MOVE OLD-MAINT-JOURNAL-LINE TO WS-OLD-IMAGE
496800     PERFORM 7000-EXTEND-RECORD
496900         THRU 7000-EXTEND-RECORD-EXIT
497000     MOVE WS-NEW-IMAGE TO MAINT-JOURNAL-LINE
497100     WRITE MAINT-JOURNAL-LINE
497200     ADD 1 TO WS-FILE-WRITTEN
497300     MOVE MAINT-JOURNAL-LINE TO WS-WRITTEN-IMAGE
497400     PERFORM 7500-TAKE-AFTER-TOTAL
497500         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
497600 6410-CONVERT-JOURNAL-ONE-EXIT.
497700     EXIT.
497800
497900*-----------------------------------------------------------------
498000* PIN SECURITY LOG.
498100*-----------------------------------------------------------------
498200 6500-CONVERT-PINLOG.
498300     MOVE "PINLOG" TO WS-CONV-FILE
498400     PERFORM 8000-START-FILE
498500         THRU 8000-START-FILE-EXIT
498600     OPEN INPUT OLD-SECURITY-LOG
498700     IF WS-OPINLOG-NOTFOUND
498800         PERFORM 8200-FILE-NOT-PRESENT
498900             THRU 8200-FILE-NOT-PRESENT-EXIT
499000         GO TO 6500-CONVERT-PINLOG-EXIT
499100     END-IF
499200     IF NOT WS-OPINLOG-OK
499300         DISPLAY "DATECONV: UNABLE TO OPEN OLD PIN SECURITY LOG, "
499400                 "STATUS = " WS-OPINLOG-STATUS
499500         SET WS-CONV-FAILED TO TRUE
499600         GO TO 6500-CONVERT-PINLOG-EXIT
499700     END-IF
499800     OPEN OUTPUT SECURITY-LOG
499900     IF NOT WS-PINLOG-OK
500000         DISPLAY "DATECONV: UNABLE TO OPEN NEW PIN SECURITY LOG, "
500100                 "STATUS = " WS-PINLOG-STATUS
500200         CLOSE OLD-SECURITY-LOG
500300         SET WS-CONV-FAILED TO TRUE
500400         GO TO 6500-CONVERT-PINLOG-EXIT
500500     END-IF
500600     MOVE WS-PINLOG-MAP TO WS-FIELD-MAP
500700     MOVE 28 TO WS-OLD-LENGTH
500800     PERFORM 6510-CONVERT-SECURITY-ONE
500900         THRU 6510-CONVERT-SECURITY-ONE-EXIT
501000         UNTIL WS-EOF
501100     CLOSE OLD-SECURITY-LOG
501200     CLOSE SECURITY-LOG
501300     PERFORM 8100-WRITE-CONTROL-LINE
501400         THRU 8100-WRITE-CONTROL-LINE-EXIT.
501500 6500-CONVERT-PINLOG-EXIT.
501600     EXIT.
501700
501800 6510-CONVERT-SECURITY-ONE.
501900     READ OLD-SECURITY-LOG
502000         AT END
502100             SET WS-EOF TO TRUE
502200             GO TO 6510-CONVERT-SECURITY-ONE-EXIT
502300     END-READ
502400     ADD 1 TO WS-FILE-READ
502500     MOVE OLD-SECURITY-LOG-LINE TO WS-OLD-IMAGE
502600     PERFORM 7000-EXTEND-RECORD
502700         THRU 7000-EXTEND-RECORD-EXIT
502800     MOVE WS-NEW-IMAGE TO SECURITY-LOG-LINE
502900     WRITE SECURITY-LOG-LINE
503000     ADD 1 TO WS-FILE-WRITTEN
503100     MOVE SECURITY-LOG-LINE TO WS-WRITTEN-IMAGE
503200     PERFORM 7500-TAKE-AFTER-TOTAL
503300         THRU 7500-TAKE-AFTER-TOTAL-EXIT.
503400 6510-CONVERT-SECURITY-ONE-EXIT.
503500     EXIT.
503600
503700*-----------------------------------------------------------------
503800* BUILD THE NEW RECORD IMAGE FROM THE OLD ONE UNDER THE FIELD MAP
503900* IN HAND.  THE STRETCHES BETWEEN DATES ARE COPIED AS THEY STAND;
504000* EACH DATE IS GIVEN ITS CENTURY.  THE "BEFORE" TOTAL IS TAKEN
504100* HERE FROM THE OLD SIX-DIGIT DATES.
504200*-----------------------------------------------------------------
504300 7000-EXTEND-RECORD.
504400     MOVE SPACES TO WS-NEW-IMAGE
504500     MOVE 1 TO WS-OLD-POS
504600     MOVE 1 TO WS-NEW-POS
504700     PERFORM 7100-EXTEND-ONE-DATE
504800         THRU 7100-EXTEND-ONE-DATE-EXIT
504900         VARYING WS-MAP-IDX FROM 1 BY 1
505000         UNTIL WS-MAP-IDX > WS-MAP-COUNT
505100     IF WS-OLD-POS NOT > WS-OLD-LENGTH
505200         COMPUTE WS-SEG-LENGTH = WS-OLD-LENGTH - WS-OLD-POS + 1
505300         MOVE WS-OLD-IMAGE(WS-OLD-POS:WS-SEG-LENGTH)
505400           TO WS-NEW-IMAGE(WS-NEW-POS:WS-SEG-LENGTH)
505500     END-IF.
505600 7000-EXTEND-RECORD-EXIT.
505700     EXIT.
505800
505900*-----------------------------------------------------------------
506000* ONE DATE.  A BLANK DATE STAYS BLANK AT THE NEW WIDTH.  A DATE
506100* THAT IS NOT NUMERIC IS WRITTEN AS ZERO AND PUTS THE FILE OUT OF
506200* BALANCE.  A MONTH OR DAY OUT OF RANGE IS CONVERTED AS IT STANDS
506300* AND LISTED FOR CORRECTION.
506400*-----------------------------------------------------------------
506500 7100-EXTEND-ONE-DATE.
506600     COMPUTE WS-SEG-LENGTH = MAP-OFFSET(WS-MAP-IDX) - WS-OLD-POS
506700     IF WS-SEG-LENGTH > ZERO
506800         MOVE WS-OLD-IMAGE(WS-OLD-POS:WS-SEG-LENGTH)
506900           TO WS-NEW-IMAGE(WS-NEW-POS:WS-SEG-LENGTH)
507000         ADD WS-SEG-LENGTH TO WS-OLD-POS
507100         ADD WS-SEG-LENGTH TO WS-NEW-POS
507200     END-IF
507300
507400     MOVE WS-OLD-IMAGE(WS-OLD-POS:6) TO WS-OLD-DATE-X
507500     MOVE MAP-KIND(WS-MAP-IDX) TO WS-DATE-KIND
507600     MOVE MAP-OFFSET(WS-MAP-IDX) TO WS-EXC-OFFSET
507700
507800     IF WS-OLD-DATE-X = SPACES
507900         MOVE SPACES TO WS-NEW-IMAGE(WS-NEW-POS:8)
508000     ELSE
508100         PERFORM 7150-CONVERT-ONE-DATE
508200             THRU 7150-CONVERT-ONE-DATE-EXIT
508300         MOVE WS-NEW-DATE TO WS-NEW-IMAGE(WS-NEW-POS:8)
508400     END-IF
508500     ADD 6 TO WS-OLD-POS
508600     ADD 8 TO WS-NEW-POS.
508700 7100-EXTEND-ONE-DATE-EXIT.
508800     EXIT.
508900
509000 7150-CONVERT-ONE-DATE.
509100     IF WS-OLD-DATE NOT NUMERIC
509200         ADD 1 TO WS-FILE-BAD
509300         MOVE ZERO TO WS-NEW-DATE
509400         MOVE "NOT NUMERIC - SET TO ZERO" TO WS-EXC-REASON
509500         PERFORM 7300-WRITE-EXCEPTION
509600             THRU 7300-WRITE-EXCEPTION-EXIT
509700         GO TO 7150-CONVERT-ONE-DATE-EXIT
509800     END-IF
509900     ADD WS-OLD-DATE TO WS-FILE-BEFORE
510000     PERFORM 7200-PLACE-CENTURY
510100         THRU 7200-PLACE-CENTURY-EXIT
510200     IF WS-OLD-DATE = ZERO
510300         GO TO 7150-CONVERT-ONE-DATE-EXIT
510400     END-IF
510500     IF WS-OLD-MM < 01 OR WS-OLD-MM > 12
510600        OR WS-OLD-DD < 01 OR WS-OLD-DD > 31
510700         MOVE "MONTH OR DAY OUT OF RANGE" TO WS-EXC-REASON
510800         PERFORM 7300-WRITE-EXCEPTION
510900             THRU 7300-WRITE-EXCEPTION-EXIT
511000     END-IF.
511100 7150-CONVERT-ONE-DATE-EXIT.
511200     EXIT.
511300
511400*-----------------------------------------------------------------
511500* PUT THE CENTURY ON THE YYMMDD DATE IN HAND.  THE YEAR IS FIRST
511600* TAKEN IN TODAY'S CENTURY.  AN ORDINARY DATE IS THEN MOVED BACK
511700* OR FORWARD A CENTURY IF IT FALLS OUTSIDE THE WINDOW; A DATE OF
511800* BIRTH IS MOVED BACK A CENTURY IF IT WOULD LIE AHEAD OF TODAY.
511900* A ZERO DATE STAYS ZERO.
512000*-----------------------------------------------------------------
512100 7200-PLACE-CENTURY.
512200     IF WS-OLD-DATE = ZERO
512300         MOVE ZERO TO WS-NEW-DATE
512400         GO TO 7200-PLACE-CENTURY-EXIT
512500     END-IF
512600     COMPUTE WS-NEW-CCYY = WS-TODAY-CENTURY * 100 + WS-OLD-YY
512700     COMPUTE WS-NEW-MMDD = WS-OLD-MM * 100 + WS-OLD-DD
512800
512900     IF WS-DATE-BIRTH
513000         IF WS-NEW-DATE > WS-TODAYS-DATE
513100             SUBTRACT 100 FROM WS-NEW-CCYY
513200         END-IF
513300         GO TO 7200-PLACE-CENTURY-EXIT
513400     END-IF
513500
513600     IF WS-NEW-CCYY > WS-WINDOW-HIGH
513700         SUBTRACT 100 FROM WS-NEW-CCYY
513800     END-IF
513900     IF WS-NEW-CCYY < WS-WINDOW-LOW
514000         ADD 100 TO WS-NEW-CCYY
514100     END-IF.
514200 7200-PLACE-CENTURY-EXIT.
514300     EXIT.
514400
514500*-----------------------------------------------------------------
514600* ONE LINE ON THE EXCEPTION REPORT FOR THE DATE IN HAND.
514700*-----------------------------------------------------------------
514800 7300-WRITE-EXCEPTION.
514900     ADD 1 TO WS-FILE-EXCEPTIONS
515000     ADD 1 TO WS-TOTAL-EXCEPTIONS
515100     MOVE WS-CONV-FILE        TO EXC-FILE
515200     MOVE WS-OLD-IMAGE(1:16)  TO EXC-RECORD
515300     MOVE WS-EXC-OFFSET       TO EXC-OFFSET
515400     MOVE WS-OLD-DATE-X       TO EXC-OLD
515500     MOVE WS-NEW-DATE         TO EXC-NEW
515600     MOVE WS-EXC-REASON       TO EXC-REASON
515700     MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
515800     WRITE EXCEPTION-LINE.
515900 7300-WRITE-EXCEPTION-EXIT.
516000     EXIT.
516100
516200*-----------------------------------------------------------------
516300* THE "AFTER" TOTAL - THE SIX DIGITS BELOW THE CENTURY OF EACH
516400* DATE AS IT STANDS IN THE RECORD JUST WRITTEN.  EACH DATE SITS
516500* TWO BYTES FURTHER ON THAN IN THE OLD RECORD FOR EVERY DATE
516600* BEFORE IT.
516700*-----------------------------------------------------------------
516800 7500-TAKE-AFTER-TOTAL.
516900     PERFORM 7510-TAKE-ONE-AFTER
517000         THRU 7510-TAKE-ONE-AFTER-EXIT
517100         VARYING WS-MAP-IDX FROM 1 BY 1
517200         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
517300 7500-TAKE-AFTER-TOTAL-EXIT.
517400     EXIT.
517500
517600 7510-TAKE-ONE-AFTER.
517700     COMPUTE WS-AFTER-POS = MAP-OFFSET(WS-MAP-IDX)
517800                          + (WS-MAP-IDX - 1) * 2 + 2
517900     MOVE WS-WRITTEN-IMAGE(WS-AFTER-POS:6) TO WS-AFTER-DATE-X
518000     IF WS-AFTER-DATE IS NUMERIC
518100         ADD WS-AFTER-DATE TO WS-FILE-AFTER
518200     END-IF.
518300 7510-TAKE-ONE-AFTER-EXIT.
518400     EXIT.
518500
518600*-----------------------------------------------------------------
518700* CLEAR THE CONTROL FIGURES FOR THE NEXT FILE.
518800*-----------------------------------------------------------------
518900 8000-START-FILE.
519000     MOVE ZERO TO WS-FILE-READ
519100     MOVE ZERO TO WS-FILE-WRITTEN
519200     MOVE ZERO TO WS-FILE-BAD
519300     MOVE ZERO TO WS-FILE-EXCEPTIONS
519400     MOVE ZERO TO WS-FILE-BEFORE
519500     MOVE ZERO TO WS-FILE-AFTER
519600     MOVE "N" TO WS-EOF-SW.
519700 8000-START-FILE-EXIT.
519800     EXIT.
519900
520000*-----------------------------------------------------------------
520100* ONE CONTROL LINE PER FILE.  A FILE IS IN BALANCE ONLY WHEN
520200* EVERY RECORD READ WAS WRITTEN, EVERY DATE WAS NUMERIC OR BLANK,
520300* AND THE NEW LAYOUT GIVES BACK THE SAME TOTAL AS THE OLD.  DATES
520400* ONLY LISTED AS EXCEPTIONS DO NOT PUT A FILE OUT OF BALANCE.
520500*-----------------------------------------------------------------
520600 8100-WRITE-CONTROL-LINE.
520700     ADD 1 TO WS-FILES-CONVERTED
520800     MOVE WS-CONV-FILE       TO DTL-FILE
520900     MOVE WS-FILE-READ       TO DTL-READ
521000     MOVE WS-FILE-WRITTEN    TO DTL-WRITTEN
521100     MOVE WS-FILE-BEFORE     TO DTL-BEFORE
521200     MOVE WS-FILE-AFTER      TO DTL-AFTER
521300     MOVE WS-FILE-EXCEPTIONS TO DTL-EXCEPTIONS
521400     MOVE "IN BALANCE" TO DTL-RESULT
521500     IF WS-FILE-READ NOT = WS-FILE-WRITTEN
521600        OR WS-FILE-BEFORE NOT = WS-FILE-AFTER
521700         MOVE "OUT OF BAL" TO DTL-RESULT
521800         SET WS-CONV-FAILED TO TRUE
521900     END-IF
522000     IF WS-FILE-BAD > ZERO
522100         MOVE "NOT NUMERIC" TO DTL-RESULT
522200         SET WS-CONV-FAILED TO TRUE
522300     END-IF
522400     MOVE WS-DETAIL-LINE TO REPORT-LINE
522500     WRITE REPORT-LINE.
522600 8100-WRITE-CONTROL-LINE-EXIT.
522700     EXIT.
522800
522900 8200-FILE-NOT-PRESENT.
523000     MOVE SPACES TO REPORT-LINE
523100     MOVE WS-CONV-FILE TO REPORT-LINE(1:8)
523200     MOVE "NOT PRESENT - NOTHING TO CONVERT" TO REPORT-LINE(11:32)
523300     WRITE REPORT-LINE.
523400 8200-FILE-NOT-PRESENT-EXIT.
523500     EXIT.
523600
523700 9999-TERMINATE.
523800     IF NOT WS-INIT-FAILED
523900         MOVE SPACES TO REPORT-LINE
524000         WRITE REPORT-LINE
524100         MOVE WS-TOTAL-EXCEPTIONS TO SUM-EXCEPTIONS
524200         MOVE WS-EXCEPTION-SUMMARY TO REPORT-LINE
524300         WRITE REPORT-LINE
524400         IF WS-CONV-FAILED
524500             MOVE "CONVERSION NOT IN BALANCE - THE NEW FILES"
524600               TO REPORT-LINE(1:41)
524700             MOVE " MUST NOT BE PUT INTO SERVICE"
524800               TO REPORT-LINE(42:29)
524900         ELSE
525000             MOVE "ALL FILES IN BALANCE - THE NEW FILES"
525100               TO REPORT-LINE(1:36)
525200             MOVE " MAY BE PUT INTO SERVICE"
525300               TO REPORT-LINE(37:24)
525400         END-IF
525500         WRITE REPORT-LINE
525600         CLOSE CONTROL-REPORT
525700         CLOSE EXCEPTION-REPORT
525800     END-IF
525900     IF WS-BATCH-ACQUIRED
526000         CALL "BATCHREL" USING WS-JOB-NAME
526100     END-IF
526200     DISPLAY "DATECONV: FILES CONVERTED = " WS-FILES-CONVERTED
526300             ", EXCEPTIONS = " WS-TOTAL-EXCEPTIONS.
526400 9999-TERMINATE-EXIT.
526500     EXIT.
