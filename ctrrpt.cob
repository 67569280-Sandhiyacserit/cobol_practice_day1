000100*****************************************************************
000200* PROGRAM      : CTRRPT                                         *
000300* DESCRIPTION  : MONTHLY CASH TRANSACTION REPORT FOR THE        *
000400*                FINANCIAL INTELLIGENCE UNIT.  FOR EVERY        *
000500*                CUSTOMER, FOLLOWS THE LINK FILE TO EACH        *
000600*                ACCOUNT HELD SOLELY OR JOINTLY AND TOTALS THE  *
000700*                MONTH'S CASH DEPOSITS AND CASH WITHDRAWALS     *
000800*                FROM THE INDEXED TRANSACTION HISTORY.  A       *
000900*                CUSTOMER WHOSE CASH IN OR CASH OUT FOR THE     *
001000*                MONTH EXCEEDS THE REPORTING THRESHOLD IS       *
001100*                WRITTEN TO THE REGULATOR'S FIXED-FORMAT FILE   *
001200*                WITH THEIR IDENTITY FROM THE CUSTOMER MASTER   *
001300*                AND KYC REGISTER - A HEADER, ONE DETAIL PER    *
001400*                CUSTOMER, AND A TRAILER WITH COUNT AND TOTALS. *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. CTRRPT.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - MONTHLY CASH TRANSACTION       *
002800*                  REPORT PER CUSTOMER.                         *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CUST-NUMBER
003800         ALTERNATE RECORD KEY IS CUST-NAME
003900             WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS CUST-PHONE
004100             WITH DUPLICATES
004200         FILE STATUS IS WS-CUSTMSTR-STATUS.
004300
004400     SELECT CUSTOMER-LINK ASSIGN TO "CUSTLINK"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS LINK-KEY
004800         ALTERNATE RECORD KEY IS LINK-CUST-NUMBER
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-CUSTLINK-STATUS.
005100
005200     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ACCT-NUMBER
005600         FILE STATUS IS WS-ACCMSTR-STATUS.
005700
005800     SELECT TXN-HISTORY ASSIGN TO "TXNHIST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS TXN-KEY
006200         FILE STATUS IS WS-TXNHIST-STATUS.
006300
006400     SELECT KYC-REGISTER ASSIGN TO "KYCFILE"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS KYC-CUST-NUMBER
006800         FILE STATUS IS WS-KYCFILE-STATUS.
006900
007000     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS FX-KEY
007400         FILE STATUS IS WS-FXRATES-STATUS.
007500
007600     SELECT CTR-FILE ASSIGN TO "CTRFILE"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CTRFILE-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CUSTOMER-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CUSTREC.
008500
008600 FD  CUSTOMER-LINK
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CUSTLNK.
008900
009000 FD  ACCOUNT-MASTER
009100     LABEL RECORDS ARE STANDARD.
009200     COPY ACCTREC.
009300
009400 FD  TXN-HISTORY
009500     LABEL RECORDS ARE STANDARD.
009600     COPY TXNREC.
009700
009800 FD  KYC-REGISTER
009900     LABEL RECORDS ARE STANDARD.
010000     COPY KYCREC.
010100
010200 FD  FX-RATE-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY FXREC.
010500
010600 FD  CTR-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  CTR-LINE                    PIC X(200).
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-CUSTMSTR-STATUS       PIC X(02).
011200     88  WS-CUSTMSTR-OK       VALUE "00".
011300 01  WS-CUSTLINK-STATUS       PIC X(02).
011400     88  WS-CUSTLINK-OK       VALUE "00".
011500 01  WS-ACCMSTR-STATUS        PIC X(02).
011600     88  WS-ACCMSTR-OK        VALUE "00".
011700 01  WS-TXNHIST-STATUS        PIC X(02).
011800     88  WS-TXNHIST-OK        VALUE "00".
011900     88  WS-TXNHIST-NOTFOUND  VALUE "35".
012000 01  WS-KYCFILE-STATUS        PIC X(02).
012100     88  WS-KYCFILE-OK        VALUE "00".
012200     88  WS-KYCFILE-NOTFOUND  VALUE "35".
012300 01  WS-FXRATES-STATUS        PIC X(02).
012400     88  WS-FXRATES-OK        VALUE "00".
012500     88  WS-FXRATES-NOTFOUND  VALUE "35".
012600 01  WS-CTRFILE-STATUS        PIC X(02).
012700     88  WS-CTRFILE-OK        VALUE "00".
012800
012900 01  WS-JOB-NAME              PIC X(08) VALUE "CTRRPT".
013000 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
013100     88  WS-BATCH-ACQUIRED    VALUE "Y".
013200
013300*    A CUSTOMER IS REPORTED WHEN THE MONTH'S CASH IN, OR THE
013400*    MONTH'S CASH OUT, ACROSS ALL THEIR ACCOUNTS EXCEEDS THIS.
013500 01  WS-CTR-THRESHOLD         PIC 9(11) VALUE 1000000.
013600
013700 01  WS-TODAYS-DATE           PIC 9(08).
013800 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
013900     05  WS-TODAY-YEAR        PIC 9(04).
014000     05  WS-TODAY-MONTH       PIC 9(02).
014100     05  WS-TODAY-DAY         PIC 9(02).
014200 01  WS-MONTH-START           PIC 9(08).
014300 01  WS-MONTH-END             PIC 9(08).
014400 01  WS-REPORT-MONTH          PIC 9(06).
014500
014600*    ONE ACCOUNT'S CASH FOR THE MONTH, IN ITS OWN CURRENCY.
014700 01  WS-ACCT-CASH-IN          PIC 9(13).
014800 01  WS-ACCT-CASH-OUT         PIC 9(13).
014900 01  WS-ACCT-IN-COUNT         PIC 9(05) COMP.
015000 01  WS-ACCT-OUT-COUNT        PIC 9(05) COMP.
015100 01  WS-FX-CURRENCY           PIC X(03).
015200 01  WS-BUY-RATE              PIC 9(03)V9(04).
015300 01  WS-CONVERTED             PIC 9(13).
015400
015500*    ONE CUSTOMER'S CASH FOR THE MONTH, IN RUPEES.
015600 01  WS-CUST-CASH-IN          PIC 9(13).
015700 01  WS-CUST-CASH-OUT         PIC 9(13).
015800 01  WS-CUST-IN-COUNT         PIC 9(05) COMP.
015900 01  WS-CUST-OUT-COUNT        PIC 9(05) COMP.
016000 01  WS-CUST-ACCT-COUNT       PIC 9(03) COMP.
016100
016200 01  WS-CUSTOMERS-READ        PIC 9(07) COMP VALUE 0.
016300 01  WS-REPORTED-COUNT        PIC 9(06) VALUE 0.
016400 01  WS-NO-KYC-COUNT          PIC 9(06) COMP VALUE 0.
016500 01  WS-TOTAL-CASH-IN         PIC 9(15) VALUE 0.
016600 01  WS-TOTAL-CASH-OUT        PIC 9(15) VALUE 0.
016700
016800 01  WS-CTR-HEADER.
016900     05  FILLER               PIC X(02) VALUE "H ".
017000     05  CTH-REPORTING-ENTITY PIC X(30)
017100                              VALUE "UNITY TRUST BANK".
017200     05  FILLER               PIC X(01) VALUE SPACE.
017300     05  CTH-REPORT-MONTH     PIC 9(06).
017400     05  FILLER               PIC X(01) VALUE SPACE.
017500     05  CTH-RUN-DATE         PIC 9(08).
017600     05  FILLER               PIC X(01) VALUE SPACE.
017700     05  CTH-THRESHOLD        PIC 9(11).
017800
017900 01  WS-CTR-DETAIL.
018000     05  FILLER               PIC X(02) VALUE "D ".
018100     05  CTD-CUST-NUMBER      PIC 9(06).
018200     05  FILLER               PIC X(01) VALUE SPACE.
018300     05  CTD-CUST-NAME        PIC X(30).
018400     05  FILLER               PIC X(01) VALUE SPACE.
018500     05  CTD-ADDRESS          PIC X(40).
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  CTD-PHONE            PIC X(15).
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900     05  CTD-DATE-OF-BIRTH    PIC 9(08).
019000     05  FILLER               PIC X(01) VALUE SPACE.
019100     05  CTD-DOC-TYPE         PIC X(10).
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  CTD-DOC-NUMBER       PIC X(20).
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  CTD-CASH-IN          PIC 9(13).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  CTD-IN-COUNT         PIC 9(05).
019800     05  FILLER               PIC X(01) VALUE SPACE.
019900     05  CTD-CASH-OUT         PIC 9(13).
020000     05  FILLER               PIC X(01) VALUE SPACE.
020100     05  CTD-OUT-COUNT        PIC 9(05).
020200     05  FILLER               PIC X(01) VALUE SPACE.
020300     05  CTD-ACCT-COUNT       PIC 9(03).
020400
020500 01  WS-CTR-TRAILER.
020600     05  FILLER               PIC X(02) VALUE "T ".
020700     05  CTT-REPORT-MONTH     PIC 9(06).
020800     05  FILLER               PIC X(01) VALUE SPACE.
020900     05  CTT-CUST-COUNT       PIC 9(06).
021000     05  FILLER               PIC X(01) VALUE SPACE.
021100     05  CTT-TOTAL-CASH-IN    PIC 9(15).
021200     05  FILLER               PIC X(01) VALUE SPACE.
021300     05  CTT-TOTAL-CASH-OUT   PIC 9(15).
021400
021500 01  WS-SWITCHES.
021600     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
021700         88  WS-INIT-FAILED   VALUE "Y".
021800     05  WS-CUST-EOF-SW       PIC X(01) VALUE "N".
021900         88  WS-CUST-EOF      VALUE "Y".
022000     05  WS-LINK-EOF-SW       PIC X(01) VALUE "N".
022100         88  WS-LINK-EOF      VALUE "Y".
022200     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
022300         88  WS-HIST-EOF      VALUE "Y".
022400     05  WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
022500         88  WS-SCAN-EOF      VALUE "Y".
022600     05  WS-RATE-FOUND-SW     PIC X(01) VALUE "N".
022700         88  WS-RATE-FOUND    VALUE "Y".
022800     05  WS-CUSTMSTR-SW       PIC X(01) VALUE "N".
022900         88  WS-CUSTMSTR-OPEN VALUE "Y".
023000     05  WS-CUSTLINK-SW       PIC X(01) VALUE "N".
023100         88  WS-CUSTLINK-OPEN VALUE "Y".
023200     05  WS-ACCMSTR-SW        PIC X(01) VALUE "N".
023300         88  WS-ACCMSTR-OPEN  VALUE "Y".
023400     05  WS-TXNHIST-SW        PIC X(01) VALUE "N".
023500         88  WS-TXNHIST-OPEN  VALUE "Y".
023600     05  WS-KYCFILE-SW        PIC X(01) VALUE "N".
023700         88  WS-KYCFILE-OPEN  VALUE "Y".
023800     05  WS-FXRATES-SW        PIC X(01) VALUE "N".
023900         88  WS-FXRATES-OPEN  VALUE "Y".
024000     05  WS-CTRFILE-SW        PIC X(01) VALUE "N".
024100         88  WS-CTRFILE-OPEN  VALUE "Y".
024200
024300 PROCEDURE DIVISION.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE
024600         THRU 1000-INITIALIZE-EXIT
024700
024800     IF NOT WS-INIT-FAILED
024900         PERFORM 2000-EXAMINE-ONE-CUSTOMER
025000             THRU 2000-EXAMINE-ONE-CUSTOMER-EXIT
025100             UNTIL WS-CUST-EOF
025200         PERFORM 4000-WRITE-TRAILER
025300             THRU 4000-WRITE-TRAILER-EXIT
025400     END-IF
025500
025600     PERFORM 9999-TERMINATE
025700         THRU 9999-TERMINATE-EXIT
025800
025900     IF WS-INIT-FAILED
026000         MOVE 8 TO RETURN-CODE
026100     END-IF
026200     GOBACK.
026300
026400*-----------------------------------------------------------------
026500* ACQUIRE THE BATCH WINDOW, FIX THE REPORTING MONTH FROM THE
026600* BUSINESS DATE, OPEN THE FILES AND WRITE THE HEADER.  NO
026700* TRANSACTION HISTORY MEANS NOTHING HAS POSTED - AN EMPTY FILE.
026800* NO KYC REGISTER OR RATE FILE IS TOLERATED: THE IDENTITY
026900* DOCUMENT IS LEFT BLANK AND FOREIGN AMOUNTS STAND UNCONVERTED.
027000*-----------------------------------------------------------------
027100 1000-INITIALIZE.
027200     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
027300     IF NOT WS-BATCH-ACQUIRED
027400         DISPLAY "CTRRPT: BATCH WINDOW CHECK FAILED, RUN "
027500                 "REFUSED"
027600         SET WS-INIT-FAILED TO TRUE
027700         GO TO 1000-INITIALIZE-EXIT
027800     END-IF
027900
028000     CALL "BUSDATE" USING WS-TODAYS-DATE
028100     COMPUTE WS-REPORT-MONTH = WS-TODAY-YEAR * 100
028200                             + WS-TODAY-MONTH
028300     COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
028400     COMPUTE WS-MONTH-END   = WS-REPORT-MONTH * 100 + 31
028500
028600     OPEN INPUT CUSTOMER-MASTER
028700     IF NOT WS-CUSTMSTR-OK
028800         DISPLAY "CTRRPT: UNABLE TO OPEN CUSTOMER MASTER, "
028900                 "STATUS = " WS-CUSTMSTR-STATUS
029000         SET WS-INIT-FAILED TO TRUE
029100         GO TO 1000-INITIALIZE-EXIT
029200     END-IF
029300     SET WS-CUSTMSTR-OPEN TO TRUE
029400
029500     OPEN INPUT CUSTOMER-LINK
029600     IF NOT WS-CUSTLINK-OK
029700         DISPLAY "CTRRPT: UNABLE TO OPEN CUSTOMER LINK FILE, "
029800                 "STATUS = " WS-CUSTLINK-STATUS
029900         SET WS-INIT-FAILED TO TRUE
030000         GO TO 1000-INITIALIZE-EXIT
030100     END-IF
030200     SET WS-CUSTLINK-OPEN TO TRUE
030300
030400     OPEN INPUT ACCOUNT-MASTER
030500     IF NOT WS-ACCMSTR-OK
030600         DISPLAY "CTRRPT: UNABLE TO OPEN ACCOUNT MASTER, "
030700                 "STATUS = " WS-ACCMSTR-STATUS
030800         SET WS-INIT-FAILED TO TRUE
030900         GO TO 1000-INITIALIZE-EXIT
031000     END-IF
031100     SET WS-ACCMSTR-OPEN TO TRUE
031200
031300     OPEN INPUT KYC-REGISTER
031400     IF WS-KYCFILE-OK
031500         SET WS-KYCFILE-OPEN TO TRUE
031600     ELSE
031700         IF NOT WS-KYCFILE-NOTFOUND
031800             DISPLAY "CTRRPT: UNABLE TO OPEN KYC REGISTER, "
031900                     "STATUS = " WS-KYCFILE-STATUS
032000             SET WS-INIT-FAILED TO TRUE
032100             GO TO 1000-INITIALIZE-EXIT
032200         END-IF
032300     END-IF
032400
032500     OPEN INPUT FX-RATE-FILE
032600     IF WS-FXRATES-OK
032700         SET WS-FXRATES-OPEN TO TRUE
032800     ELSE
032900         IF NOT WS-FXRATES-NOTFOUND
033000             DISPLAY "CTRRPT: UNABLE TO OPEN RATE FILE, "
033100                     "STATUS = " WS-FXRATES-STATUS
033200             SET WS-INIT-FAILED TO TRUE
033300             GO TO 1000-INITIALIZE-EXIT
033400         END-IF
033500     END-IF
033600
033700     OPEN OUTPUT CTR-FILE
033800     IF NOT WS-CTRFILE-OK
033900         DISPLAY "CTRRPT: UNABLE TO OPEN CTR FILE, STATUS = "
034000                 WS-CTRFILE-STATUS
034100         SET WS-INIT-FAILED TO TRUE
034200         GO TO 1000-INITIALIZE-EXIT
034300     END-IF
034400     SET WS-CTRFILE-OPEN TO TRUE
034500
034600     MOVE WS-REPORT-MONTH  TO CTH-REPORT-MONTH
034700     MOVE WS-TODAYS-DATE   TO CTH-RUN-DATE
034800     MOVE WS-CTR-THRESHOLD TO CTH-THRESHOLD
034900     MOVE WS-CTR-HEADER    TO CTR-LINE
035000     WRITE CTR-LINE
035100
035200     OPEN INPUT TXN-HISTORY
035300     IF WS-TXNHIST-NOTFOUND
035400         SET WS-CUST-EOF TO TRUE
035500         GO TO 1000-INITIALIZE-EXIT
035600     END-IF
035700     IF NOT WS-TXNHIST-OK
035800         DISPLAY "CTRRPT: UNABLE TO OPEN TRANSACTION "
035900                 "HISTORY, STATUS = " WS-TXNHIST-STATUS
036000         SET WS-INIT-FAILED TO TRUE
036100         GO TO 1000-INITIALIZE-EXIT
036200     END-IF
036300     SET WS-TXNHIST-OPEN TO TRUE.
036400 1000-INITIALIZE-EXIT.
036500     EXIT.
036600
036700*-----------------------------------------------------------------
036800* TOTAL ONE CUSTOMER'S CASH FOR THE MONTH OVER EVERY ACCOUNT
036900* THEY HOLD, AND REPORT THEM IF EITHER SIDE IS OVER THE
037000* THRESHOLD.
037100*-----------------------------------------------------------------
037200 2000-EXAMINE-ONE-CUSTOMER.
037300     READ CUSTOMER-MASTER NEXT RECORD
037400         AT END
037500             SET WS-CUST-EOF TO TRUE
037600             GO TO 2000-EXAMINE-ONE-CUSTOMER-EXIT
037700     END-READ
037800     ADD 1 TO WS-CUSTOMERS-READ
037900
038000     MOVE 0 TO WS-CUST-CASH-IN
038100     MOVE 0 TO WS-CUST-CASH-OUT
038200     MOVE 0 TO WS-CUST-IN-COUNT
038300     MOVE 0 TO WS-CUST-OUT-COUNT
038400     MOVE 0 TO WS-CUST-ACCT-COUNT
038500
038600     MOVE "N" TO WS-LINK-EOF-SW
038700     MOVE CUST-NUMBER TO LINK-CUST-NUMBER
038800     START CUSTOMER-LINK
038900         KEY IS NOT LESS THAN LINK-CUST-NUMBER
039000         INVALID KEY
039100             SET WS-LINK-EOF TO TRUE
039200     END-START
039300
039400     PERFORM 2100-TOTAL-ONE-ACCOUNT
039500         THRU 2100-TOTAL-ONE-ACCOUNT-EXIT
039600         UNTIL WS-LINK-EOF
039700
039800     IF WS-CUST-CASH-IN > WS-CTR-THRESHOLD
039900         OR WS-CUST-CASH-OUT > WS-CTR-THRESHOLD
040000         PERFORM 3000-WRITE-CUSTOMER
040100             THRU 3000-WRITE-CUSTOMER-EXIT
040200     END-IF.
040300 2000-EXAMINE-ONE-CUSTOMER-EXIT.
040400     EXIT.
040500
040600*-----------------------------------------------------------------
040700* ONE OF THE CUSTOMER'S LINKED ACCOUNTS.  A GUARDIAN OPERATES A
040800* MINOR'S ACCOUNT BUT DOES NOT OWN IT - THE MINOR IS LINKED AS
040900* PRIMARY AND CARRIES THE CASH - SO ONLY PRIMARY AND JOINT LINKS
041000* COUNT.  A JOINT ACCOUNT'S CASH COUNTS TOWARDS EVERY HOLDER.
041100*-----------------------------------------------------------------
041200 2100-TOTAL-ONE-ACCOUNT.
041300     READ CUSTOMER-LINK NEXT RECORD
041400         AT END
041500             SET WS-LINK-EOF TO TRUE
041600             GO TO 2100-TOTAL-ONE-ACCOUNT-EXIT
041700     END-READ
041800
041900     IF LINK-CUST-NUMBER NOT = CUST-NUMBER
042000         SET WS-LINK-EOF TO TRUE
042100         GO TO 2100-TOTAL-ONE-ACCOUNT-EXIT
042200     END-IF
042300
042400     IF NOT LINK-ROLE-PRIMARY AND NOT LINK-ROLE-JOINT
042500         GO TO 2100-TOTAL-ONE-ACCOUNT-EXIT
042600     END-IF
042700
042800     MOVE LINK-ACCT-NUMBER TO ACCT-NUMBER
042900     READ ACCOUNT-MASTER
043000         KEY IS ACCT-NUMBER
043100         INVALID KEY
043200             DISPLAY "CTRRPT: LINKED ACCOUNT " LINK-ACCT-NUMBER
043300                     " NOT ON ACCOUNT MASTER"
043400             GO TO 2100-TOTAL-ONE-ACCOUNT-EXIT
043500     END-READ
043600
043700     MOVE 0 TO WS-ACCT-CASH-IN
043800     MOVE 0 TO WS-ACCT-CASH-OUT
043900     MOVE 0 TO WS-ACCT-IN-COUNT
044000     MOVE 0 TO WS-ACCT-OUT-COUNT
044100
044200     MOVE "N" TO WS-HIST-EOF-SW
044300     MOVE ACCT-NUMBER    TO TXN-ACCT-NUMBER
044400     MOVE WS-MONTH-START TO TXN-DATE
044500     MOVE 0              TO TXN-TIME
044600     START TXN-HISTORY
044700         KEY IS NOT LESS THAN TXN-KEY
044800         INVALID KEY
044900             SET WS-HIST-EOF TO TRUE
045000     END-START
045100
045200     PERFORM 2300-ADD-ONE-ENTRY
045300         THRU 2300-ADD-ONE-ENTRY-EXIT
045400         UNTIL WS-HIST-EOF
045500
045600     IF WS-ACCT-IN-COUNT = 0 AND WS-ACCT-OUT-COUNT = 0
045700         GO TO 2100-TOTAL-ONE-ACCOUNT-EXIT
045800     END-IF
045900
046000*    A FOREIGN-CURRENCY ACCOUNT'S CASH IS TAKEN INTO RUPEES AT THE
046100*    LATEST BUY RATE ON OR BEFORE THE MONTH END.
046200     IF ACCT-CURRENCY-CODE NOT = SPACES
046300         AND NOT ACCT-CURRENCY-INR
046400         PERFORM 2200-CONVERT-ACCOUNT-CASH
046500             THRU 2200-CONVERT-ACCOUNT-CASH-EXIT
046600     END-IF
046700
046800     ADD WS-ACCT-CASH-IN   TO WS-CUST-CASH-IN
046900     ADD WS-ACCT-CASH-OUT  TO WS-CUST-CASH-OUT
047000     ADD WS-ACCT-IN-COUNT  TO WS-CUST-IN-COUNT
047100     ADD WS-ACCT-OUT-COUNT TO WS-CUST-OUT-COUNT
047200     ADD 1 TO WS-CUST-ACCT-COUNT.
047300 2100-TOTAL-ONE-ACCOUNT-EXIT.
047400     EXIT.
047500
047600*-----------------------------------------------------------------
047700* CONVERT ONE FOREIGN-CURRENCY ACCOUNT'S CASH TOTALS TO RUPEES.
047800* WITH NO RATE ON FILE THE AMOUNTS ARE LEFT AS THEY STAND AND
047900* THE ACCOUNT IS NAMED ON THE CONSOLE FOR COMPLIANCE TO CHECK.
048000*-----------------------------------------------------------------
048100 2200-CONVERT-ACCOUNT-CASH.
048200     MOVE ACCT-CURRENCY-CODE TO WS-FX-CURRENCY
048300     MOVE "N" TO WS-RATE-FOUND-SW
048400     MOVE "N" TO WS-SCAN-EOF-SW
048500     IF NOT WS-FXRATES-OPEN
048600         SET WS-SCAN-EOF TO TRUE
048700     END-IF
048800
048900     MOVE WS-FX-CURRENCY TO FX-CURRENCY-CODE
049000     MOVE 0 TO FX-EFF-DATE
049100     IF WS-FXRATES-OPEN
049200         START FX-RATE-FILE
049300             KEY IS NOT LESS THAN FX-KEY
049400             INVALID KEY
049500                 SET WS-SCAN-EOF TO TRUE
049600         END-START
049700     END-IF
049800
049900     PERFORM 2250-EXAMINE-ONE-RATE
050000         THRU 2250-EXAMINE-ONE-RATE-EXIT
050100         UNTIL WS-SCAN-EOF
050200
050300     IF NOT WS-RATE-FOUND
050400         DISPLAY "CTRRPT: NO " WS-FX-CURRENCY " RATE FOR ACCOUNT "
050500                 ACCT-NUMBER ", CASH TAKEN UNCONVERTED"
050600         GO TO 2200-CONVERT-ACCOUNT-CASH-EXIT
050700     END-IF
050800
050900     COMPUTE WS-CONVERTED ROUNDED = WS-ACCT-CASH-IN * WS-BUY-RATE
051000     MOVE WS-CONVERTED TO WS-ACCT-CASH-IN
051100     COMPUTE WS-CONVERTED ROUNDED = WS-ACCT-CASH-OUT * WS-BUY-RATE
051200     MOVE WS-CONVERTED TO WS-ACCT-CASH-OUT.
051300 2200-CONVERT-ACCOUNT-CASH-EXIT.
051400     EXIT.
051500
051600*-----------------------------------------------------------------
051700* KEEP THE LATEST RATE SEEN AT OR BEFORE THE MONTH END.
051800*-----------------------------------------------------------------
051900 2250-EXAMINE-ONE-RATE.
052000     READ FX-RATE-FILE NEXT RECORD
052100         AT END
052200             SET WS-SCAN-EOF TO TRUE
052300             GO TO 2250-EXAMINE-ONE-RATE-EXIT
052400     END-READ
052500
052600     IF FX-CURRENCY-CODE NOT = WS-FX-CURRENCY
052700         OR FX-EFF-DATE > WS-MONTH-END
052800         SET WS-SCAN-EOF TO TRUE
052900         GO TO 2250-EXAMINE-ONE-RATE-EXIT
053000     END-IF
053100
053200     MOVE FX-BUY-RATE TO WS-BUY-RATE
053300     SET WS-RATE-FOUND TO TRUE.
053400 2250-EXAMINE-ONE-RATE-EXIT.
053500     EXIT.
053600
053700*-----------------------------------------------------------------
053800* ADD ONE OF THE ACCOUNT'S HISTORY ENTRIES FOR THE MONTH.  ONLY
053900* CASH COUNTS; A REVERSED CASH DEPOSIT COMES BACK OFF THE CASH
054000* IN.  HISTORY WRITTEN BEFORE THE INSTRUMENT WAS RECORDED
054100* CARRIES NONE AND IS PASSED OVER.
054200*-----------------------------------------------------------------
054300 2300-ADD-ONE-ENTRY.
054400     READ TXN-HISTORY NEXT RECORD
054500         AT END
054600             SET WS-HIST-EOF TO TRUE
054700             GO TO 2300-ADD-ONE-ENTRY-EXIT
054800     END-READ
054900
055000     IF TXN-ACCT-NUMBER NOT = ACCT-NUMBER
055100         OR TXN-DATE > WS-MONTH-END
055200         SET WS-HIST-EOF TO TRUE
055300         GO TO 2300-ADD-ONE-ENTRY-EXIT
055400     END-IF
055500
055600     IF NOT TXN-INSTR-CASH
055700         GO TO 2300-ADD-ONE-ENTRY-EXIT
055800     END-IF
055900
056000     EVALUATE TRUE
056100         WHEN TXN-TYPE-DEPOSIT
056200             ADD TXN-AMOUNT TO WS-ACCT-CASH-IN
056300             ADD 1 TO WS-ACCT-IN-COUNT
056400         WHEN TXN-TYPE-WITHDRAWAL
056500             ADD TXN-AMOUNT TO WS-ACCT-CASH-OUT
056600             ADD 1 TO WS-ACCT-OUT-COUNT
056700         WHEN TXN-TYPE-REVERSAL
056800             IF TXN-AMOUNT > WS-ACCT-CASH-IN
056900                 MOVE 0 TO WS-ACCT-CASH-IN
057000             ELSE
057100                 SUBTRACT TXN-AMOUNT FROM WS-ACCT-CASH-IN
057200             END-IF
057300             IF WS-ACCT-IN-COUNT > 0
057400                 SUBTRACT 1 FROM WS-ACCT-IN-COUNT
057500             END-IF
057600     END-EVALUATE.
057700 2300-ADD-ONE-ENTRY-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------------
058100* WRITE ONE REPORTABLE CUSTOMER WITH THEIR IDENTITY FROM THE
058200* CUSTOMER MASTER AND THEIR IDENTITY DOCUMENT FROM THE KYC
058300* REGISTER.  A CUSTOMER WITH NO KYC RECORD IS STILL REPORTED,
058400* WITH THE DOCUMENT BLANK, AND NAMED ON THE CONSOLE.
058500*-----------------------------------------------------------------
058600 3000-WRITE-CUSTOMER.
058700     MOVE CUST-NUMBER        TO CTD-CUST-NUMBER
058800     MOVE CUST-NAME          TO CTD-CUST-NAME
058900     MOVE CUST-ADDRESS       TO CTD-ADDRESS
059000     MOVE CUST-PHONE         TO CTD-PHONE
059100     MOVE CUST-DATE-OF-BIRTH TO CTD-DATE-OF-BIRTH
059200     MOVE SPACES             TO CTD-DOC-TYPE
059300     MOVE SPACES             TO CTD-DOC-NUMBER
059400
059500     IF WS-KYCFILE-OPEN
059600         MOVE CUST-NUMBER TO KYC-CUST-NUMBER
059700         READ KYC-REGISTER
059800             KEY IS KYC-CUST-NUMBER
059900             INVALID KEY
060000                 MOVE SPACES TO KYC-DOC-TYPE
060100                 MOVE SPACES TO KYC-DOC-NUMBER
060200         END-READ
060300         IF WS-KYCFILE-OK
060400             MOVE KYC-DOC-TYPE   TO CTD-DOC-TYPE
060500             MOVE KYC-DOC-NUMBER TO CTD-DOC-NUMBER
060600         END-IF
060700     END-IF
060800
060900     IF CTD-DOC-NUMBER = SPACES
061000         ADD 1 TO WS-NO-KYC-COUNT
061100         DISPLAY "CTRRPT: CUSTOMER " CUST-NUMBER
061200                 " REPORTED WITH NO KYC DOCUMENT ON FILE"
061300     END-IF
061400
061500     MOVE WS-CUST-CASH-IN    TO CTD-CASH-IN
061600     MOVE WS-CUST-IN-COUNT   TO CTD-IN-COUNT
061700     MOVE WS-CUST-CASH-OUT   TO CTD-CASH-OUT
061800     MOVE WS-CUST-OUT-COUNT  TO CTD-OUT-COUNT
061900     MOVE WS-CUST-ACCT-COUNT TO CTD-ACCT-COUNT
062000     MOVE WS-CTR-DETAIL      TO CTR-LINE
062100     WRITE CTR-LINE
062200
062300     ADD 1 TO WS-REPORTED-COUNT
062400     ADD WS-CUST-CASH-IN  TO WS-TOTAL-CASH-IN
062500     ADD WS-CUST-CASH-OUT TO WS-TOTAL-CASH-OUT.
062600 3000-WRITE-CUSTOMER-EXIT.
062700     EXIT.
062800
062900*-----------------------------------------------------------------
063000* CLOSE THE FILE WITH THE COUNT OF CUSTOMERS REPORTED AND THE
063100* CASH TOTALS, FOR THE REGULATOR'S LOAD TO PROVE AGAINST.
063200*-----------------------------------------------------------------
063300 4000-WRITE-TRAILER.
063400     MOVE WS-REPORT-MONTH   TO CTT-REPORT-MONTH
063500     MOVE WS-REPORTED-COUNT TO CTT-CUST-COUNT
063600     MOVE WS-TOTAL-CASH-IN  TO CTT-TOTAL-CASH-IN
063700     MOVE WS-TOTAL-CASH-OUT TO CTT-TOTAL-CASH-OUT
063800     MOVE WS-CTR-TRAILER    TO CTR-LINE
063900     WRITE CTR-LINE.
064000 4000-WRITE-TRAILER-EXIT.
064100     EXIT.
064200
064300*-----------------------------------------------------------------
064400* PRINT THE RUN COUNTS, RELEASE THE BATCH WINDOW AND CLOSE
064500* DOWN.
064600*-----------------------------------------------------------------
064700 9999-TERMINATE.
064800     IF WS-BATCH-ACQUIRED
064900         CALL "BATCHREL" USING WS-JOB-NAME
065000     END-IF
065100
065200     DISPLAY "CTRRPT: CUSTOMERS EXAMINED  = " WS-CUSTOMERS-READ
065300     DISPLAY "CTRRPT: CUSTOMERS REPORTED  = " WS-REPORTED-COUNT
065400     DISPLAY "CTRRPT: REPORTED WITHOUT KYC = " WS-NO-KYC-COUNT
065500
065600     IF WS-CUSTMSTR-OPEN
065700         CLOSE CUSTOMER-MASTER
065800     END-IF
065900     IF WS-CUSTLINK-OPEN
066000         CLOSE CUSTOMER-LINK
066100     END-IF
066200     IF WS-ACCMSTR-OPEN
066300         CLOSE ACCOUNT-MASTER
066400     END-IF
066500     IF WS-TXNHIST-OPEN
066600         CLOSE TXN-HISTORY
066700     END-IF
066800     IF WS-KYCFILE-OPEN
066900         CLOSE KYC-REGISTER
067000     END-IF
067100     IF WS-FXRATES-OPEN
067200         CLOSE FX-RATE-FILE
067300     END-IF
067400     IF WS-CTRFILE-OPEN
067500         CLOSE CTR-FILE
067600     END-IF.
067700 9999-TERMINATE-EXIT.
067800     EXIT.
