000100*****************************************************************
000200* PROGRAM      : ALRTRAIS                                       *
000300* DESCRIPTION  : CALLABLE ALERT RAISER.  THE POSTING PROGRAMS   *
000400*                CALL THIS AFTER EACH EVENT A CUSTOMER MAY WANT *
000500*                TO HEAR ABOUT - A CREDIT, A DEBIT, AN ATM      *
000600*                WITHDRAWAL, A CHEQUE PAID OR RETURNED, AN EMI  *
000700*                COLLECTED OR MISSED, A STANDING INSTRUCTION OR *
000800*                A FEE.  EVERY HOLDER LINKED TO THE ACCOUNT WHO *
000900*                HAS ASKED FOR THAT EVENT, AND WHOSE MINIMUM    *
001000*                AMOUNT IT REACHES, GETS A PENDING ALERT ON THE *
001100*                ALERT FILE FOR ALRTEXTR TO SEND.  A FAILURE    *
001200*                HERE IS REPORTED ON THE CONSOLE AND NEVER      *
001300*                STOPS THE POSTING THAT CALLED IT.              *
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. ALRTRAIS.
001700 AUTHOR. S NATARAJAN.
001800 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100
002200*****************************************************************
002300* MODIFICATION HISTORY                                          *
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-10-15 SN    NEW PROGRAM - SHARED RAISER FOR CUSTOMER     *
002700*                  TRANSACTION ALERTS.                          *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CUSTOMER-LINK ASSIGN TO "CUSTLINK"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS LINK-KEY
003700         ALTERNATE RECORD KEY IS LINK-CUST-NUMBER
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-CUSTLINK-STATUS.
004000
004100     SELECT ALERT-PREF-FILE ASSIGN TO "ALRTPREF"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS APRF-CUST-NUMBER
004500         FILE STATUS IS WS-ALRTPREF-STATUS.
004600
004700     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ALRT-KEY
005100         ALTERNATE RECORD KEY IS ALRT-ACCT-NUMBER
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-ALERTFIL-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CUSTOMER-LINK
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CUSTLNK.
006000
006100 FD  ALERT-PREF-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY APRFREC.
006400
006500 FD  ALERT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY ALRTREC.
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-CUSTLINK-STATUS       PIC X(02).
007100     88  WS-CUSTLINK-OK       VALUE "00".
007200 01  WS-ALRTPREF-STATUS       PIC X(02).
007300     88  WS-ALRTPREF-OK       VALUE "00".
007400     88  WS-ALRTPREF-NOTFOUND VALUE "35".
007500 01  WS-ALERTFIL-STATUS       PIC X(02).
007600     88  WS-ALERTFIL-OK       VALUE "00".
007700     88  WS-ALERTFIL-NOTFOUND VALUE "35".
007800
007900 01  WS-RETRY-COUNT           PIC 9(02) COMP VALUE 0.
008000 01  WS-MAX-RETRIES           PIC 9(02) COMP VALUE 50.
008100 01  WS-ACCT-DIGITS           PIC 9(06).
008200
008300 01  WS-SWITCHES.
008400     05  WS-READY-SW          PIC X(01) VALUE "N".
008500         88  WS-READY         VALUE "Y".
008600     05  WS-LINK-EOF-SW       PIC X(01) VALUE "N".
008700         88  WS-LINK-EOF      VALUE "Y".
008800     05  WS-WRITTEN-SW        PIC X(01) VALUE "N".
008900         88  WS-WRITTEN       VALUE "Y".
009000     05  WS-WANTED-SW         PIC X(01) VALUE "N".
009100         88  WS-WANTED        VALUE "Y".
009200     05  WS-CUSTLINK-SW       PIC X(01) VALUE "N".
009300         88  WS-CUSTLINK-OPEN VALUE "Y".
009400     05  WS-ALRTPREF-SW       PIC X(01) VALUE "N".
009500         88  WS-ALRTPREF-OPEN VALUE "Y".
009600     05  WS-ALERTFIL-SW       PIC X(01) VALUE "N".
009700         88  WS-ALERTFIL-OPEN VALUE "Y".
009800
009900 LINKAGE SECTION.
010000 01  LK-ACCT-NUMBER           PIC 9(06).
010100 01  LK-ALERT-DATE            PIC 9(08).
010200 01  LK-ALERT-TIME            PIC 9(08).
010300 01  LK-EVENT                 PIC X(01).
010400     88  LK-EVENT-CREDIT      VALUE "C".
010500     88  LK-EVENT-DEBIT       VALUE "D".
010600     88  LK-EVENT-ATM         VALUE "A".
010700     88  LK-EVENT-CHQ-PAID    VALUE "Q".
010800     88  LK-EVENT-CHQ-RETURN  VALUE "R".
010900     88  LK-EVENT-EMI         VALUE "E".
011000     88  LK-EVENT-EMI-MISSED  VALUE "M".
011100     88  LK-EVENT-SI          VALUE "S".
011200     88  LK-EVENT-FEE         VALUE "F".
011300 01  LK-AMOUNT                PIC 9(09).
011400 01  LK-NEW-BALANCE           PIC S9(09).
011500 01  LK-TXN-REF               PIC 9(10).
011600
011700 PROCEDURE DIVISION USING LK-ACCT-NUMBER
011800                          LK-ALERT-DATE
011900                          LK-ALERT-TIME
012000                          LK-EVENT
012100                          LK-AMOUNT
012200                          LK-NEW-BALANCE
012300                          LK-TXN-REF.
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE
012600         THRU 1000-INITIALIZE-EXIT
012700
012800     IF WS-READY
012900         PERFORM 2000-ALERT-ONE-HOLDER
013000             THRU 2000-ALERT-ONE-HOLDER-EXIT
013100             UNTIL WS-LINK-EOF
013200     END-IF
013300
013400     PERFORM 9999-TERMINATE
013500         THRU 9999-TERMINATE-EXIT
013600
013700     GOBACK.
013800
013900*-----------------------------------------------------------------
014000* OPEN THE FILES AND POSITION ON THE ACCOUNT'S FIRST HOLDER.  NO
014100* PREFERENCE FILE MEANS NO CUSTOMER HAS ASKED FOR ALERTS YET -
014200* NOTHING TO DO.  THE ALERT FILE IS CREATED ON FIRST USE.
014300*-----------------------------------------------------------------
014400 1000-INITIALIZE.
014500     MOVE "N" TO WS-READY-SW
014600     MOVE "N" TO WS-LINK-EOF-SW
014700     MOVE "N" TO WS-CUSTLINK-SW
014800     MOVE "N" TO WS-ALRTPREF-SW
014900     MOVE "N" TO WS-ALERTFIL-SW
015000
015100     OPEN INPUT ALERT-PREF-FILE
015200     IF WS-ALRTPREF-NOTFOUND
015300         GO TO 1000-INITIALIZE-EXIT
015400     END-IF
015500     IF NOT WS-ALRTPREF-OK
015600         DISPLAY "ALRTRAIS: UNABLE TO OPEN ALERT PREFERENCES, "
015700                 "STATUS = " WS-ALRTPREF-STATUS
015800         GO TO 1000-INITIALIZE-EXIT
015900     END-IF
016000     SET WS-ALRTPREF-OPEN TO TRUE
016100
016200     OPEN INPUT CUSTOMER-LINK
016300     IF NOT WS-CUSTLINK-OK
016400         DISPLAY "ALRTRAIS: UNABLE TO OPEN CUSTOMER LINK FILE, "
016500                 "STATUS = " WS-CUSTLINK-STATUS
016600         GO TO 1000-INITIALIZE-EXIT
016700     END-IF
016800     SET WS-CUSTLINK-OPEN TO TRUE
016900
017000     OPEN I-O ALERT-FILE
017100     IF WS-ALERTFIL-NOTFOUND
017200         OPEN OUTPUT ALERT-FILE
017300         CLOSE ALERT-FILE
017400         OPEN I-O ALERT-FILE
017500     END-IF
017600     IF NOT WS-ALERTFIL-OK
017700         DISPLAY "ALRTRAIS: UNABLE TO OPEN ALERT FILE, "
017800                 "STATUS = " WS-ALERTFIL-STATUS
017900                 ", NO ALERT FOR ACCOUNT " LK-ACCT-NUMBER
018000         GO TO 1000-INITIALIZE-EXIT
018100     END-IF
018200     SET WS-ALERTFIL-OPEN TO TRUE
018300
018400     MOVE LK-ACCT-NUMBER TO LINK-ACCT-NUMBER
018500     MOVE 0              TO LINK-CUST-NUMBER
018600     START CUSTOMER-LINK
018700         KEY IS NOT LESS THAN LINK-KEY
018800         INVALID KEY
018900             GO TO 1000-INITIALIZE-EXIT
019000     END-START
019100
019200     SET WS-READY TO TRUE.
019300 1000-INITIALIZE-EXIT.
019400     EXIT.
019500
019600*-----------------------------------------------------------------
019700* ONE HOLDER OF THE ACCOUNT.  PRIMARY, JOINT AND GUARDIAN
019800* HOLDERS ALL HEAR ABOUT THE ACCOUNT THEY OPERATE, IF THEY HAVE
019900* ASKED FOR THIS KIND OF EVENT.
020000*-----------------------------------------------------------------
020100 2000-ALERT-ONE-HOLDER.
020200     READ CUSTOMER-LINK NEXT RECORD
020300         AT END
020400             SET WS-LINK-EOF TO TRUE
020500             GO TO 2000-ALERT-ONE-HOLDER-EXIT
020600     END-READ
020700
020800     IF LINK-ACCT-NUMBER NOT = LK-ACCT-NUMBER
020900         SET WS-LINK-EOF TO TRUE
021000         GO TO 2000-ALERT-ONE-HOLDER-EXIT
021100     END-IF
021200
021300     MOVE LINK-CUST-NUMBER TO APRF-CUST-NUMBER
021400     READ ALERT-PREF-FILE
021500         KEY IS APRF-CUST-NUMBER
021600         INVALID KEY
021700             GO TO 2000-ALERT-ONE-HOLDER-EXIT
021800     END-READ
021900
022000     PERFORM 2100-CHECK-WANTED
022100         THRU 2100-CHECK-WANTED-EXIT
022200     IF NOT WS-WANTED
022300         GO TO 2000-ALERT-ONE-HOLDER-EXIT
022400     END-IF
022500
022600     MOVE LK-ALERT-DATE    TO ALRT-DATE
022700     MOVE LK-ALERT-TIME    TO ALRT-TIME
022800     MOVE LINK-CUST-NUMBER TO ALRT-CUST-NUMBER
022900     MOVE LK-ACCT-NUMBER   TO ALRT-ACCT-NUMBER
023000     MOVE LK-ACCT-NUMBER   TO WS-ACCT-DIGITS
023100     MOVE "XXXX"           TO ALRT-MASKED-ACCT(1:4)
023200     MOVE WS-ACCT-DIGITS(5:2) TO ALRT-MASKED-ACCT(5:2)
023300     MOVE LK-EVENT         TO ALRT-EVENT
023400     MOVE LK-AMOUNT        TO ALRT-AMOUNT
023500     MOVE LK-NEW-BALANCE   TO ALRT-NEW-BALANCE
023600     MOVE LK-TXN-REF       TO ALRT-TXN-REF
023700     MOVE APRF-CHANNEL     TO ALRT-CHANNEL
023800     MOVE SPACES           TO ALRT-MOBILE
023900     MOVE SPACES           TO ALRT-EMAIL
024000     IF APRF-CHANNEL-SMS OR APRF-CHANNEL-BOTH
024100         MOVE APRF-MOBILE  TO ALRT-MOBILE
024200     END-IF
024300     IF APRF-CHANNEL-EMAIL OR APRF-CHANNEL-BOTH
024400         MOVE APRF-EMAIL   TO ALRT-EMAIL
024500     END-IF
024600     SET ALRT-STATUS-PENDING TO TRUE
024700     MOVE 0      TO ALRT-SENT-DATE
024800     MOVE 0      TO ALRT-SENT-TIME
024900     MOVE 0      TO ALRT-DLVR-DATE
025000     MOVE 0      TO ALRT-DLVR-TIME
025100     MOVE SPACES TO ALRT-FAIL-REASON
025200
025300     MOVE "N" TO WS-WRITTEN-SW
025400     MOVE 0 TO WS-RETRY-COUNT
025500     PERFORM 2200-WRITE-ALERT
025600         THRU 2200-WRITE-ALERT-EXIT
025700         UNTIL WS-WRITTEN
025800            OR WS-RETRY-COUNT NOT LESS THAN WS-MAX-RETRIES
025900
026000     IF NOT WS-WRITTEN
026100         DISPLAY "ALRTRAIS: UNABLE TO WRITE ALERT FOR CUSTOMER "
026200                 LINK-CUST-NUMBER " ON ACCOUNT " LK-ACCT-NUMBER
026300     END-IF.
026400 2000-ALERT-ONE-HOLDER-EXIT.
026500     EXIT.
026600
026700*-----------------------------------------------------------------
026800* DOES THIS HOLDER WANT THIS EVENT?  THEY MUST HAVE A CHANNEL,
026900* HAVE THE EVENT SWITCHED ON, AND - UNLESS IT IS A RETURNED
027000* CHEQUE OR A MISSED EMI, WHICH ARE ALWAYS WORTH KNOWING - THE
027100* AMOUNT MUST REACH THEIR MINIMUM.
027200*-----------------------------------------------------------------
027300 2100-CHECK-WANTED.
027400     MOVE "N" TO WS-WANTED-SW
027500
027600     IF NOT APRF-CHANNEL-SMS
027700         AND NOT APRF-CHANNEL-EMAIL
027800         AND NOT APRF-CHANNEL-BOTH
027900         GO TO 2100-CHECK-WANTED-EXIT
028000     END-IF
028100
028200     EVALUATE TRUE
028300         WHEN LK-EVENT-CREDIT
028400             IF APRF-CREDIT-ON
028500                 SET WS-WANTED TO TRUE
028600             END-IF
028700         WHEN LK-EVENT-DEBIT
028800             IF APRF-DEBIT-ON
028900                 SET WS-WANTED TO TRUE
029000             END-IF
029100         WHEN LK-EVENT-ATM
029200             IF APRF-ATM-ON
029300                 SET WS-WANTED TO TRUE
029400             END-IF
029500         WHEN LK-EVENT-CHQ-PAID
029600         WHEN LK-EVENT-CHQ-RETURN
029700             IF APRF-CHEQUE-ON
029800                 SET WS-WANTED TO TRUE
029900             END-IF
030000         WHEN LK-EVENT-EMI
030100         WHEN LK-EVENT-EMI-MISSED
030200             IF APRF-EMI-ON
030300                 SET WS-WANTED TO TRUE
030400             END-IF
030500         WHEN LK-EVENT-SI
030600             IF APRF-SI-ON
030700                 SET WS-WANTED TO TRUE
030800             END-IF
030900         WHEN LK-EVENT-FEE
031000             IF APRF-FEE-ON
031100                 SET WS-WANTED TO TRUE
031200             END-IF
031300     END-EVALUATE
031400
031500     IF WS-WANTED
031600         AND NOT LK-EVENT-CHQ-RETURN
031700         AND NOT LK-EVENT-EMI-MISSED
031800         AND LK-AMOUNT < APRF-MIN-AMOUNT
031900         MOVE "N" TO WS-WANTED-SW
032000     END-IF.
032100 2100-CHECK-WANTED-EXIT.
032200     EXIT.
032300
032400*-----------------------------------------------------------------
032500* WRITE THE ALERT.  A DUPLICATE KEY MEANS THE SAME HOLDER HAD
032600* ANOTHER ALERT IN THE SAME HUNDREDTH OF A SECOND - A TRANSFER
032700* BETWEEN TWO OF THEIR OWN ACCOUNTS - SO BUMP THE TIME AND TRY
032800* AGAIN, AS TXNWRITE DOES.
032900*-----------------------------------------------------------------
033000 2200-WRITE-ALERT.
033100     WRITE ALERT-RECORD
033200         INVALID KEY
033300             ADD 1 TO ALRT-TIME
033400             ADD 1 TO WS-RETRY-COUNT
033500             GO TO 2200-WRITE-ALERT-EXIT
033600     END-WRITE
033700
033800     SET WS-WRITTEN TO TRUE.
033900 2200-WRITE-ALERT-EXIT.
034000     EXIT.
034100
034200*-----------------------------------------------------------------
034300* CLOSE WHATEVER WAS OPENED BEFORE RETURNING TO THE CALLER.
034400*-----------------------------------------------------------------
034500 9999-TERMINATE.
034600     IF WS-ALRTPREF-OPEN
034700         CLOSE ALERT-PREF-FILE
034800     END-IF
034900     IF WS-CUSTLINK-OPEN
035000         CLOSE CUSTOMER-LINK
035100     END-IF
035200     IF WS-ALERTFIL-OPEN
035300         CLOSE ALERT-FILE
035400     END-IF.
035500 9999-TERMINATE-EXIT.
035600     EXIT.
