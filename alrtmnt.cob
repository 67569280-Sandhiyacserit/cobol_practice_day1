000100*****************************************************************
000200* PROGRAM      : ALRTMNT                                        *
000300* DESCRIPTION  : CUSTOMER ALERT MAINTENANCE.  RECORDS OR        *
000400*                UPDATES A CUSTOMER'S ALERT PREFERENCES -       *
000500*                MOBILE, E-MAIL, CHANNEL, MINIMUM AMOUNT AND    *
000600*                THE EVENTS WANTED - AND LISTS THE ALERTS       *
000700*                RAISED ON AN ACCOUNT WITH WHETHER EACH WAS     *
000800*                SENT AND DELIVERED, SO THE BRANCH CAN SHOW A   *
000900*                CUSTOMER THEY WERE NOTIFIED.  THE CUSTOMER     *
001000*                MUST EXIST ON THE CUSTOMER MASTER.  REQUIRES   *
001100*                AN OPERATOR LOGIN.                             *
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. ALRTMNT.
001500 AUTHOR. S NATARAJAN.
001600 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900
002000*****************************************************************
002100* MODIFICATION HISTORY                                          *
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW ALERT  *
002500*                  PREFERENCE FILE AND ALERT LISTING.           *
002500* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002500*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002500*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CUST-NUMBER
003500         ALTERNATE RECORD KEY IS CUST-NAME
003600             WITH DUPLICATES
003700         ALTERNATE RECORD KEY IS CUST-PHONE
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-CUSTMSTR-STATUS.
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
005700 FD  CUSTOMER-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CUSTREC.
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
007000 01  WS-CUSTMSTR-STATUS       PIC X(02).
007100     88  WS-CUSTMSTR-OK       VALUE "00".
007200
007300 01  WS-ALRTPREF-STATUS       PIC X(02).
007400     88  WS-ALRTPREF-OK       VALUE "00".
007500     88  WS-ALRTPREF-NOTFOUND VALUE "35".
007600
007700 01  WS-ALERTFIL-STATUS       PIC X(02).
007800     88  WS-ALERTFIL-OK       VALUE "00".
007900     88  WS-ALERTFIL-NOTFOUND VALUE "35".
008000
008100 01  WS-FUNCTION-CODE         PIC 9(01).
008200 01  WS-CUST-NUMBER           PIC 9(06).
008300 01  WS-ACCT-NUMBER           PIC 9(06).
008400 01  WS-TODAYS-DATE           PIC 9(08).
008500 01  WS-JRNL-FILE             PIC X(08).
008600 01  WS-JRNL-KEY              PIC X(12).
008700 01  WS-BEFORE-IMAGE          PIC X(100).
008800 01  WS-AFTER-IMAGE           PIC X(100).
008900 01  WS-OPERATOR-ID           PIC 9(04).
009000 01  WS-OPERATOR-AUTH         PIC X(01).
009100 01  WS-LISTED-COUNT          PIC 9(05) VALUE 0.
009200
009300 01  WS-ALERT-LINE.
009400     05  ALL-DATE             PIC 9(08).
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  ALL-TIME             PIC 9(08).
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  ALL-CUST-NUMBER      PIC 9(06).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  ALL-EVENT            PIC X(01).
010100     05  FILLER               PIC X(01) VALUE SPACE.
010200     05  ALL-AMOUNT           PIC Z(8)9.
010300     05  FILLER               PIC X(01) VALUE SPACE.
010400     05  ALL-TXN-REF          PIC 9(10).
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  ALL-STATUS           PIC X(09).
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  ALL-STATUS-DATE      PIC 9(08).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  ALL-FAIL-REASON      PIC X(10).
011100
011200 01  WS-SWITCHES.
011300     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
011400         88  WS-OPERATOR-OK   VALUE "Y".
011500     05  WS-RECORD-EXISTS-SW  PIC X(01) VALUE "N".
011600         88  WS-RECORD-EXISTS VALUE "Y".
011700     05  WS-ALERT-EOF-SW      PIC X(01) VALUE "N".
011800         88  WS-ALERT-EOF     VALUE "Y".
011900     05  WS-ALERTFIL-SW       PIC X(01) VALUE "N".
012000         88  WS-ALERTFIL-OPEN VALUE "Y".
012000
012000 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ALRTMNT".
012000 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
012000 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
012000     88  WS-ENTITLED          VALUE "Y".
012100
012200 PROCEDURE DIVISION.
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE
012500         THRU 1000-INITIALIZE-EXIT
012600
012700     IF WS-OPERATOR-OK
012800         PERFORM 2000-PROCESS-FUNCTION
012900             THRU 2000-PROCESS-FUNCTION-EXIT
013000     END-IF
013100
013200     PERFORM 9999-TERMINATE
013300         THRU 9999-TERMINATE-EXIT
013400
013500     STOP RUN.
013600
013700*-----------------------------------------------------------------
013800* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE FILES, CREATING THE
013900* PREFERENCE FILE IF IT HAS NEVER BEEN SET UP.  NO ALERT FILE
014000* ONLY MEANS NO ALERT HAS BEEN RAISED YET.
014100*-----------------------------------------------------------------
014200 1000-INITIALIZE.
014300     MOVE "N" TO WS-OPERATOR-SW
014400     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
014500                           WS-OPERATOR-AUTH
014600     IF NOT WS-OPERATOR-OK
014700         DISPLAY "ALRTMNT: OPERATOR LOGIN FAILED, MAINTENANCE "
014800                 "REFUSED"
014900         GO TO 1000-INITIALIZE-EXIT
015000     END-IF
015000     MOVE "N" TO WS-ENTITLED-SW
015000     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
015000                          WS-ENTL-MODE WS-ENTITLED-SW
015000     IF NOT WS-ENTITLED
015000         DISPLAY "ALRTMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
015000                 "ENTITLED TO ALRTMNT, REFUSED"
015000         MOVE "N" TO WS-OPERATOR-SW
015000         GO TO 1000-INITIALIZE-EXIT
015000     END-IF
015100
015200     CALL "BUSDATE" USING WS-TODAYS-DATE
015300
015400     OPEN INPUT CUSTOMER-MASTER
015500     IF NOT WS-CUSTMSTR-OK
015600         DISPLAY "ALRTMNT: UNABLE TO OPEN CUSTOMER MASTER, "
015700                 "STATUS = " WS-CUSTMSTR-STATUS
015800         MOVE "N" TO WS-OPERATOR-SW
015900         GO TO 1000-INITIALIZE-EXIT
016000     END-IF
016100
016200     OPEN I-O ALERT-PREF-FILE
016300     IF WS-ALRTPREF-NOTFOUND
016400         OPEN OUTPUT ALERT-PREF-FILE
016500         CLOSE ALERT-PREF-FILE
016600         OPEN I-O ALERT-PREF-FILE
016700     END-IF
016800     IF NOT WS-ALRTPREF-OK
016900         DISPLAY "ALRTMNT: UNABLE TO OPEN ALERT PREFERENCES, "
017000                 "STATUS = " WS-ALRTPREF-STATUS
017100         MOVE "N" TO WS-OPERATOR-SW
017200         GO TO 1000-INITIALIZE-EXIT
017300     END-IF
017400
017500     OPEN INPUT ALERT-FILE
017600     IF WS-ALERTFIL-OK
017700         SET WS-ALERTFIL-OPEN TO TRUE
017800     ELSE
017900         IF NOT WS-ALERTFIL-NOTFOUND
018000             DISPLAY "ALRTMNT: UNABLE TO OPEN ALERT FILE, "
018100                     "STATUS = " WS-ALERTFIL-STATUS
018200         END-IF
018300     END-IF.
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600
018700*-----------------------------------------------------------------
018800* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
018900*-----------------------------------------------------------------
019000 2000-PROCESS-FUNCTION.
019100     DISPLAY "1. SET ALERT PREFERENCES"
019200     DISPLAY "2. LIST ALERTS FOR AN ACCOUNT"
019300     DISPLAY "ENTER FUNCTION: "
019400     ACCEPT WS-FUNCTION-CODE
019500
019600     EVALUATE WS-FUNCTION-CODE
019700         WHEN 1
019800             PERFORM 3000-CAPTURE-PREFERENCES
019900                 THRU 3000-CAPTURE-PREFERENCES-EXIT
020000         WHEN 2
020100             PERFORM 4000-LIST-ALERTS
020200                 THRU 4000-LIST-ALERTS-EXIT
020300         WHEN OTHER
020400             DISPLAY "ALRTMNT: INVALID FUNCTION"
020500     END-EVALUATE.
020600 2000-PROCESS-FUNCTION-EXIT.
020700     EXIT.
020800
020900*-----------------------------------------------------------------
021000* CAPTURE THE CUSTOMER'S ALERT PREFERENCES AND WRITE OR REWRITE
021100* THEIR RECORD.  CHANNEL N STOPS ALL ALERTS WITHOUT LOSING THE
021200* CONTACT DETAILS.
021300*-----------------------------------------------------------------
021400 3000-CAPTURE-PREFERENCES.
021500     DISPLAY "ENTER CUSTOMER NUMBER: "
021600     ACCEPT WS-CUST-NUMBER
021700
021800     MOVE WS-CUST-NUMBER TO CUST-NUMBER
021900     READ CUSTOMER-MASTER
022000         KEY IS CUST-NUMBER
022100         INVALID KEY
022200             DISPLAY "ALRTMNT: NO CUSTOMER RECORD FOR NUMBER "
022300                     WS-CUST-NUMBER
022400             GO TO 3000-CAPTURE-PREFERENCES-EXIT
022500     END-READ
022600     DISPLAY "CUSTOMER: " CUST-NAME
022700
022800     MOVE "N" TO WS-RECORD-EXISTS-SW
022900     MOVE WS-CUST-NUMBER TO APRF-CUST-NUMBER
023000     READ ALERT-PREF-FILE
023100         KEY IS APRF-CUST-NUMBER
023200         INVALID KEY
023300             CONTINUE
023400     END-READ
023500     IF WS-ALRTPREF-OK
023600         SET WS-RECORD-EXISTS TO TRUE
023700         MOVE ALERT-PREF-RECORD TO WS-BEFORE-IMAGE
023800         DISPLAY "EXISTING CHANNEL " APRF-CHANNEL
023900                 " MOBILE " APRF-MOBILE
024000         DISPLAY "EXISTING E-MAIL " APRF-EMAIL
024100     ELSE
024200         MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
024300     END-IF
024400
024500     MOVE WS-CUST-NUMBER TO APRF-CUST-NUMBER
024600     DISPLAY "ENTER CHANNEL (S=SMS E=E-MAIL B=BOTH N=NONE): "
024700     ACCEPT APRF-CHANNEL
024800     IF NOT APRF-CHANNEL-VALID
024900         DISPLAY "ALRTMNT: INVALID CHANNEL, NOT STORED"
025000         GO TO 3000-CAPTURE-PREFERENCES-EXIT
025100     END-IF
025200     DISPLAY "ENTER MOBILE NUMBER: "
025300     ACCEPT APRF-MOBILE
025400     DISPLAY "ENTER E-MAIL ADDRESS: "
025500     ACCEPT APRF-EMAIL
025600     IF (APRF-CHANNEL-SMS OR APRF-CHANNEL-BOTH)
025700         AND APRF-MOBILE = SPACES
025800         DISPLAY "ALRTMNT: SMS ALERTS NEED A MOBILE NUMBER, "
025900                 "NOT STORED"
026000         GO TO 3000-CAPTURE-PREFERENCES-EXIT
026100     END-IF
026200     IF (APRF-CHANNEL-EMAIL OR APRF-CHANNEL-BOTH)
026300         AND APRF-EMAIL = SPACES
026400         DISPLAY "ALRTMNT: E-MAIL ALERTS NEED AN ADDRESS, "
026500                 "NOT STORED"
026600         GO TO 3000-CAPTURE-PREFERENCES-EXIT
026700     END-IF
026800     DISPLAY "ENTER MINIMUM AMOUNT FOR AN ALERT: "
026900     ACCEPT APRF-MIN-AMOUNT
027000
027100     DISPLAY "ALERT ON CREDITS (Y/N): "
027200     ACCEPT APRF-WANT-CREDIT
027300     DISPLAY "ALERT ON COUNTER AND TRANSFER DEBITS (Y/N): "
027400     ACCEPT APRF-WANT-DEBIT
027500     DISPLAY "ALERT ON ATM WITHDRAWALS (Y/N): "
027600     ACCEPT APRF-WANT-ATM
027700     DISPLAY "ALERT ON CHEQUES PAID AND RETURNED (Y/N): "
027800     ACCEPT APRF-WANT-CHEQUE
027900     DISPLAY "ALERT ON EMI COLLECTED OR MISSED (Y/N): "
028000     ACCEPT APRF-WANT-EMI
028100     DISPLAY "ALERT ON STANDING INSTRUCTIONS (Y/N): "
028200     ACCEPT APRF-WANT-SI
028300     DISPLAY "ALERT ON FEES AND CHARGES (Y/N): "
028400     ACCEPT APRF-WANT-FEE
028500
028600     MOVE WS-TODAYS-DATE TO APRF-UPDATED-DATE
028700     MOVE WS-OPERATOR-ID TO APRF-OPERATOR-ID
028800
028900     IF WS-RECORD-EXISTS
029000         REWRITE ALERT-PREF-RECORD
029100             INVALID KEY
029200                 DISPLAY "ALRTMNT: UNABLE TO REWRITE PREFERENCES "
029300                         "FOR " WS-CUST-NUMBER
029400                 GO TO 3000-CAPTURE-PREFERENCES-EXIT
029500         END-REWRITE
029600     ELSE
029700         WRITE ALERT-PREF-RECORD
029800             INVALID KEY
029900                 DISPLAY "ALRTMNT: UNABLE TO WRITE PREFERENCES "
030000                         "FOR " WS-CUST-NUMBER
030100                 GO TO 3000-CAPTURE-PREFERENCES-EXIT
030200         END-WRITE
030300     END-IF
030400
030500     MOVE "ALRTPREF" TO WS-JRNL-FILE
030600     MOVE SPACES TO WS-JRNL-KEY
030700     MOVE WS-CUST-NUMBER TO WS-JRNL-KEY
030800     MOVE ALERT-PREF-RECORD TO WS-AFTER-IMAGE
030900     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
031000                          WS-JRNL-KEY WS-BEFORE-IMAGE
031100                          WS-AFTER-IMAGE
031200
031300     DISPLAY "ALRTMNT: ALERT PREFERENCES STORED FOR CUSTOMER "
031400             WS-CUST-NUMBER.
031500 3000-CAPTURE-PREFERENCES-EXIT.
031600     EXIT.
031700
031800*-----------------------------------------------------------------
031900* LIST EVERY ALERT RAISED ON AN ACCOUNT, OLDEST FIRST, WITH ITS
032000* SENT AND DELIVERY STATUS.
032100*-----------------------------------------------------------------
032200 4000-LIST-ALERTS.
032300     DISPLAY "ENTER ACCOUNT NUMBER: "
032400     ACCEPT WS-ACCT-NUMBER
032500
032600     IF NOT WS-ALERTFIL-OPEN
032700         DISPLAY "ALRTMNT: NO ALERTS HAVE BEEN RAISED"
032800         GO TO 4000-LIST-ALERTS-EXIT
032900     END-IF
033000
033100     MOVE 0 TO WS-LISTED-COUNT
033200     MOVE "N" TO WS-ALERT-EOF-SW
033300     MOVE WS-ACCT-NUMBER TO ALRT-ACCT-NUMBER
033400     START ALERT-FILE
033500         KEY IS EQUAL TO ALRT-ACCT-NUMBER
033600         INVALID KEY
033700             SET WS-ALERT-EOF TO TRUE
033800     END-START
033900
034000     DISPLAY "DATE     TIME     CUST   E    AMOUNT TXN-REF    "
034100             "STATUS    ON       REASON"
034200     PERFORM 4100-LIST-ONE-ALERT
034300         THRU 4100-LIST-ONE-ALERT-EXIT
034400         UNTIL WS-ALERT-EOF
034500
034600     DISPLAY "ALRTMNT: " WS-LISTED-COUNT " ALERTS FOR ACCOUNT "
034700             WS-ACCT-NUMBER.
034800 4000-LIST-ALERTS-EXIT.
034900     EXIT.
035000
035100*-----------------------------------------------------------------
035200* ONE ALERT ON THE ACCOUNT.
035300*-----------------------------------------------------------------
035400 4100-LIST-ONE-ALERT.
035500     READ ALERT-FILE NEXT RECORD
035600         AT END
035700             SET WS-ALERT-EOF TO TRUE
035800             GO TO 4100-LIST-ONE-ALERT-EXIT
035900     END-READ
036000
036100     IF ALRT-ACCT-NUMBER NOT = WS-ACCT-NUMBER
036200         SET WS-ALERT-EOF TO TRUE
036300         GO TO 4100-LIST-ONE-ALERT-EXIT
036400     END-IF
036500
036600     MOVE ALRT-DATE        TO ALL-DATE
036700     MOVE ALRT-TIME        TO ALL-TIME
036800     MOVE ALRT-CUST-NUMBER TO ALL-CUST-NUMBER
036900     MOVE ALRT-EVENT       TO ALL-EVENT
037000     MOVE ALRT-AMOUNT      TO ALL-AMOUNT
037100     MOVE ALRT-TXN-REF     TO ALL-TXN-REF
037200     MOVE ALRT-FAIL-REASON TO ALL-FAIL-REASON
037300     EVALUATE TRUE
037400         WHEN ALRT-STATUS-PENDING
037500             MOVE "PENDING"   TO ALL-STATUS
037600             MOVE 0           TO ALL-STATUS-DATE
037700         WHEN ALRT-STATUS-SENT
037800             MOVE "SENT"      TO ALL-STATUS
037900             MOVE ALRT-SENT-DATE TO ALL-STATUS-DATE
038000         WHEN ALRT-STATUS-DELIVERED
038100             MOVE "DELIVERED" TO ALL-STATUS
038200             MOVE ALRT-DLVR-DATE TO ALL-STATUS-DATE
038300         WHEN ALRT-STATUS-FAILED
038400             MOVE "FAILED"    TO ALL-STATUS
038500             MOVE ALRT-DLVR-DATE TO ALL-STATUS-DATE
038600         WHEN OTHER
038700             MOVE ALRT-STATUS TO ALL-STATUS
038800             MOVE 0           TO ALL-STATUS-DATE
038900     END-EVALUATE
039000     DISPLAY WS-ALERT-LINE
039100     ADD 1 TO WS-LISTED-COUNT.
039200 4100-LIST-ONE-ALERT-EXIT.
039300     EXIT.
039400
039500*-----------------------------------------------------------------
039600* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
039700*-----------------------------------------------------------------
039800 9999-TERMINATE.
039900     CLOSE CUSTOMER-MASTER
040000     CLOSE ALERT-PREF-FILE
040100     IF WS-ALERTFIL-OPEN
040200         CLOSE ALERT-FILE
040300     END-IF.
040400 9999-TERMINATE-EXIT.
040500     EXIT.
