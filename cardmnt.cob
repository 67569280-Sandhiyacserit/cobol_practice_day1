000100*****************************************************************
000200* PROGRAM      : CARDMNT                                        *
000300* DESCRIPTION  : DEBIT CARD MAINTENANCE.  ISSUES A CARD AGAINST *
000400*                AN ACCOUNT AND ONE OF ITS LINKED CUSTOMERS,    *
000500*                BLOCKS (HOTLISTS) A LOST OR STOLEN CARD,       *
000600*                UNBLOCKS ONE - UNBLOCKING REQUIRES A           *
000700*                SUPERVISOR - AND REPLACES A CARD, MARKING THE  *
000800*                OLD ONE REPLACED AND ISSUING THE NEW ONE ON    *
000900*                THE SAME ACCOUNT, CUSTOMER AND DAILY LIMIT.    *
001000*                ATMSETTL READS THE REGISTER BEFORE POSTING ANY *
001100*                SWITCH ITEM.  EVERY CHANGE IS JOURNALLED.      *
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. CARDMNT.
001500 AUTHOR. S NATARAJAN.
001600 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900
002000*****************************************************************
002100* MODIFICATION HISTORY                                          *
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW DEBIT  *
002500*                  CARD MASTER.                                 *
002501* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002502*                  PLACE OF YYMMDD.                             *
002502* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002502*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002502*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CARD-FILE ASSIGN TO "CARDFILE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CARD-NUMBER
003500         FILE STATUS IS WS-CARDFILE-STATUS.
003600
003700     SELECT CUSTOMER-LINK ASSIGN TO "CUSTLINK"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS LINK-KEY
004100         ALTERNATE RECORD KEY IS LINK-CUST-NUMBER
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-CUSTLINK-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CARD-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CARDREC.
005000
005100 FD  CUSTOMER-LINK
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CUSTLNK.
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-CARDFILE-STATUS       PIC X(02).
005700     88  WS-CARDFILE-OK       VALUE "00".
005800     88  WS-CARDFILE-NOTFOUND VALUE "35".
005900 01  WS-CUSTLINK-STATUS       PIC X(02).
006000     88  WS-CUSTLINK-OK       VALUE "00".
006100 01  WS-FUNCTION-CODE         PIC 9(01).
006200 01  WS-CARD-NUMBER           PIC 9(16).
006300 01  WS-NEW-CARD-NUMBER       PIC 9(16).
006400 01  WS-ACCT-NUMBER           PIC 9(06).
006500 01  WS-CUST-NUMBER           PIC 9(06).
006600 01  WS-EXPIRY-DATE           PIC 9(08).
006700 01  WS-DAILY-LIMIT           PIC 9(06).
006800 01  WS-TODAYS-DATE           PIC 9(08).
006900 01  WS-OPERATOR-ID           PIC 9(04).
007000 01  WS-OPERATOR-AUTH         PIC X(01).
007100 01  WS-ACCT-FOUND-SW         PIC X(01).
007200     88  WS-ACCT-FOUND        VALUE "Y".
007300
007400*    THE DAILY ATM LIMIT A CARD GETS WHEN NONE IS KEYED AT ISSUE.
007500 01  WS-DEFAULT-DAILY-LIMIT   PIC 9(06) VALUE 20000.
007600
007700 01  WS-JRNL-FILE             PIC X(08).
007800 01  WS-JRNL-KEY              PIC X(12).
007900 01  WS-BEFORE-IMAGE          PIC X(100).
008000 01  WS-AFTER-IMAGE           PIC X(100).
008100
008200 01  WS-SWITCHES.
008300     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
008400         88  WS-OPERATOR-OK   VALUE "Y".
008500     05  WS-LINK-OPEN-SW      PIC X(01) VALUE "N".
008600         88  WS-LINK-OPEN     VALUE "Y".
008600
008600 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "CARDMNT".
008600 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
008600 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
008600     88  WS-ENTITLED          VALUE "Y".
008700
008800 PROCEDURE DIVISION.
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE
009100         THRU 1000-INITIALIZE-EXIT
009200
009300     IF WS-OPERATOR-OK
009400         PERFORM 2000-PROCESS-FUNCTION
009500             THRU 2000-PROCESS-FUNCTION-EXIT
009600     END-IF
009700
009800     PERFORM 9999-TERMINATE
009900         THRU 9999-TERMINATE-EXIT
010000
010100     STOP RUN.
010200
010300*-----------------------------------------------------------------
010400* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE CARD FILE, CREATING
010500* IT IF IT HAS NEVER BEEN SET UP, AND THE CUSTOMER LINK FILE.
010600*-----------------------------------------------------------------
010700 1000-INITIALIZE.
010800     MOVE "N" TO WS-OPERATOR-SW
010900     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
011000                           WS-OPERATOR-AUTH
011100     IF NOT WS-OPERATOR-OK
011200         DISPLAY "CARDMNT: OPERATOR LOGIN FAILED, "
011300                 "MAINTENANCE REFUSED"
011400         GO TO 1000-INITIALIZE-EXIT
011500     END-IF
011500     MOVE "N" TO WS-ENTITLED-SW
011500     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
011500                          WS-ENTL-MODE WS-ENTITLED-SW
011500     IF NOT WS-ENTITLED
011500         DISPLAY "CARDMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
011500                 "ENTITLED TO CARDMNT, REFUSED"
011500         MOVE "N" TO WS-OPERATOR-SW
011500         GO TO 1000-INITIALIZE-EXIT
011500     END-IF
011600
011700     CALL "BUSDATE" USING WS-TODAYS-DATE
011800
011900     OPEN I-O CARD-FILE
012000     IF WS-CARDFILE-NOTFOUND
012100         OPEN OUTPUT CARD-FILE
012200         CLOSE CARD-FILE
012300         OPEN I-O CARD-FILE
012400     END-IF
012500     IF NOT WS-CARDFILE-OK
012600         DISPLAY "CARDMNT: UNABLE TO OPEN CARD FILE, "
012700                 "STATUS = " WS-CARDFILE-STATUS
012800         MOVE "N" TO WS-OPERATOR-SW
012900         GO TO 1000-INITIALIZE-EXIT
013000     END-IF
013100
013200     OPEN INPUT CUSTOMER-LINK
013300     IF NOT WS-CUSTLINK-OK
013400         DISPLAY "CARDMNT: UNABLE TO OPEN CUSTOMER LINK FILE, "
013500                 "STATUS = " WS-CUSTLINK-STATUS
013600         MOVE "N" TO WS-OPERATOR-SW
013700         GO TO 1000-INITIALIZE-EXIT
013800     END-IF
013900     SET WS-LINK-OPEN TO TRUE.
014000 1000-INITIALIZE-EXIT.
014100     EXIT.
014200
014300*-----------------------------------------------------------------
014400* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
014500*-----------------------------------------------------------------
014600 2000-PROCESS-FUNCTION.
014700     DISPLAY "1. ISSUE CARD"
014800     DISPLAY "2. BLOCK (HOTLIST) CARD"
014900     DISPLAY "3. UNBLOCK CARD (SUPERVISOR)"
015000     DISPLAY "4. REPLACE CARD"
015100     DISPLAY "ENTER FUNCTION: "
015200     ACCEPT WS-FUNCTION-CODE
015300     DISPLAY "ENTER CARD NUMBER: "
015400     ACCEPT WS-CARD-NUMBER
015500
015600     EVALUATE WS-FUNCTION-CODE
015700         WHEN 1
015800             PERFORM 3000-ISSUE-CARD
015900                 THRU 3000-ISSUE-CARD-EXIT
016000         WHEN 2
016100             PERFORM 4000-BLOCK-CARD
016200                 THRU 4000-BLOCK-CARD-EXIT
016300         WHEN 3
016400             PERFORM 5000-UNBLOCK-CARD
016500                 THRU 5000-UNBLOCK-CARD-EXIT
016600         WHEN 4
016700             PERFORM 6000-REPLACE-CARD
016800                 THRU 6000-REPLACE-CARD-EXIT
016900         WHEN OTHER
017000             DISPLAY "CARDMNT: INVALID FUNCTION"
017100     END-EVALUATE.
017200 2000-PROCESS-FUNCTION-EXIT.
017300     EXIT.
017400
017500*-----------------------------------------------------------------
017600* ISSUE A NEW CARD.  THE ACCOUNT MUST EXIST ON THE MASTER AND
017700* THE CUSTOMER MUST BE LINKED TO IT AS A HOLDER.
017800*-----------------------------------------------------------------
017900 3000-ISSUE-CARD.
018000     IF WS-CARD-NUMBER = 0
018100         DISPLAY "CARDMNT: CARD NUMBER MUST NOT BE ZERO"
018200         GO TO 3000-ISSUE-CARD-EXIT
018300     END-IF
018400
018500     DISPLAY "ENTER ACCOUNT NUMBER: "
018600     ACCEPT WS-ACCT-NUMBER
018700     MOVE "N" TO WS-ACCT-FOUND-SW
018800     CALL "ACCTLKUP" USING WS-ACCT-NUMBER WS-ACCT-FOUND-SW
018900     IF NOT WS-ACCT-FOUND
019000         DISPLAY "CARDMNT: ACCOUNT " WS-ACCT-NUMBER
019100                 " NOT FOUND ON ACCOUNT MASTER"
019200         GO TO 3000-ISSUE-CARD-EXIT
019300     END-IF
019400
019500     DISPLAY "ENTER CUSTOMER NUMBER: "
019600     ACCEPT WS-CUST-NUMBER
019700     MOVE WS-ACCT-NUMBER TO LINK-ACCT-NUMBER
019800     MOVE WS-CUST-NUMBER TO LINK-CUST-NUMBER
019900     READ CUSTOMER-LINK
020000         KEY IS LINK-KEY
020100         INVALID KEY
020200             DISPLAY "CARDMNT: CUSTOMER " WS-CUST-NUMBER
020300                     " IS NOT A HOLDER OF ACCOUNT "
020400                     WS-ACCT-NUMBER
020500             GO TO 3000-ISSUE-CARD-EXIT
020600     END-READ
020700
020800     PERFORM 3500-ACCEPT-CARD-TERMS
020900         THRU 3500-ACCEPT-CARD-TERMS-EXIT
021000     IF WS-EXPIRY-DATE = 0
021100         GO TO 3000-ISSUE-CARD-EXIT
021200     END-IF
021300
021400     MOVE WS-CARD-NUMBER TO CARD-NUMBER
021500     MOVE WS-ACCT-NUMBER TO CARD-ACCT-NUMBER
021600     MOVE WS-CUST-NUMBER TO CARD-CUST-NUMBER
021700     PERFORM 7000-WRITE-NEW-CARD
021800         THRU 7000-WRITE-NEW-CARD-EXIT.
021900 3000-ISSUE-CARD-EXIT.
022000     EXIT.
022100
022200*-----------------------------------------------------------------
022300* TAKE THE EXPIRY DATE AND DAILY LIMIT FOR A CARD BEING ISSUED.
022400* AN EXPIRY DATE THAT IS NOT AFTER TODAY IS REFUSED - THE DATE
022500* COMES BACK ZERO SO THE CALLER STOPS.
022600*-----------------------------------------------------------------
022700 3500-ACCEPT-CARD-TERMS.
022800     DISPLAY "ENTER EXPIRY DATE (CCYYMMDD): "
022900     ACCEPT WS-EXPIRY-DATE
023000     IF WS-EXPIRY-DATE NOT > WS-TODAYS-DATE
023100         DISPLAY "CARDMNT: EXPIRY DATE MUST BE AFTER TODAY"
023200         MOVE 0 TO WS-EXPIRY-DATE
023300         GO TO 3500-ACCEPT-CARD-TERMS-EXIT
023400     END-IF
023500
023600     DISPLAY "ENTER DAILY ATM LIMIT (0 = STANDARD "
023700             WS-DEFAULT-DAILY-LIMIT "): "
023800     ACCEPT WS-DAILY-LIMIT
023900     IF WS-DAILY-LIMIT = 0
024000         MOVE WS-DEFAULT-DAILY-LIMIT TO WS-DAILY-LIMIT
024100     END-IF.
024200 3500-ACCEPT-CARD-TERMS-EXIT.
024300     EXIT.
024400
024500*-----------------------------------------------------------------
024600* BLOCK A LOST OR STOLEN CARD.  ONLY AN ACTIVE CARD CAN BE
024700* HOTLISTED; THE REASON IS KEPT ON THE RECORD.
024800*-----------------------------------------------------------------
024900 4000-BLOCK-CARD.
025000     PERFORM 8000-READ-CARD
025100         THRU 8000-READ-CARD-EXIT
025200     IF CARD-NUMBER NOT = WS-CARD-NUMBER
025300         GO TO 4000-BLOCK-CARD-EXIT
025400     END-IF
025500
025600     IF NOT CARD-STATUS-ACTIVE
025700         DISPLAY "CARDMNT: CARD " WS-CARD-NUMBER
025800                 " IS NOT ACTIVE (STATUS " CARD-STATUS
025900                 "), BLOCK REFUSED"
026000         GO TO 4000-BLOCK-CARD-EXIT
026100     END-IF
026200
026300     MOVE CARD-RECORD TO WS-BEFORE-IMAGE
026400     DISPLAY "ENTER HOTLIST REASON: "
026500     ACCEPT CARD-HOTLIST-REASON
026600     SET CARD-STATUS-HOTLISTED TO TRUE
026700     MOVE WS-OPERATOR-ID TO CARD-OPERATOR-ID
026800     PERFORM 8500-REWRITE-CARD
026900         THRU 8500-REWRITE-CARD-EXIT
027000     IF NOT WS-CARDFILE-OK
027100         GO TO 4000-BLOCK-CARD-EXIT
027200     END-IF
027300
027400     DISPLAY "CARDMNT: CARD " WS-CARD-NUMBER " HOTLISTED".
027500 4000-BLOCK-CARD-EXIT.
027600     EXIT.
027700
027800*-----------------------------------------------------------------
027900* UNBLOCK A HOTLISTED CARD - ONLY A SUPERVISOR MAY.
028000*-----------------------------------------------------------------
028100 5000-UNBLOCK-CARD.
028200     IF WS-OPERATOR-AUTH NOT = "S"
028300         DISPLAY "CARDMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
028400                 "A SUPERVISOR, UNBLOCK REFUSED"
028500         GO TO 5000-UNBLOCK-CARD-EXIT
028600     END-IF
028700
028800     PERFORM 8000-READ-CARD
028900         THRU 8000-READ-CARD-EXIT
029000     IF CARD-NUMBER NOT = WS-CARD-NUMBER
029100         GO TO 5000-UNBLOCK-CARD-EXIT
029200     END-IF
029300
029400     IF NOT CARD-STATUS-HOTLISTED
029500         DISPLAY "CARDMNT: CARD " WS-CARD-NUMBER
029600                 " IS NOT HOTLISTED (STATUS " CARD-STATUS
029700                 "), UNBLOCK REFUSED"
029800         GO TO 5000-UNBLOCK-CARD-EXIT
029900     END-IF
030000
030100     MOVE CARD-RECORD TO WS-BEFORE-IMAGE
030200     SET CARD-STATUS-ACTIVE TO TRUE
030300     MOVE SPACES TO CARD-HOTLIST-REASON
030400     MOVE WS-OPERATOR-ID TO CARD-OPERATOR-ID
030500     PERFORM 8500-REWRITE-CARD
030600         THRU 8500-REWRITE-CARD-EXIT
030700     IF NOT WS-CARDFILE-OK
030800         GO TO 5000-UNBLOCK-CARD-EXIT
030900     END-IF
031000
031100     DISPLAY "CARDMNT: CARD " WS-CARD-NUMBER
031200             " UNBLOCKED BY SUPERVISOR " WS-OPERATOR-ID.
031300 5000-UNBLOCK-CARD-EXIT.
031400     EXIT.
031500
031600*-----------------------------------------------------------------
031700* REPLACE A CARD (LOST, DAMAGED OR RENEWED ON EXPIRY).  THE OLD
031800* CARD IS MARKED REPLACED AND POINTS AT ITS SUCCESSOR; THE NEW
031900* CARD CARRIES THE SAME ACCOUNT, CUSTOMER AND DAILY LIMIT.
032000*-----------------------------------------------------------------
032100 6000-REPLACE-CARD.
032200     PERFORM 8000-READ-CARD
032300         THRU 8000-READ-CARD-EXIT
032400     IF CARD-NUMBER NOT = WS-CARD-NUMBER
032500         GO TO 6000-REPLACE-CARD-EXIT
032600     END-IF
032700
032800     IF CARD-STATUS-REPLACED
032900         DISPLAY "CARDMNT: CARD " WS-CARD-NUMBER
033000                 " WAS ALREADY REPLACED BY " CARD-REPLACED-BY
033100         GO TO 6000-REPLACE-CARD-EXIT
033200     END-IF
033300
033400     DISPLAY "ENTER NEW CARD NUMBER: "
033500     ACCEPT WS-NEW-CARD-NUMBER
033600     IF WS-NEW-CARD-NUMBER = 0
033700         OR WS-NEW-CARD-NUMBER = WS-CARD-NUMBER
033800         DISPLAY "CARDMNT: INVALID NEW CARD NUMBER"
033900         GO TO 6000-REPLACE-CARD-EXIT
034000     END-IF
034100
034200     MOVE CARD-ACCT-NUMBER TO WS-ACCT-NUMBER
034300     MOVE CARD-CUST-NUMBER TO WS-CUST-NUMBER
034400     MOVE CARD-DAILY-LIMIT TO WS-DAILY-LIMIT
034500     DISPLAY "ENTER EXPIRY DATE (CCYYMMDD): "
034600     ACCEPT WS-EXPIRY-DATE
034700     IF WS-EXPIRY-DATE NOT > WS-TODAYS-DATE
034800         DISPLAY "CARDMNT: EXPIRY DATE MUST BE AFTER TODAY"
034900         GO TO 6000-REPLACE-CARD-EXIT
035000     END-IF
035100
035200*    WRITE THE NEW CARD FIRST SO A DUPLICATE NUMBER LEAVES THE
035300*    OLD CARD UNTOUCHED.
035400     MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
035500     MOVE WS-ACCT-NUMBER     TO CARD-ACCT-NUMBER
035600     MOVE WS-CUST-NUMBER     TO CARD-CUST-NUMBER
035700     PERFORM 7000-WRITE-NEW-CARD
035800         THRU 7000-WRITE-NEW-CARD-EXIT
035900     IF NOT WS-CARDFILE-OK
036000         GO TO 6000-REPLACE-CARD-EXIT
036100     END-IF
036200
036300     PERFORM 8000-READ-CARD
036400         THRU 8000-READ-CARD-EXIT
036500     IF CARD-NUMBER NOT = WS-CARD-NUMBER
036600         GO TO 6000-REPLACE-CARD-EXIT
036700     END-IF
036800     MOVE CARD-RECORD TO WS-BEFORE-IMAGE
036900     SET CARD-STATUS-REPLACED TO TRUE
037000     MOVE WS-NEW-CARD-NUMBER TO CARD-REPLACED-BY
037100     MOVE WS-OPERATOR-ID TO CARD-OPERATOR-ID
037200     PERFORM 8500-REWRITE-CARD
037300         THRU 8500-REWRITE-CARD-EXIT
037400     IF NOT WS-CARDFILE-OK
037500         GO TO 6000-REPLACE-CARD-EXIT
037600     END-IF
037700
037800     DISPLAY "CARDMNT: CARD " WS-CARD-NUMBER " REPLACED BY "
037900             WS-NEW-CARD-NUMBER.
038000 6000-REPLACE-CARD-EXIT.
038100     EXIT.
038200
038300*-----------------------------------------------------------------
038400* WRITE A NEW ACTIVE CARD FROM THE NUMBER, ACCOUNT AND CUSTOMER
038500* ALREADY IN THE RECORD AND THE TERMS IN WORKING STORAGE, AND
038600* JOURNAL IT.  A CARD NUMBER ALREADY ON FILE IS REFUSED.
038700*-----------------------------------------------------------------
038800 7000-WRITE-NEW-CARD.
038900     SET CARD-STATUS-ACTIVE TO TRUE
039000     MOVE WS-TODAYS-DATE  TO CARD-ISSUE-DATE
039100     MOVE WS-EXPIRY-DATE  TO CARD-EXPIRY-DATE
039200     MOVE WS-DAILY-LIMIT  TO CARD-DAILY-LIMIT
039300     MOVE 0               TO CARD-DAY-DATE
039400     MOVE 0               TO CARD-DAY-TOTAL
039500     MOVE SPACES          TO CARD-HOTLIST-REASON
039600     MOVE 0               TO CARD-REPLACED-BY
039700     MOVE WS-OPERATOR-ID  TO CARD-OPERATOR-ID
039800     WRITE CARD-RECORD
039900         INVALID KEY
040000             DISPLAY "CARDMNT: CARD " CARD-NUMBER
040100                     " ALREADY EXISTS"
040200             GO TO 7000-WRITE-NEW-CARD-EXIT
040300     END-WRITE
040400
040500     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
040600     PERFORM 9000-JOURNAL-CHANGE
040700         THRU 9000-JOURNAL-CHANGE-EXIT
040800
040900     DISPLAY "CARDMNT: CARD " CARD-NUMBER " ISSUED ON ACCOUNT "
041000             CARD-ACCT-NUMBER " TO CUSTOMER " CARD-CUST-NUMBER
041100             ", DAILY LIMIT " CARD-DAILY-LIMIT.
041200 7000-WRITE-NEW-CARD-EXIT.
041300     EXIT.
041400
041500*-----------------------------------------------------------------
041600* READ THE CARD KEYED IN.  A CARD NOT ON FILE LEAVES A ZERO CARD
041700* NUMBER IN THE RECORD SO THE CALLER CAN TELL.
041800*-----------------------------------------------------------------
041900 8000-READ-CARD.
042000     MOVE WS-CARD-NUMBER TO CARD-NUMBER
042100     READ CARD-FILE
042200         KEY IS CARD-NUMBER
042300         INVALID KEY
042400             DISPLAY "CARDMNT: CARD " WS-CARD-NUMBER
042500                     " NOT ON FILE"
042600             MOVE 0 TO CARD-NUMBER
042700     END-READ.
042800 8000-READ-CARD-EXIT.
042900     EXIT.
043000
043100*-----------------------------------------------------------------
043200* REWRITE THE CARD JUST CHANGED AND JOURNAL IT AGAINST THE
043300* BEFORE-IMAGE THE CALLER SAVED.
043400*-----------------------------------------------------------------
043500 8500-REWRITE-CARD.
043600     REWRITE CARD-RECORD
043700         INVALID KEY
043800             DISPLAY "CARDMNT: UNABLE TO REWRITE CARD "
043900                     CARD-NUMBER
044000             GO TO 8500-REWRITE-CARD-EXIT
044100     END-REWRITE
044200
044300     PERFORM 9000-JOURNAL-CHANGE
044400         THRU 9000-JOURNAL-CHANGE-EXIT.
044500 8500-REWRITE-CARD-EXIT.
044600     EXIT.
044700
044800*-----------------------------------------------------------------
044900* WRITE THE BEFORE/AFTER IMAGE TO THE MAINTENANCE JOURNAL.  THE
045000* JOURNAL KEY HOLDS THE LAST TWELVE DIGITS OF THE CARD NUMBER.
045100*-----------------------------------------------------------------
045200 9000-JOURNAL-CHANGE.
045300     MOVE "CARDFILE" TO WS-JRNL-FILE
045400     MOVE SPACES TO WS-JRNL-KEY
045500     MOVE CARD-NUMBER(5:12) TO WS-JRNL-KEY
045600     MOVE CARD-RECORD TO WS-AFTER-IMAGE
045700     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
045800                          WS-JRNL-KEY WS-BEFORE-IMAGE
045900                          WS-AFTER-IMAGE.
046000 9000-JOURNAL-CHANGE-EXIT.
046100     EXIT.
046200
046300*-----------------------------------------------------------------
046400* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
046500*-----------------------------------------------------------------
046600 9999-TERMINATE.
046700     CLOSE CARD-FILE
046800     IF WS-LINK-OPEN
046900         CLOSE CUSTOMER-LINK
047000     END-IF.
047100 9999-TERMINATE-EXIT.
047200     EXIT.
