000100*****************************************************************
000200* PROGRAM      : DUPMERGE                                       *
000300* DESCRIPTION  : DUPLICATE CUSTOMER MERGE.  A SUPERVISOR WORKS  *
000400*                THE REVIEW QUEUE BUILT BY DUPSCAN - LISTING    *
000500*                THE PAIRS, REJECTING A PAIR FOUND TO BE TWO    *
000600*                DIFFERENT PEOPLE, OR MERGING ONE.  A MERGE     *
000700*                KEEPS THE SURVIVING CUSTOMER NUMBER, RE-POINTS *
000800*                EVERY ACCOUNT LINK, KYC DOCUMENT, WATCHLIST    *
000900*                MATCH, ALERT PREFERENCE, LOAN, LOAN            *
001000*                APPLICATION, CARD, LOCKER AND WRITE-OFF HELD   *
001100*                UNDER THE OTHER NUMBER, THEN MARKS THE OTHER   *
001200*                NUMBER MERGED.  EVERY CHANGE IS JOURNALLED.    *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. DUPMERGE.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - SUPERVISOR MERGE OF DUPLICATE  *
002600*                  CUSTOMERS QUEUED BY DUPSCAN.                 *
002600* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002600*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002600*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DUPLICATE-FILE ASSIGN TO "DUPFILE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS DUP-KEY
003600         FILE STATUS IS WS-DUPFILE-STATUS.
003700
003800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CUST-NUMBER
004200         ALTERNATE RECORD KEY IS CUST-NAME
004300             WITH DUPLICATES
004400         ALTERNATE RECORD KEY IS CUST-PHONE
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-CUSTMSTR-STATUS.
004700
004800     SELECT CUSTOMER-LINK ASSIGN TO "CUSTLINK"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS LINK-KEY
005200         ALTERNATE RECORD KEY IS LINK-CUST-NUMBER
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-CUSTLINK-STATUS.
005500
005600     SELECT KYC-REGISTER ASSIGN TO "KYCFILE"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS KYC-CUST-NUMBER
006000         FILE STATUS IS WS-KYCFILE-STATUS.
006100
006200     SELECT WATCHQUEUE-FILE ASSIGN TO "WLQFILE"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS WLQ-CUST-NUMBER
006600         FILE STATUS IS WS-WLQFILE-STATUS.
006700
006800     SELECT ALERT-PREF-FILE ASSIGN TO "ALRTPREF"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS APRF-CUST-NUMBER
007200         FILE STATUS IS WS-ALRTPREF-STATUS.
007300
007400     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS LOAN-NUMBER
007800         FILE STATUS IS WS-LOANMSTR-STATUS.
007900
008000     SELECT LOAN-APPLICATION ASSIGN TO "LAPPFILE"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS LAPP-NUMBER
008400         FILE STATUS IS WS-LAPPFILE-STATUS.
008500
008600     SELECT CARD-FILE ASSIGN TO "CARDFILE"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS CARD-NUMBER
009000         FILE STATUS IS WS-CARDFILE-STATUS.
009100
009200     SELECT LOCKER-ALLOT-FILE ASSIGN TO "LOCKALOT"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS ALT-NUMBER
009600         FILE STATUS IS WS-LOCKALOT-STATUS.
009700
009800     SELECT WRITE-OFF-FILE ASSIGN TO "WOFFFILE"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS DYNAMIC
010100         RECORD KEY IS WOFF-LOAN-NUMBER
010200         FILE STATUS IS WS-WOFFFILE-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  DUPLICATE-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY DUPREC.
010900
011000 FD  CUSTOMER-MASTER
011100     LABEL RECORDS ARE STANDARD.
011200     COPY CUSTREC.
011300
011400 FD  CUSTOMER-LINK
011500     LABEL RECORDS ARE STANDARD.
011600     COPY CUSTLNK.
011700
011800 FD  KYC-REGISTER
011900     LABEL RECORDS ARE STANDARD.
012000     COPY KYCREC.
012100
012200 FD  WATCHQUEUE-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY WLQREC.
012500
012600 FD  ALERT-PREF-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY APRFREC.
012900
013000 FD  LOAN-MASTER
013100     LABEL RECORDS ARE STANDARD.
013200     COPY LOANREC.
013300
013400 FD  LOAN-APPLICATION
013500     LABEL RECORDS ARE STANDARD.
013600     COPY LAPPREC.
013700
013800 FD  CARD-FILE
013900     LABEL RECORDS ARE STANDARD.
014000     COPY CARDREC.
014100
014200 FD  LOCKER-ALLOT-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY LKALREC.
014500
014600 FD  WRITE-OFF-FILE
014700     LABEL RECORDS ARE STANDARD.
014800     COPY WOFFREC.
014900
015000 WORKING-STORAGE SECTION.
015100 01  WS-DUPFILE-STATUS        PIC X(02).
015200     88  WS-DUPFILE-OK        VALUE "00".
015300     88  WS-DUPFILE-NOTFOUND  VALUE "35".
015400
015500 01  WS-CUSTMSTR-STATUS       PIC X(02).
015600     88  WS-CUSTMSTR-OK       VALUE "00".
015700
015800 01  WS-CUSTLINK-STATUS       PIC X(02).
015900     88  WS-CUSTLINK-OK       VALUE "00".
016000     88  WS-CUSTLINK-NOTFOUND VALUE "35".
016100
016200 01  WS-KYCFILE-STATUS        PIC X(02).
016300     88  WS-KYCFILE-OK        VALUE "00".
016400     88  WS-KYCFILE-NOTFOUND  VALUE "35".
016500
016600 01  WS-WLQFILE-STATUS        PIC X(02).
016700     88  WS-WLQFILE-OK        VALUE "00".
016800     88  WS-WLQFILE-NOTFOUND  VALUE "35".
016900
017000 01  WS-ALRTPREF-STATUS       PIC X(02).
017100     88  WS-ALRTPREF-OK       VALUE "00".
017200     88  WS-ALRTPREF-NOTFOUND VALUE "35".
017300
017400 01  WS-LOANMSTR-STATUS       PIC X(02).
017500     88  WS-LOANMSTR-OK       VALUE "00".
017600     88  WS-LOANMSTR-NOTFOUND VALUE "35".
017700
017800 01  WS-LAPPFILE-STATUS       PIC X(02).
017900     88  WS-LAPPFILE-OK       VALUE "00".
018000     88  WS-LAPPFILE-NOTFOUND VALUE "35".
018100
018200 01  WS-CARDFILE-STATUS       PIC X(02).
018300     88  WS-CARDFILE-OK       VALUE "00".
018400     88  WS-CARDFILE-NOTFOUND VALUE "35".
018500
018600 01  WS-LOCKALOT-STATUS       PIC X(02).
018700     88  WS-LOCKALOT-OK       VALUE "00".
018800     88  WS-LOCKALOT-NOTFOUND VALUE "35".
018900
019000 01  WS-WOFFFILE-STATUS       PIC X(02).
019100     88  WS-WOFFFILE-OK       VALUE "00".
019200     88  WS-WOFFFILE-NOTFOUND VALUE "35".
019300
019400 01  WS-OPERATOR-ID           PIC 9(04).
019500 01  WS-OPERATOR-AUTH         PIC X(01).
019600 01  WS-FUNCTION-CODE         PIC 9(01).
019700 01  WS-CONFIRM               PIC X(01).
019800 01  WS-TODAYS-DATE           PIC 9(08).
019900
020000 01  WS-CUST-A                PIC 9(06).
020100 01  WS-CUST-B                PIC 9(06).
020200 01  WS-SURVIVOR              PIC 9(06).
020300 01  WS-RETIRED               PIC 9(06).
020400
020500 01  WS-JRNL-FILE             PIC X(08).
020600 01  WS-JRNL-KEY              PIC X(12).
020700 01  WS-BEFORE-IMAGE          PIC X(100).
020800 01  WS-AFTER-IMAGE           PIC X(100).
020900
021000*    THE TWO CUSTOMER RECORDS AS READ BEFORE ANYTHING MOVES.
021100 01  WS-SURVIVOR-RECORD       PIC X(108).
021200 01  WS-RETIRED-RECORD        PIC X(108).
021300 01  WS-RETIRED-DETAILS.
021400     05  WS-RETIRED-PHONE     PIC X(15).
021500     05  WS-RETIRED-DOB       PIC 9(08).
021600     05  WS-RETIRED-RISK      PIC X(01).
021700     05  WS-RETIRED-DECEASED  PIC X(01).
021800
021900*    THE RETIRED NUMBER'S ACCOUNT LINKS, GATHERED BEFORE ANY IS
022000*    MOVED SO THE ALTERNATE-KEY BROWSE IS NOT DISTURBED.
022100 01  WS-LINK-MAX              PIC 9(03) COMP VALUE 100.
022200 01  WS-LINK-COUNT            PIC 9(03) COMP VALUE 0.
022300 01  WS-LINK-IDX              PIC 9(03) COMP.
022400 01  WS-LINK-TABLE.
022500     05  WS-LINK-ENTRY        OCCURS 100 TIMES.
022600         10  WS-LINK-ACCT     PIC 9(06).
022700         10  WS-LINK-ROLE     PIC X(01).
022800
022900 01  WS-KYC-SAVE              PIC X(52).
023000 01  WS-WLQ-SAVE              PIC X(49).
023100 01  WS-APRF-SAVE             PIC X(90).
023200 01  WS-SAVE-RANK             PIC 9(01).
023300 01  WS-HELD-RANK             PIC 9(01).
023400
023500 01  WS-COUNTERS.
023600     05  WS-LINKS-MOVED       PIC 9(05) VALUE 0.
023700     05  WS-LINKS-DROPPED     PIC 9(05) VALUE 0.
023800     05  WS-LOANS-MOVED       PIC 9(05) VALUE 0.
023900     05  WS-APPS-MOVED        PIC 9(05) VALUE 0.
024000     05  WS-CARDS-MOVED       PIC 9(05) VALUE 0.
024100     05  WS-LOCKERS-MOVED     PIC 9(05) VALUE 0.
024200     05  WS-WOFFS-MOVED       PIC 9(05) VALUE 0.
024300
024400 01  WS-SWITCHES.
024500     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
024600         88  WS-OPERATOR-OK   VALUE "Y".
024700     05  WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
024800         88  WS-SCAN-EOF      VALUE "Y".
024900     05  WS-PAIR-OK-SW        PIC X(01) VALUE "N".
025000         88  WS-PAIR-OK       VALUE "Y".
025100     05  WS-DUPFILE-SW        PIC X(01) VALUE "N".
025200         88  WS-DUPFILE-OPEN  VALUE "Y".
025300     05  WS-CUSTMSTR-SW       PIC X(01) VALUE "N".
025400         88  WS-CUSTMSTR-OPEN VALUE "Y".
025500     05  WS-CUSTLINK-SW       PIC X(01) VALUE "N".
025600         88  WS-CUSTLINK-AVAIL VALUE "Y".
025700     05  WS-KYCFILE-SW        PIC X(01) VALUE "N".
025800         88  WS-KYCFILE-AVAIL VALUE "Y".
025900     05  WS-WLQFILE-SW        PIC X(01) VALUE "N".
026000         88  WS-WLQFILE-AVAIL VALUE "Y".
026100     05  WS-ALRTPREF-SW       PIC X(01) VALUE "N".
026200         88  WS-ALRTPREF-AVAIL VALUE "Y".
026300     05  WS-LOANMSTR-SW       PIC X(01) VALUE "N".
026400         88  WS-LOANMSTR-AVAIL VALUE "Y".
026500     05  WS-LAPPFILE-SW       PIC X(01) VALUE "N".
026600         88  WS-LAPPFILE-AVAIL VALUE "Y".
026700     05  WS-CARDFILE-SW       PIC X(01) VALUE "N".
026800         88  WS-CARDFILE-AVAIL VALUE "Y".
026900     05  WS-LOCKALOT-SW       PIC X(01) VALUE "N".
027000         88  WS-LOCKALOT-AVAIL VALUE "Y".
027100     05  WS-WOFFFILE-SW       PIC X(01) VALUE "N".
027200         88  WS-WOFFFILE-AVAIL VALUE "Y".
027200
027200 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "DUPMERGE".
027200 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
027200 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
027200     88  WS-ENTITLED          VALUE "Y".
027300
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE
027700         THRU 1000-INITIALIZE-EXIT
027800
027900     IF WS-OPERATOR-OK
028000         PERFORM 2000-PROCESS-FUNCTION
028100             THRU 2000-PROCESS-FUNCTION-EXIT
028200     END-IF
028300
028400     PERFORM 9999-TERMINATE
028500         THRU 9999-TERMINATE-EXIT
028600
028700     STOP RUN.
028800
028900*-----------------------------------------------------------------
029000* REQUIRE A SUPERVISOR LOGIN, THEN OPEN THE REVIEW QUEUE, THE
029100* CUSTOMER MASTER AND EVERY FILE CARRYING A CUSTOMER NUMBER.  A
029200* FILE NEVER SET UP HOLDS NOTHING TO RE-POINT AND IS PASSED OVER.
029300*-----------------------------------------------------------------
029400 1000-INITIALIZE.
029500     MOVE "N" TO WS-OPERATOR-SW
029600     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
029700                           WS-OPERATOR-AUTH
029800     IF NOT WS-OPERATOR-OK
029900         DISPLAY "DUPMERGE: OPERATOR LOGIN FAILED, MERGE REFUSED"
030000         GO TO 1000-INITIALIZE-EXIT
030100     END-IF
030100     MOVE "N" TO WS-ENTITLED-SW
030100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
030100                          WS-ENTL-MODE WS-ENTITLED-SW
030100     IF NOT WS-ENTITLED
030100         DISPLAY "DUPMERGE: OPERATOR " WS-OPERATOR-ID " IS NOT "
030100                 "ENTITLED TO DUPMERGE, REFUSED"
030100         MOVE "N" TO WS-OPERATOR-SW
030100         GO TO 1000-INITIALIZE-EXIT
030100     END-IF
030200     IF WS-OPERATOR-AUTH NOT = "S"
030300         DISPLAY "DUPMERGE: OPERATOR " WS-OPERATOR-ID " IS NOT "
030400                 "A SUPERVISOR, MERGE REFUSED"
030500         MOVE "N" TO WS-OPERATOR-SW
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF
030800
030900     CALL "BUSDATE" USING WS-TODAYS-DATE
031000
031100     OPEN I-O DUPLICATE-FILE
031200     IF WS-DUPFILE-NOTFOUND
031300         DISPLAY "DUPMERGE: NO DUPLICATE REVIEW QUEUE ON FILE - "
031400                 "RUN DUPSCAN FIRST"
031500         MOVE "N" TO WS-OPERATOR-SW
031600         GO TO 1000-INITIALIZE-EXIT
031700     END-IF
031800     IF NOT WS-DUPFILE-OK
031900         DISPLAY "DUPMERGE: UNABLE TO OPEN REVIEW QUEUE, "
032000                 "STATUS = " WS-DUPFILE-STATUS
032100         MOVE "N" TO WS-OPERATOR-SW
032200         GO TO 1000-INITIALIZE-EXIT
032300     END-IF
032400     SET WS-DUPFILE-OPEN TO TRUE
032500
032600     OPEN I-O CUSTOMER-MASTER
032700     IF NOT WS-CUSTMSTR-OK
032800         DISPLAY "DUPMERGE: UNABLE TO OPEN CUSTOMER MASTER, "
032900                 "STATUS = " WS-CUSTMSTR-STATUS
033000         MOVE "N" TO WS-OPERATOR-SW
033100         GO TO 1000-INITIALIZE-EXIT
033200     END-IF
033300     SET WS-CUSTMSTR-OPEN TO TRUE
033400
033500     OPEN I-O CUSTOMER-LINK
033600     IF WS-CUSTLINK-OK
033700         SET WS-CUSTLINK-AVAIL TO TRUE
033800     ELSE
033900         IF NOT WS-CUSTLINK-NOTFOUND
034000             DISPLAY "DUPMERGE: UNABLE TO OPEN CUSTOMER LINK "
034100                     "FILE, STATUS = " WS-CUSTLINK-STATUS
034200             MOVE "N" TO WS-OPERATOR-SW
034300         END-IF
034400     END-IF
034500
034600     OPEN I-O KYC-REGISTER
034700     IF WS-KYCFILE-OK
034800         SET WS-KYCFILE-AVAIL TO TRUE
034900     ELSE
035000         IF NOT WS-KYCFILE-NOTFOUND
035100             DISPLAY "DUPMERGE: UNABLE TO OPEN KYC REGISTER, "
035200                     "STATUS = " WS-KYCFILE-STATUS
035300             MOVE "N" TO WS-OPERATOR-SW
035400         END-IF
035500     END-IF
035600
035700     OPEN I-O WATCHQUEUE-FILE
035800     IF WS-WLQFILE-OK
035900         SET WS-WLQFILE-AVAIL TO TRUE
036000     ELSE
036100         IF NOT WS-WLQFILE-NOTFOUND
036200             DISPLAY "DUPMERGE: UNABLE TO OPEN WATCHLIST QUEUE, "
036300                     "STATUS = " WS-WLQFILE-STATUS
036400             MOVE "N" TO WS-OPERATOR-SW
036500         END-IF
036600     END-IF
036700
036800     OPEN I-O ALERT-PREF-FILE
036900     IF WS-ALRTPREF-OK
037000         SET WS-ALRTPREF-AVAIL TO TRUE
037100     ELSE
037200         IF NOT WS-ALRTPREF-NOTFOUND
037300             DISPLAY "DUPMERGE: UNABLE TO OPEN ALERT PREFERENCE "
037400                     "FILE, STATUS = " WS-ALRTPREF-STATUS
037500             MOVE "N" TO WS-OPERATOR-SW
037600         END-IF
037700     END-IF
037800
037900     OPEN I-O LOAN-MASTER
038000     IF WS-LOANMSTR-OK
038100         SET WS-LOANMSTR-AVAIL TO TRUE
038200     ELSE
038300         IF NOT WS-LOANMSTR-NOTFOUND
038400             DISPLAY "DUPMERGE: UNABLE TO OPEN LOAN MASTER, "
038500                     "STATUS = " WS-LOANMSTR-STATUS
038600             MOVE "N" TO WS-OPERATOR-SW
038700         END-IF
038800     END-IF
038900
039000     OPEN I-O LOAN-APPLICATION
039100     IF WS-LAPPFILE-OK
039200         SET WS-LAPPFILE-AVAIL TO TRUE
039300     ELSE
039400         IF NOT WS-LAPPFILE-NOTFOUND
039500             DISPLAY "DUPMERGE: UNABLE TO OPEN LOAN APPLICATION "
039600                     "FILE, STATUS = " WS-LAPPFILE-STATUS
039700             MOVE "N" TO WS-OPERATOR-SW
039800         END-IF
039900     END-IF
040000
040100     OPEN I-O CARD-FILE
040200     IF WS-CARDFILE-OK
040300         SET WS-CARDFILE-AVAIL TO TRUE
040400     ELSE
040500         IF NOT WS-CARDFILE-NOTFOUND
040600             DISPLAY "DUPMERGE: UNABLE TO OPEN CARD FILE, "
040700                     "STATUS = " WS-CARDFILE-STATUS
040800             MOVE "N" TO WS-OPERATOR-SW
040900         END-IF
041000     END-IF
041100
041200     OPEN I-O LOCKER-ALLOT-FILE
041300     IF WS-LOCKALOT-OK
041400         SET WS-LOCKALOT-AVAIL TO TRUE
041500     ELSE
041600         IF NOT WS-LOCKALOT-NOTFOUND
041700             DISPLAY "DUPMERGE: UNABLE TO OPEN LOCKER ALLOTMENT "
041800                     "FILE, STATUS = " WS-LOCKALOT-STATUS
041900             MOVE "N" TO WS-OPERATOR-SW
042000         END-IF
042100     END-IF
042200
042300     OPEN I-O WRITE-OFF-FILE
042400     IF WS-WOFFFILE-OK
042500         SET WS-WOFFFILE-AVAIL TO TRUE
042600     ELSE
042700         IF NOT WS-WOFFFILE-NOTFOUND
042800             DISPLAY "DUPMERGE: UNABLE TO OPEN WRITE-OFF FILE, "
042900                     "STATUS = " WS-WOFFFILE-STATUS
043000             MOVE "N" TO WS-OPERATOR-SW
043100         END-IF
043200     END-IF
043300
043400     IF NOT WS-OPERATOR-OK
043500         DISPLAY "DUPMERGE: NOT EVERY CUSTOMER FILE COULD BE "
043600                 "OPENED, MERGE REFUSED"
043700     END-IF.
043800 1000-INITIALIZE-EXIT.
043900     EXIT.
044000
044100*-----------------------------------------------------------------
044200* TAKE ONE FUNCTION AND ACT ON IT.
044300*-----------------------------------------------------------------
044400 2000-PROCESS-FUNCTION.
044500     DISPLAY "1. LIST PAIRS AWAITING REVIEW"
044600     DISPLAY "2. MERGE A PAIR"
044700     DISPLAY "3. REJECT A PAIR (DIFFERENT PEOPLE)"
044800     DISPLAY "ENTER FUNCTION: "
044900     ACCEPT WS-FUNCTION-CODE
045000
045100     EVALUATE WS-FUNCTION-CODE
045200         WHEN 1
045300             PERFORM 2100-LIST-PENDING
045400                 THRU 2100-LIST-PENDING-EXIT
045500         WHEN 2
045600             PERFORM 3000-MERGE-PAIR
045700                 THRU 3000-MERGE-PAIR-EXIT
045800         WHEN 3
045900             PERFORM 7000-REJECT-PAIR
046000                 THRU 7000-REJECT-PAIR-EXIT
046100         WHEN OTHER
046200             DISPLAY "DUPMERGE: INVALID FUNCTION"
046300     END-EVALUATE.
046400 2000-PROCESS-FUNCTION-EXIT.
046500     EXIT.
046600
046700*-----------------------------------------------------------------
046800* LIST EVERY PAIR STILL AWAITING A DECISION.
046900*-----------------------------------------------------------------
047000 2100-LIST-PENDING.
047100     MOVE "N" TO WS-SCAN-EOF-SW
047200     PERFORM 2200-LIST-ONE-PAIR
047300         THRU 2200-LIST-ONE-PAIR-EXIT
047400         UNTIL WS-SCAN-EOF.
047500 2100-LIST-PENDING-EXIT.
047600     EXIT.
047700
047800 2200-LIST-ONE-PAIR.
047900     READ DUPLICATE-FILE NEXT RECORD
048000         AT END
048100             SET WS-SCAN-EOF TO TRUE
048200             GO TO 2200-LIST-ONE-PAIR-EXIT
048300     END-READ
048400
048500     IF DUP-STATUS-PENDING
048600         DISPLAY "DUPMERGE: " DUP-CUST-LOW " / " DUP-CUST-HIGH
048700                 " SCORE " DUP-SCORE
048800                 " NAME " DUP-NAME-MATCH " DOB " DUP-DOB-MATCH
048900                 " PHONE " DUP-PHONE-MATCH " DOC " DUP-DOC-MATCH
049000                 " FOUND " DUP-FOUND-DATE
049100     END-IF.
049200 2200-LIST-ONE-PAIR-EXIT.
049300     EXIT.
049400
049500*-----------------------------------------------------------------
049600* MERGE ONE QUEUED PAIR.  THE SUPERVISOR NAMES THE NUMBER THAT
049700* SURVIVES; EVERY RECORD CARRYING THE OTHER IS RE-POINTED TO IT
049800* AND THE OTHER IS RETIRED.  THE CUSTOMER MASTER IS UPDATED LAST,
049900* SO A MERGE CUT SHORT CAN SIMPLY BE RUN AGAIN.
050000*-----------------------------------------------------------------
050100 3000-MERGE-PAIR.
050200     PERFORM 3100-TAKE-PAIR
050300         THRU 3100-TAKE-PAIR-EXIT
050400     IF NOT WS-PAIR-OK
050500         GO TO 3000-MERGE-PAIR-EXIT
050600     END-IF
050700
050800     DISPLAY "ENTER CUSTOMER NUMBER THAT SURVIVES: "
050900     ACCEPT WS-SURVIVOR
051000     IF WS-SURVIVOR = WS-CUST-A
051100         MOVE WS-CUST-B TO WS-RETIRED
051200     ELSE
051300         IF WS-SURVIVOR = WS-CUST-B
051400             MOVE WS-CUST-A TO WS-RETIRED
051500         ELSE
051600             DISPLAY "DUPMERGE: " WS-SURVIVOR " IS NOT ONE OF "
051700                     "THE PAIR, MERGE REFUSED"
051800             GO TO 3000-MERGE-PAIR-EXIT
051900         END-IF
052000     END-IF
052100
052200     MOVE WS-RETIRED TO CUST-NUMBER
052300     READ CUSTOMER-MASTER
052400         KEY IS CUST-NUMBER
052500         INVALID KEY
052600             DISPLAY "DUPMERGE: CUSTOMER " WS-RETIRED
052700                     " NOT ON CUSTOMER MASTER"
052800             GO TO 3000-MERGE-PAIR-EXIT
052900     END-READ
053000     MOVE CUSTOMER-RECORD    TO WS-RETIRED-RECORD
053100     MOVE CUST-PHONE         TO WS-RETIRED-PHONE
053200     MOVE CUST-DATE-OF-BIRTH TO WS-RETIRED-DOB
053300     MOVE CUST-RISK-GRADE    TO WS-RETIRED-RISK
053400     MOVE CUST-DECEASED-SW   TO WS-RETIRED-DECEASED
053500
053600     DISPLAY "DUPMERGE: CUSTOMER " WS-RETIRED " WILL BE RETIRED "
053700             "INTO " WS-SURVIVOR " - CONFIRM (Y/N): "
053800     ACCEPT WS-CONFIRM
053900     IF WS-CONFIRM NOT = "Y"
054000         DISPLAY "DUPMERGE: MERGE ABANDONED"
054100         GO TO 3000-MERGE-PAIR-EXIT
054200     END-IF
054300
054400     INITIALIZE WS-COUNTERS
054500     IF WS-CUSTLINK-AVAIL
054600         PERFORM 4000-MOVE-LINKS
054700             THRU 4000-MOVE-LINKS-EXIT
054800     END-IF
054900     IF WS-KYCFILE-AVAIL
055000         PERFORM 4300-MOVE-KYC
055100             THRU 4300-MOVE-KYC-EXIT
055200     END-IF
055300     IF WS-WLQFILE-AVAIL
055400         PERFORM 4400-MOVE-WATCHLIST
055500             THRU 4400-MOVE-WATCHLIST-EXIT
055600     END-IF
055700     IF WS-ALRTPREF-AVAIL
055800         PERFORM 4500-MOVE-ALERT-PREF
055900             THRU 4500-MOVE-ALERT-PREF-EXIT
056000     END-IF
056100     IF WS-LOANMSTR-AVAIL
056200         MOVE "N" TO WS-SCAN-EOF-SW
056300         MOVE 0 TO LOAN-NUMBER
056400         START LOAN-MASTER KEY IS NOT LESS THAN LOAN-NUMBER
056500             INVALID KEY
056600                 SET WS-SCAN-EOF TO TRUE
056700         END-START
056800         PERFORM 5000-MOVE-ONE-LOAN
056900             THRU 5000-MOVE-ONE-LOAN-EXIT
057000             UNTIL WS-SCAN-EOF
057100     END-IF
057200     IF WS-LAPPFILE-AVAIL
057300         MOVE "N" TO WS-SCAN-EOF-SW
057400         MOVE 0 TO LAPP-NUMBER
057500         START LOAN-APPLICATION KEY IS NOT LESS THAN LAPP-NUMBER
057600             INVALID KEY
057700                 SET WS-SCAN-EOF TO TRUE
057800         END-START
057900         PERFORM 5100-MOVE-ONE-APPLICATION
058000             THRU 5100-MOVE-ONE-APPLICATION-EXIT
058100             UNTIL WS-SCAN-EOF
058200     END-IF
058300     IF WS-CARDFILE-AVAIL
058400         MOVE "N" TO WS-SCAN-EOF-SW
058500         MOVE 0 TO CARD-NUMBER
058600         START CARD-FILE KEY IS NOT LESS THAN CARD-NUMBER
058700             INVALID KEY
058800                 SET WS-SCAN-EOF TO TRUE
058900         END-START
059000         PERFORM 5200-MOVE-ONE-CARD
059100             THRU 5200-MOVE-ONE-CARD-EXIT
059200             UNTIL WS-SCAN-EOF
059300     END-IF
059400     IF WS-LOCKALOT-AVAIL
059500         MOVE "N" TO WS-SCAN-EOF-SW
059600         MOVE 0 TO ALT-NUMBER
059700         START LOCKER-ALLOT-FILE KEY IS NOT LESS THAN ALT-NUMBER
059800             INVALID KEY
059900                 SET WS-SCAN-EOF TO TRUE
060000         END-START
060100         PERFORM 5300-MOVE-ONE-ALLOTMENT
060200             THRU 5300-MOVE-ONE-ALLOTMENT-EXIT
060300             UNTIL WS-SCAN-EOF
060400     END-IF
060500     IF WS-WOFFFILE-AVAIL
060600         MOVE "N" TO WS-SCAN-EOF-SW
060700         MOVE 0 TO WOFF-LOAN-NUMBER
060800         START WRITE-OFF-FILE
060900             KEY IS NOT LESS THAN WOFF-LOAN-NUMBER
061000             INVALID KEY
061100                 SET WS-SCAN-EOF TO TRUE
061200         END-START
061300         PERFORM 5400-MOVE-ONE-WRITE-OFF
061400             THRU 5400-MOVE-ONE-WRITE-OFF-EXIT
061500             UNTIL WS-SCAN-EOF
061600     END-IF
061700
061800     PERFORM 6000-RETIRE-CUSTOMER
061900         THRU 6000-RETIRE-CUSTOMER-EXIT
062000
062100     DISPLAY "DUPMERGE: CUSTOMER " WS-RETIRED " MERGED INTO "
062200             WS-SURVIVOR
062300     DISPLAY "DUPMERGE: ACCOUNT LINKS MOVED   = " WS-LINKS-MOVED
062400             ", ALREADY HELD = " WS-LINKS-DROPPED
062500     DISPLAY "DUPMERGE: LOANS " WS-LOANS-MOVED
062600             ", APPLICATIONS " WS-APPS-MOVED
062700             ", CARDS " WS-CARDS-MOVED
062800             ", LOCKERS " WS-LOCKERS-MOVED
062900             ", WRITE-OFFS " WS-WOFFS-MOVED " RE-POINTED".
063000 3000-MERGE-PAIR-EXIT.
063100     EXIT.
063200
063300*-----------------------------------------------------------------
063400* TAKE THE PAIR'S TWO NUMBERS.  THE PAIR MUST BE WAITING ON THE
063500* REVIEW QUEUE, BOTH CUSTOMERS MUST BE LIVE AND NEITHER MAY BE
063600* MARKED DECEASED - A DECEASED CUSTOMER'S ACCOUNTS ARE SETTLED
063700* THROUGH DECSETTL FIRST.
063800*-----------------------------------------------------------------
063900 3100-TAKE-PAIR.
064000     MOVE "N" TO WS-PAIR-OK-SW
064100     DISPLAY "ENTER FIRST CUSTOMER NUMBER: "
064200     ACCEPT WS-CUST-A
064300     DISPLAY "ENTER SECOND CUSTOMER NUMBER: "
064400     ACCEPT WS-CUST-B
064500
064600     IF WS-CUST-A < WS-CUST-B
064700         MOVE WS-CUST-A TO DUP-CUST-LOW
064800         MOVE WS-CUST-B TO DUP-CUST-HIGH
064900     ELSE
065000         MOVE WS-CUST-B TO DUP-CUST-LOW
065100         MOVE WS-CUST-A TO DUP-CUST-HIGH
065200     END-IF
065300     READ DUPLICATE-FILE
065400         KEY IS DUP-KEY
065500         INVALID KEY
065600             DISPLAY "DUPMERGE: PAIR " WS-CUST-A " / " WS-CUST-B
065700                     " IS NOT ON THE REVIEW QUEUE"
065800             GO TO 3100-TAKE-PAIR-EXIT
065900     END-READ
066000     IF NOT DUP-STATUS-PENDING
066100         DISPLAY "DUPMERGE: PAIR " WS-CUST-A " / " WS-CUST-B
066200                 " HAS ALREADY BEEN DECIDED (" DUP-STATUS ")"
066300         GO TO 3100-TAKE-PAIR-EXIT
066400     END-IF
066500
066600     MOVE WS-CUST-A TO CUST-NUMBER
066700     PERFORM 3200-SHOW-CUSTOMER
066800         THRU 3200-SHOW-CUSTOMER-EXIT
066900     IF NOT WS-PAIR-OK
067000         GO TO 3100-TAKE-PAIR-EXIT
067100     END-IF
067200     MOVE WS-CUST-B TO CUST-NUMBER
067300     PERFORM 3200-SHOW-CUSTOMER
067400         THRU 3200-SHOW-CUSTOMER-EXIT.
067500 3100-TAKE-PAIR-EXIT.
067600     EXIT.
067700
067800*-----------------------------------------------------------------
067900* SHOW ONE SIDE OF THE PAIR FOR THE SUPERVISOR TO COMPARE.
068000*-----------------------------------------------------------------
068100 3200-SHOW-CUSTOMER.
068200     MOVE "N" TO WS-PAIR-OK-SW
068300     READ CUSTOMER-MASTER
068400         KEY IS CUST-NUMBER
068500         INVALID KEY
068600             DISPLAY "DUPMERGE: CUSTOMER " CUST-NUMBER
068700                     " NOT ON CUSTOMER MASTER"
068800             GO TO 3200-SHOW-CUSTOMER-EXIT
068900     END-READ
069000     IF CUST-MERGED
069100         DISPLAY "DUPMERGE: CUSTOMER " CUST-NUMBER
069200                 " IS ALREADY MERGED INTO " CUST-MERGED-INTO
069300         GO TO 3200-SHOW-CUSTOMER-EXIT
069400     END-IF
069500     IF CUST-DECEASED
069600         DISPLAY "DUPMERGE: CUSTOMER " CUST-NUMBER
069700                 " IS MARKED DECEASED, MERGE REFUSED"
069800         GO TO 3200-SHOW-CUSTOMER-EXIT
069900     END-IF
070000
070100     DISPLAY "DUPMERGE: " CUST-NUMBER " " CUST-NAME
070200     DISPLAY "          " CUST-ADDRESS
070300     DISPLAY "          PHONE " CUST-PHONE
070400             " BORN " CUST-DATE-OF-BIRTH
070500             " RISK " CUST-RISK-GRADE
070600     SET WS-PAIR-OK TO TRUE.
070700 3200-SHOW-CUSTOMER-EXIT.
070800     EXIT.
070900
071000*-----------------------------------------------------------------
071100* RE-POINT THE RETIRED NUMBER'S ACCOUNT LINKS.  THE LINKS ARE
071200* GATHERED FIRST, THEN EACH IS DELETED AND WRITTEN AGAIN UNDER THE
071300* SURVIVOR.  WHERE THE SURVIVOR IS ALREADY ON THE ACCOUNT ITS OWN
071400* LINK STANDS - RAISED TO PRIMARY IF THE RETIRED NUMBER WAS THE
071500* PRIMARY HOLDER.
071600*-----------------------------------------------------------------
071700 4000-MOVE-LINKS.
071800     MOVE 0 TO WS-LINK-COUNT
071900     MOVE "N" TO WS-SCAN-EOF-SW
072000     MOVE WS-RETIRED TO LINK-CUST-NUMBER
072100     START CUSTOMER-LINK KEY IS EQUAL TO LINK-CUST-NUMBER
072200         INVALID KEY
072300             GO TO 4000-MOVE-LINKS-EXIT
072400     END-START
072500     PERFORM 4100-GATHER-ONE-LINK
072600         THRU 4100-GATHER-ONE-LINK-EXIT
072700         UNTIL WS-SCAN-EOF
072800
072900     PERFORM 4200-MOVE-ONE-LINK
073000         THRU 4200-MOVE-ONE-LINK-EXIT
073100         VARYING WS-LINK-IDX FROM 1 BY 1
073200         UNTIL WS-LINK-IDX > WS-LINK-COUNT.
073300 4000-MOVE-LINKS-EXIT.
073400     EXIT.
073500
073600 4100-GATHER-ONE-LINK.
073700     READ CUSTOMER-LINK NEXT RECORD
073800         AT END
073900             SET WS-SCAN-EOF TO TRUE
074000             GO TO 4100-GATHER-ONE-LINK-EXIT
074100     END-READ
074200     IF LINK-CUST-NUMBER NOT = WS-RETIRED
074300         SET WS-SCAN-EOF TO TRUE
074400         GO TO 4100-GATHER-ONE-LINK-EXIT
074500     END-IF
074600     IF WS-LINK-COUNT NOT < WS-LINK-MAX
074700         DISPLAY "DUPMERGE: MORE THAN 100 ACCOUNT LINKS - RUN "
074800                 "THE MERGE AGAIN FOR THE REST"
074900         SET WS-SCAN-EOF TO TRUE
075000         GO TO 4100-GATHER-ONE-LINK-EXIT
075100     END-IF
075200     ADD 1 TO WS-LINK-COUNT
075300     MOVE LINK-ACCT-NUMBER TO WS-LINK-ACCT(WS-LINK-COUNT)
075400     MOVE LINK-ROLE        TO WS-LINK-ROLE(WS-LINK-COUNT).
075500 4100-GATHER-ONE-LINK-EXIT.
075600     EXIT.
075700
075800 4200-MOVE-ONE-LINK.
075900     MOVE WS-LINK-ACCT(WS-LINK-IDX) TO LINK-ACCT-NUMBER
076000     MOVE WS-RETIRED                TO LINK-CUST-NUMBER
076100     READ CUSTOMER-LINK
076200         KEY IS LINK-KEY
076300         INVALID KEY
076400             GO TO 4200-MOVE-ONE-LINK-EXIT
076500     END-READ
076600     MOVE CUSTOMER-LINK-RECORD TO WS-BEFORE-IMAGE
076700     DELETE CUSTOMER-LINK
076800         INVALID KEY
076900             DISPLAY "DUPMERGE: UNABLE TO REMOVE LINK "
077000                     WS-RETIRED " ON ACCOUNT "
077100                     WS-LINK-ACCT(WS-LINK-IDX)
077200             GO TO 4200-MOVE-ONE-LINK-EXIT
077300     END-DELETE
077400     MOVE "CUSTLINK" TO WS-JRNL-FILE
077500     MOVE LINK-KEY TO WS-JRNL-KEY
077600     MOVE "*** DELETED ***" TO WS-AFTER-IMAGE
077700     PERFORM 8000-JOURNAL
077800         THRU 8000-JOURNAL-EXIT
077900
078000     MOVE WS-LINK-ACCT(WS-LINK-IDX) TO LINK-ACCT-NUMBER
078100     MOVE WS-SURVIVOR               TO LINK-CUST-NUMBER
078200     READ CUSTOMER-LINK
078300         KEY IS LINK-KEY
078400         INVALID KEY
078500             MOVE WS-LINK-ACCT(WS-LINK-IDX) TO LINK-ACCT-NUMBER
078600             MOVE WS-SURVIVOR               TO LINK-CUST-NUMBER
078700             MOVE WS-LINK-ROLE(WS-LINK-IDX) TO LINK-ROLE
078800             WRITE CUSTOMER-LINK-RECORD
078900                 INVALID KEY
079000                     DISPLAY "DUPMERGE: UNABLE TO LINK "
079100                             WS-SURVIVOR " TO ACCOUNT "
079200                             WS-LINK-ACCT(WS-LINK-IDX)
079300                     GO TO 4200-MOVE-ONE-LINK-EXIT
079400             END-WRITE
079500             MOVE "CUSTLINK" TO WS-JRNL-FILE
079600             MOVE LINK-KEY TO WS-JRNL-KEY
079700             MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
079800             MOVE CUSTOMER-LINK-RECORD TO WS-AFTER-IMAGE
079900             PERFORM 8000-JOURNAL
080000                 THRU 8000-JOURNAL-EXIT
080100             ADD 1 TO WS-LINKS-MOVED
080200             GO TO 4200-MOVE-ONE-LINK-EXIT
080300     END-READ
080400
080500     ADD 1 TO WS-LINKS-DROPPED
080600     IF WS-LINK-ROLE(WS-LINK-IDX) = "P"
080700         AND NOT LINK-ROLE-PRIMARY
080800         MOVE CUSTOMER-LINK-RECORD TO WS-BEFORE-IMAGE
080900         SET LINK-ROLE-PRIMARY TO TRUE
081000         REWRITE CUSTOMER-LINK-RECORD
081100             INVALID KEY
081200                 DISPLAY "DUPMERGE: UNABLE TO MAKE " WS-SURVIVOR
081300                         " PRIMARY ON ACCOUNT "
081400                         WS-LINK-ACCT(WS-LINK-IDX)
081500                 GO TO 4200-MOVE-ONE-LINK-EXIT
081600         END-REWRITE
081700         MOVE "CUSTLINK" TO WS-JRNL-FILE
081800         MOVE LINK-KEY TO WS-JRNL-KEY
081900         MOVE CUSTOMER-LINK-RECORD TO WS-AFTER-IMAGE
082000         PERFORM 8000-JOURNAL
082100             THRU 8000-JOURNAL-EXIT
082200     END-IF.
082300 4200-MOVE-ONE-LINK-EXIT.
082400     EXIT.
082500
082600*-----------------------------------------------------------------
082700* THE KYC REGISTER HOLDS ONE DOCUMENT PER CUSTOMER.  THE SURVIVOR
082800* KEEPS WHICHEVER OF THE TWO DOCUMENTS RUNS LATER; THE RETIRED
082900* NUMBER'S ENTRY IS REMOVED.
083000*-----------------------------------------------------------------
083100 4300-MOVE-KYC.
083200     MOVE WS-RETIRED TO KYC-CUST-NUMBER
083300     READ KYC-REGISTER
083400         KEY IS KYC-CUST-NUMBER
083500         INVALID KEY
083600             GO TO 4300-MOVE-KYC-EXIT
083700     END-READ
083800     MOVE KYC-RECORD TO WS-KYC-SAVE
083900     MOVE KYC-RECORD TO WS-BEFORE-IMAGE
084000     DELETE KYC-REGISTER
084100         INVALID KEY
084200             DISPLAY "DUPMERGE: UNABLE TO REMOVE KYC FOR "
084300                     WS-RETIRED
084400             GO TO 4300-MOVE-KYC-EXIT
084500     END-DELETE
084600     MOVE "KYCFILE" TO WS-JRNL-FILE
084700     MOVE SPACES TO WS-JRNL-KEY
084800     MOVE WS-RETIRED TO WS-JRNL-KEY
084900     MOVE "*** DELETED ***" TO WS-AFTER-IMAGE
085000     PERFORM 8000-JOURNAL
085100         THRU 8000-JOURNAL-EXIT
085200
085300     MOVE WS-SURVIVOR TO KYC-CUST-NUMBER
085400     READ KYC-REGISTER
085500         KEY IS KYC-CUST-NUMBER
085600         INVALID KEY
085700             MOVE WS-KYC-SAVE TO KYC-RECORD
085800             MOVE WS-SURVIVOR TO KYC-CUST-NUMBER
085900             WRITE KYC-RECORD
086000                 INVALID KEY
086100                     DISPLAY "DUPMERGE: UNABLE TO WRITE KYC FOR "
086200                             WS-SURVIVOR
086300                     GO TO 4300-MOVE-KYC-EXIT
086400             END-WRITE
086500             MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
086600             PERFORM 4310-JOURNAL-KYC
086700                 THRU 4310-JOURNAL-KYC-EXIT
086800             GO TO 4300-MOVE-KYC-EXIT
086900     END-READ
087000
087100     MOVE KYC-RECORD TO WS-BEFORE-IMAGE
087200     MOVE WS-KYC-SAVE TO KYC-RECORD
087300     MOVE WS-SURVIVOR TO KYC-CUST-NUMBER
087400     IF KYC-EXPIRY-DATE NOT > WS-BEFORE-IMAGE(45:8)
087500         GO TO 4300-MOVE-KYC-EXIT
087600     END-IF
087700     REWRITE KYC-RECORD
087800         INVALID KEY
087900             DISPLAY "DUPMERGE: UNABLE TO REWRITE KYC FOR "
088000                     WS-SURVIVOR
088100             GO TO 4300-MOVE-KYC-EXIT
088200     END-REWRITE
088300     PERFORM 4310-JOURNAL-KYC
088400         THRU 4310-JOURNAL-KYC-EXIT.
088500 4300-MOVE-KYC-EXIT.
088600     EXIT.
088700
088800 4310-JOURNAL-KYC.
088900     MOVE "KYCFILE" TO WS-JRNL-FILE
089000     MOVE SPACES TO WS-JRNL-KEY
089100     MOVE WS-SURVIVOR TO WS-JRNL-KEY
089200     MOVE KYC-RECORD TO WS-AFTER-IMAGE
089300     PERFORM 8000-JOURNAL
089400         THRU 8000-JOURNAL-EXIT.
089500 4310-JOURNAL-KYC-EXIT.
089600     EXIT.
089700
089800*-----------------------------------------------------------------
089900* THE WATCHLIST QUEUE HOLDS ONE MATCH PER CUSTOMER.  THE SURVIVOR
090000* KEEPS THE MORE SERIOUS OF THE TWO - CONFIRMED, THEN PENDING,
090100* THEN CLEARED - SO A CONFIRMED MATCH IS NEVER LOST IN A MERGE.
090200*-----------------------------------------------------------------
090300 4400-MOVE-WATCHLIST.
090400     MOVE WS-RETIRED TO WLQ-CUST-NUMBER
090500     READ WATCHQUEUE-FILE
090600         KEY IS WLQ-CUST-NUMBER
090700         INVALID KEY
090800             GO TO 4400-MOVE-WATCHLIST-EXIT
090900     END-READ
091000     MOVE WATCHQUEUE-RECORD TO WS-WLQ-SAVE
091100     PERFORM 4410-RANK-MATCH
091200         THRU 4410-RANK-MATCH-EXIT
091300     MOVE WS-HELD-RANK TO WS-SAVE-RANK
091400     MOVE WATCHQUEUE-RECORD TO WS-BEFORE-IMAGE
091500     DELETE WATCHQUEUE-FILE
091600         INVALID KEY
091700             DISPLAY "DUPMERGE: UNABLE TO REMOVE WATCHLIST MATCH "
091800                     "FOR " WS-RETIRED
091900             GO TO 4400-MOVE-WATCHLIST-EXIT
092000     END-DELETE
092100     MOVE "WLQFILE" TO WS-JRNL-FILE
092200     MOVE SPACES TO WS-JRNL-KEY
092300     MOVE WS-RETIRED TO WS-JRNL-KEY
092400     MOVE "*** DELETED ***" TO WS-AFTER-IMAGE
092500     PERFORM 8000-JOURNAL
092600         THRU 8000-JOURNAL-EXIT
092700
092800     MOVE WS-SURVIVOR TO WLQ-CUST-NUMBER
092900     READ WATCHQUEUE-FILE
093000         KEY IS WLQ-CUST-NUMBER
093100         INVALID KEY
093200             MOVE WS-WLQ-SAVE TO WATCHQUEUE-RECORD
093300             MOVE WS-SURVIVOR TO WLQ-CUST-NUMBER
093400             WRITE WATCHQUEUE-RECORD
093500                 INVALID KEY
093600                     DISPLAY "DUPMERGE: UNABLE TO WRITE "
093700                             "WATCHLIST MATCH FOR " WS-SURVIVOR
093800                     GO TO 4400-MOVE-WATCHLIST-EXIT
093900             END-WRITE
094000             MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
094100             PERFORM 4420-JOURNAL-WATCHLIST
094200                 THRU 4420-JOURNAL-WATCHLIST-EXIT
094300             GO TO 4400-MOVE-WATCHLIST-EXIT
094400     END-READ
094500
094600     PERFORM 4410-RANK-MATCH
094700         THRU 4410-RANK-MATCH-EXIT
094800     IF WS-SAVE-RANK NOT > WS-HELD-RANK
094900         GO TO 4400-MOVE-WATCHLIST-EXIT
095000     END-IF
095100     MOVE WATCHQUEUE-RECORD TO WS-BEFORE-IMAGE
095200     MOVE WS-WLQ-SAVE TO WATCHQUEUE-RECORD
095300     MOVE WS-SURVIVOR TO WLQ-CUST-NUMBER
095400     REWRITE WATCHQUEUE-RECORD
095500         INVALID KEY
095600             DISPLAY "DUPMERGE: UNABLE TO REWRITE WATCHLIST "
095700                     "MATCH FOR " WS-SURVIVOR
095800             GO TO 4400-MOVE-WATCHLIST-EXIT
095900     END-REWRITE
096000     PERFORM 4420-JOURNAL-WATCHLIST
096100         THRU 4420-JOURNAL-WATCHLIST-EXIT.
096200 4400-MOVE-WATCHLIST-EXIT.
096300     EXIT.
096400
096500 4410-RANK-MATCH.
096600     EVALUATE TRUE
096700         WHEN WLQ-STATUS-CONFIRMED
096800             MOVE 3 TO WS-HELD-RANK
096900         WHEN WLQ-STATUS-PENDING
097000             MOVE 2 TO WS-HELD-RANK
097100         WHEN OTHER
097200             MOVE 1 TO WS-HELD-RANK
097300     END-EVALUATE.
097400 4410-RANK-MATCH-EXIT.
097500     EXIT.
097600
097700 4420-JOURNAL-WATCHLIST.
097800     MOVE "WLQFILE" TO WS-JRNL-FILE
097900     MOVE SPACES TO WS-JRNL-KEY
098000     MOVE WS-SURVIVOR TO WS-JRNL-KEY
098100     MOVE WATCHQUEUE-RECORD TO WS-AFTER-IMAGE
098200     PERFORM 8000-JOURNAL
098300         THRU 8000-JOURNAL-EXIT.
098400 4420-JOURNAL-WATCHLIST-EXIT.
098500     EXIT.
098600
098700*-----------------------------------------------------------------
098800* ALERT PREFERENCES.  THE SURVIVOR'S OWN PREFERENCES STAND; THE
098900* RETIRED NUMBER'S ARE CARRIED OVER ONLY WHERE THE SURVIVOR HAS
099000* NONE.
099100*-----------------------------------------------------------------
099200 4500-MOVE-ALERT-PREF.
099300     MOVE WS-RETIRED TO APRF-CUST-NUMBER
099400     READ ALERT-PREF-FILE
099500         KEY IS APRF-CUST-NUMBER
099600         INVALID KEY
099700             GO TO 4500-MOVE-ALERT-PREF-EXIT
099800     END-READ
099900     MOVE ALERT-PREF-RECORD TO WS-APRF-SAVE
100000     MOVE ALERT-PREF-RECORD TO WS-BEFORE-IMAGE
100100     DELETE ALERT-PREF-FILE
100200         INVALID KEY
100300             DISPLAY "DUPMERGE: UNABLE TO REMOVE ALERT "
100400                     "PREFERENCES FOR " WS-RETIRED
100500             GO TO 4500-MOVE-ALERT-PREF-EXIT
100600     END-DELETE
100700     MOVE "ALRTPREF" TO WS-JRNL-FILE
100800     MOVE SPACES TO WS-JRNL-KEY
100900     MOVE WS-RETIRED TO WS-JRNL-KEY
101000     MOVE "*** DELETED ***" TO WS-AFTER-IMAGE
101100     PERFORM 8000-JOURNAL
101200         THRU 8000-JOURNAL-EXIT
101300
101400     MOVE WS-APRF-SAVE TO ALERT-PREF-RECORD
101500     MOVE WS-SURVIVOR  TO APRF-CUST-NUMBER
101600     WRITE ALERT-PREF-RECORD
101700         INVALID KEY
101800             GO TO 4500-MOVE-ALERT-PREF-EXIT
101900     END-WRITE
102000     MOVE "ALRTPREF" TO WS-JRNL-FILE
102100     MOVE SPACES TO WS-JRNL-KEY
102200     MOVE WS-SURVIVOR TO WS-JRNL-KEY
102300     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
102400     MOVE ALERT-PREF-RECORD TO WS-AFTER-IMAGE
102500     PERFORM 8000-JOURNAL
102600         THRU 8000-JOURNAL-EXIT.
102700 4500-MOVE-ALERT-PREF-EXIT.
102800     EXIT.
102900
103000*-----------------------------------------------------------------
103100* ONE LOAN.  A LOAN BOOKED TO THE RETIRED NUMBER MOVES TO THE
103200* SURVIVOR.
103300*-----------------------------------------------------------------
103400 5000-MOVE-ONE-LOAN.
103500     READ LOAN-MASTER NEXT RECORD
103600         AT END
103700             SET WS-SCAN-EOF TO TRUE
103800             GO TO 5000-MOVE-ONE-LOAN-EXIT
103900     END-READ
104000     IF LOAN-CUST-NUMBER NOT = WS-RETIRED
104100         GO TO 5000-MOVE-ONE-LOAN-EXIT
104200     END-IF
104300
104400     MOVE LOAN-RECORD TO WS-BEFORE-IMAGE
104500     MOVE WS-SURVIVOR TO LOAN-CUST-NUMBER
104600     REWRITE LOAN-RECORD
104700         INVALID KEY
104800             DISPLAY "DUPMERGE: UNABLE TO RE-POINT LOAN "
104900                     LOAN-NUMBER
105000             GO TO 5000-MOVE-ONE-LOAN-EXIT
105100     END-REWRITE
105200     MOVE "LOANMSTR" TO WS-JRNL-FILE
105300     MOVE SPACES TO WS-JRNL-KEY
105400     MOVE LOAN-NUMBER TO WS-JRNL-KEY
105500     MOVE LOAN-RECORD TO WS-AFTER-IMAGE
105600     PERFORM 8000-JOURNAL
105700         THRU 8000-JOURNAL-EXIT
105800     ADD 1 TO WS-LOANS-MOVED.
105900 5000-MOVE-ONE-LOAN-EXIT.
106000     EXIT.
106100
106200*-----------------------------------------------------------------
106300* ONE LOAN APPLICATION.
106400*-----------------------------------------------------------------
106500 5100-MOVE-ONE-APPLICATION.
106600     READ LOAN-APPLICATION NEXT RECORD
106700         AT END
106800             SET WS-SCAN-EOF TO TRUE
106900             GO TO 5100-MOVE-ONE-APPLICATION-EXIT
107000     END-READ
107100     IF LAPP-CUST-NUMBER NOT = WS-RETIRED
107200         GO TO 5100-MOVE-ONE-APPLICATION-EXIT
107300     END-IF
107400
107500     MOVE LOAN-APPLICATION-RECORD TO WS-BEFORE-IMAGE
107600     MOVE WS-SURVIVOR TO LAPP-CUST-NUMBER
107700     REWRITE LOAN-APPLICATION-RECORD
107800         INVALID KEY
107900             DISPLAY "DUPMERGE: UNABLE TO RE-POINT APPLICATION "
108000                     LAPP-NUMBER
108100             GO TO 5100-MOVE-ONE-APPLICATION-EXIT
108200     END-REWRITE
108300     MOVE "LAPPFILE" TO WS-JRNL-FILE
108400     MOVE SPACES TO WS-JRNL-KEY
108500     MOVE LAPP-NUMBER TO WS-JRNL-KEY
108600     MOVE LOAN-APPLICATION-RECORD TO WS-AFTER-IMAGE
108700     PERFORM 8000-JOURNAL
108800         THRU 8000-JOURNAL-EXIT
108900     ADD 1 TO WS-APPS-MOVED.
109000 5100-MOVE-ONE-APPLICATION-EXIT.
109100     EXIT.
109200
109300*-----------------------------------------------------------------
109400* ONE ATM CARD.
109500*-----------------------------------------------------------------
109600 5200-MOVE-ONE-CARD.
109700     READ CARD-FILE NEXT RECORD
109800         AT END
109900             SET WS-SCAN-EOF TO TRUE
110000             GO TO 5200-MOVE-ONE-CARD-EXIT
110100     END-READ
110200     IF CARD-CUST-NUMBER NOT = WS-RETIRED
110300         GO TO 5200-MOVE-ONE-CARD-EXIT
110400     END-IF
110500
110600     MOVE CARD-RECORD TO WS-BEFORE-IMAGE
110700     MOVE WS-SURVIVOR TO CARD-CUST-NUMBER
110800     REWRITE CARD-RECORD
110900         INVALID KEY
111000             DISPLAY "DUPMERGE: UNABLE TO RE-POINT CARD "
111100                     CARD-NUMBER
111200             GO TO 5200-MOVE-ONE-CARD-EXIT
111300     END-REWRITE
111400     MOVE "CARDFILE" TO WS-JRNL-FILE
111500     MOVE SPACES TO WS-JRNL-KEY
111600     MOVE CARD-NUMBER TO WS-JRNL-KEY
111700     MOVE CARD-RECORD TO WS-AFTER-IMAGE
111800     PERFORM 8000-JOURNAL
111900         THRU 8000-JOURNAL-EXIT
112000     ADD 1 TO WS-CARDS-MOVED.
112100 5200-MOVE-ONE-CARD-EXIT.
112200     EXIT.
112300
112400*-----------------------------------------------------------------
112500* ONE LOCKER ALLOTMENT.
112600*-----------------------------------------------------------------
112700 5300-MOVE-ONE-ALLOTMENT.
112800     READ LOCKER-ALLOT-FILE NEXT RECORD
112900         AT END
113000             SET WS-SCAN-EOF TO TRUE
113100             GO TO 5300-MOVE-ONE-ALLOTMENT-EXIT
113200     END-READ
113300     IF ALT-CUST-NUMBER NOT = WS-RETIRED
113400         GO TO 5300-MOVE-ONE-ALLOTMENT-EXIT
113500     END-IF
113600
113700     MOVE LOCKER-ALLOT-RECORD TO WS-BEFORE-IMAGE
113800     MOVE WS-SURVIVOR TO ALT-CUST-NUMBER
113900     REWRITE LOCKER-ALLOT-RECORD
114000         INVALID KEY
114100             DISPLAY "DUPMERGE: UNABLE TO RE-POINT ALLOTMENT "
114200                     ALT-NUMBER
114300             GO TO 5300-MOVE-ONE-ALLOTMENT-EXIT
114400     END-REWRITE
114500     MOVE "LOCKALOT" TO WS-JRNL-FILE
114600     MOVE SPACES TO WS-JRNL-KEY
114700     MOVE ALT-NUMBER TO WS-JRNL-KEY
114800     MOVE LOCKER-ALLOT-RECORD TO WS-AFTER-IMAGE
114900     PERFORM 8000-JOURNAL
115000         THRU 8000-JOURNAL-EXIT
115100     ADD 1 TO WS-LOCKERS-MOVED.
115200 5300-MOVE-ONE-ALLOTMENT-EXIT.
115300     EXIT.
115400
115500*-----------------------------------------------------------------
115600* ONE LOAN WRITE-OFF, SO THE WRITE-OFF REGISTER FOLLOWS THE LOAN.
115700*-----------------------------------------------------------------
115800 5400-MOVE-ONE-WRITE-OFF.
115900     READ WRITE-OFF-FILE NEXT RECORD
116000         AT END
116100             SET WS-SCAN-EOF TO TRUE
116200             GO TO 5400-MOVE-ONE-WRITE-OFF-EXIT
116300     END-READ
116400     IF WOFF-CUST-NUMBER NOT = WS-RETIRED
116500         GO TO 5400-MOVE-ONE-WRITE-OFF-EXIT
116600     END-IF
116700
116800     MOVE WRITE-OFF-RECORD TO WS-BEFORE-IMAGE
116900     MOVE WS-SURVIVOR TO WOFF-CUST-NUMBER
117000     REWRITE WRITE-OFF-RECORD
117100         INVALID KEY
117200             DISPLAY "DUPMERGE: UNABLE TO RE-POINT WRITE-OFF "
117300                     WOFF-LOAN-NUMBER
117400             GO TO 5400-MOVE-ONE-WRITE-OFF-EXIT
117500     END-REWRITE
117600     MOVE "WOFFFILE" TO WS-JRNL-FILE
117700     MOVE SPACES TO WS-JRNL-KEY
117800     MOVE WOFF-LOAN-NUMBER TO WS-JRNL-KEY
117900     MOVE WRITE-OFF-RECORD TO WS-AFTER-IMAGE
118000     PERFORM 8000-JOURNAL
118100         THRU 8000-JOURNAL-EXIT
118200     ADD 1 TO WS-WOFFS-MOVED.
118300 5400-MOVE-ONE-WRITE-OFF-EXIT.
118400     EXIT.
118500
118600*-----------------------------------------------------------------
118700* FILL ANY GAP IN THE SURVIVOR'S RECORD FROM THE RETIRED ONE AND
118800* CARRY A HIGH RISK GRADE ACROSS, THEN MARK THE RETIRED NUMBER
118900* MERGED INTO THE SURVIVOR AND CLOSE THE PAIR ON THE QUEUE.
119000*-----------------------------------------------------------------
119100 6000-RETIRE-CUSTOMER.
119200     MOVE WS-SURVIVOR TO CUST-NUMBER
119300     READ CUSTOMER-MASTER
119400         KEY IS CUST-NUMBER
119500         INVALID KEY
119600             DISPLAY "DUPMERGE: CUSTOMER " WS-SURVIVOR
119700                     " NOT ON CUSTOMER MASTER"
119800             GO TO 6000-RETIRE-CUSTOMER-EXIT
119900     END-READ
120000     MOVE CUSTOMER-RECORD TO WS-SURVIVOR-RECORD
120100     IF CUST-PHONE = SPACES
120200         MOVE WS-RETIRED-PHONE TO CUST-PHONE
120300     END-IF
120400     IF CUST-DATE-OF-BIRTH = 0
120500         MOVE WS-RETIRED-DOB TO CUST-DATE-OF-BIRTH
120600     END-IF
120700     IF WS-RETIRED-RISK = "H"
120800         MOVE "H" TO CUST-RISK-GRADE
120900     END-IF
121000     IF CUSTOMER-RECORD NOT = WS-SURVIVOR-RECORD
121100         REWRITE CUSTOMER-RECORD
121200             INVALID KEY
121300                 DISPLAY "DUPMERGE: UNABLE TO REWRITE CUSTOMER "
121400                         WS-SURVIVOR
121500                 GO TO 6000-RETIRE-CUSTOMER-EXIT
121600         END-REWRITE
121700         MOVE "CUSTMSTR" TO WS-JRNL-FILE
121800         MOVE SPACES TO WS-JRNL-KEY
121900         MOVE WS-SURVIVOR TO WS-JRNL-KEY
122000         MOVE WS-SURVIVOR-RECORD TO WS-BEFORE-IMAGE
122100         MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
122200         PERFORM 8000-JOURNAL
122300             THRU 8000-JOURNAL-EXIT
122400     END-IF
122500
122600     MOVE WS-RETIRED TO CUST-NUMBER
122700     READ CUSTOMER-MASTER
122800         KEY IS CUST-NUMBER
122900         INVALID KEY
123000             DISPLAY "DUPMERGE: CUSTOMER " WS-RETIRED
123100                     " NOT ON CUSTOMER MASTER"
123200             GO TO 6000-RETIRE-CUSTOMER-EXIT
123300     END-READ
123400     MOVE "Y" TO CUST-MERGED-SW
123500     MOVE WS-SURVIVOR TO CUST-MERGED-INTO
123600     REWRITE CUSTOMER-RECORD
123700         INVALID KEY
123800             DISPLAY "DUPMERGE: UNABLE TO RETIRE CUSTOMER "
123900                     WS-RETIRED
124000             GO TO 6000-RETIRE-CUSTOMER-EXIT
124100     END-REWRITE
124200*    THE MERGED MARKER LIES PAST THE JOURNAL'S 100-BYTE IMAGE, SO
124300*    THE AFTER IMAGE SAYS IN WORDS WHAT BECAME OF THE NUMBER.
124400     MOVE "CUSTMSTR" TO WS-JRNL-FILE
124500     MOVE SPACES TO WS-JRNL-KEY
124600     MOVE WS-RETIRED TO WS-JRNL-KEY
124700     MOVE WS-RETIRED-RECORD TO WS-BEFORE-IMAGE
124800     MOVE SPACES TO WS-AFTER-IMAGE
124900     STRING "*** MERGED INTO " WS-SURVIVOR " ***"
125000            DELIMITED BY SIZE INTO WS-AFTER-IMAGE
125100     PERFORM 8000-JOURNAL
125200         THRU 8000-JOURNAL-EXIT
125300
125400     MOVE WS-CUST-A TO DUP-CUST-LOW
125500     MOVE WS-CUST-B TO DUP-CUST-HIGH
125600     IF WS-CUST-B < WS-CUST-A
125700         MOVE WS-CUST-B TO DUP-CUST-LOW
125800         MOVE WS-CUST-A TO DUP-CUST-HIGH
125900     END-IF
126000     READ DUPLICATE-FILE
126100         KEY IS DUP-KEY
126200         INVALID KEY
126300             GO TO 6000-RETIRE-CUSTOMER-EXIT
126400     END-READ
126500     MOVE DUPLICATE-RECORD TO WS-BEFORE-IMAGE
126600     SET DUP-STATUS-MERGED TO TRUE
126700     MOVE WS-SURVIVOR    TO DUP-SURVIVOR
126800     MOVE WS-OPERATOR-ID TO DUP-REVIEWED-BY
126900     MOVE WS-TODAYS-DATE TO DUP-REVIEWED-DATE
127000     REWRITE DUPLICATE-RECORD
127100         INVALID KEY
127200             DISPLAY "DUPMERGE: UNABLE TO CLOSE THE PAIR ON THE "
127300                     "REVIEW QUEUE"
127400             GO TO 6000-RETIRE-CUSTOMER-EXIT
127500     END-REWRITE
127600     MOVE "DUPFILE" TO WS-JRNL-FILE
127700     MOVE DUP-KEY TO WS-JRNL-KEY
127800     MOVE DUPLICATE-RECORD TO WS-AFTER-IMAGE
127900     PERFORM 8000-JOURNAL
128000         THRU 8000-JOURNAL-EXIT.
128100 6000-RETIRE-CUSTOMER-EXIT.
128200     EXIT.
128300
128400*-----------------------------------------------------------------
128500* REJECT A QUEUED PAIR - THE SUPERVISOR HAS FOUND THEM TO BE TWO
128600* DIFFERENT PEOPLE.  THE PAIR STAYS ON THE QUEUE SO LATER SCANS
128700* DO NOT LIST IT AGAIN.
128800*-----------------------------------------------------------------
128900 7000-REJECT-PAIR.
129000     PERFORM 3100-TAKE-PAIR
129100         THRU 3100-TAKE-PAIR-EXIT
129200     IF NOT WS-PAIR-OK
129300         GO TO 7000-REJECT-PAIR-EXIT
129400     END-IF
129500
129600     DISPLAY "DUPMERGE: REJECT AS DIFFERENT PEOPLE - CONFIRM "
129700             "(Y/N): "
129800     ACCEPT WS-CONFIRM
129900     IF WS-CONFIRM NOT = "Y"
130000         DISPLAY "DUPMERGE: PAIR LEFT PENDING"
130100         GO TO 7000-REJECT-PAIR-EXIT
130200     END-IF
130300
130400     IF WS-CUST-A < WS-CUST-B
130500         MOVE WS-CUST-A TO DUP-CUST-LOW
130600         MOVE WS-CUST-B TO DUP-CUST-HIGH
130700     ELSE
130800         MOVE WS-CUST-B TO DUP-CUST-LOW
130900         MOVE WS-CUST-A TO DUP-CUST-HIGH
131000     END-IF
131100     READ DUPLICATE-FILE
131200         KEY IS DUP-KEY
131300         INVALID KEY
131400             GO TO 7000-REJECT-PAIR-EXIT
131500     END-READ
131600     MOVE DUPLICATE-RECORD TO WS-BEFORE-IMAGE
131700     SET DUP-STATUS-REJECTED TO TRUE
131800     MOVE 0              TO DUP-SURVIVOR
131900     MOVE WS-OPERATOR-ID TO DUP-REVIEWED-BY
132000     MOVE WS-TODAYS-DATE TO DUP-REVIEWED-DATE
132100     REWRITE DUPLICATE-RECORD
132200         INVALID KEY
132300             DISPLAY "DUPMERGE: UNABLE TO REWRITE THE PAIR"
132400             GO TO 7000-REJECT-PAIR-EXIT
132500     END-REWRITE
132600     MOVE "DUPFILE" TO WS-JRNL-FILE
132700     MOVE DUP-KEY TO WS-JRNL-KEY
132800     MOVE DUPLICATE-RECORD TO WS-AFTER-IMAGE
132900     PERFORM 8000-JOURNAL
133000         THRU 8000-JOURNAL-EXIT
133100
133200     DISPLAY "DUPMERGE: PAIR " WS-CUST-A " / " WS-CUST-B
133300             " REJECTED - NOT DUPLICATES".
133400 7000-REJECT-PAIR-EXIT.
133500     EXIT.
133600
133700*-----------------------------------------------------------------
133800* ONE ENTRY ON THE MAINTENANCE JOURNAL FOR THE SUPERVISOR.
133900*-----------------------------------------------------------------
134000 8000-JOURNAL.
134100     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
134200                          WS-JRNL-KEY WS-BEFORE-IMAGE
134300                          WS-AFTER-IMAGE.
134400 8000-JOURNAL-EXIT.
134500     EXIT.
134600
134700*-----------------------------------------------------------------
134800* CLOSE WHATEVER WAS OPENED.
134900*-----------------------------------------------------------------
135000 9999-TERMINATE.
135100     IF WS-DUPFILE-OPEN
135200         CLOSE DUPLICATE-FILE
135300     END-IF
135400     IF WS-CUSTMSTR-OPEN
135500         CLOSE CUSTOMER-MASTER
135600     END-IF
135700     IF WS-CUSTLINK-AVAIL
135800         CLOSE CUSTOMER-LINK
135900     END-IF
136000     IF WS-KYCFILE-AVAIL
136100         CLOSE KYC-REGISTER
136200     END-IF
136300     IF WS-WLQFILE-AVAIL
136400         CLOSE WATCHQUEUE-FILE
136500     END-IF
136600     IF WS-ALRTPREF-AVAIL
136700         CLOSE ALERT-PREF-FILE
136800     END-IF
136900     IF WS-LOANMSTR-AVAIL
137000         CLOSE LOAN-MASTER
137100     END-IF
137200     IF WS-LAPPFILE-AVAIL
137300         CLOSE LOAN-APPLICATION
137400     END-IF
137500     IF WS-CARDFILE-AVAIL
137600         CLOSE CARD-FILE
137700     END-IF
137800     IF WS-LOCKALOT-AVAIL
137900         CLOSE LOCKER-ALLOT-FILE
138000     END-IF
138100     IF WS-WOFFFILE-AVAIL
138200         CLOSE WRITE-OFF-FILE
138300     END-IF.
138400 9999-TERMINATE-EXIT.
138500     EXIT.
