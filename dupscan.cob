000100*****************************************************************
000200* PROGRAM      : DUPSCAN                                        *
000300* DESCRIPTION  : DUPLICATE CUSTOMER SCAN.  SORTS EVERY LIVE     *
000400*                CUSTOMER BY NAME, PHONE AND KYC DOCUMENT       *
000500*                NUMBER, PAIRS THE CUSTOMERS SHARING ANY OF     *
000600*                THEM AND SCORES EACH PAIR ON NAME, DATE OF     *
000700*                BIRTH, PHONE AND DOCUMENT NUMBER.  A PAIR      *
000800*                SCORING 50 OR MORE GOES ON THE DUPLICATE       *
000900*                REVIEW QUEUE FOR A SUPERVISOR TO MERGE OR      *
001000*                REJECT IN DUPMERGE, AND IS LISTED ON THE       *
001100*                REVIEW REPORT.  PAIRS ALREADY DECIDED ARE NOT  *
001200*                LISTED AGAIN.                                  *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. DUPSCAN.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - FINDS PROBABLE DUPLICATE       *
002600*                  CUSTOMERS AND QUEUES THEM FOR REVIEW.        *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CUST-NUMBER
003600         ALTERNATE RECORD KEY IS CUST-NAME
003700             WITH DUPLICATES
003800         ALTERNATE RECORD KEY IS CUST-PHONE
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-CUSTMSTR-STATUS.
004100
004200     SELECT KYC-REGISTER ASSIGN TO "KYCFILE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS KYC-CUST-NUMBER
004600         FILE STATUS IS WS-KYCFILE-STATUS.
004700
004800     SELECT DUPLICATE-FILE ASSIGN TO "DUPFILE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS DUP-KEY
005200         FILE STATUS IS WS-DUPFILE-STATUS.
005300
005400     SELECT DUPLICATE-REPORT ASSIGN TO "DUPRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-DUPRPT-STATUS.
005700
005800     SELECT SORT-WORK ASSIGN TO "SORTWK".
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CUSTOMER-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400     COPY CUSTREC.
006500
006600 FD  KYC-REGISTER
006700     LABEL RECORDS ARE STANDARD.
006800     COPY KYCREC.
006900
007000 FD  DUPLICATE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DUPREC.
007300
007400 FD  DUPLICATE-REPORT
007500     LABEL RECORDS ARE STANDARD.
007600 01  REPORT-LINE                PIC X(100).
007700
007800*    ONE RECORD PER CUSTOMER PER MATCH KEY - NAME (N), PHONE (P)
007900*    AND KYC DOCUMENT NUMBER (K) - CARRYING EVERYTHING THE PAIR
008000*    SCORING NEEDS, SO CUSTOMERS SHARING A KEY SORT TOGETHER.
008100 SD  SORT-WORK.
008200 01  SORT-RECORD.
008300     05  SRT-BLOCK-TYPE         PIC X(01).
008400     05  SRT-BLOCK-VALUE        PIC X(30).
008500     05  SRT-CUST-NUMBER        PIC 9(06).
008600     05  SRT-NAME               PIC X(30).
008700     05  SRT-DOB                PIC 9(08).
008800     05  SRT-PHONE              PIC X(15).
008900     05  SRT-DOC-NUMBER         PIC X(20).
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-CUSTMSTR-STATUS       PIC X(02).
009300     88  WS-CUSTMSTR-OK       VALUE "00".
009400
009500 01  WS-KYCFILE-STATUS        PIC X(02).
009600     88  WS-KYCFILE-OK        VALUE "00".
009700
009800 01  WS-DUPFILE-STATUS        PIC X(02).
009900     88  WS-DUPFILE-OK        VALUE "00".
010000     88  WS-DUPFILE-NOTFOUND  VALUE "35".
010100
010200 01  WS-DUPRPT-STATUS         PIC X(02).
010300     88  WS-DUPRPT-OK         VALUE "00".
010400
010500 01  WS-TODAYS-DATE           PIC 9(08).
010600
010700*    PAIR SCORING.  THE KYC DOCUMENT NUMBER IS THE STRONGEST SIGN
010800*    ON ITS OWN; A SHARED NAME NEEDS A DATE OF BIRTH OR A PHONE
010900*    BESIDE IT.  A SHARED PHONE AND BIRTH DATE ALONE (FAMILY
011000*    MEMBERS) STAYS BELOW THE THRESHOLD.
011100 01  WS-NAME-POINTS           PIC 9(03) VALUE 30.
011200 01  WS-DOB-POINTS            PIC 9(03) VALUE 20.
011300 01  WS-PHONE-POINTS          PIC 9(03) VALUE 20.
011400 01  WS-DOC-POINTS            PIC 9(03) VALUE 50.
011500 01  WS-LIST-THRESHOLD        PIC 9(03) VALUE 50.
011600 01  WS-STRONG-THRESHOLD      PIC 9(03) VALUE 80.
011700 01  WS-SCORE                 PIC 9(03).
011800 01  WS-MATCHED-ON            PIC X(04).
011900
012000*    THE CUSTOMERS SHARING THE CURRENT MATCH KEY.  EACH NEW ONE IS
012100*    PAIRED WITH EVERY ONE ALREADY HELD.
012200 01  WS-GROUP-TYPE            PIC X(01).
012300 01  WS-GROUP-VALUE           PIC X(30).
012400 01  WS-GROUP-MAX             PIC 9(03) COMP VALUE 50.
012500 01  WS-GROUP-COUNT           PIC 9(03) COMP VALUE 0.
012600 01  WS-PAIR-IDX              PIC 9(03) COMP.
012700 01  WS-GROUP-TABLE.
012800     05  WS-GROUP-ENTRY       OCCURS 50 TIMES.
012900         10  GRP-CUST-NUMBER  PIC 9(06).
013000         10  GRP-NAME         PIC X(30).
013100         10  GRP-DOB          PIC 9(08).
013200         10  GRP-PHONE        PIC X(15).
013300         10  GRP-DOC-NUMBER   PIC X(20).
013400
013500 01  WS-COUNTERS.
013600     05  WS-CUSTOMERS-READ    PIC 9(07) VALUE 0.
013700     05  WS-MERGED-SKIPPED    PIC 9(07) VALUE 0.
013800     05  WS-PAIRS-NEW         PIC 9(07) VALUE 0.
013900     05  WS-PAIRS-PENDING     PIC 9(07) VALUE 0.
014000     05  WS-PAIRS-DECIDED     PIC 9(07) VALUE 0.
014100     05  WS-GROUP-OVERFLOW    PIC 9(07) VALUE 0.
014200
014300 01  WS-HEADING-1.
014400     05  FILLER               PIC X(45)
014500               VALUE "PROBABLE DUPLICATE CUSTOMERS FOR REVIEW".
014600     05  FILLER               PIC X(15) VALUE "BUSINESS DATE ".
014700     05  HDG-DATE             PIC 9(08).
014800
014900 01  WS-HEADING-2.
015000     05  FILLER               PIC X(32) VALUE "CUST NO  NAME".
015100     05  FILLER               PIC X(32) VALUE "CUST NO  NAME".
015200     05  FILLER               PIC X(25)
015300                              VALUE "SCORE  MATCHED ON".
015400     05  FILLER               PIC X(07) VALUE "QUEUE".
015500
015600 01  WS-DETAIL-LINE.
015700     05  DTL-CUST-A           PIC 9(06).
015800     05  FILLER               PIC X(02) VALUE SPACES.
015900     05  DTL-NAME-A           PIC X(22).
016000     05  FILLER               PIC X(02) VALUE SPACES.
016100     05  DTL-CUST-B           PIC 9(06).
016200     05  FILLER               PIC X(02) VALUE SPACES.
016300     05  DTL-NAME-B           PIC X(22).
016400     05  FILLER               PIC X(02) VALUE SPACES.
016500     05  DTL-SCORE            PIC ZZ9.
016600     05  FILLER               PIC X(04) VALUE SPACES.
016700     05  DTL-NAME-FLAG        PIC X(05).
016800     05  DTL-DOB-FLAG         PIC X(04).
016900     05  DTL-PHONE-FLAG       PIC X(06).
017000     05  DTL-DOC-FLAG         PIC X(04).
017100     05  FILLER               PIC X(01) VALUE SPACES.
017200     05  DTL-STRENGTH         PIC X(01).
017300     05  FILLER               PIC X(01) VALUE SPACES.
017400     05  DTL-QUEUE            PIC X(07).
017500
017600 01  WS-SWITCHES.
017700     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
017800         88  WS-INIT-FAILED   VALUE "Y".
017900     05  WS-CUST-EOF-SW       PIC X(01) VALUE "N".
018000         88  WS-CUST-EOF      VALUE "Y".
018100     05  WS-SORT-EOF-SW       PIC X(01) VALUE "N".
018200         88  WS-SORT-EOF      VALUE "Y".
018300     05  WS-KYC-AVAIL-SW      PIC X(01) VALUE "N".
018400         88  WS-KYC-AVAIL     VALUE "Y".
018500     05  WS-CUSTMSTR-SW       PIC X(01) VALUE "N".
018600         88  WS-CUSTMSTR-OPEN VALUE "Y".
018700     05  WS-DUPFILE-SW        PIC X(01) VALUE "N".
018800         88  WS-DUPFILE-OPEN  VALUE "Y".
018900     05  WS-DUPRPT-SW         PIC X(01) VALUE "N".
019000         88  WS-DUPRPT-OPEN   VALUE "Y".
019100
019200 PROCEDURE DIVISION.
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE
019500         THRU 1000-INITIALIZE-EXIT
019600
019700     IF NOT WS-INIT-FAILED
019800         SORT SORT-WORK
019900             ON ASCENDING KEY SRT-BLOCK-TYPE
020000                              SRT-BLOCK-VALUE
020100                              SRT-CUST-NUMBER
020200             INPUT PROCEDURE IS 2000-RELEASE-CUSTOMERS
020300                 THRU 2000-RELEASE-CUSTOMERS-EXIT
020400             OUTPUT PROCEDURE IS 3000-PAIR-CUSTOMERS
020500                 THRU 3000-PAIR-CUSTOMERS-EXIT
020600     END-IF
020700
020800     PERFORM 9999-TERMINATE
020900         THRU 9999-TERMINATE-EXIT
021000
021100     IF WS-INIT-FAILED
021200         MOVE 8 TO RETURN-CODE
021300     END-IF
021400     GOBACK.
021500
021600*-----------------------------------------------------------------
021700* OPEN THE CUSTOMER MASTER, THE KYC REGISTER, THE REVIEW QUEUE
021800* (CREATING IT ON FIRST USE) AND THE REPORT.  WITHOUT THE KYC
021900* REGISTER THE SCAN STILL RUNS ON NAME, BIRTH DATE AND PHONE.
022000*-----------------------------------------------------------------
022100 1000-INITIALIZE.
022200     CALL "BUSDATE" USING WS-TODAYS-DATE
022300
022400     OPEN INPUT CUSTOMER-MASTER
022500     IF NOT WS-CUSTMSTR-OK
022600         DISPLAY "DUPSCAN: UNABLE TO OPEN CUSTOMER MASTER, "
022700                 "STATUS = " WS-CUSTMSTR-STATUS
022800         SET WS-INIT-FAILED TO TRUE
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF
023100     SET WS-CUSTMSTR-OPEN TO TRUE
023200
023300     OPEN INPUT KYC-REGISTER
023400     IF WS-KYCFILE-OK
023500         SET WS-KYC-AVAIL TO TRUE
023600     ELSE
023700         DISPLAY "DUPSCAN: KYC REGISTER NOT AVAILABLE - DOCUMENT "
023800                 "NUMBERS WILL NOT BE MATCHED"
023900     END-IF
024000
024100     OPEN I-O DUPLICATE-FILE
024200     IF WS-DUPFILE-NOTFOUND
024300         OPEN OUTPUT DUPLICATE-FILE
024400         CLOSE DUPLICATE-FILE
024500         OPEN I-O DUPLICATE-FILE
024600     END-IF
024700     IF NOT WS-DUPFILE-OK
024800         DISPLAY "DUPSCAN: UNABLE TO OPEN REVIEW QUEUE, "
024900                 "STATUS = " WS-DUPFILE-STATUS
025000         SET WS-INIT-FAILED TO TRUE
025100         GO TO 1000-INITIALIZE-EXIT
025200     END-IF
025300     SET WS-DUPFILE-OPEN TO TRUE
025400
025500     OPEN OUTPUT DUPLICATE-REPORT
025600     IF NOT WS-DUPRPT-OK
025700         DISPLAY "DUPSCAN: UNABLE TO OPEN REPORT, "
025800                 "STATUS = " WS-DUPRPT-STATUS
025900         SET WS-INIT-FAILED TO TRUE
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF
026200     SET WS-DUPRPT-OPEN TO TRUE
026300
026400     MOVE WS-TODAYS-DATE TO HDG-DATE
026500     MOVE WS-HEADING-1 TO REPORT-LINE
026600     WRITE REPORT-LINE
026700     MOVE WS-HEADING-2 TO REPORT-LINE
026800     WRITE REPORT-LINE.
026900 1000-INITIALIZE-EXIT.
027000     EXIT.
027100
027200*-----------------------------------------------------------------
027300* FEED EVERY LIVE CUSTOMER INTO THE SORT UNDER EACH KEY THEY
027400* CARRY.
027500*-----------------------------------------------------------------
027600 2000-RELEASE-CUSTOMERS.
027700     PERFORM 2100-RELEASE-ONE-CUSTOMER
027800         THRU 2100-RELEASE-ONE-CUSTOMER-EXIT
027900         UNTIL WS-CUST-EOF.
028000 2000-RELEASE-CUSTOMERS-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------------
028400* ONE CUSTOMER.  A NUMBER ALREADY MERGED INTO ANOTHER IS PASSED
028500* OVER.  A BLANK PHONE OR A MISSING KYC DOCUMENT IS NOT A KEY.
028600*-----------------------------------------------------------------
028700 2100-RELEASE-ONE-CUSTOMER.
028800     READ CUSTOMER-MASTER NEXT RECORD
028900         AT END
029000             SET WS-CUST-EOF TO TRUE
029100             GO TO 2100-RELEASE-ONE-CUSTOMER-EXIT
029200     END-READ
029300     ADD 1 TO WS-CUSTOMERS-READ
029400
029500     IF CUST-MERGED
029600         ADD 1 TO WS-MERGED-SKIPPED
029700         GO TO 2100-RELEASE-ONE-CUSTOMER-EXIT
029800     END-IF
029900
030000     MOVE CUST-NUMBER        TO SRT-CUST-NUMBER
030100     MOVE CUST-NAME          TO SRT-NAME
030200     MOVE CUST-DATE-OF-BIRTH TO SRT-DOB
030300     MOVE CUST-PHONE         TO SRT-PHONE
030400     MOVE SPACES             TO SRT-DOC-NUMBER
030500     IF WS-KYC-AVAIL
030600         MOVE CUST-NUMBER TO KYC-CUST-NUMBER
030700         READ KYC-REGISTER
030800             KEY IS KYC-CUST-NUMBER
030900             INVALID KEY
031000                 MOVE SPACES TO KYC-DOC-NUMBER
031100         END-READ
031200         MOVE KYC-DOC-NUMBER TO SRT-DOC-NUMBER
031300     END-IF
031400
031500     MOVE "N"      TO SRT-BLOCK-TYPE
031600     MOVE CUST-NAME TO SRT-BLOCK-VALUE
031700     RELEASE SORT-RECORD
031800
031900     IF CUST-PHONE NOT = SPACES
032000         MOVE "P"        TO SRT-BLOCK-TYPE
032100         MOVE CUST-PHONE TO SRT-BLOCK-VALUE
032200         RELEASE SORT-RECORD
032300     END-IF
032400
032500     IF SRT-DOC-NUMBER NOT = SPACES
032600         MOVE "K"            TO SRT-BLOCK-TYPE
032700         MOVE SRT-DOC-NUMBER TO SRT-BLOCK-VALUE
032800         RELEASE SORT-RECORD
032900     END-IF.
033000 2100-RELEASE-ONE-CUSTOMER-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------------
033400* WALK THE SORTED KEYS, PAIRING THE CUSTOMERS THAT SHARE ONE.
033500*-----------------------------------------------------------------
033600 3000-PAIR-CUSTOMERS.
033700     MOVE SPACES TO WS-GROUP-TYPE
033800     MOVE SPACES TO WS-GROUP-VALUE
033900     PERFORM 3100-TAKE-ONE-ENTRY
034000         THRU 3100-TAKE-ONE-ENTRY-EXIT
034100         UNTIL WS-SORT-EOF.
034200 3000-PAIR-CUSTOMERS-EXIT.
034300     EXIT.
034400
034500*-----------------------------------------------------------------
034600* ONE SORTED ENTRY.  A NEW KEY STARTS A NEW GROUP; OTHERWISE THE
034700* CUSTOMER IS PAIRED WITH EVERYONE ALREADY IN THE GROUP.  A GROUP
034800* LARGER THAN THE TABLE IS COUNTED - ITS LATER MEMBERS ARE STILL
034900* PAIRED WITH THE FIRST FIFTY.
035000*-----------------------------------------------------------------
035100 3100-TAKE-ONE-ENTRY.
035200     RETURN SORT-WORK
035300         AT END
035400             SET WS-SORT-EOF TO TRUE
035500             GO TO 3100-TAKE-ONE-ENTRY-EXIT
035600     END-RETURN
035700
035800     IF SRT-BLOCK-TYPE NOT = WS-GROUP-TYPE
035900         OR SRT-BLOCK-VALUE NOT = WS-GROUP-VALUE
036000         MOVE SRT-BLOCK-TYPE  TO WS-GROUP-TYPE
036100         MOVE SRT-BLOCK-VALUE TO WS-GROUP-VALUE
036200         MOVE 0 TO WS-GROUP-COUNT
036300     END-IF
036400
036500     PERFORM 3200-SCORE-ONE-PAIR
036600         THRU 3200-SCORE-ONE-PAIR-EXIT
036700         VARYING WS-PAIR-IDX FROM 1 BY 1
036800         UNTIL WS-PAIR-IDX > WS-GROUP-COUNT
036900
037000     IF WS-GROUP-COUNT NOT < WS-GROUP-MAX
037100         ADD 1 TO WS-GROUP-OVERFLOW
037200         GO TO 3100-TAKE-ONE-ENTRY-EXIT
037300     END-IF
037400     ADD 1 TO WS-GROUP-COUNT
037500     MOVE SRT-CUST-NUMBER TO GRP-CUST-NUMBER(WS-GROUP-COUNT)
037600     MOVE SRT-NAME        TO GRP-NAME(WS-GROUP-COUNT)
037700     MOVE SRT-DOB         TO GRP-DOB(WS-GROUP-COUNT)
037800     MOVE SRT-PHONE       TO GRP-PHONE(WS-GROUP-COUNT)
037900     MOVE SRT-DOC-NUMBER  TO GRP-DOC-NUMBER(WS-GROUP-COUNT).
038000 3100-TAKE-ONE-ENTRY-EXIT.
038100     EXIT.
038200
038300*-----------------------------------------------------------------
038400* SCORE THE NEW ENTRY AGAINST ONE GROUP MEMBER.  A PAIR SHARING
038500* MORE THAN ONE KEY MEETS IN MORE THAN ONE GROUP - IT IS SCORED
038600* ONLY IN THE FIRST (NAME, THEN PHONE, THEN DOCUMENT).
038700*-----------------------------------------------------------------
038800 3200-SCORE-ONE-PAIR.
038900     IF SRT-BLOCK-TYPE = "P"
039000         AND SRT-NAME = GRP-NAME(WS-PAIR-IDX)
039100         GO TO 3200-SCORE-ONE-PAIR-EXIT
039200     END-IF
039300     IF SRT-BLOCK-TYPE = "K"
039400         IF SRT-NAME = GRP-NAME(WS-PAIR-IDX)
039500             GO TO 3200-SCORE-ONE-PAIR-EXIT
039600         END-IF
039700         IF SRT-PHONE NOT = SPACES
039800             AND SRT-PHONE = GRP-PHONE(WS-PAIR-IDX)
039900             GO TO 3200-SCORE-ONE-PAIR-EXIT
040000         END-IF
040100     END-IF
040200
040300     MOVE 0 TO WS-SCORE
040400     MOVE "NNNN" TO DUP-MATCHED-ON
040500     IF SRT-NAME = GRP-NAME(WS-PAIR-IDX)
040600         ADD WS-NAME-POINTS TO WS-SCORE
040700         MOVE "Y" TO DUP-NAME-MATCH
040800     END-IF
040900     IF SRT-DOB NOT = 0
041000         AND SRT-DOB = GRP-DOB(WS-PAIR-IDX)
041100         ADD WS-DOB-POINTS TO WS-SCORE
041200         MOVE "Y" TO DUP-DOB-MATCH
041300     END-IF
041400     IF SRT-PHONE NOT = SPACES
041500         AND SRT-PHONE = GRP-PHONE(WS-PAIR-IDX)
041600         ADD WS-PHONE-POINTS TO WS-SCORE
041700         MOVE "Y" TO DUP-PHONE-MATCH
041800     END-IF
041900     IF SRT-DOC-NUMBER NOT = SPACES
042000         AND SRT-DOC-NUMBER = GRP-DOC-NUMBER(WS-PAIR-IDX)
042100         ADD WS-DOC-POINTS TO WS-SCORE
042200         MOVE "Y" TO DUP-DOC-MATCH
042300     END-IF
042400
042500     IF WS-SCORE < WS-LIST-THRESHOLD
042600         GO TO 3200-SCORE-ONE-PAIR-EXIT
042700     END-IF
042800
042900     PERFORM 4000-QUEUE-PAIR
043000         THRU 4000-QUEUE-PAIR-EXIT.
043100 3200-SCORE-ONE-PAIR-EXIT.
043200     EXIT.
043300
043400*-----------------------------------------------------------------
043500* PUT THE PAIR ON THE REVIEW QUEUE AND LIST IT.  A PAIR ALREADY
043600* WAITING IS RESCORED; A PAIR A SUPERVISOR HAS ALREADY DECIDED
043700* IS LEFT ALONE AND NOT LISTED AGAIN.
043800*-----------------------------------------------------------------
043900 4000-QUEUE-PAIR.
044000     MOVE SPACES TO DTL-NAME-FLAG DTL-DOB-FLAG DTL-PHONE-FLAG
044100                    DTL-DOC-FLAG
044200     IF DUP-NAME-MATCHED
044300         MOVE "NAME" TO DTL-NAME-FLAG
044400     END-IF
044500     IF DUP-DOB-MATCHED
044600         MOVE "DOB" TO DTL-DOB-FLAG
044700     END-IF
044800     IF DUP-PHONE-MATCHED
044900         MOVE "PHONE" TO DTL-PHONE-FLAG
045000     END-IF
045100     IF DUP-DOC-MATCHED
045200         MOVE "DOC" TO DTL-DOC-FLAG
045300     END-IF
045400
045500     MOVE DUP-MATCHED-ON TO WS-MATCHED-ON
045600     MOVE GRP-CUST-NUMBER(WS-PAIR-IDX) TO DUP-CUST-LOW
045700     MOVE SRT-CUST-NUMBER              TO DUP-CUST-HIGH
045800     READ DUPLICATE-FILE
045900         KEY IS DUP-KEY
046000         INVALID KEY
046100             MOVE GRP-CUST-NUMBER(WS-PAIR-IDX) TO DUP-CUST-LOW
046200             MOVE SRT-CUST-NUMBER              TO DUP-CUST-HIGH
046300             MOVE WS-MATCHED-ON  TO DUP-MATCHED-ON
046400             MOVE WS-SCORE       TO DUP-SCORE
046500             MOVE WS-TODAYS-DATE TO DUP-FOUND-DATE
046600             SET DUP-STATUS-PENDING TO TRUE
046700             MOVE 0 TO DUP-SURVIVOR
046800             MOVE 0 TO DUP-REVIEWED-BY
046900             MOVE 0 TO DUP-REVIEWED-DATE
047000             WRITE DUPLICATE-RECORD
047100                 INVALID KEY
047200                     DISPLAY "DUPSCAN: UNABLE TO QUEUE PAIR "
047300                             DUP-CUST-LOW " " DUP-CUST-HIGH
047400                     GO TO 4000-QUEUE-PAIR-EXIT
047500             END-WRITE
047600             MOVE "NEW" TO DTL-QUEUE
047700             ADD 1 TO WS-PAIRS-NEW
047800             GO TO 4000-QUEUE-PAIR-WRITE
047900     END-READ
048000
048100     IF NOT DUP-STATUS-PENDING
048200         ADD 1 TO WS-PAIRS-DECIDED
048300         GO TO 4000-QUEUE-PAIR-EXIT
048400     END-IF
048500
048600     MOVE WS-MATCHED-ON  TO DUP-MATCHED-ON
048700     MOVE WS-SCORE       TO DUP-SCORE
048800     REWRITE DUPLICATE-RECORD
048900         INVALID KEY
049000             DISPLAY "DUPSCAN: UNABLE TO RESCORE PAIR "
049100                     DUP-CUST-LOW " " DUP-CUST-HIGH
049200     END-REWRITE
049300     MOVE "PENDING" TO DTL-QUEUE
049400     ADD 1 TO WS-PAIRS-PENDING.
049500 4000-QUEUE-PAIR-WRITE.
049600     MOVE GRP-CUST-NUMBER(WS-PAIR-IDX) TO DTL-CUST-A
049700     MOVE GRP-NAME(WS-PAIR-IDX)        TO DTL-NAME-A
049800     MOVE SRT-CUST-NUMBER              TO DTL-CUST-B
049900     MOVE SRT-NAME                     TO DTL-NAME-B
050000     MOVE WS-SCORE                     TO DTL-SCORE
050100     IF WS-SCORE NOT < WS-STRONG-THRESHOLD
050200         MOVE "*" TO DTL-STRENGTH
050300     ELSE
050400         MOVE SPACE TO DTL-STRENGTH
050500     END-IF
050600     MOVE WS-DETAIL-LINE TO REPORT-LINE
050700     WRITE REPORT-LINE.
050800 4000-QUEUE-PAIR-EXIT.
050900     EXIT.
051000
051100*-----------------------------------------------------------------
051200* PRINT THE RUN COUNTS AND CLOSE DOWN.
051300*-----------------------------------------------------------------
051400 9999-TERMINATE.
051500     IF WS-DUPRPT-OPEN
051600         MOVE SPACES TO REPORT-LINE
051700         WRITE REPORT-LINE
051800         MOVE "* SCORE 80 OR MORE - ALMOST CERTAINLY ONE PERSON"
051900             TO REPORT-LINE
052000         WRITE REPORT-LINE
052100         CLOSE DUPLICATE-REPORT
052200     END-IF
052300
052400     DISPLAY "DUPSCAN: CUSTOMERS READ       = " WS-CUSTOMERS-READ
052500     DISPLAY "DUPSCAN: ALREADY MERGED       = " WS-MERGED-SKIPPED
052600     DISPLAY "DUPSCAN: NEW PAIRS QUEUED     = " WS-PAIRS-NEW
052700     DISPLAY "DUPSCAN: PAIRS STILL PENDING  = " WS-PAIRS-PENDING
052800     DISPLAY "DUPSCAN: PAIRS ALREADY DECIDED= " WS-PAIRS-DECIDED
052900     IF WS-GROUP-OVERFLOW > 0
053000         DISPLAY "DUPSCAN: CUSTOMERS BEYOND A 50-STRONG MATCH "
053100                 "GROUP = " WS-GROUP-OVERFLOW
053200     END-IF
053300
053400     IF WS-CUSTMSTR-OPEN
053500         CLOSE CUSTOMER-MASTER
053600     END-IF
053700     IF WS-KYC-AVAIL
053800         CLOSE KYC-REGISTER
053900     END-IF
054000     IF WS-DUPFILE-OPEN
054100         CLOSE DUPLICATE-FILE
054200     END-IF.
054300 9999-TERMINATE-EXIT.
054400     EXIT.
