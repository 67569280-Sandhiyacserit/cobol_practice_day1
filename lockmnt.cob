000100*****************************************************************
000200* PROGRAM      : LOCKMNT                                        *
000300* DESCRIPTION  : SAFE DEPOSIT LOCKER MAINTENANCE.  SETS UP A    *
000400*                BRANCH'S LOCKERS (SIZE, ANNUAL RENT, KEY       *
000500*                NUMBER) AND TAKES THEM IN AND OUT OF SERVICE,  *
000600*                ALLOTS A VACANT LOCKER TO A CUSTOMER AGAINST   *
000700*                AN ACCOUNT OF THEIRS THE RENT IS DEBITED FROM, *
000800*                TAKES A SURRENDER ONCE NO RENT IS OWED,        *
000900*                RECORDS EACH VISIT TO A LOCKER IN THE VISIT    *
001000*                LOG, AND RECORDS THE BREAK-OPEN OF A LOCKER    *
001100*                WHOSE RENT HAS STAYED UNPAID PAST THE ARREARS  *
001200*                PERIOD.  SETTING UP LOCKERS AND BREAK-OPEN     *
001300*                NEED A SUPERVISOR.  EVERY MASTER AND ALLOTMENT *
001400*                CHANGE IS JOURNALLED THROUGH MNTJRNL.  THE     *
001500*                RENT ITSELF IS COLLECTED BY LOCKRENT.          *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. LOCKMNT.
001900 AUTHOR. S NATARAJAN.
002000 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300
002400*****************************************************************
002500* MODIFICATION HISTORY                                          *
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION                                  *
002800* 2026-10-15 SN    NEW PROGRAM - LOCKER SET-UP, ALLOTMENT,      *
002900*                  SURRENDER, VISITS AND BREAK-OPEN.            *
002901* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002902*                  PLACE OF YYMMDD.                             *
002902* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002902*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002902*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOCKER-MASTER ASSIGN TO "LOCKMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS LKR-KEY
003900         FILE STATUS IS WS-LOCKMSTR-STATUS.
004000
004100     SELECT ALLOTMENT-FILE ASSIGN TO "LOCKALOT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ALT-NUMBER
004500         FILE STATUS IS WS-LOCKALOT-STATUS.
004600
004700     SELECT CUSTOMER-LINK ASSIGN TO "CUSTLINK"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS LINK-KEY
005100         ALTERNATE RECORD KEY IS LINK-CUST-NUMBER
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-CUSTLINK-STATUS.
005400
005500     SELECT VISIT-LOG ASSIGN TO "LOCKVIST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-LOCKVIST-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LOCKER-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300     COPY LOCKREC.
006400
006500 FD  ALLOTMENT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY LKALREC.
006800
006900 FD  CUSTOMER-LINK
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CUSTLNK.
007200
007300 FD  VISIT-LOG
007400     LABEL RECORDS ARE STANDARD.
007500 01  VISIT-LOG-RECORD.
007600     05  VST-DATE             PIC 9(08).
007700     05  FILLER               PIC X(01) VALUE SPACE.
007800     05  VST-TIME             PIC 9(08).
007900     05  FILLER               PIC X(01) VALUE SPACE.
008000     05  VST-BRANCH-CODE      PIC 9(03).
008100     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  VST-LOCKER-NO        PIC 9(04).
008300     05  FILLER               PIC X(01) VALUE SPACE.
008400     05  VST-ALLOT-NO         PIC 9(10).
008500     05  FILLER               PIC X(01) VALUE SPACE.
008600     05  VST-CUST-NUMBER      PIC 9(06).
008700     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  VST-OPERATOR-ID      PIC 9(04).
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-LOCKMSTR-STATUS       PIC X(02).
009200     88  WS-LOCKMSTR-OK       VALUE "00".
009300     88  WS-LOCKMSTR-NOTFOUND VALUE "35".
009400 01  WS-LOCKALOT-STATUS       PIC X(02).
009500     88  WS-LOCKALOT-OK       VALUE "00".
009600     88  WS-LOCKALOT-NOTFOUND VALUE "35".
009700 01  WS-CUSTLINK-STATUS       PIC X(02).
009800     88  WS-CUSTLINK-OK       VALUE "00".
009900 01  WS-LOCKVIST-STATUS       PIC X(02).
010000     88  WS-LOCKVIST-OK       VALUE "00".
010100     88  WS-LOCKVIST-NOTFOUND VALUE "35".
010200
010300*    RENT LEFT UNPAID THIS LONG (30-DAY-MONTH CONVENTION, THREE
010400*    YEARS) MAKES THE LOCKER LIABLE TO BE BROKEN OPEN.
010500 01  WS-BREAK-OPEN-DAYS       PIC 9(04) VALUE 1080.
010600
010700 01  WS-FUNCTION-CODE         PIC 9(01).
010800 01  WS-BRANCH-CODE           PIC 9(03).
010900 01  WS-LOCKER-NO             PIC 9(04).
011000 01  WS-BRANCH-NAME           PIC X(20).
011100 01  WS-CUST-NUMBER           PIC 9(06).
011200 01  WS-RENT-ACCT             PIC 9(06).
011300 01  WS-NEW-RENT              PIC 9(06).
011400 01  WS-NEW-KEY-NO            PIC X(08).
011500 01  WS-NEW-STATUS            PIC X(01).
011600 01  WS-NEW-SIZE              PIC X(01).
011700 01  WS-CONFIRM               PIC X(01).
011800     88  WS-CONFIRMED         VALUE "Y".
011900 01  WS-TODAYS-DATE           PIC 9(08).
012000 01  WS-TXN-REF               PIC 9(10).
012100 01  WS-OPERATOR-ID           PIC 9(04).
012200 01  WS-OPERATOR-AUTH         PIC X(01).
012300
012400 01  WS-CCYY                  PIC 9(04).
012500 01  WS-MM                    PIC 9(02).
012600 01  WS-DD                    PIC 9(02).
012700 01  WS-DAY-COUNT             PIC 9(07).
012800 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
012900 01  WS-AGE-DAYS              PIC S9(05).
013000
013100 01  WS-JRNL-FILE             PIC X(08).
013200 01  WS-JRNL-KEY              PIC X(12).
013300 01  WS-BEFORE-IMAGE          PIC X(100).
013400 01  WS-AFTER-IMAGE           PIC X(100).
013500 01  WS-LOCKER-BEFORE         PIC X(100).
013600 01  WS-ALLOT-BEFORE          PIC X(100).
013700
013800 01  WS-SWITCHES.
013900     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
014000         88  WS-OPERATOR-OK   VALUE "Y".
014100     05  WS-LOCKER-FOUND-SW   PIC X(01) VALUE "N".
014200         88  WS-LOCKER-FOUND  VALUE "Y".
014300     05  WS-ALLOT-FOUND-SW    PIC X(01) VALUE "N".
014400         88  WS-ALLOT-FOUND   VALUE "Y".
014500     05  WS-BRANCH-FOUND-SW   PIC X(01) VALUE "N".
014600         88  WS-BRANCH-FOUND  VALUE "Y".
014700     05  WS-ACCT-FOUND-SW     PIC X(01) VALUE "N".
014800         88  WS-ACCT-FOUND    VALUE "Y".
014900     05  WS-HOLDER-SW         PIC X(01) VALUE "N".
015000         88  WS-IS-HOLDER     VALUE "Y".
015100     05  WS-LINK-OPEN-SW      PIC X(01) VALUE "N".
015200         88  WS-LINK-OPEN     VALUE "Y".
015300     05  WS-VISIT-OPEN-SW     PIC X(01) VALUE "N".
015400         88  WS-VISIT-OPEN    VALUE "Y".
015400
015400 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "LOCKMNT".
015400 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
015400 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
015400     88  WS-ENTITLED          VALUE "Y".
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT
016000
016100     IF WS-OPERATOR-OK
016200         PERFORM 2000-PROCESS-FUNCTION
016300             THRU 2000-PROCESS-FUNCTION-EXIT
016400     END-IF
016500
016600     PERFORM 9999-TERMINATE
016700         THRU 9999-TERMINATE-EXIT
016800
016900     STOP RUN.
017000
017100*-----------------------------------------------------------------
017200* LOG THE OPERATOR IN AND OPEN THE FILES.  A LOCKER MASTER OR
017300* ALLOTMENT FILE THAT HAS NEVER BEEN SET UP IS CREATED EMPTY,
017400* AND SO IS THE VISIT LOG.
017500*-----------------------------------------------------------------
017600 1000-INITIALIZE.
017700     MOVE "N" TO WS-OPERATOR-SW
017800     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
017900                           WS-OPERATOR-AUTH
018000     IF NOT WS-OPERATOR-OK
018100         DISPLAY "LOCKMNT: OPERATOR LOGIN FAILED, "
018200                 "MAINTENANCE REFUSED"
018300         GO TO 1000-INITIALIZE-EXIT
018400     END-IF
018400     MOVE "N" TO WS-ENTITLED-SW
018400     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
018400                          WS-ENTL-MODE WS-ENTITLED-SW
018400     IF NOT WS-ENTITLED
018400         DISPLAY "LOCKMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
018400                 "ENTITLED TO LOCKMNT, REFUSED"
018400         MOVE "N" TO WS-OPERATOR-SW
018400         GO TO 1000-INITIALIZE-EXIT
018400     END-IF
018500
018600     CALL "BUSDATE" USING WS-TODAYS-DATE
018700     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
018800     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
018900     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
019000     PERFORM 8800-CCYYMMDD-TO-DAYS
019100         THRU 8800-CCYYMMDD-TO-DAYS-EXIT
019200     MOVE WS-DAY-COUNT TO WS-TODAYS-DAY-COUNT
019300
019400     OPEN I-O LOCKER-MASTER
019500     IF WS-LOCKMSTR-NOTFOUND
019600         OPEN OUTPUT LOCKER-MASTER
019700         CLOSE LOCKER-MASTER
019800         OPEN I-O LOCKER-MASTER
019900     END-IF
020000     IF NOT WS-LOCKMSTR-OK
020100         DISPLAY "LOCKMNT: UNABLE TO OPEN LOCKER MASTER, "
020200                 "STATUS = " WS-LOCKMSTR-STATUS
020300         MOVE "N" TO WS-OPERATOR-SW
020400         GO TO 1000-INITIALIZE-EXIT
020500     END-IF
020600
020700     OPEN I-O ALLOTMENT-FILE
020800     IF WS-LOCKALOT-NOTFOUND
020900         OPEN OUTPUT ALLOTMENT-FILE
021000         CLOSE ALLOTMENT-FILE
021100         OPEN I-O ALLOTMENT-FILE
021200     END-IF
021300     IF NOT WS-LOCKALOT-OK
021400         DISPLAY "LOCKMNT: UNABLE TO OPEN ALLOTMENT FILE, "
021500                 "STATUS = " WS-LOCKALOT-STATUS
021600         CLOSE LOCKER-MASTER
021700         MOVE "N" TO WS-OPERATOR-SW
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF
022000
022100     OPEN INPUT CUSTOMER-LINK
022200     IF NOT WS-CUSTLINK-OK
022300         DISPLAY "LOCKMNT: UNABLE TO OPEN CUSTOMER LINK FILE, "
022400                 "STATUS = " WS-CUSTLINK-STATUS
022500         CLOSE LOCKER-MASTER
022600         CLOSE ALLOTMENT-FILE
022700         MOVE "N" TO WS-OPERATOR-SW
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF
023000     SET WS-LINK-OPEN TO TRUE
023100
023200     OPEN EXTEND VISIT-LOG
023300     IF WS-LOCKVIST-NOTFOUND
023400         OPEN OUTPUT VISIT-LOG
023500     END-IF
023600     IF NOT WS-LOCKVIST-OK
023700         DISPLAY "LOCKMNT: UNABLE TO OPEN LOCKER VISIT LOG, "
023800                 "STATUS = " WS-LOCKVIST-STATUS
023900         CLOSE LOCKER-MASTER
024000         CLOSE ALLOTMENT-FILE
024100         CLOSE CUSTOMER-LINK
024200         MOVE "N" TO WS-OPERATOR-SW
024300         GO TO 1000-INITIALIZE-EXIT
024400     END-IF
024500     SET WS-VISIT-OPEN TO TRUE.
024600 1000-INITIALIZE-EXIT.
024700     EXIT.
024800
024900*-----------------------------------------------------------------
025000* DISPLAY THE FUNCTION MENU AND RUN THE CHOSEN FUNCTION.
025100*-----------------------------------------------------------------
025200 2000-PROCESS-FUNCTION.
025300     DISPLAY "1. ADD OR CHANGE A LOCKER (SUPERVISOR)"
025400     DISPLAY "2. ALLOT A LOCKER"
025500     DISPLAY "3. SURRENDER A LOCKER"
025600     DISPLAY "4. RECORD A LOCKER VISIT"
025700     DISPLAY "5. BREAK OPEN A LOCKER FOR UNPAID RENT "
025800             "(SUPERVISOR)"
025900     DISPLAY "ENTER FUNCTION: "
026000     ACCEPT WS-FUNCTION-CODE
026100     EVALUATE WS-FUNCTION-CODE
026200         WHEN 1
026300             PERFORM 3000-MAINTAIN-LOCKER
026400                 THRU 3000-MAINTAIN-LOCKER-EXIT
026500         WHEN 2
026600             PERFORM 4000-ALLOT-LOCKER
026700                 THRU 4000-ALLOT-LOCKER-EXIT
026800         WHEN 3
026900             PERFORM 5000-SURRENDER-LOCKER
027000                 THRU 5000-SURRENDER-LOCKER-EXIT
027100         WHEN 4
027200             PERFORM 6000-RECORD-VISIT
027300                 THRU 6000-RECORD-VISIT-EXIT
027400         WHEN 5
027500             PERFORM 7000-BREAK-OPEN
027600                 THRU 7000-BREAK-OPEN-EXIT
027700         WHEN OTHER
027800             DISPLAY "LOCKMNT: INVALID FUNCTION"
027900     END-EVALUATE.
028000 2000-PROCESS-FUNCTION-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------------
028400* ADD A NEW LOCKER TO A BRANCH'S VAULT, OR CHANGE AN EXISTING
028500* ONE'S RENT (FOR ITS NEXT ALLOTMENT) AND KEY NUMBER AND TAKE A
028600* VACANT ONE IN OR OUT OF SERVICE.
028700*-----------------------------------------------------------------
028800 3000-MAINTAIN-LOCKER.
028900     IF WS-OPERATOR-AUTH NOT = "S"
029000         DISPLAY "LOCKMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
029100                 "A SUPERVISOR, LOCKER SET-UP REFUSED"
029200         GO TO 3000-MAINTAIN-LOCKER-EXIT
029300     END-IF
029400
029500     PERFORM 8500-READ-LOCKER
029600         THRU 8500-READ-LOCKER-EXIT
029700     IF WS-LOCKER-NO = 0
029800         GO TO 3000-MAINTAIN-LOCKER-EXIT
029900     END-IF
030000     IF NOT WS-LOCKER-FOUND
030100         PERFORM 3500-ADD-LOCKER
030200             THRU 3500-ADD-LOCKER-EXIT
030300         GO TO 3000-MAINTAIN-LOCKER-EXIT
030400     END-IF
030500     MOVE LOCKER-RECORD TO WS-BEFORE-IMAGE
030600
030700     DISPLAY "LOCKER " LKR-LOCKER-NO " SIZE " LKR-SIZE
030800             " RENT " LKR-ANNUAL-RENT " KEY " LKR-KEY-NO
030900             " STATUS " LKR-STATUS
031000     DISPLAY "ENTER NEW ANNUAL RENT (0 = UNCHANGED): "
031100     ACCEPT WS-NEW-RENT
031200     DISPLAY "ENTER NEW KEY NUMBER (BLANK = UNCHANGED): "
031300     ACCEPT WS-NEW-KEY-NO
031400     DISPLAY "ENTER STATUS (V = IN SERVICE, O = OUT OF "
031500             "SERVICE, BLANK = UNCHANGED): "
031600     ACCEPT WS-NEW-STATUS
031700
031800     IF WS-NEW-STATUS NOT = SPACE
031900         IF WS-NEW-STATUS NOT = "V" AND WS-NEW-STATUS NOT = "O"
032000             DISPLAY "LOCKMNT: INVALID STATUS " WS-NEW-STATUS
032100             GO TO 3000-MAINTAIN-LOCKER-EXIT
032200         END-IF
032300         IF LKR-STATUS-ALLOTTED
032400             DISPLAY "LOCKMNT: LOCKER IS ALLOTTED - IT MUST BE "
032500                     "SURRENDERED BEFORE ITS STATUS CHANGES"
032600             GO TO 3000-MAINTAIN-LOCKER-EXIT
032700         END-IF
032800         MOVE WS-NEW-STATUS TO LKR-STATUS
032900     END-IF
033000     IF WS-NEW-RENT NOT = 0
033100         MOVE WS-NEW-RENT TO LKR-ANNUAL-RENT
033200     END-IF
033300     IF WS-NEW-KEY-NO NOT = SPACES
033400         MOVE WS-NEW-KEY-NO TO LKR-KEY-NO
033500     END-IF
033600     MOVE WS-TODAYS-DATE TO LKR-LAST-CHANGE-DATE
033700
033800     PERFORM 8600-REWRITE-LOCKER
033900         THRU 8600-REWRITE-LOCKER-EXIT
034000     IF WS-LOCKMSTR-OK
034100         DISPLAY "LOCKMNT: LOCKER " LKR-LOCKER-NO " AT BRANCH "
034200                 LKR-BRANCH-CODE " UPDATED"
034300     END-IF.
034400 3000-MAINTAIN-LOCKER-EXIT.
034500     EXIT.
034600
034700*-----------------------------------------------------------------
034800* SET UP A NEW, VACANT LOCKER AT A BRANCH ON THE BRANCH MASTER.
034900*-----------------------------------------------------------------
035000 3500-ADD-LOCKER.
035100     MOVE "N" TO WS-BRANCH-FOUND-SW
035200     CALL "BRNLKUP" USING WS-BRANCH-CODE WS-BRANCH-NAME
035300                          WS-BRANCH-FOUND-SW
035400     IF NOT WS-BRANCH-FOUND
035500         DISPLAY "LOCKMNT: BRANCH " WS-BRANCH-CODE
035600                 " NOT ON THE BRANCH MASTER"
035700         GO TO 3500-ADD-LOCKER-EXIT
035800     END-IF
035900
036000     DISPLAY "NEW LOCKER - ENTER SIZE (S/M/L): "
036100     ACCEPT WS-NEW-SIZE
036200     DISPLAY "ENTER ANNUAL RENT: "
036300     ACCEPT WS-NEW-RENT
036400     DISPLAY "ENTER KEY NUMBER: "
036500     ACCEPT WS-NEW-KEY-NO
036600
036700     MOVE SPACES TO LOCKER-RECORD
036800     MOVE WS-BRANCH-CODE TO LKR-BRANCH-CODE
036900     MOVE WS-LOCKER-NO   TO LKR-LOCKER-NO
037000     MOVE WS-NEW-SIZE    TO LKR-SIZE
037100     IF NOT LKR-SIZE-VALID
037200         DISPLAY "LOCKMNT: INVALID LOCKER SIZE " WS-NEW-SIZE
037300         GO TO 3500-ADD-LOCKER-EXIT
037400     END-IF
037500     IF WS-NEW-RENT = 0
037600         DISPLAY "LOCKMNT: ANNUAL RENT MUST NOT BE ZERO"
037700         GO TO 3500-ADD-LOCKER-EXIT
037800     END-IF
037900     MOVE WS-NEW-RENT    TO LKR-ANNUAL-RENT
038000     MOVE WS-NEW-KEY-NO  TO LKR-KEY-NO
038100     SET LKR-STATUS-VACANT TO TRUE
038200     MOVE 0              TO LKR-ALLOT-NO
038300     MOVE WS-TODAYS-DATE TO LKR-LAST-CHANGE-DATE
038400
038500     WRITE LOCKER-RECORD
038600         INVALID KEY
038700             DISPLAY "LOCKMNT: UNABLE TO ADD LOCKER "
038800                     WS-LOCKER-NO " AT BRANCH " WS-BRANCH-CODE
038900             GO TO 3500-ADD-LOCKER-EXIT
039000     END-WRITE
039100     MOVE SPACES TO WS-BEFORE-IMAGE
039200     PERFORM 9000-JOURNAL-LOCKER
039300         THRU 9000-JOURNAL-LOCKER-EXIT
039400     DISPLAY "LOCKMNT: LOCKER " WS-LOCKER-NO " ADDED AT BRANCH "
039500             WS-BRANCH-CODE " " WS-BRANCH-NAME.
039600 3500-ADD-LOCKER-EXIT.
039700     EXIT.
039800
039900*-----------------------------------------------------------------
040000* LET A VACANT LOCKER TO A CUSTOMER.  THE RENT ACCOUNT MUST BE
040100* ON THE MASTER WITH THE CUSTOMER LINKED TO IT AS A HOLDER.  THE
040200* FIRST YEAR'S RENT FALLS DUE TODAY AND IS TAKEN BY THE NEXT
040300* LOCKRENT RUN.
040400*-----------------------------------------------------------------
040500 4000-ALLOT-LOCKER.
040600     PERFORM 8500-READ-LOCKER
040700         THRU 8500-READ-LOCKER-EXIT
040800     IF NOT WS-LOCKER-FOUND
040900         GO TO 4000-ALLOT-LOCKER-EXIT
041000     END-IF
041100     IF NOT LKR-STATUS-VACANT
041200         DISPLAY "LOCKMNT: LOCKER " WS-LOCKER-NO
041300                 " IS NOT VACANT (STATUS " LKR-STATUS ")"
041400         GO TO 4000-ALLOT-LOCKER-EXIT
041500     END-IF
041600     MOVE LOCKER-RECORD TO WS-LOCKER-BEFORE
041700
041800     DISPLAY "ENTER CUSTOMER NUMBER: "
041900     ACCEPT WS-CUST-NUMBER
042000     DISPLAY "ENTER RENT ACCOUNT NUMBER: "
042100     ACCEPT WS-RENT-ACCT
042200     MOVE "N" TO WS-ACCT-FOUND-SW
042300     CALL "ACCTLKUP" USING WS-RENT-ACCT WS-ACCT-FOUND-SW
042400     IF NOT WS-ACCT-FOUND
042500         DISPLAY "LOCKMNT: ACCOUNT " WS-RENT-ACCT
042600                 " NOT FOUND ON ACCOUNT MASTER"
042700         GO TO 4000-ALLOT-LOCKER-EXIT
042800     END-IF
042900     PERFORM 8900-CHECK-HOLDER
043000         THRU 8900-CHECK-HOLDER-EXIT
043100     IF NOT WS-IS-HOLDER
043200         DISPLAY "LOCKMNT: CUSTOMER " WS-CUST-NUMBER
043300                 " IS NOT A HOLDER OF ACCOUNT " WS-RENT-ACCT
043400         GO TO 4000-ALLOT-LOCKER-EXIT
043500     END-IF
043600
043700     CALL "TXNREF" USING WS-TXN-REF
043800     MOVE SPACES TO LOCKER-ALLOT-RECORD
043900     MOVE WS-TXN-REF      TO ALT-NUMBER
044000     MOVE LKR-BRANCH-CODE TO ALT-BRANCH-CODE
044100     MOVE LKR-LOCKER-NO   TO ALT-LOCKER-NO
044200     MOVE WS-CUST-NUMBER  TO ALT-CUST-NUMBER
044300     MOVE WS-RENT-ACCT    TO ALT-RENT-ACCT
044400     MOVE LKR-ANNUAL-RENT TO ALT-ANNUAL-RENT
044500     MOVE WS-TODAYS-DATE  TO ALT-ALLOT-DATE
044600     SET ALT-STATUS-ACTIVE TO TRUE
044700     MOVE WS-TODAYS-DATE  TO ALT-RENT-DUE-DATE
044800     MOVE 0               TO ALT-ARREARS-AMT
044900     MOVE 0               TO ALT-ARREARS-SINCE
045000     MOVE 0               TO ALT-LAST-RENT-DATE
045100     MOVE 0               TO ALT-LAST-VISIT-DATE
045200     MOVE 0               TO ALT-CLOSE-DATE
045300     MOVE WS-OPERATOR-ID  TO ALT-ALLOTTED-BY
045400     MOVE 0               TO ALT-CLOSED-BY
045500     WRITE LOCKER-ALLOT-RECORD
045600         INVALID KEY
045700             DISPLAY "LOCKMNT: UNABLE TO WRITE ALLOTMENT "
045800                     WS-TXN-REF ", LOCKER NOT ALLOTTED"
045900             GO TO 4000-ALLOT-LOCKER-EXIT
046000     END-WRITE
046100     MOVE SPACES TO WS-ALLOT-BEFORE
046200     PERFORM 9100-JOURNAL-ALLOTMENT
046300         THRU 9100-JOURNAL-ALLOTMENT-EXIT
046400
046500     MOVE WS-LOCKER-BEFORE TO WS-BEFORE-IMAGE
046600     SET LKR-STATUS-ALLOTTED TO TRUE
046700     MOVE ALT-NUMBER      TO LKR-ALLOT-NO
046800     MOVE WS-TODAYS-DATE  TO LKR-LAST-CHANGE-DATE
046900     PERFORM 8600-REWRITE-LOCKER
047000         THRU 8600-REWRITE-LOCKER-EXIT
047100     IF NOT WS-LOCKMSTR-OK
047200         GO TO 4000-ALLOT-LOCKER-EXIT
047300     END-IF
047400     DISPLAY "LOCKMNT: LOCKER " LKR-LOCKER-NO " ALLOTTED TO "
047500             "CUSTOMER " WS-CUST-NUMBER ", ALLOTMENT "
047600             ALT-NUMBER
047700     DISPLAY "LOCKMNT: HAND OVER KEY " LKR-KEY-NO " - FIRST "
047800             "YEAR'S RENT OF " ALT-ANNUAL-RENT " WILL BE DEBITED "
047900             "TO ACCOUNT " WS-RENT-ACCT.
048000 4000-ALLOT-LOCKER-EXIT.
048100     EXIT.
048200
048300*-----------------------------------------------------------------
048400* TAKE BACK AN ALLOTTED LOCKER AND ITS KEY.  A LOCKER WITH RENT
048500* STILL IN ARREARS IS NOT SURRENDERED UNTIL THE RENT IS PAID.
048600*-----------------------------------------------------------------
048700 5000-SURRENDER-LOCKER.
048800     PERFORM 8500-READ-LOCKER
048900         THRU 8500-READ-LOCKER-EXIT
049000     IF NOT WS-LOCKER-FOUND
049100         GO TO 5000-SURRENDER-LOCKER-EXIT
049200     END-IF
049300     PERFORM 8700-READ-ALLOTMENT
049400         THRU 8700-READ-ALLOTMENT-EXIT
049500     IF NOT WS-ALLOT-FOUND
049600         GO TO 5000-SURRENDER-LOCKER-EXIT
049700     END-IF
049800     IF ALT-ARREARS-AMT > 0
049900         DISPLAY "LOCKMNT: RENT ARREARS OF " ALT-ARREARS-AMT
050000                 " ARE OWED ON THIS LOCKER - RECOVER THEM "
050100                 "BEFORE THE SURRENDER"
050200         GO TO 5000-SURRENDER-LOCKER-EXIT
050300     END-IF
050400
050500     DISPLAY "KEY " LKR-KEY-NO " RETURNED AND LOCKER EMPTIED? "
050600             "(Y/N): "
050700     ACCEPT WS-CONFIRM
050800     IF NOT WS-CONFIRMED
050900         DISPLAY "LOCKMNT: SURRENDER NOT RECORDED"
051000         GO TO 5000-SURRENDER-LOCKER-EXIT
051100     END-IF
051200
051300     SET ALT-STATUS-SURRENDERED TO TRUE
051400     PERFORM 8000-CLOSE-ALLOTMENT
051500         THRU 8000-CLOSE-ALLOTMENT-EXIT
051600     IF WS-LOCKMSTR-OK
051700         DISPLAY "LOCKMNT: LOCKER " LKR-LOCKER-NO
051800                 " SURRENDERED AND NOW VACANT"
051900     END-IF.
052000 5000-SURRENDER-LOCKER-EXIT.
052100     EXIT.
052200
052300*-----------------------------------------------------------------
052400* RECORD ONE VISIT TO AN ALLOTTED LOCKER.  THE VISITOR MUST BE
052500* THE ALLOTTEE OR A JOINT HOLDER OF THE RENT ACCOUNT.  RENT IN
052600* ARREARS IS SHOWN SO THE COUNTER CAN ASK FOR IT.
052700*-----------------------------------------------------------------
052800 6000-RECORD-VISIT.
052900     PERFORM 8500-READ-LOCKER
053000         THRU 8500-READ-LOCKER-EXIT
053100     IF NOT WS-LOCKER-FOUND
053200         GO TO 6000-RECORD-VISIT-EXIT
053300     END-IF
053400     PERFORM 8700-READ-ALLOTMENT
053500         THRU 8700-READ-ALLOTMENT-EXIT
053600     IF NOT WS-ALLOT-FOUND
053700         GO TO 6000-RECORD-VISIT-EXIT
053800     END-IF
053900
054000     DISPLAY "ENTER VISITING CUSTOMER NUMBER: "
054100     ACCEPT WS-CUST-NUMBER
054200     IF WS-CUST-NUMBER NOT = ALT-CUST-NUMBER
054300         MOVE ALT-RENT-ACCT TO WS-RENT-ACCT
054400         PERFORM 8900-CHECK-HOLDER
054500             THRU 8900-CHECK-HOLDER-EXIT
054600         IF NOT WS-IS-HOLDER
054700             DISPLAY "LOCKMNT: CUSTOMER " WS-CUST-NUMBER
054800                     " IS NOT THE HIRER OF THIS LOCKER, "
054900                     "ACCESS REFUSED"
055000             GO TO 6000-RECORD-VISIT-EXIT
055100         END-IF
055200     END-IF
055300     IF ALT-ARREARS-AMT > 0
055400         DISPLAY "LOCKMNT: RENT ARREARS OF " ALT-ARREARS-AMT
055500                 " OWED SINCE " ALT-ARREARS-SINCE
055600                 " - ASK THE HIRER TO FUND ACCOUNT "
055700                 ALT-RENT-ACCT
055800     END-IF
055900
056000     MOVE WS-TODAYS-DATE  TO VST-DATE
056100     ACCEPT VST-TIME FROM TIME
056200     MOVE LKR-BRANCH-CODE TO VST-BRANCH-CODE
056300     MOVE LKR-LOCKER-NO   TO VST-LOCKER-NO
056400     MOVE ALT-NUMBER      TO VST-ALLOT-NO
056500     MOVE WS-CUST-NUMBER  TO VST-CUST-NUMBER
056600     MOVE WS-OPERATOR-ID  TO VST-OPERATOR-ID
056700     WRITE VISIT-LOG-RECORD
056800
056900     MOVE WS-TODAYS-DATE TO ALT-LAST-VISIT-DATE
057000     REWRITE LOCKER-ALLOT-RECORD
057100         INVALID KEY
057200             DISPLAY "LOCKMNT: UNABLE TO REWRITE ALLOTMENT "
057300                     ALT-NUMBER
057400     END-REWRITE
057500     DISPLAY "LOCKMNT: VISIT TO LOCKER " LKR-LOCKER-NO
057600             " RECORDED".
057700 6000-RECORD-VISIT-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------------
058100* RECORD THE BREAK-OPEN OF A LOCKER WHOSE RENT HAS BEEN IN
058200* ARREARS LONGER THAN THE ARREARS PERIOD.  THE CONTENTS GO INTO
058300* SAFE CUSTODY UNDER THE BRANCH'S OWN PROCEDURE; THE ARREARS
058400* STAY ON THE CLOSED ALLOTMENT FOR RECOVERY.
058500*-----------------------------------------------------------------
058600 7000-BREAK-OPEN.
058700     IF WS-OPERATOR-AUTH NOT = "S"
058800         DISPLAY "LOCKMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
058900                 "A SUPERVISOR, BREAK-OPEN REFUSED"
059000         GO TO 7000-BREAK-OPEN-EXIT
059100     END-IF
059200
059300     PERFORM 8500-READ-LOCKER
059400         THRU 8500-READ-LOCKER-EXIT
059500     IF NOT WS-LOCKER-FOUND
059600         GO TO 7000-BREAK-OPEN-EXIT
059700     END-IF
059800     PERFORM 8700-READ-ALLOTMENT
059900         THRU 8700-READ-ALLOTMENT-EXIT
060000     IF NOT WS-ALLOT-FOUND
060100         GO TO 7000-BREAK-OPEN-EXIT
060200     END-IF
060300     IF ALT-ARREARS-AMT = 0
060400         DISPLAY "LOCKMNT: NO RENT IS OWED ON THIS LOCKER, "
060500                 "BREAK-OPEN REFUSED"
060600         GO TO 7000-BREAK-OPEN-EXIT
060700     END-IF
060800     MOVE ALT-ARREARS-SINCE(1:4) TO WS-CCYY
060900     MOVE ALT-ARREARS-SINCE(5:2) TO WS-MM
061000     MOVE ALT-ARREARS-SINCE(7:2) TO WS-DD
061100     PERFORM 8800-CCYYMMDD-TO-DAYS
061200         THRU 8800-CCYYMMDD-TO-DAYS-EXIT
061300     COMPUTE WS-AGE-DAYS = WS-TODAYS-DAY-COUNT - WS-DAY-COUNT
061400     IF WS-AGE-DAYS NOT > WS-BREAK-OPEN-DAYS
061500         DISPLAY "LOCKMNT: RENT IS IN ARREARS ONLY " WS-AGE-DAYS
061600                 " DAYS - BREAK-OPEN NEEDS MORE THAN "
061700                 WS-BREAK-OPEN-DAYS
061800         GO TO 7000-BREAK-OPEN-EXIT
061900     END-IF
062000
062100     DISPLAY "LOCKER BROKEN OPEN BEFORE WITNESSES AND CONTENTS "
062200             "INVENTORIED? (Y/N): "
062300     ACCEPT WS-CONFIRM
062400     IF NOT WS-CONFIRMED
062500         DISPLAY "LOCKMNT: BREAK-OPEN NOT RECORDED"
062600         GO TO 7000-BREAK-OPEN-EXIT
062700     END-IF
062800
062900     SET ALT-STATUS-BROKEN-OPEN TO TRUE
063000     PERFORM 8000-CLOSE-ALLOTMENT
063100         THRU 8000-CLOSE-ALLOTMENT-EXIT
063200     IF WS-LOCKMSTR-OK
063300         DISPLAY "LOCKMNT: LOCKER " LKR-LOCKER-NO " BROKEN "
063400                 "OPEN, ARREARS OF " ALT-ARREARS-AMT
063500                 " LEFT ON ALLOTMENT " ALT-NUMBER
063600     END-IF.
063700 7000-BREAK-OPEN-EXIT.
063800     EXIT.
063900
064000*-----------------------------------------------------------------
064100* CLOSE THE ALLOTMENT JUST READ (THE CALLER HAS SET ITS NEW
064200* STATUS) AND PUT THE LOCKER BACK TO VACANT.
064300*-----------------------------------------------------------------
064400 8000-CLOSE-ALLOTMENT.
064500     MOVE WS-TODAYS-DATE TO ALT-CLOSE-DATE
064600     MOVE WS-OPERATOR-ID TO ALT-CLOSED-BY
064700     REWRITE LOCKER-ALLOT-RECORD
064800         INVALID KEY
064900             DISPLAY "LOCKMNT: UNABLE TO REWRITE ALLOTMENT "
065000                     ALT-NUMBER
065100             MOVE "99" TO WS-LOCKMSTR-STATUS
065200             GO TO 8000-CLOSE-ALLOTMENT-EXIT
065300     END-REWRITE
065400     PERFORM 9100-JOURNAL-ALLOTMENT
065500         THRU 9100-JOURNAL-ALLOTMENT-EXIT
065600
065700     MOVE LOCKER-RECORD TO WS-BEFORE-IMAGE
065800     SET LKR-STATUS-VACANT TO TRUE
065900     MOVE 0              TO LKR-ALLOT-NO
066000     MOVE WS-TODAYS-DATE TO LKR-LAST-CHANGE-DATE
066100     PERFORM 8600-REWRITE-LOCKER
066200         THRU 8600-REWRITE-LOCKER-EXIT.
066300 8000-CLOSE-ALLOTMENT-EXIT.
066400     EXIT.
066500
066600*-----------------------------------------------------------------
066700* TAKE A BRANCH AND LOCKER NUMBER AND READ THE LOCKER.  A ZERO
066800* LOCKER NUMBER IS REFUSED AND COMES BACK ZERO.
066900*-----------------------------------------------------------------
067000 8500-READ-LOCKER.
067100     MOVE "N" TO WS-LOCKER-FOUND-SW
067200     DISPLAY "ENTER BRANCH CODE: "
067300     ACCEPT WS-BRANCH-CODE
067400     DISPLAY "ENTER LOCKER NUMBER: "
067500     ACCEPT WS-LOCKER-NO
067600     IF WS-LOCKER-NO = 0
067700         DISPLAY "LOCKMNT: LOCKER NUMBER MUST NOT BE ZERO"
067800         GO TO 8500-READ-LOCKER-EXIT
067900     END-IF
068000     MOVE WS-BRANCH-CODE TO LKR-BRANCH-CODE
068100     MOVE WS-LOCKER-NO   TO LKR-LOCKER-NO
068200     READ LOCKER-MASTER
068300         KEY IS LKR-KEY
068400         INVALID KEY
068500             IF WS-FUNCTION-CODE NOT = 1
068600                 DISPLAY "LOCKMNT: LOCKER " WS-LOCKER-NO
068700                         " NOT SET UP AT BRANCH " WS-BRANCH-CODE
068800             END-IF
068900             GO TO 8500-READ-LOCKER-EXIT
069000     END-READ
069100     SET WS-LOCKER-FOUND TO TRUE.
069200 8500-READ-LOCKER-EXIT.
069300     EXIT.
069400
069500*-----------------------------------------------------------------
069600* REWRITE THE LOCKER JUST CHANGED AND JOURNAL IT AGAINST THE
069700* BEFORE-IMAGE THE CALLER SAVED.
069800*-----------------------------------------------------------------
069900 8600-REWRITE-LOCKER.
070000     REWRITE LOCKER-RECORD
070100         INVALID KEY
070200             DISPLAY "LOCKMNT: UNABLE TO REWRITE LOCKER "
070300                     LKR-LOCKER-NO " - ADVISE THE SUPERVISOR"
070400             GO TO 8600-REWRITE-LOCKER-EXIT
070500     END-REWRITE
070600     PERFORM 9000-JOURNAL-LOCKER
070700         THRU 9000-JOURNAL-LOCKER-EXIT.
070800 8600-REWRITE-LOCKER-EXIT.
070900     EXIT.
071000
071100*-----------------------------------------------------------------
071200* READ THE CURRENT ALLOTMENT OF THE LOCKER JUST READ.  A LOCKER
071300* THAT IS NOT ALLOTTED HAS NONE.  THE BEFORE-IMAGE IS SAVED FOR
071400* THE JOURNAL.
071500*-----------------------------------------------------------------
071600 8700-READ-ALLOTMENT.
071700     MOVE "N" TO WS-ALLOT-FOUND-SW
071800     IF NOT LKR-STATUS-ALLOTTED
071900         DISPLAY "LOCKMNT: LOCKER " LKR-LOCKER-NO
072000                 " IS NOT ALLOTTED (STATUS " LKR-STATUS ")"
072100         GO TO 8700-READ-ALLOTMENT-EXIT
072200     END-IF
072300     MOVE LKR-ALLOT-NO TO ALT-NUMBER
072400     READ ALLOTMENT-FILE
072500         KEY IS ALT-NUMBER
072600         INVALID KEY
072700             DISPLAY "LOCKMNT: ALLOTMENT " LKR-ALLOT-NO
072800                     " FOR LOCKER " LKR-LOCKER-NO " NOT ON FILE"
072900                     " - ADVISE THE SUPERVISOR"
073000             GO TO 8700-READ-ALLOTMENT-EXIT
073100     END-READ
073200     MOVE LOCKER-ALLOT-RECORD TO WS-ALLOT-BEFORE
073300     SET WS-ALLOT-FOUND TO TRUE.
073400 8700-READ-ALLOTMENT-EXIT.
073500     EXIT.
073600
073700*-----------------------------------------------------------------
073800* CONVERT WS-CCYY/WS-MM/WS-DD INTO A DAY COUNT USING THE
073900* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN WS-DAY-COUNT.
074000*-----------------------------------------------------------------
074100 8800-CCYYMMDD-TO-DAYS.
074200     COMPUTE WS-DAY-COUNT =
074300             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
074400 8800-CCYYMMDD-TO-DAYS-EXIT.
074500     EXIT.
074600
074700*-----------------------------------------------------------------
074800* IS WS-CUST-NUMBER LINKED TO WS-RENT-ACCT AS A HOLDER?
074900*-----------------------------------------------------------------
075000 8900-CHECK-HOLDER.
075100     MOVE "N" TO WS-HOLDER-SW
075200     MOVE WS-RENT-ACCT   TO LINK-ACCT-NUMBER
075300     MOVE WS-CUST-NUMBER TO LINK-CUST-NUMBER
075400     READ CUSTOMER-LINK
075500         KEY IS LINK-KEY
075600         INVALID KEY
075700             GO TO 8900-CHECK-HOLDER-EXIT
075800     END-READ
075900     SET WS-IS-HOLDER TO TRUE.
076000 8900-CHECK-HOLDER-EXIT.
076100     EXIT.
076200
076300*-----------------------------------------------------------------
076400* WRITE THE LOCKER'S BEFORE/AFTER IMAGE TO THE MAINTENANCE
076500* JOURNAL.
076600*-----------------------------------------------------------------
076700 9000-JOURNAL-LOCKER.
076800     MOVE "LOCKMSTR" TO WS-JRNL-FILE
076900     MOVE SPACES TO WS-JRNL-KEY
077000     MOVE LKR-KEY TO WS-JRNL-KEY
077100     MOVE LOCKER-RECORD TO WS-AFTER-IMAGE
077200     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
077300                          WS-JRNL-KEY WS-BEFORE-IMAGE
077400                          WS-AFTER-IMAGE.
077500 9000-JOURNAL-LOCKER-EXIT.
077600     EXIT.
077700
077800*-----------------------------------------------------------------
077900* WRITE THE ALLOTMENT'S BEFORE/AFTER IMAGE TO THE MAINTENANCE
078000* JOURNAL.
078100*-----------------------------------------------------------------
078200 9100-JOURNAL-ALLOTMENT.
078300     MOVE "LOCKALOT" TO WS-JRNL-FILE
078400     MOVE SPACES TO WS-JRNL-KEY
078500     MOVE ALT-NUMBER TO WS-JRNL-KEY
078600     MOVE LOCKER-ALLOT-RECORD TO WS-AFTER-IMAGE
078700     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
078800                          WS-JRNL-KEY WS-ALLOT-BEFORE
078900                          WS-AFTER-IMAGE.
079000 9100-JOURNAL-ALLOTMENT-EXIT.
079100     EXIT.
079200
079300*-----------------------------------------------------------------
079400* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
079500*-----------------------------------------------------------------
079600 9999-TERMINATE.
079700     IF WS-OPERATOR-OK
079800         CLOSE LOCKER-MASTER
079900         CLOSE ALLOTMENT-FILE
080000     END-IF
080100     IF WS-LINK-OPEN
080200         CLOSE CUSTOMER-LINK
080300     END-IF
080400     IF WS-VISIT-OPEN
080500         CLOSE VISIT-LOG
080600     END-IF.
080700 9999-TERMINATE-EXIT.
080800     EXIT.
