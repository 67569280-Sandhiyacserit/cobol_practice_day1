002374*                  CAPTURED ONTO THE CUSTOMER RECORD, AND A     *
002375*                  MINOR'S ACCOUNT IS REFUSED WITHOUT A         *
002376*                  GUARDIAN, WHO IS LINKED WITH ROLE "G".       *
002377* 2026-10-15 SN    A NEW ACCOUNT IS NOW OPENED UNDER A PRODUCT  *
002378*                  FROM THE PRODUCT MASTER, WHICH SETS ITS TYPE *
002379*                  AND MINIMUM BALANCE. A WITHDRAWN PRODUCT IS  *
002380*                  REFUSED; NO PRODUCT CODE OPENS THE STANDARD  *
002381*                  PRODUCT OF THE TYPE KEYED.                   *
002382* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002383*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002384*                  HELD.                                        *
002385* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002386*                  PLACE OF YYMMDD.                             *
002387* 2026-10-15 SN    A CUSTOMER MERGED INTO ANOTHER BY DUPMERGE   *
002388*                  IS REFUSED AS HOLDER OR GUARDIAN.            *
002389* 2026-10-15 SN    THE NEW ACCOUNT NUMBER NOW ALSO STEPS PAST   *
002390*                  ACCOUNTS MOVED TO THE CLOSED-ACCOUNT         *
002391*                  ARCHIVE, SO AN ARCHIVED NUMBER IS NEVER      *
002392*                  REISSUED.                                    *
002392* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002392*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002392*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
003398             WITH DUPLICATES
003399         FILE STATUS IS WS-CUSTLINK-STATUS.
003400
003410     SELECT CLOSED-ARCHIVE ASSIGN TO "CLSARCH"
003420         ORGANIZATION IS INDEXED
003430         ACCESS MODE IS DYNAMIC
003440         RECORD KEY IS CLA-KEY
003450         FILE STATUS IS WS-CLSARCH-STATUS.
003460
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ACCOUNT-MASTER
003970     LABEL RECORDS ARE STANDARD.
003980     COPY CUSTLNK.
004000
004010 FD  CLOSED-ARCHIVE
004020     LABEL RECORDS ARE STANDARD.
004030     COPY CLSARCH.
004040
004100 WORKING-STORAGE SECTION.
004200 01  WS-ACCMSTR-STATUS        PIC X(02).
004300     88  WS-ACCMSTR-OK        VALUE "00".
004460     88  WS-CUSTLINK-OK       VALUE "00".
004470     88  WS-CUSTLINK-NOTFOUND VALUE "35".
004480
004483 01  WS-CLSARCH-STATUS        PIC X(02).
004486     88  WS-CLSARCH-OK        VALUE "00".
004489 01  WS-CLSARCH-DONE-SW       PIC X(01).
004492     88  WS-CLSARCH-DONE      VALUE "Y".
004496
004500 01  WS-MAX-ACCT-NUMBER       PIC 9(06) COMP VALUE ZERO.
004610 01  WS-MAJORITY-DAYS         PIC 9(07) VALUE 6480.
004620
004630 01  WS-CUST-NUMBER           PIC 9(06).
004640 01  WS-GUARDIAN-CUST         PIC 9(06).
004650 01  WS-CCYY                  PIC 9(04).
004660 01  WS-MM                    PIC 9(02).
004670 01  WS-DD                    PIC 9(02).
004680 01  WS-DAY-COUNT-RESULT      PIC 9(07).
004690 01  WS-TODAY-DAY-COUNT       PIC 9(07).
004691 01  WS-BIRTH-DAY-COUNT       PIC 9(07).
004692 01  WS-AGE-DAYS              PIC S9(07).
004693 01  WS-TODAYS-DATE           PIC 9(08).
004694 01  WS-NEXT-BASE             PIC 9(05).
004695 01  WS-CHK-FUNCTION          PIC X(01).
004696 01  WS-CHK-VALID-SW          PIC X(01).
005060         88  WS-NAME-MATCHED  VALUE "Y".
005100
005200 01  WS-TYPE-CODE             PIC X(01).
005300 01  WS-OPENING-BALANCE       PIC 9(09).
005400 01  WS-CURRENCY-CODE         PIC X(03).
005410 01  WS-BRANCH-CODE           PIC 9(03).
005420 01  WS-BRANCH-NAME           PIC X(20).
005430 01  WS-BRANCH-FOUND-SW       PIC X(01).
005440     88  WS-BRANCH-FOUND      VALUE "Y".
005441 01  WS-PRODUCT-CODE          PIC X(04).
005442 01  WS-PRODUCT-FOUND-SW      PIC X(01).
005443     88  WS-PRODUCT-FOUND     VALUE "Y".
005444     88  WS-PRODUCT-NOT-FOUND VALUE "N".
005445 01  WS-PRODUCT-OK-SW         PIC X(01) VALUE "N".
005446     88  WS-PRODUCT-OK        VALUE "Y".
005447
005448*    THE RULES OF THE PRODUCT THE ACCOUNT IS OPENED UNDER.
005449     COPY PRODREC.
005450
005460 01  WS-OPERATOR-ID           PIC 9(04).
005470 01  WS-OPERATOR-AUTH         PIC X(01).
005510     05  SESSION-ACTIVE-SW    PIC X(01).
005510         88  SESSION-ACTIVE      VALUE "Y".
005510
005510 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ACCTOPEN".
005510 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005510 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005510     88  WS-ENTITLED          VALUE "Y".
005510
005600 PROCEDURE DIVISION.
005700 0000-MAINLINE.
005800     PERFORM 1000-INITIALIZE
006200         THRU 2000-FIND-NEXT-ACCT-NUMBER-EXIT
006300         UNTIL WS-EOF
006400
006410     PERFORM 2500-CHECK-ARCHIVED-NUMBERS
006420         THRU 2500-CHECK-ARCHIVED-NUMBERS-EXIT
006430
006500     PERFORM 3000-CAPTURE-DETAILS
006600         THRU 3000-CAPTURE-DETAILS-EXIT
006610
006611     IF WS-PRODUCT-OK
006612         PERFORM 3500-CAPTURE-HOLDER
006613             THRU 3500-CAPTURE-HOLDER-EXIT
006614     END-IF
006700
006710     IF WS-OPEN-OK
006800         PERFORM 4000-WRITE-ACCOUNT
008095         SET WS-EOF TO TRUE
008096         GO TO 1000-INITIALIZE-EXIT
008097     END-IF
008097     MOVE "N" TO WS-ENTITLED-SW
008097     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008097                          WS-ENTL-MODE WS-ENTITLED-SW
008097     IF NOT WS-ENTITLED
008097         DISPLAY "ACCTOPEN: OPERATOR " WS-OPERATOR-ID " IS NOT "
008097                 "ENTITLED TO ACCTOPEN, REFUSED"
008097         SET WS-EOF TO TRUE
008097         MOVE "N" TO WS-OPERATOR-SW
008097         GO TO 1000-INITIALIZE-EXIT
008097     END-IF
008098
008100     OPEN I-O ACCOUNT-MASTER
008150     IF WS-ACCMSTR-NOTFOUND
010800     END-READ.
010900 2000-FIND-NEXT-ACCT-NUMBER-EXIT.
011000     EXIT.
011002
011004*-----------------------------------------------------------------
011006* A CLOSED ACCOUNT MOVED TO THE CLOSED-ACCOUNT ARCHIVE HAS LEFT
011008* THE MASTER, BUT ITS NUMBER MUST NEVER BE GIVEN OUT AGAIN.  STEP
011010* PAST EVERY ARCHIVED ACCOUNT NUMBERED ABOVE THE HIGHEST LIVE ONE.
011012*-----------------------------------------------------------------
011014 2500-CHECK-ARCHIVED-NUMBERS.
011016     OPEN INPUT CLOSED-ARCHIVE
011018     IF NOT WS-CLSARCH-OK
011020         GO TO 2500-CHECK-ARCHIVED-NUMBERS-EXIT
011022     END-IF
011024
011026     MOVE "N" TO WS-CLSARCH-DONE-SW
011028     PERFORM 2510-NEXT-ARCHIVED-NUMBER
011030         THRU 2510-NEXT-ARCHIVED-NUMBER-EXIT
011032         UNTIL WS-CLSARCH-DONE
011034     CLOSE CLOSED-ARCHIVE.
011037 2500-CHECK-ARCHIVED-NUMBERS-EXIT.
011040     EXIT.
011043
011046 2510-NEXT-ARCHIVED-NUMBER.
011049     MOVE WS-MAX-ACCT-NUMBER TO CLA-ACCT-NUMBER
011052     MOVE HIGH-VALUES TO CLA-REC-TYPE
011055     MOVE HIGH-VALUES TO CLA-SOURCE-KEY
011058     START CLOSED-ARCHIVE
011061         KEY IS GREATER THAN CLA-KEY
011064         INVALID KEY
011067             SET WS-CLSARCH-DONE TO TRUE
011070             GO TO 2510-NEXT-ARCHIVED-NUMBER-EXIT
011073     END-START
011076     READ CLOSED-ARCHIVE NEXT RECORD
011079         AT END
011082             SET WS-CLSARCH-DONE TO TRUE
011085             GO TO 2510-NEXT-ARCHIVED-NUMBER-EXIT
011088     END-READ
011091     MOVE CLA-ACCT-NUMBER TO WS-MAX-ACCT-NUMBER.
011094 2510-NEXT-ARCHIVED-NUMBER-EXIT.
011097     EXIT.
011100
011200*-----------------------------------------------------------------
011300* PROMPT FOR THE NEW ACCOUNT'S PRODUCT OR TYPE, OPENING BALANCE
011400* AND CURRENCY, ECHOING THE TYPE BACK VIA ACCOUNTTYPE FOR
011500* CONFIRMATION.
011600*-----------------------------------------------------------------
011700 3000-CAPTURE-DETAILS.
011900
012000     DISPLAY "NEW ACCOUNT NUMBER WILL BE: " ACCT-NUMBER
012100
012101*    AN ACCOUNT IS OPENED UNDER A PRODUCT FROM THE PRODUCT
012102*    MASTER, WHICH FIXES ITS TYPE AND RULES.  NO PRODUCT CODE
012103*    OPENS THE STANDARD PRODUCT OF THE TYPE KEYED.
012104     MOVE "N" TO WS-PRODUCT-OK-SW
012105     DISPLAY "ENTER PRODUCT CODE (BLANK = STANDARD PRODUCT "
012106             "FOR THE TYPE): "
012107     ACCEPT WS-PRODUCT-CODE
012108     IF WS-PRODUCT-CODE = SPACES
012109         DISPLAY "ENTER ACCOUNT TYPE (S=SAVINGS C=CURRENT "
012110                 "F=FIXED R=RECURRING): "
012111         ACCEPT WS-TYPE-CODE
012112     ELSE
012113         MOVE SPACE TO WS-TYPE-CODE
012114     END-IF
012115     MOVE "N" TO WS-PRODUCT-FOUND-SW
012116     CALL "PRDLKUP" USING WS-PRODUCT-CODE WS-TYPE-CODE
012117                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
012118     IF WS-PRODUCT-NOT-FOUND
012119         DISPLAY "ACCTOPEN: PRODUCT " WS-PRODUCT-CODE " NOT ON "
012120                 "THE PRODUCT MASTER, ACCOUNT OPENING REFUSED"
012121         GO TO 3000-CAPTURE-DETAILS-EXIT
012122     END-IF
012123     IF PRD-STATUS-WITHDRAWN
012124         DISPLAY "ACCTOPEN: PRODUCT " WS-PRODUCT-CODE " IS "
012125                 "WITHDRAWN FROM SALE, ACCOUNT OPENING REFUSED"
012126         GO TO 3000-CAPTURE-DETAILS-EXIT
012127     END-IF
012128     IF WS-PRODUCT-FOUND
012129         DISPLAY "PRODUCT: " PRD-NAME
012130         MOVE PRD-BASE-TYPE TO WS-TYPE-CODE
012131     END-IF
012132     MOVE WS-PRODUCT-CODE TO ACCT-PRODUCT-CODE
012133     SET WS-PRODUCT-OK TO TRUE
012500     MOVE WS-TYPE-CODE TO ACCT-TYPE-CODE
012600
012700     CALL "ACCOUNTTYPE" USING ACCT-TYPE-CODE
013614
013700     SET ACCT-STATUS-ACTIVE TO TRUE
013800
013900     MOVE PRD-MIN-BAL TO ACCT-MIN-BAL
014000     MOVE ZERO TO ACCT-LAST-DEP-DATE
014100     MOVE ZERO TO ACCT-DAILY-DEP-TOTAL
014200     MOVE ZERO TO ACCT-CREDIT-LIMIT
014625                     "WITH CUSTMAINT FIRST, OPENING REFUSED"
014626             GO TO 3500-CAPTURE-HOLDER-EXIT
014627     END-READ
014628     IF CUST-MERGED
014628         DISPLAY "ACCTOPEN: CUSTOMER " WS-CUST-NUMBER
014628                 " WAS MERGED INTO " CUST-MERGED-INTO
014628                 " - USE THAT NUMBER, OPENING REFUSED"
014628         GO TO 3500-CAPTURE-HOLDER-EXIT
014628     END-IF
014628
014629     IF CUST-DATE-OF-BIRTH = 0
014630         DISPLAY "ENTER HOLDER DATE OF BIRTH (CCYYMMDD): "
014631         ACCEPT CUST-DATE-OF-BIRTH
014632         REWRITE CUSTOMER-RECORD
014633             INVALID KEY
014653                         ", OPENING REFUSED"
014654                 GO TO 3500-CAPTURE-HOLDER-EXIT
014655         END-READ
014655         IF CUST-MERGED
014655             DISPLAY "ACCTOPEN: GUARDIAN " WS-GUARDIAN-CUST
014655                     " WAS MERGED INTO " CUST-MERGED-INTO
014655                     " - USE THAT NUMBER, OPENING REFUSED"
014655             GO TO 3500-CAPTURE-HOLDER-EXIT
014655         END-IF
014656     END-IF
014657
014658     SET WS-OPEN-OK TO TRUE.
014661
014662*-----------------------------------------------------------------
014663* IS THE HOLDER UNDER EIGHTEEN AT THE BUSINESS DATE, PER THE
014664* 30-DAY-MONTH/360-DAY-YEAR CONVENTION.  A BIRTH DATE AHEAD OF
014665* TODAY'S COUNTS AS NO AGE AT ALL.
014666*-----------------------------------------------------------------
014667 3600-CHECK-MAJORITY.
014668     MOVE "N" TO WS-MINOR-SW
014671     END-IF
014672
014673     CALL "BUSDATE" USING WS-TODAYS-DATE
014674     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
014675     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
014676     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
014677     PERFORM 3700-CCYYMMDD-TO-DAYS
014678         THRU 3700-CCYYMMDD-TO-DAYS-EXIT
014679     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
014680
014681     MOVE CUST-DATE-OF-BIRTH(1:4) TO WS-CCYY
014682     MOVE CUST-DATE-OF-BIRTH(5:2) TO WS-MM
014683     MOVE CUST-DATE-OF-BIRTH(7:2) TO WS-DD
014684     PERFORM 3700-CCYYMMDD-TO-DAYS
014685         THRU 3700-CCYYMMDD-TO-DAYS-EXIT
014686     MOVE WS-DAY-COUNT-RESULT TO WS-BIRTH-DAY-COUNT
014687
014688     IF WS-BIRTH-DAY-COUNT > WS-TODAY-DAY-COUNT
014689         MOVE 0 TO WS-AGE-DAYS
014690     ELSE
014692         COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-COUNT
014693                             - WS-BIRTH-DAY-COUNT
014694     END-IF
014700     EXIT.
014701
014702*-----------------------------------------------------------------
014703* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
014704*-----------------------------------------------------------------
014705 3700-CCYYMMDD-TO-DAYS.
014706     COMPUTE WS-DAY-COUNT-RESULT =
014707             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
014708 3700-CCYYMMDD-TO-DAYS-EXIT.
014709     EXIT.
014710
014700*-----------------------------------------------------------------
