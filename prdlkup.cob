000100*****************************************************************
000200* PROGRAM      : PRDLKUP                                        *
000300* DESCRIPTION  : SHARED PRODUCT LOOKUP SUBPROGRAM.  GIVEN AN    *
000400*                ACCOUNT'S PRODUCT CODE AND BASE TYPE, HANDS    *
000500*                BACK THE PRODUCT MASTER RECORD THE ACCOUNT'S   *
000600*                RULES COME FROM.  AN ACCOUNT WITH NO PRODUCT   *
000700*                CODE (OPENED BEFORE THE PRODUCT MASTER) GETS   *
000800*                THE STANDARD RULES OF ITS BASE TYPE, THE SAME  *
000900*                VALUES THE PROGRAMS USED TO CARRY THEMSELVES,  *
001000*                SO ITS BEHAVIOUR DOES NOT CHANGE.  A CODE NOT  *
001100*                ON THE MASTER ALSO GETS THE STANDARD RULES BUT *
001200*                IS REPORTED AS NOT FOUND.                      *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. PRDLKUP.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - PRODUCT RULES LOOKUP WITH THE  *
002600*                  STANDARD PER-TYPE RULES AS THE FALLBACK.     *
002601* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002602*                  PLACE OF YYMMDD.                             *
002603* 2026-10-15 SN    THE PRODUCT RECORD NOW CARRIES THE LOAN      *
002604*                  COLLATERAL RULES; THE STANDARD RULES ASK FOR *
002605*                  NO COLLATERAL.                               *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS PRD-CODE
003600         FILE STATUS IS WS-PRODMSTR-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PRODUCT-MASTER
004100     LABEL RECORDS ARE STANDARD.
004200     COPY PRODREC.
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-PRODMSTR-STATUS       PIC X(02).
004600     88  WS-PRODMSTR-OK       VALUE "00".
004700
004800*    THE STANDARD RULES PER BASE TYPE - WHAT AN ACCOUNT WITHOUT
004900*    A PRODUCT OF ITS OWN IS RUN UNDER.
005000 01  WS-STD-MIN-BAL           PIC 9(06) VALUE 1000.
005100 01  WS-STD-TERM-DAYS         PIC 9(05) VALUE 180.
005200 01  WS-STD-TERM-RATE         PIC 9(03)V99 VALUE 6.50.
005300
005400 LINKAGE SECTION.
005500 01  LK-PRODUCT-CODE          PIC X(04).
005600 01  LK-TYPE-CODE             PIC X(01).
005700 01  LK-PRODUCT-RECORD        PIC X(64).
005800 01  LK-PRODUCT-FOUND-SW      PIC X(01).
005900     88  LK-PRODUCT-FOUND     VALUE "Y".
006000     88  LK-PRODUCT-STANDARD  VALUE "D".
006100     88  LK-PRODUCT-NOT-FOUND VALUE "N".
006200
006300 PROCEDURE DIVISION USING LK-PRODUCT-CODE
006400                          LK-TYPE-CODE
006500                          LK-PRODUCT-RECORD
006600                          LK-PRODUCT-FOUND-SW.
006700 0000-MAINLINE.
006800     PERFORM 1000-LOOKUP-PRODUCT
006900         THRU 1000-LOOKUP-PRODUCT-EXIT
007000     GOBACK.
007100
007200*-----------------------------------------------------------------
007300* READ THE PRODUCT MASTER FOR THE CODE PASSED.  NO CODE, NO
007400* FILE OR NO RECORD FALLS BACK TO THE STANDARD RULES FOR THE
007500* BASE TYPE.
007600*-----------------------------------------------------------------
007700 1000-LOOKUP-PRODUCT.
007800     IF LK-PRODUCT-CODE = SPACES
007900         SET LK-PRODUCT-STANDARD TO TRUE
008000         PERFORM 2000-STANDARD-RULES
008100             THRU 2000-STANDARD-RULES-EXIT
008200         GO TO 1000-LOOKUP-PRODUCT-EXIT
008300     END-IF
008400
008500     SET LK-PRODUCT-NOT-FOUND TO TRUE
008600     OPEN INPUT PRODUCT-MASTER
008700     IF NOT WS-PRODMSTR-OK
008800         DISPLAY "PRDLKUP: UNABLE TO OPEN PRODUCT MASTER, "
008900                 "STATUS = " WS-PRODMSTR-STATUS
009000         PERFORM 2000-STANDARD-RULES
009100             THRU 2000-STANDARD-RULES-EXIT
009200         GO TO 1000-LOOKUP-PRODUCT-EXIT
009300     END-IF
009400     MOVE LK-PRODUCT-CODE TO PRD-CODE
009500     READ PRODUCT-MASTER
009600         KEY IS PRD-CODE
009700         INVALID KEY
009800             DISPLAY "PRDLKUP: PRODUCT " LK-PRODUCT-CODE
009900                     " NOT ON THE PRODUCT MASTER, STANDARD "
010000                     "RULES USED"
010100             CLOSE PRODUCT-MASTER
010200             PERFORM 2000-STANDARD-RULES
010300                 THRU 2000-STANDARD-RULES-EXIT
010400             GO TO 1000-LOOKUP-PRODUCT-EXIT
010500     END-READ
010600     MOVE PRODUCT-RECORD TO LK-PRODUCT-RECORD
010700     SET LK-PRODUCT-FOUND TO TRUE
010800     CLOSE PRODUCT-MASTER.
010900 1000-LOOKUP-PRODUCT-EXIT.
011000     EXIT.
011100
011200*-----------------------------------------------------------------
011300* BUILD THE STANDARD RULES FOR THE BASE TYPE.  SAVINGS AND FIXED
011400* DEPOSITS EARN THE SLAB RATE MONTHLY; A CURRENT ACCOUNT HAS NO
011500* MINIMUM AND MAY CARRY AN OVERDRAFT; FIXED AND RECURRING
011600* DEPOSITS RUN A 180-DAY TERM AT THE STANDARD TERM RATE.  EACH
011700* TYPE'S CHARGES ARE SCHEDULED UNDER A FEE PLAN OF ITS OWN
011800* TYPE CODE.
011900*-----------------------------------------------------------------
012000 2000-STANDARD-RULES.
012100     MOVE SPACES TO PRODUCT-RECORD
012200     MOVE "STANDARD PRODUCT" TO PRD-NAME
012300     MOVE LK-TYPE-CODE   TO PRD-BASE-TYPE
012400     SET PRD-STATUS-OPEN TO TRUE
012500     MOVE WS-STD-MIN-BAL TO PRD-MIN-BAL
012600     MOVE "N"            TO PRD-INT-ELIGIBLE
012700     SET PRD-RATE-SLAB   TO TRUE
012800     MOVE 0              TO PRD-INT-RATE
012900     MOVE 0              TO PRD-TERM-DAYS
013000     MOVE LK-TYPE-CODE   TO PRD-FEE-PLAN
013100     MOVE "N"            TO PRD-OD-ALLOWED
013200     MOVE 0              TO PRD-LAST-CHANGE-DATE
013300     MOVE 0              TO PRD-LAST-CHANGED-BY
013310     MOVE "N"            TO PRD-COLLATERAL-REQD
013320     MOVE 0              TO PRD-MAX-LTV-PCT
013330     MOVE 0              TO PRD-REVAL-MONTHS
013400     EVALUATE TRUE
013500         WHEN PRD-BASE-SAVINGS
013600             MOVE "Y" TO PRD-INT-ELIGIBLE
013700         WHEN PRD-BASE-CURRENT
013800             MOVE 0   TO PRD-MIN-BAL
013900             MOVE "Y" TO PRD-OD-ALLOWED
014000         WHEN PRD-BASE-FIXED
014100             MOVE "Y" TO PRD-INT-ELIGIBLE
014200             MOVE WS-STD-TERM-RATE TO PRD-INT-RATE
014300             MOVE WS-STD-TERM-DAYS TO PRD-TERM-DAYS
014400         WHEN PRD-BASE-RECURRING
014500             MOVE WS-STD-TERM-RATE TO PRD-INT-RATE
014600             MOVE WS-STD-TERM-DAYS TO PRD-TERM-DAYS
014700     END-EVALUATE
014800     MOVE PRODUCT-RECORD TO LK-PRODUCT-RECORD.
014900 2000-STANDARD-RULES-EXIT.
015000     EXIT.
