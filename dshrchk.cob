000100*****************************************************************
000200* PROGRAM      : DSHRCHK                                        *
000300* DESCRIPTION  : CHEQUE DISHONOUR REGISTER ACCESS.  RECORDS ONE *
000400*                RETURNED CHEQUE ON THE REGISTER WITH ITS       *
000500*                RETURN CHARGE PENDING FOR FEEPOST, AND - FOR   *
000600*                THE CUSTOMER'S OWN CHEQUE - COUNTS THE         *
000700*                ACCOUNT'S DISHONOURS IN THE FINANCIAL YEAR,    *
000800*                MARKING A WARNING LETTER DUE ONCE THE COUNT    *
000900*                REACHES THE SANCTION LIMIT.  ALSO ANSWERS      *
001000*                WHETHER AN ACCOUNT HAS REACHED THE LIMIT (SO   *
001100*                CHQBKISS CAN REFUSE A NEW BOOK) AND HANDS BACK *
001200*                THE LIMIT ITSELF.  A REGISTER NOT YET SET UP   *
001300*                MEANS NO DISHONOURS.                           *
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. DSHRCHK.
001700 AUTHOR. S NATARAJAN.
001800 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100
002200*****************************************************************
002300* MODIFICATION HISTORY                                          *
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-10-15 SN    NEW PROGRAM - SHARED ACCESS TO THE NEW       *
002700*                  CHEQUE DISHONOUR REGISTER.                   *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DISHONOUR-FILE ASSIGN TO "DSHRFILE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS DSH-KEY
003700         FILE STATUS IS WS-DSHRFILE-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DISHONOUR-FILE
004200     LABEL RECORDS ARE STANDARD.
004300     COPY DSHRREC.
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-DSHRFILE-STATUS       PIC X(02).
004700     88  WS-DSHRFILE-OK       VALUE "00".
004800     88  WS-DSHRFILE-NOTFOUND VALUE "35".
004900
005000*    DISHONOURS OF THE CUSTOMER'S OWN CHEQUES IN ONE FINANCIAL
005100*    YEAR AT WHICH NEW CHEQUE BOOKS ARE REFUSED AND A WARNING
005200*    LETTER GOES OUT.
005300 01  WS-DSHR-LIMIT            PIC 9(03) VALUE 3.
005400
005500 01  WS-TODAYS-DATE           PIC 9(08).
005600 01  WS-FY-COUNT              PIC 9(03).
005700
005800 01  WS-SWITCHES.
005900     05  WS-DSH-EOF-SW        PIC X(01) VALUE "N".
006000         88  WS-DSH-EOF       VALUE "Y".
006100
006200 LINKAGE SECTION.
006300 01  LK-FUNCTION              PIC X(01).
006400     88  LK-FUNCTION-RECORD   VALUE "R".
006500     88  LK-FUNCTION-CHECK    VALUE "C".
006600     88  LK-FUNCTION-LIMIT    VALUE "L".
006700 01  LK-ACCT-NUMBER           PIC 9(06).
006800 01  LK-CHEQUE-NUMBER         PIC 9(06).
006900 01  LK-AMOUNT                PIC 9(09).
007000 01  LK-SOURCE                PIC X(01).
007100 01  LK-REASON-CODE           PIC X(04).
007200 01  LK-FY-COUNT              PIC 9(03).
007300 01  LK-BLOCKED-SW            PIC X(01).
007400     88  LK-BLOCKED           VALUE "Y".
007500
007600 PROCEDURE DIVISION USING LK-FUNCTION
007700                          LK-ACCT-NUMBER
007800                          LK-CHEQUE-NUMBER
007900                          LK-AMOUNT
008000                          LK-SOURCE
008100                          LK-REASON-CODE
008200                          LK-FY-COUNT
008300                          LK-BLOCKED-SW.
008400 0000-MAINLINE.
008500     MOVE "N" TO LK-BLOCKED-SW
008600     CALL "BUSDATE" USING WS-TODAYS-DATE
008700
008800     EVALUATE TRUE
008900         WHEN LK-FUNCTION-RECORD
009000             PERFORM 1000-RECORD-DISHONOUR
009100                 THRU 1000-RECORD-DISHONOUR-EXIT
009200         WHEN LK-FUNCTION-CHECK
009300             PERFORM 2000-CHECK-ACCOUNT
009400                 THRU 2000-CHECK-ACCOUNT-EXIT
009500         WHEN LK-FUNCTION-LIMIT
009600             MOVE WS-DSHR-LIMIT TO LK-FY-COUNT
009700         WHEN OTHER
009800             DISPLAY "DSHRCHK: INVALID FUNCTION " LK-FUNCTION
009900     END-EVALUATE
010000
010100     GOBACK.
010200
010300*-----------------------------------------------------------------
010400* WRITE ONE RETURNED CHEQUE TO THE REGISTER, CREATING THE
010500* REGISTER IF IT HAS NEVER BEEN SET UP.  THE CUSTOMER'S OWN
010600* CHEQUE CARRIES ITS PLACE IN THE YEAR'S COUNT, AND FROM THE
010700* LIMIT ON EACH ONE CALLS FOR A WARNING LETTER.
010800*-----------------------------------------------------------------
010900 1000-RECORD-DISHONOUR.
011000     MOVE 0 TO LK-FY-COUNT
011100
011200     OPEN I-O DISHONOUR-FILE
011300     IF WS-DSHRFILE-NOTFOUND
011400         OPEN OUTPUT DISHONOUR-FILE
011500         CLOSE DISHONOUR-FILE
011600         OPEN I-O DISHONOUR-FILE
011700     END-IF
011800     IF NOT WS-DSHRFILE-OK
011900         DISPLAY "DSHRCHK: UNABLE TO OPEN DISHONOUR REGISTER, "
012000                 "STATUS = " WS-DSHRFILE-STATUS
012100         GO TO 1000-RECORD-DISHONOUR-EXIT
012200     END-IF
012300
012400     MOVE 0 TO WS-FY-COUNT
012500     IF LK-SOURCE = "I"
012600         PERFORM 3000-COUNT-YEAR
012700             THRU 3000-COUNT-YEAR-EXIT
012800         ADD 1 TO WS-FY-COUNT
012900     END-IF
013000
013100     MOVE LK-ACCT-NUMBER   TO DSH-ACCT-NUMBER
013200     MOVE WS-TODAYS-DATE   TO DSH-DATE
013300     MOVE LK-SOURCE        TO DSH-SOURCE
013400     MOVE LK-CHEQUE-NUMBER TO DSH-CHEQUE-NUMBER
013500     MOVE LK-AMOUNT        TO DSH-AMOUNT
013600     MOVE LK-REASON-CODE   TO DSH-REASON-CODE
013700     MOVE WS-FY-COUNT      TO DSH-FY-COUNT
013800     SET DSH-CHARGE-PENDING TO TRUE
013900     MOVE 0 TO DSH-CHARGE-AMOUNT
014000     MOVE 0 TO DSH-CHARGE-DATE
014100     SET DSH-LETTER-NOT-DUE TO TRUE
014200     IF DSH-SOURCE-DRAWN
014300         AND WS-FY-COUNT NOT LESS THAN WS-DSHR-LIMIT
014400         SET DSH-LETTER-DUE TO TRUE
014500         SET LK-BLOCKED TO TRUE
014600     END-IF
014700
014800     WRITE DISHONOUR-RECORD
014900         INVALID KEY
015000             DISPLAY "DSHRCHK: CHEQUE " LK-CHEQUE-NUMBER
015100                     " OF ACCOUNT " LK-ACCT-NUMBER
015200                     " ALREADY ON DISHONOUR REGISTER TODAY"
015300     END-WRITE
015400
015500     MOVE WS-FY-COUNT TO LK-FY-COUNT
015600     CLOSE DISHONOUR-FILE.
015700 1000-RECORD-DISHONOUR-EXIT.
015800     EXIT.
015900
016000*-----------------------------------------------------------------
016100* REPORT THE ACCOUNT'S DISHONOUR COUNT FOR THE FINANCIAL YEAR
016200* AND WHETHER IT HAS REACHED THE SANCTION LIMIT.
016300*-----------------------------------------------------------------
016400 2000-CHECK-ACCOUNT.
016500     MOVE 0 TO LK-FY-COUNT
016600     MOVE 0 TO WS-FY-COUNT
016700
016800     OPEN INPUT DISHONOUR-FILE
016900     IF WS-DSHRFILE-NOTFOUND
017000         GO TO 2000-CHECK-ACCOUNT-EXIT
017100     END-IF
017200     IF NOT WS-DSHRFILE-OK
017300         DISPLAY "DSHRCHK: UNABLE TO OPEN DISHONOUR REGISTER, "
017400                 "STATUS = " WS-DSHRFILE-STATUS
017500         GO TO 2000-CHECK-ACCOUNT-EXIT
017600     END-IF
017700
017800     PERFORM 3000-COUNT-YEAR
017900         THRU 3000-COUNT-YEAR-EXIT
018000
018100     MOVE WS-FY-COUNT TO LK-FY-COUNT
018200     IF WS-FY-COUNT NOT LESS THAN WS-DSHR-LIMIT
018300         SET LK-BLOCKED TO TRUE
018400     END-IF
018500
018600     CLOSE DISHONOUR-FILE.
018700 2000-CHECK-ACCOUNT-EXIT.
018800     EXIT.
018900
019000*-----------------------------------------------------------------
019100* COUNT THE ACCOUNT'S OWN-CHEQUE DISHONOURS DATED IN THE CURRENT
019200* FINANCIAL YEAR (THE CALENDAR YEAR OF THE BUSINESS DATE).
019300*-----------------------------------------------------------------
019400 3000-COUNT-YEAR.
019500     MOVE "N" TO WS-DSH-EOF-SW
019600     MOVE LK-ACCT-NUMBER TO DSH-ACCT-NUMBER
019700     MOVE WS-TODAYS-DATE(1:4) TO DSH-DATE(1:4)
019800     MOVE "0101" TO DSH-DATE(5:4)
019900     MOVE SPACE TO DSH-SOURCE
020000     MOVE 0 TO DSH-CHEQUE-NUMBER
020100     START DISHONOUR-FILE
020200         KEY IS NOT LESS THAN DSH-KEY
020300         INVALID KEY
020400             SET WS-DSH-EOF TO TRUE
020500     END-START
020600
020700     PERFORM 3100-COUNT-ONE-ENTRY
020800         THRU 3100-COUNT-ONE-ENTRY-EXIT
020900         UNTIL WS-DSH-EOF.
021000 3000-COUNT-YEAR-EXIT.
021100     EXIT.
021200
021300*-----------------------------------------------------------------
021400* COUNT ONE REGISTER ENTRY FOR THE ACCOUNT AND YEAR.
021500*-----------------------------------------------------------------
021600 3100-COUNT-ONE-ENTRY.
021700     READ DISHONOUR-FILE NEXT RECORD
021800         AT END
021900             SET WS-DSH-EOF TO TRUE
022000             GO TO 3100-COUNT-ONE-ENTRY-EXIT
022100     END-READ
022200
022300     IF DSH-ACCT-NUMBER NOT = LK-ACCT-NUMBER
022400         OR DSH-DATE(1:4) NOT = WS-TODAYS-DATE(1:4)
022500         SET WS-DSH-EOF TO TRUE
022600         GO TO 3100-COUNT-ONE-ENTRY-EXIT
022700     END-IF
022800
022900     IF DSH-SOURCE-DRAWN
023000         ADD 1 TO WS-FY-COUNT
023100     END-IF.
023200 3100-COUNT-ONE-ENTRY-EXIT.
023300     EXIT.
