000100*****************************************************************
000200* PROGRAM      : PPAYCHK                                        *
000300* DESCRIPTION  : CHECKS ONE PRESENTED CHEQUE AGAINST THE        *
000400*                POSITIVE-PAY REGISTER.  A CHEQUE AT OR BELOW   *
000500*                THE THRESHOLD NEEDS NO CONFIRMATION; ONE ABOVE *
000600*                IT IS CLEAR ONLY IF AN ACTIVE RECORD FOR THE   *
000700*                SAME ACCOUNT AND CHEQUE NUMBER CARRIES THE     *
000800*                SAME AMOUNT.  ALSO MARKS A RECORD PAID ONCE    *
000900*                ITS CHEQUE HAS BEEN DEBITED, AND HANDS BACK    *
001000*                THE THRESHOLD SO PPAYMNT REGISTERS AGAINST THE *
001100*                SAME FIGURE.  A REGISTER NOT YET SET UP SIMPLY *
001200*                MEANS NO CHEQUE IS REGISTERED.                 *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. PPAYCHK.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - SHARED POSITIVE-PAY CHECK FOR  *
002600*                  THE NEW POSITIVE-PAY REGISTER.               *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT POSITIVE-PAY-FILE ASSIGN TO "PPAYFILE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS PP-KEY
003600         FILE STATUS IS WS-PPAYFILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  POSITIVE-PAY-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY PPAYREC.
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-PPAYFILE-STATUS       PIC X(02).
004600     88  WS-PPAYFILE-OK       VALUE "00".
004700     88  WS-PPAYFILE-NOTFOUND VALUE "35".
004800
004900*    CHEQUES ABOVE THIS AMOUNT MUST BE REGISTERED BEFORE THEY
005000*    CAN BE PAID.
005100 01  WS-PPAY-THRESHOLD        PIC 9(09) VALUE 200000.
005200
005300 01  WS-TODAYS-DATE           PIC 9(08).
005400
005500 LINKAGE SECTION.
005600 01  LK-FUNCTION              PIC X(01).
005700     88  LK-FUNCTION-VERIFY   VALUE "V".
005800     88  LK-FUNCTION-PAID     VALUE "P".
005900     88  LK-FUNCTION-LIMIT    VALUE "T".
006000 01  LK-ACCT-NUMBER           PIC 9(06).
006100 01  LK-CHEQUE-NUMBER         PIC 9(06).
006200 01  LK-AMOUNT                PIC 9(09).
006300 01  LK-RESULT                PIC X(01).
006400     88  LK-PPAY-CLEAR        VALUE "Y".
006500     88  LK-PPAY-NOT-FOUND    VALUE "N".
006600     88  LK-PPAY-AMOUNT-DIFF  VALUE "A".
006700
006800 PROCEDURE DIVISION USING LK-FUNCTION
006900                          LK-ACCT-NUMBER
007000                          LK-CHEQUE-NUMBER
007100                          LK-AMOUNT
007200                          LK-RESULT.
007300 0000-MAINLINE.
007400     SET LK-PPAY-CLEAR TO TRUE
007500
007600     EVALUATE TRUE
007700         WHEN LK-FUNCTION-VERIFY
007800             PERFORM 1000-VERIFY-CHEQUE
007900                 THRU 1000-VERIFY-CHEQUE-EXIT
008000         WHEN LK-FUNCTION-PAID
008100             PERFORM 2000-MARK-PAID
008200                 THRU 2000-MARK-PAID-EXIT
008300         WHEN LK-FUNCTION-LIMIT
008400             MOVE WS-PPAY-THRESHOLD TO LK-AMOUNT
008500         WHEN OTHER
008600             DISPLAY "PPAYCHK: INVALID FUNCTION " LK-FUNCTION
008700     END-EVALUATE
008800
008900     GOBACK.
009000
009100*-----------------------------------------------------------------
009200* A CHEQUE ABOVE THE THRESHOLD IS CLEAR ONLY WHEN AN ACTIVE
009300* REGISTER RECORD FOR IT CARRIES THE AMOUNT PRESENTED.  A
009400* RECORD ALREADY PAID OR CANCELLED COUNTS AS NO RECORD.
009500*-----------------------------------------------------------------
009600 1000-VERIFY-CHEQUE.
009700     IF LK-AMOUNT NOT > WS-PPAY-THRESHOLD
009800         GO TO 1000-VERIFY-CHEQUE-EXIT
009900     END-IF
010000
010100     SET LK-PPAY-NOT-FOUND TO TRUE
010200
010300     OPEN INPUT POSITIVE-PAY-FILE
010400     IF WS-PPAYFILE-NOTFOUND
010500         GO TO 1000-VERIFY-CHEQUE-EXIT
010600     END-IF
010700     IF NOT WS-PPAYFILE-OK
010800         DISPLAY "PPAYCHK: UNABLE TO OPEN POSITIVE-PAY FILE, "
010900                 "STATUS = " WS-PPAYFILE-STATUS
011000         GO TO 1000-VERIFY-CHEQUE-EXIT
011100     END-IF
011200
011300     MOVE LK-ACCT-NUMBER   TO PP-ACCT-NUMBER
011400     MOVE LK-CHEQUE-NUMBER TO PP-CHEQUE-NUMBER
011500     READ POSITIVE-PAY-FILE
011600         KEY IS PP-KEY
011700         INVALID KEY
011800             CLOSE POSITIVE-PAY-FILE
011900             GO TO 1000-VERIFY-CHEQUE-EXIT
012000     END-READ
012100
012200     IF PP-STATUS-ACTIVE
012300         IF PP-AMOUNT = LK-AMOUNT
012400             SET LK-PPAY-CLEAR TO TRUE
012500         ELSE
012600             SET LK-PPAY-AMOUNT-DIFF TO TRUE
012700         END-IF
012800     END-IF
012900
013000     CLOSE POSITIVE-PAY-FILE.
013100 1000-VERIFY-CHEQUE-EXIT.
013200     EXIT.
013300
013400*-----------------------------------------------------------------
013500* THE CHEQUE HAS BEEN DEBITED - MARK ITS REGISTER RECORD PAID SO
013600* THE SAME LEAF CANNOT BE CONFIRMED A SECOND TIME.
013700*-----------------------------------------------------------------
013800 2000-MARK-PAID.
013900     IF LK-AMOUNT NOT > WS-PPAY-THRESHOLD
014000         GO TO 2000-MARK-PAID-EXIT
014100     END-IF
014200
014300     OPEN I-O POSITIVE-PAY-FILE
014400     IF WS-PPAYFILE-NOTFOUND
014500         GO TO 2000-MARK-PAID-EXIT
014600     END-IF
014700     IF NOT WS-PPAYFILE-OK
014800         DISPLAY "PPAYCHK: UNABLE TO OPEN POSITIVE-PAY FILE, "
014900                 "STATUS = " WS-PPAYFILE-STATUS
015000         GO TO 2000-MARK-PAID-EXIT
015100     END-IF
015200
015300     MOVE LK-ACCT-NUMBER   TO PP-ACCT-NUMBER
015400     MOVE LK-CHEQUE-NUMBER TO PP-CHEQUE-NUMBER
015500     READ POSITIVE-PAY-FILE
015600         KEY IS PP-KEY
015700         INVALID KEY
015800             CLOSE POSITIVE-PAY-FILE
015900             GO TO 2000-MARK-PAID-EXIT
016000     END-READ
016100
016200     IF PP-STATUS-ACTIVE
016300         CALL "BUSDATE" USING WS-TODAYS-DATE
016400         SET PP-STATUS-PAID TO TRUE
016500         MOVE WS-TODAYS-DATE TO PP-PAID-DATE
016600         REWRITE POSITIVE-PAY-RECORD
016700             INVALID KEY
016800                 DISPLAY "PPAYCHK: UNABLE TO MARK CHEQUE "
016900                         LK-CHEQUE-NUMBER " OF ACCOUNT "
017000                         LK-ACCT-NUMBER " PAID"
017100         END-REWRITE
017200     END-IF
017300
017400     CLOSE POSITIVE-PAY-FILE.
017500 2000-MARK-PAID-EXIT.
017600     EXIT.
