000100*****************************************************************
000200* PROGRAM      : GSTINV                                         *
000300* DESCRIPTION  : CALLABLE GST ON SERVICE CHARGES.  FUNCTION "C" *
000400*                TAKES A CHARGE AND ITS TAX CODE (FROM THE      *
000500*                CHARGE SCHEDULE, OR THE CALLER'S OWN FOR A     *
000600*                CHARGE NOT ON IT) AND RETURNS THE RATE AND THE *
000700*                GST DUE ON TOP OF THE CHARGE, SO THE CALLER    *
000800*                CAN CHECK FUNDS FOR BOTH BEFORE POSTING.       *
000900*                FUNCTION "I", CALLED ONCE BOTH HAVE POSTED,    *
001000*                GIVES THE CHARGE THE LEVYING BRANCH'S NEXT     *
001100*                TAX INVOICE NUMBER AND WRITES IT TO THE GST    *
001200*                INVOICE REGISTER.  THE INVOICE SEQUENCE IS     *
001300*                KEPT PER BRANCH ON TXNREF'S SEQUENCE CONTROL   *
001400*                FILE UNDER KEY "GST" PLUS THE BRANCH CODE.     *
001500*                THE CHARGE IS PASSED IN A GST INVOICE RECORD   *
001600*                (GSTREC).  CALLED BY FEEPOST, DDISSUE AND      *
001700*                LOCKRENT.                                      *
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. GSTINV.
002100 AUTHOR. S NATARAJAN.
002200 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED.
002500
002600*****************************************************************
002700* MODIFICATION HISTORY                                          *
002800*-----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION                                  *
003000* 2026-10-15 SN    NEW PROGRAM - GST ON SERVICE CHARGES WITH A  *
003100*                  PER-BRANCH TAX INVOICE REGISTER.             *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GST-FILE ASSIGN TO "GSTFILE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS GSTF-KEY
004100         FILE STATUS IS WS-GSTFILE-STATUS.
004200
004300     SELECT SEQUENCE-CONTROL ASSIGN TO "TXNSEQ"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS TS-CONTROL-KEY
004700         FILE STATUS IS WS-TXNSEQ-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  GST-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  GST-FILE-RECORD.
005400     05  GSTF-KEY             PIC X(13).
005500     05  FILLER               PIC X(90).
005600
005700 FD  SEQUENCE-CONTROL
005800     LABEL RECORDS ARE STANDARD.
005900 01  SEQUENCE-CONTROL-RECORD.
006000     05  TS-CONTROL-KEY.
006100         10  TS-KEY-PREFIX    PIC X(03).
006200         10  TS-KEY-BRANCH    PIC 9(03).
006300     05  TS-LAST-REF          PIC 9(10).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-GSTFILE-STATUS        PIC X(02).
006700     88  WS-GSTFILE-OK        VALUE "00".
006800     88  WS-GSTFILE-NOTFOUND  VALUE "35".
006900
007000 01  WS-TXNSEQ-STATUS         PIC X(02).
007100     88  WS-TXNSEQ-OK         VALUE "00".
007200     88  WS-TXNSEQ-NOTFOUND   VALUE "35".
007300
007400 01  WS-INVOICE-PREFIX        PIC X(03) VALUE "GST".
007500
007600*    THE GST RATE FOR EACH TAX CODE THE CHARGE SCHEDULE MAY
007700*    CARRY.  A BLANK CODE IS TAXED AT THE STANDARD RATE FOR
007800*    SERVICES.
007900 01  WS-TAX-RATE-VALUES.
008000     05  FILLER               PIC X(06) VALUE "ST1800".
008100     05  FILLER               PIC X(06) VALUE "RD1200".
008200     05  FILLER               PIC X(06) VALUE "LW0500".
008300     05  FILLER               PIC X(06) VALUE "EX0000".
008400 01  WS-TAX-RATE-TABLE REDEFINES WS-TAX-RATE-VALUES.
008500     05  WS-TAX-RATE-ENTRY    OCCURS 4 TIMES.
008600         10  WS-RATE-CODE     PIC X(02).
008700         10  WS-RATE-PCT      PIC 9(02)V99.
008800 01  WS-RATE-COUNT            PIC 9(02) COMP VALUE 4.
008900 01  WS-RATE-IDX              PIC 9(02) COMP.
009000 01  WS-FOUND-IDX             PIC 9(02) COMP.
009100 01  WS-STANDARD-CODE         PIC X(02) VALUE "ST".
009200
009300     COPY GSTREC.
009400
009500 LINKAGE SECTION.
009600 01  LK-FUNCTION              PIC X(01).
009700     88  LK-FUNC-COMPUTE      VALUE "C".
009800     88  LK-FUNC-INVOICE      VALUE "I".
009900 01  LK-INVOICE-RECORD        PIC X(103).
010000 01  LK-GST-OK-SW             PIC X(01).
010100     88  LK-GST-OK            VALUE "Y".
010200
010300 PROCEDURE DIVISION USING LK-FUNCTION
010400                          LK-INVOICE-RECORD
010500                          LK-GST-OK-SW.
010600 0000-MAINLINE.
010700     MOVE "N" TO LK-GST-OK-SW
010800     MOVE LK-INVOICE-RECORD TO GST-INVOICE-RECORD
010900
011000     IF LK-FUNC-COMPUTE
011100         PERFORM 1000-COMPUTE-TAX
011200             THRU 1000-COMPUTE-TAX-EXIT
011300     END-IF
011400
011500     IF LK-FUNC-INVOICE
011600         PERFORM 2000-ISSUE-INVOICE
011700             THRU 2000-ISSUE-INVOICE-EXIT
011800     END-IF
011900
012000     MOVE GST-INVOICE-RECORD TO LK-INVOICE-RECORD
012100
012200     GOBACK.
012300
012400*-----------------------------------------------------------------
012500* LOOK UP THE CHARGE'S TAX CODE AND WORK OUT THE GST ON TOP OF
012600* IT, TO THE NEAREST RUPEE.  A CODE NOT ON THE TABLE IS TAXED AT
012700* THE STANDARD RATE RATHER THAN LET THE CHARGE GO UNTAXED.
012800*-----------------------------------------------------------------
012900 1000-COMPUTE-TAX.
013000     IF GST-TAX-CODE = SPACES
013100         MOVE WS-STANDARD-CODE TO GST-TAX-CODE
013200     END-IF
013300
013400     MOVE 0 TO WS-FOUND-IDX
013500     PERFORM 1100-MATCH-ONE-RATE
013600         THRU 1100-MATCH-ONE-RATE-EXIT
013700         VARYING WS-RATE-IDX FROM 1 BY 1
013800         UNTIL WS-RATE-IDX > WS-RATE-COUNT
013900            OR WS-FOUND-IDX NOT = 0
014000
014100     IF WS-FOUND-IDX = 0
014200         DISPLAY "GSTINV: TAX CODE " GST-TAX-CODE " NOT KNOWN "
014300                 "FOR FEE " GST-FEE-CODE ", TAXED AT STANDARD "
014400                 "RATE"
014500         MOVE WS-STANDARD-CODE TO GST-TAX-CODE
014600         PERFORM 1100-MATCH-ONE-RATE
014700             THRU 1100-MATCH-ONE-RATE-EXIT
014800             VARYING WS-RATE-IDX FROM 1 BY 1
014900             UNTIL WS-RATE-IDX > WS-RATE-COUNT
015000                OR WS-FOUND-IDX NOT = 0
015100     END-IF
015200
015300     MOVE WS-RATE-PCT(WS-FOUND-IDX) TO GST-TAX-RATE
015400     COMPUTE GST-TAX-AMT ROUNDED =
015500             GST-TAXABLE-AMT * GST-TAX-RATE / 100
015600     SET LK-GST-OK TO TRUE.
015700 1000-COMPUTE-TAX-EXIT.
015800     EXIT.
015900
016000*-----------------------------------------------------------------
016100* MATCH ONE TAX RATE TABLE ENTRY TO THE CHARGE'S TAX CODE.
016200*-----------------------------------------------------------------
016300 1100-MATCH-ONE-RATE.
016400     IF WS-RATE-CODE(WS-RATE-IDX) = GST-TAX-CODE
016500         MOVE WS-RATE-IDX TO WS-FOUND-IDX
016600     END-IF.
016700 1100-MATCH-ONE-RATE-EXIT.
016800     EXIT.
016900
017000*-----------------------------------------------------------------
017100* TAKE THE LEVYING BRANCH'S NEXT INVOICE NUMBER, SEEDING ITS
017200* SEQUENCE ON THE BRANCH'S FIRST INVOICE, AND WRITE THE CHARGE
017300* TO THE INVOICE REGISTER, CREATING THE REGISTER ON FIRST USE.
017400* AN INVOICE NUMBER OF ZERO TELLS THE CALLER NO INVOICE WAS
017500* RAISED.
017600*-----------------------------------------------------------------
017700 2000-ISSUE-INVOICE.
017800     MOVE 0 TO GST-INVOICE-NO
017900     CALL "BUSDATE" USING GST-INVOICE-DATE
018000
018100     OPEN I-O SEQUENCE-CONTROL
018200     IF WS-TXNSEQ-NOTFOUND
018300         OPEN OUTPUT SEQUENCE-CONTROL
018400         CLOSE SEQUENCE-CONTROL
018500         OPEN I-O SEQUENCE-CONTROL
018600     END-IF
018700     IF NOT WS-TXNSEQ-OK
018800         DISPLAY "GSTINV: UNABLE TO OPEN SEQUENCE CONTROL, "
018900                 "STATUS = " WS-TXNSEQ-STATUS
019000         GO TO 2000-ISSUE-INVOICE-EXIT
019100     END-IF
019200
019300     MOVE WS-INVOICE-PREFIX TO TS-KEY-PREFIX
019400     MOVE GST-BRANCH-CODE   TO TS-KEY-BRANCH
019500     READ SEQUENCE-CONTROL
019600         KEY IS TS-CONTROL-KEY
019700         INVALID KEY
019800             MOVE WS-INVOICE-PREFIX TO TS-KEY-PREFIX
019900             MOVE GST-BRANCH-CODE   TO TS-KEY-BRANCH
020000             MOVE 0 TO TS-LAST-REF
020100             WRITE SEQUENCE-CONTROL-RECORD
020200                 INVALID KEY
020300                     DISPLAY "GSTINV: UNABLE TO SEED THE "
020400                             "INVOICE SEQUENCE FOR BRANCH "
020500                             GST-BRANCH-CODE
020600                     CLOSE SEQUENCE-CONTROL
020700                     GO TO 2000-ISSUE-INVOICE-EXIT
020800             END-WRITE
020900     END-READ
021000
021100     ADD 1 TO TS-LAST-REF
021200     REWRITE SEQUENCE-CONTROL-RECORD
021300         INVALID KEY
021400             DISPLAY "GSTINV: UNABLE TO REWRITE THE INVOICE "
021500                     "SEQUENCE FOR BRANCH " GST-BRANCH-CODE
021600             CLOSE SEQUENCE-CONTROL
021700             GO TO 2000-ISSUE-INVOICE-EXIT
021800     END-REWRITE
021900     MOVE TS-LAST-REF TO GST-INVOICE-NO
022000     CLOSE SEQUENCE-CONTROL
022100
022200     OPEN I-O GST-FILE
022300     IF WS-GSTFILE-NOTFOUND
022400         OPEN OUTPUT GST-FILE
022500         CLOSE GST-FILE
022600         OPEN I-O GST-FILE
022700     END-IF
022800     IF NOT WS-GSTFILE-OK
022900         DISPLAY "GSTINV: UNABLE TO OPEN GST INVOICE REGISTER, "
023000                 "STATUS = " WS-GSTFILE-STATUS
023100         MOVE 0 TO GST-INVOICE-NO
023200         GO TO 2000-ISSUE-INVOICE-EXIT
023300     END-IF
023400
023500     WRITE GST-FILE-RECORD FROM GST-INVOICE-RECORD
023600         INVALID KEY
023700             DISPLAY "GSTINV: INVOICE " GST-INVOICE-NO
023800                     " FOR BRANCH " GST-BRANCH-CODE
023900                     " ALREADY ON THE REGISTER"
024000             MOVE 0 TO GST-INVOICE-NO
024100             CLOSE GST-FILE
024200             GO TO 2000-ISSUE-INVOICE-EXIT
024300     END-WRITE
024400     CLOSE GST-FILE
024500
024600     SET LK-GST-OK TO TRUE.
024700 2000-ISSUE-INVOICE-EXIT.
024800     EXIT.
