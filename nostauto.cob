000100*****************************************************************
000200* PROGRAM      : NOSTAUTO                                       *
000300* DESCRIPTION  : NOSTRO POSTING AND AUTO-MATCH.  BOOKS THE      *
000400*                DAY'S EXTERNAL POSTINGS ON FOREIGN-CURRENCY    *
000500*                ACCOUNTS FROM THE DAY EXTRACT AS OUR-SIDE      *
000600*                ENTRIES ON THE SETTLEMENT NOSTRO OF THEIR      *
000700*                CURRENCY, THEN MATCHES EACH NOSTRO'S OPEN      *
000800*                STATEMENT LINES ONE-FOR-ONE WITH OPEN OUR-SIDE *
000900*                ENTRIES OF THE SAME DIRECTION AND AMOUNT -     *
001000*                FIRST ON THE REFERENCE THE CORRESPONDENT       *
001100*                QUOTED, THEN ON AN EXACT VALUE DATE, THEN ON   *
001200*                THE NEAREST VALUE DATE WITHIN THE TOLERANCE.   *
001300*                WHAT IS LEFT OPEN IS REPORTED BY NOSTRPT AND   *
001400*                MATCHED BY HAND IN NOSTMTCH.                   *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. NOSTAUTO.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - NOSTRO OUR-SIDE POSTING AND    *
002800*                  AUTOMATIC MATCHING FOR THE NEW NOSTRO        *
002900*                  RECONCILIATION.                              *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DAY-FILE ASSIGN TO "DAYFILE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-DAYFILE-STATUS.
003800
003900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ACCT-NUMBER
004300         FILE STATUS IS WS-ACCMSTR-STATUS.
004400
004500     SELECT NOSTRO-MASTER ASSIGN TO "NOSTMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS NOS-KEY
004900         FILE STATUS IS WS-NOSTMSTR-STATUS.
005000
005100     SELECT NOSTRO-ENTRIES ASSIGN TO "NOSTENT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS NE-KEY
005500         FILE STATUS IS WS-NOSTENT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DAY-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DAYREC.
006200
006300 FD  ACCOUNT-MASTER
006400     LABEL RECORDS ARE STANDARD.
006500     COPY ACCTREC.
006600
006700 FD  NOSTRO-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900     COPY NOSTREC.
007000
007100 FD  NOSTRO-ENTRIES
007200     LABEL RECORDS ARE STANDARD.
007300     COPY NOSTENT.
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-DAYFILE-STATUS        PIC X(02).
007700     88  WS-DAYFILE-OK        VALUE "00".
007800 01  WS-ACCMSTR-STATUS        PIC X(02).
007900     88  WS-ACCMSTR-OK        VALUE "00".
008000 01  WS-NOSTMSTR-STATUS       PIC X(02).
008100     88  WS-NOSTMSTR-OK       VALUE "00".
008200     88  WS-NOSTMSTR-NOTFOUND VALUE "35".
008300 01  WS-NOSTENT-STATUS        PIC X(02).
008400     88  WS-NOSTENT-OK        VALUE "00".
008500     88  WS-NOSTENT-NOTFOUND  VALUE "35".
008600
008700 01  WS-JOB-NAME              PIC X(08) VALUE "NOSTAUTO".
008800 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
008900     88  WS-BATCH-ACQUIRED    VALUE "Y".
009000
009100 01  WS-TODAYS-DATE           PIC 9(08).
009200
009300*    THE DAY EXTRACT'S TRANSACTION TYPES THAT MOVE MONEY IN OR OUT
009400*    OF THE BANK, AND SO THROUGH THE NOSTRO, ON A FOREIGN-CURRENCY
009500*    ACCOUNT - CASH, CLEARING CHEQUES, ATM CASH, REMITTANCES AND
009600*    THEIR RETURNS, AND CLOSURE PAYOUTS.  INTEREST, TRANSFERS,
009700*    FEES, TAX AND THE OTHER BOOK ENTRIES STAY INSIDE THE BANK.
009800 01  WS-DAY-TYPE              PIC X(01).
009900     88  WS-DEP-INTO-NOSTRO   VALUE "D" "Q" "O".
010000     88  WS-DEP-OUT-OF-NOSTRO VALUE "R".
010100     88  WS-WD-OUT-OF-NOSTRO  VALUE "W" " " "Q" "A" "O" "C".
010200 01  WS-DR-CR                 PIC X(01).
010300
010400*    THE NOSTRO MASTER, HELD FOR THE CURRENCY LOOKUP AND FOR THE
010500*    MATCHING PASS.
010600 01  WS-MAX-NOSTROS           PIC 9(02) VALUE 20.
010700 01  WS-NOSTRO-COUNT          PIC 9(02) VALUE 0.
010800 01  WS-NOSTRO-TABLE.
010900     05  WS-NT-ENTRY          OCCURS 20 TIMES.
011000         10  WS-NT-KEY.
011100             15  WS-NT-CURRENCY PIC X(03).
011200             15  WS-NT-CORR     PIC X(04).
011300         10  WS-NT-SETTLE-SW  PIC X(01).
011400         10  WS-NT-STATUS     PIC X(01).
011500 01  WS-NT-IDX                PIC 9(02).
011600 01  WS-FOUND-IDX             PIC 9(02).
011700
011800*    THE OPEN ENTRIES OF THE NOSTRO BEING MATCHED, ONE TABLE PER
011900*    SIDE.  A VALUE DATE IS HELD AS A DAY NUMBER ON THE 360-DAY
012000*    CONVENTION SO THE GAP BETWEEN TWO DATES IS A SUBTRACTION.
012100 01  WS-MAX-OPEN              PIC 9(04) VALUE 2000.
012200 01  WS-OUR-COUNT             PIC 9(04) VALUE 0.
012300 01  WS-OUR-TABLE.
012400     05  WS-OE-ENTRY          OCCURS 2000 TIMES.
012500         10  WS-OE-REF        PIC 9(10).
012600         10  WS-OE-DR-CR      PIC X(01).
012700         10  WS-OE-AMOUNT     PIC 9(09).
012800         10  WS-OE-DAY-NO     PIC 9(07).
012900         10  WS-OE-MATCH-SW   PIC X(01).
013000             88  WS-OE-MATCHED VALUE "Y".
013100 01  WS-THEIR-COUNT           PIC 9(04) VALUE 0.
013200 01  WS-THEIR-TABLE.
013300     05  WS-TE-ENTRY          OCCURS 2000 TIMES.
013400         10  WS-TE-REF        PIC 9(10).
013500         10  WS-TE-DR-CR      PIC X(01).
013600         10  WS-TE-AMOUNT     PIC 9(09).
013700         10  WS-TE-DAY-NO     PIC 9(07).
013800         10  WS-TE-OUR-REF    PIC 9(10).
013900         10  WS-TE-MATCH-IDX  PIC 9(04).
014000 01  WS-OU-IDX                PIC 9(04).
014100 01  WS-TH-IDX                PIC 9(04).
014200
014300*    MATCHING PASSES - 1 ON REFERENCE, 2 ON EXACT VALUE DATE, 3 ON
014400*    THE NEAREST VALUE DATE NO MORE THAN THE TOLERANCE APART.
014500 01  WS-PASS                  PIC 9(01).
014600 01  WS-DATE-TOLERANCE        PIC 9(03) VALUE 3.
014700 01  WS-BEST-IDX              PIC 9(04).
014800 01  WS-BEST-GAP              PIC 9(07).
014900 01  WS-CAND-GAP              PIC 9(07).
015000
015100 01  WS-CALC-DATE             PIC 9(08).
015200 01  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
015300     05  WS-CALC-CCYY         PIC 9(04).
015400     05  WS-CALC-MM           PIC 9(02).
015500     05  WS-CALC-DD           PIC 9(02).
015600 01  WS-CALC-DAY-NO           PIC 9(07).
015700
015800 01  WS-LOAD-KEY.
015900     05  WS-LOAD-NOSTRO-KEY   PIC X(07).
016000     05  WS-LOAD-SIDE         PIC X(01).
016100
016200 01  WS-POSTED-COUNT          PIC 9(06) COMP VALUE 0.
016300 01  WS-DUPLICATE-COUNT       PIC 9(06) COMP VALUE 0.
016400 01  WS-NO-NOSTRO-COUNT       PIC 9(06) COMP VALUE 0.
016500 01  WS-NO-REF-COUNT          PIC 9(06) COMP VALUE 0.
016600 01  WS-PAIR-COUNT            PIC 9(06) COMP VALUE 0.
016700 01  WS-NOSTRO-PAIRS          PIC 9(06) COMP VALUE 0.
016800
016900 01  WS-SWITCHES.
017000     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
017100         88  WS-INIT-FAILED   VALUE "Y".
017200     05  WS-DAYFILE-EOF-SW    PIC X(01) VALUE "N".
017300         88  WS-DAYFILE-EOF   VALUE "Y".
017400     05  WS-DAYFILE-SW        PIC X(01) VALUE "N".
017500         88  WS-DAYFILE-OPEN  VALUE "Y".
017600     05  WS-FILES-SW          PIC X(01) VALUE "N".
017700         88  WS-FILES-OPEN    VALUE "Y".
017800     05  WS-LOAD-EOF-SW       PIC X(01) VALUE "N".
017900         88  WS-LOAD-EOF      VALUE "Y".
018000     05  WS-MSTR-EOF-SW       PIC X(01) VALUE "N".
018100         88  WS-MSTR-EOF      VALUE "Y".
018200
018300 PROCEDURE DIVISION.
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE
018600         THRU 1000-INITIALIZE-EXIT
018700
018800     IF WS-FILES-OPEN
018900         PERFORM 2000-POST-DAY-ENTRY
019000             THRU 2000-POST-DAY-ENTRY-EXIT
019100             UNTIL WS-DAYFILE-EOF
019200
019300         PERFORM 4000-MATCH-NOSTRO
019400             THRU 4000-MATCH-NOSTRO-EXIT
019500             VARYING WS-NT-IDX FROM 1 BY 1
019600             UNTIL WS-NT-IDX > WS-NOSTRO-COUNT
019700
019800         DISPLAY "NOSTAUTO: OUR-SIDE ENTRIES POSTED = "
019900                 WS-POSTED-COUNT
020000                 ", ALREADY ON FILE = " WS-DUPLICATE-COUNT
020100         DISPLAY "NOSTAUTO: POSTINGS WITH NO SETTLEMENT NOSTRO = "
020200                 WS-NO-NOSTRO-COUNT
020300                 ", WITH NO TRANSACTION REFERENCE = "
020400                 WS-NO-REF-COUNT
020500         DISPLAY "NOSTAUTO: PAIRS MATCHED = " WS-PAIR-COUNT
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
021700* ACQUIRE THE BATCH WINDOW, LOAD THE NOSTRO MASTER AND OPEN THE
021800* FILES.  NO NOSTRO MASTER MEANS NO NOSTROS ARE SET UP AND THERE
021900* IS NOTHING TO DO.  A MISSING DAY EXTRACT STILL LETS THE
022000* MATCHING RUN.
022100*-----------------------------------------------------------------
022200 1000-INITIALIZE.
022300     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
022400     IF NOT WS-BATCH-ACQUIRED
022500         DISPLAY "NOSTAUTO: BATCH WINDOW CHECK FAILED, RUN "
022600                 "REFUSED"
022700         SET WS-INIT-FAILED TO TRUE
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF
023000
023100     CALL "BUSDATE" USING WS-TODAYS-DATE
023200
023300     OPEN INPUT NOSTRO-MASTER
023400     IF WS-NOSTMSTR-NOTFOUND
023500         DISPLAY "NOSTAUTO: NO NOSTRO ACCOUNTS ARE SET UP"
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF
023800     IF NOT WS-NOSTMSTR-OK
023900         DISPLAY "NOSTAUTO: UNABLE TO OPEN NOSTRO MASTER, "
024000                 "STATUS = " WS-NOSTMSTR-STATUS
024100         SET WS-INIT-FAILED TO TRUE
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF
024400     PERFORM 1100-LOAD-NOSTRO
024500         THRU 1100-LOAD-NOSTRO-EXIT
024600         UNTIL WS-MSTR-EOF
024700     CLOSE NOSTRO-MASTER
024800
024900     OPEN INPUT ACCOUNT-MASTER
025000     IF NOT WS-ACCMSTR-OK
025100         DISPLAY "NOSTAUTO: UNABLE TO OPEN ACCOUNT MASTER, "
025200                 "STATUS = " WS-ACCMSTR-STATUS
025300         SET WS-INIT-FAILED TO TRUE
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF
025600
025700     OPEN I-O NOSTRO-ENTRIES
025800     IF WS-NOSTENT-NOTFOUND
025900         OPEN OUTPUT NOSTRO-ENTRIES
026000         CLOSE NOSTRO-ENTRIES
026100         OPEN I-O NOSTRO-ENTRIES
026200     END-IF
026300     IF NOT WS-NOSTENT-OK
026400         DISPLAY "NOSTAUTO: UNABLE TO OPEN NOSTRO ENTRIES, "
026500                 "STATUS = " WS-NOSTENT-STATUS
026600         CLOSE ACCOUNT-MASTER
026700         SET WS-INIT-FAILED TO TRUE
026800         GO TO 1000-INITIALIZE-EXIT
026900     END-IF
027000     SET WS-FILES-OPEN TO TRUE
027100
027200     OPEN INPUT DAY-FILE
027300     IF NOT WS-DAYFILE-OK
027400         DISPLAY "NOSTAUTO: UNABLE TO OPEN THE DAY EXTRACT, "
027500                 "STATUS = " WS-DAYFILE-STATUS
027600                 " - NO POSTINGS BOOKED, MATCHING ONLY"
027700         SET WS-DAYFILE-EOF TO TRUE
027800         GO TO 1000-INITIALIZE-EXIT
027900     END-IF
028000     SET WS-DAYFILE-OPEN TO TRUE.
028100 1000-INITIALIZE-EXIT.
028200     EXIT.
028300
028400*-----------------------------------------------------------------
028500* HOLD ONE NOSTRO MASTER RECORD IN THE TABLE.
028600*-----------------------------------------------------------------
028700 1100-LOAD-NOSTRO.
028800     READ NOSTRO-MASTER NEXT RECORD
028900         AT END
029000             SET WS-MSTR-EOF TO TRUE
029100             GO TO 1100-LOAD-NOSTRO-EXIT
029200     END-READ
029300
029400     IF WS-NOSTRO-COUNT NOT < WS-MAX-NOSTROS
029500         DISPLAY "NOSTAUTO: NOSTRO TABLE FULL, " NOS-KEY
029600                 " NOT PROCESSED"
029700         GO TO 1100-LOAD-NOSTRO-EXIT
029800     END-IF
029900     ADD 1 TO WS-NOSTRO-COUNT
030000     MOVE NOS-KEY       TO WS-NT-KEY(WS-NOSTRO-COUNT)
030100     MOVE NOS-SETTLE-SW TO WS-NT-SETTLE-SW(WS-NOSTRO-COUNT)
030200     MOVE NOS-STATUS    TO WS-NT-STATUS(WS-NOSTRO-COUNT).
030300 1100-LOAD-NOSTRO-EXIT.
030400     EXIT.
030500
030600*-----------------------------------------------------------------
030700* BOOK ONE OF THE DAY EXTRACT'S ENTRIES TO THE SETTLEMENT NOSTRO
030800* IF IT IS AN EXTERNAL MOVEMENT ON A FOREIGN-CURRENCY ACCOUNT.
030900* THE ENTRY IS KEYED BY ITS TRANSACTION REFERENCE, SO A RERUN
031000* FINDS IT ALREADY ON FILE.
031100*-----------------------------------------------------------------
031200 2000-POST-DAY-ENTRY.
031300     READ DAY-FILE
031400         AT END
031500             SET WS-DAYFILE-EOF TO TRUE
031600             GO TO 2000-POST-DAY-ENTRY-EXIT
031700     END-READ
031800
031900     IF DAY-DATE NOT = WS-TODAYS-DATE
032000         GO TO 2000-POST-DAY-ENTRY-EXIT
032100     END-IF
032200
032300*    OFFICE ENTRIES CARRY ACCOUNT ZERO AND ARE ALWAYS IN RUPEES.
032400     IF DAY-ACCT-NUMBER = 0
032500         GO TO 2000-POST-DAY-ENTRY-EXIT
032600     END-IF
032700
032800     MOVE DAY-TRANS-TYPE TO WS-DAY-TYPE
032900     EVALUATE TRUE
033000         WHEN DAY-SOURCE-DEPOSIT AND WS-DEP-INTO-NOSTRO
033100             MOVE "C" TO WS-DR-CR
033200         WHEN DAY-SOURCE-DEPOSIT AND WS-DEP-OUT-OF-NOSTRO
033300             MOVE "D" TO WS-DR-CR
033400         WHEN DAY-SOURCE-WITHDRAW AND WS-WD-OUT-OF-NOSTRO
033500             MOVE "D" TO WS-DR-CR
033600         WHEN OTHER
033700             GO TO 2000-POST-DAY-ENTRY-EXIT
033800     END-EVALUATE
033900
034000     MOVE DAY-ACCT-NUMBER TO ACCT-NUMBER
034100     READ ACCOUNT-MASTER
034200         KEY IS ACCT-NUMBER
034300         INVALID KEY
034400             GO TO 2000-POST-DAY-ENTRY-EXIT
034500     END-READ
034600     IF ACCT-CURRENCY-INR OR ACCT-CURRENCY-CODE = SPACES
034700         GO TO 2000-POST-DAY-ENTRY-EXIT
034800     END-IF
034900
035000     IF DAY-TXN-REF = 0
035100         ADD 1 TO WS-NO-REF-COUNT
035200         DISPLAY "NOSTAUTO: " ACCT-CURRENCY-CODE " POSTING ON "
035300                 "ACCOUNT " DAY-ACCT-NUMBER " AT " DAY-TIME
035400                 " HAS NO TRANSACTION REFERENCE, NOT BOOKED"
035500         GO TO 2000-POST-DAY-ENTRY-EXIT
035600     END-IF
035700
035800     PERFORM 2100-FIND-SETTLEMENT
035900         THRU 2100-FIND-SETTLEMENT-EXIT
036000     IF WS-FOUND-IDX = 0
036100         ADD 1 TO WS-NO-NOSTRO-COUNT
036200         DISPLAY "NOSTAUTO: NO SETTLEMENT NOSTRO FOR "
036300                 ACCT-CURRENCY-CODE ", TRANSACTION " DAY-TXN-REF
036400                 " NOT BOOKED"
036500         GO TO 2000-POST-DAY-ENTRY-EXIT
036600     END-IF
036700
036800     INITIALIZE NOSTRO-ENTRY-RECORD
036900     MOVE WS-NT-KEY(WS-FOUND-IDX) TO NE-NOSTRO-KEY
037000     SET NE-SIDE-OURS TO TRUE
037100     MOVE DAY-TXN-REF    TO NE-ENTRY-REF
037200     MOVE DAY-DATE       TO NE-VALUE-DATE
037300     MOVE WS-DR-CR       TO NE-DR-CR
037400     MOVE DAY-AMOUNT     TO NE-AMOUNT
037500     MOVE DAY-TXN-REF    TO NE-OUR-REF
037600     IF DAY-SOURCE-DEPOSIT
037700         SET NE-SOURCE-DEPOSIT TO TRUE
037800     ELSE
037900         SET NE-SOURCE-WITHDRAW TO TRUE
038000     END-IF
038100     MOVE DAY-ACCT-NUMBER TO NE-ACCT-NUMBER
038200     SET NE-STATUS-OPEN TO TRUE
038300     WRITE NOSTRO-ENTRY-RECORD
038400         INVALID KEY
038500             ADD 1 TO WS-DUPLICATE-COUNT
038600             GO TO 2000-POST-DAY-ENTRY-EXIT
038700     END-WRITE
038800     ADD 1 TO WS-POSTED-COUNT.
038900 2000-POST-DAY-ENTRY-EXIT.
039000     EXIT.
039100
039200*-----------------------------------------------------------------
039300* FIND THE ACTIVE SETTLEMENT NOSTRO FOR THE ACCOUNT'S CURRENCY.
039400* WS-FOUND-IDX IS LEFT ZERO WHEN THERE IS NONE.
039500*-----------------------------------------------------------------
039600 2100-FIND-SETTLEMENT.
039700     MOVE 0 TO WS-FOUND-IDX
039800     PERFORM 2110-CHECK-NOSTRO
039900         THRU 2110-CHECK-NOSTRO-EXIT
040000         VARYING WS-NT-IDX FROM 1 BY 1
040100         UNTIL WS-NT-IDX > WS-NOSTRO-COUNT
040200            OR WS-FOUND-IDX > 0.
040300 2100-FIND-SETTLEMENT-EXIT.
040400     EXIT.
040500
040600 2110-CHECK-NOSTRO.
040700     IF WS-NT-CURRENCY(WS-NT-IDX) = ACCT-CURRENCY-CODE
040800         AND WS-NT-SETTLE-SW(WS-NT-IDX) = "Y"
040900         AND WS-NT-STATUS(WS-NT-IDX) = "A"
041000         MOVE WS-NT-IDX TO WS-FOUND-IDX
041100     END-IF.
041200 2110-CHECK-NOSTRO-EXIT.
041300     EXIT.
041400
041500*-----------------------------------------------------------------
041600* MATCH ONE ACTIVE NOSTRO - LOAD BOTH SIDES' OPEN ENTRIES, PAIR
041700* THEM PASS BY PASS, THEN MARK EACH PAIR MATCHED ON FILE.
041800*-----------------------------------------------------------------
041900 4000-MATCH-NOSTRO.
042000     IF WS-NT-STATUS(WS-NT-IDX) NOT = "A"
042100         GO TO 4000-MATCH-NOSTRO-EXIT
042200     END-IF
042300
042400     MOVE 0 TO WS-OUR-COUNT
042500     MOVE 0 TO WS-THEIR-COUNT
042600     MOVE 0 TO WS-NOSTRO-PAIRS
042700     MOVE WS-NT-KEY(WS-NT-IDX) TO WS-LOAD-NOSTRO-KEY
042800     MOVE "O" TO WS-LOAD-SIDE
042900     PERFORM 4100-LOAD-SIDE
043000         THRU 4100-LOAD-SIDE-EXIT
043100     MOVE "T" TO WS-LOAD-SIDE
043200     PERFORM 4100-LOAD-SIDE
043300         THRU 4100-LOAD-SIDE-EXIT
043400     IF WS-OUR-COUNT = 0 OR WS-THEIR-COUNT = 0
043500         GO TO 4000-MATCH-NOSTRO-EXIT
043600     END-IF
043700
043800     PERFORM 4200-MATCH-PASS
043900         THRU 4200-MATCH-PASS-EXIT
044000         VARYING WS-PASS FROM 1 BY 1
044100         UNTIL WS-PASS > 3
044200
044300     PERFORM 4300-APPLY-MATCH
044400         THRU 4300-APPLY-MATCH-EXIT
044500         VARYING WS-TH-IDX FROM 1 BY 1
044600         UNTIL WS-TH-IDX > WS-THEIR-COUNT
044700
044800     DISPLAY "NOSTAUTO: " WS-NT-CURRENCY(WS-NT-IDX) "/"
044900             WS-NT-CORR(WS-NT-IDX) " PAIRS MATCHED = "
045000             WS-NOSTRO-PAIRS.
045100 4000-MATCH-NOSTRO-EXIT.
045200     EXIT.
045300
045400*-----------------------------------------------------------------
045500* LOAD THE OPEN ENTRIES ON ONE SIDE OF THE NOSTRO INTO ITS TABLE.
045600*-----------------------------------------------------------------
045700 4100-LOAD-SIDE.
045800     MOVE "N" TO WS-LOAD-EOF-SW
045900     MOVE WS-LOAD-KEY TO NE-KEY(1:8)
046000     MOVE 0 TO NE-ENTRY-REF
046100     START NOSTRO-ENTRIES KEY IS NOT LESS THAN NE-KEY
046200         INVALID KEY
046300             GO TO 4100-LOAD-SIDE-EXIT
046400     END-START
046500
046600     PERFORM 4110-LOAD-ONE-ENTRY
046700         THRU 4110-LOAD-ONE-ENTRY-EXIT
046800         UNTIL WS-LOAD-EOF.
046900 4100-LOAD-SIDE-EXIT.
047000     EXIT.
047100
047200 4110-LOAD-ONE-ENTRY.
047300     READ NOSTRO-ENTRIES NEXT RECORD
047400         AT END
047500             SET WS-LOAD-EOF TO TRUE
047600             GO TO 4110-LOAD-ONE-ENTRY-EXIT
047700     END-READ
047800     IF NE-KEY(1:8) NOT = WS-LOAD-KEY
047900         SET WS-LOAD-EOF TO TRUE
048000         GO TO 4110-LOAD-ONE-ENTRY-EXIT
048100     END-IF
048200     IF NOT NE-STATUS-OPEN
048300         GO TO 4110-LOAD-ONE-ENTRY-EXIT
048400     END-IF
048500
048600     MOVE NE-VALUE-DATE TO WS-CALC-DATE
048700     COMPUTE WS-CALC-DAY-NO = (WS-CALC-CCYY * 360)
048800                            + (WS-CALC-MM * 30) + WS-CALC-DD
048900
049000     IF NE-SIDE-OURS
049100         IF WS-OUR-COUNT NOT < WS-MAX-OPEN
049200             DISPLAY "NOSTAUTO: " WS-LOAD-NOSTRO-KEY " OPEN "
049300                     "OUR-SIDE ENTRIES OVER TABLE SIZE, THE REST "
049400                     "ARE LEFT FOR THE NEXT RUN"
049500             SET WS-LOAD-EOF TO TRUE
049600             GO TO 4110-LOAD-ONE-ENTRY-EXIT
049700         END-IF
049800         ADD 1 TO WS-OUR-COUNT
049900         MOVE NE-ENTRY-REF   TO WS-OE-REF(WS-OUR-COUNT)
050000         MOVE NE-DR-CR       TO WS-OE-DR-CR(WS-OUR-COUNT)
050100         MOVE NE-AMOUNT      TO WS-OE-AMOUNT(WS-OUR-COUNT)
050200         MOVE WS-CALC-DAY-NO TO WS-OE-DAY-NO(WS-OUR-COUNT)
050300         MOVE "N"            TO WS-OE-MATCH-SW(WS-OUR-COUNT)
050400     ELSE
050500         IF WS-THEIR-COUNT NOT < WS-MAX-OPEN
050600             DISPLAY "NOSTAUTO: " WS-LOAD-NOSTRO-KEY " OPEN "
050700                     "STATEMENT LINES OVER TABLE SIZE, THE REST "
050800                     "ARE LEFT FOR THE NEXT RUN"
050900             SET WS-LOAD-EOF TO TRUE
051000             GO TO 4110-LOAD-ONE-ENTRY-EXIT
051100         END-IF
051200         ADD 1 TO WS-THEIR-COUNT
051300         MOVE NE-ENTRY-REF   TO WS-TE-REF(WS-THEIR-COUNT)
051400         MOVE NE-DR-CR       TO WS-TE-DR-CR(WS-THEIR-COUNT)
051500         MOVE NE-AMOUNT      TO WS-TE-AMOUNT(WS-THEIR-COUNT)
051600         MOVE WS-CALC-DAY-NO TO WS-TE-DAY-NO(WS-THEIR-COUNT)
051700         MOVE NE-OUR-REF     TO WS-TE-OUR-REF(WS-THEIR-COUNT)
051800         MOVE 0              TO WS-TE-MATCH-IDX(WS-THEIR-COUNT)
051900     END-IF.
052000 4110-LOAD-ONE-ENTRY-EXIT.
052100     EXIT.
052200
052300*-----------------------------------------------------------------
052400* ONE MATCHING PASS OVER THE STATEMENT LINES STILL UNPAIRED.
052500* RUNNING THE PASSES IN TURN KEEPS A DATE MATCH FROM TAKING AN
052600* ENTRY ANOTHER LINE QUOTES BY REFERENCE.
052700*-----------------------------------------------------------------
052800 4200-MATCH-PASS.
052900     PERFORM 4210-MATCH-ONE-LINE
053000         THRU 4210-MATCH-ONE-LINE-EXIT
053100         VARYING WS-TH-IDX FROM 1 BY 1
053200         UNTIL WS-TH-IDX > WS-THEIR-COUNT.
053300 4200-MATCH-PASS-EXIT.
053400     EXIT.
053500
053600 4210-MATCH-ONE-LINE.
053700     IF WS-TE-MATCH-IDX(WS-TH-IDX) > 0
053800         GO TO 4210-MATCH-ONE-LINE-EXIT
053900     END-IF
054000     IF WS-PASS = 1 AND WS-TE-OUR-REF(WS-TH-IDX) = 0
054100         GO TO 4210-MATCH-ONE-LINE-EXIT
054200     END-IF
054300
054400     MOVE 0 TO WS-BEST-IDX
054500     MOVE 9999999 TO WS-BEST-GAP
054600     PERFORM 4220-TRY-OUR-ENTRY
054700         THRU 4220-TRY-OUR-ENTRY-EXIT
054800         VARYING WS-OU-IDX FROM 1 BY 1
054900         UNTIL WS-OU-IDX > WS-OUR-COUNT
055000
055100     IF WS-BEST-IDX > 0
055200         MOVE WS-BEST-IDX TO WS-TE-MATCH-IDX(WS-TH-IDX)
055300         SET WS-OE-MATCHED(WS-BEST-IDX) TO TRUE
055400     END-IF.
055500 4210-MATCH-ONE-LINE-EXIT.
055600     EXIT.
055700
055800*-----------------------------------------------------------------
055900* WEIGH ONE OUR-SIDE ENTRY AGAINST THE STATEMENT LINE FOR THIS
056000* PASS, KEEPING THE NEAREST IN VALUE DATE.
056100*-----------------------------------------------------------------
056200 4220-TRY-OUR-ENTRY.
056300     IF WS-OE-MATCHED(WS-OU-IDX)
056400         OR WS-OE-DR-CR(WS-OU-IDX) NOT = WS-TE-DR-CR(WS-TH-IDX)
056500         OR WS-OE-AMOUNT(WS-OU-IDX) NOT = WS-TE-AMOUNT(WS-TH-IDX)
056600         GO TO 4220-TRY-OUR-ENTRY-EXIT
056700     END-IF
056800
056900     IF WS-TE-DAY-NO(WS-TH-IDX) > WS-OE-DAY-NO(WS-OU-IDX)
057000         COMPUTE WS-CAND-GAP = WS-TE-DAY-NO(WS-TH-IDX)
057100                             - WS-OE-DAY-NO(WS-OU-IDX)
057200     ELSE
057300         COMPUTE WS-CAND-GAP = WS-OE-DAY-NO(WS-OU-IDX)
057400                             - WS-TE-DAY-NO(WS-TH-IDX)
057500     END-IF
057600
057700     EVALUATE WS-PASS
057800         WHEN 1
057900             IF WS-OE-REF(WS-OU-IDX)
058000                 NOT = WS-TE-OUR-REF(WS-TH-IDX)
058100                 GO TO 4220-TRY-OUR-ENTRY-EXIT
058200             END-IF
058300         WHEN 2
058400             IF WS-CAND-GAP NOT = 0
058500                 GO TO 4220-TRY-OUR-ENTRY-EXIT
058600             END-IF
058700         WHEN OTHER
058800             IF WS-CAND-GAP > WS-DATE-TOLERANCE
058900                 GO TO 4220-TRY-OUR-ENTRY-EXIT
059000             END-IF
059100     END-EVALUATE
059200
059300     IF WS-CAND-GAP < WS-BEST-GAP
059400         MOVE WS-OU-IDX   TO WS-BEST-IDX
059500         MOVE WS-CAND-GAP TO WS-BEST-GAP
059600     END-IF.
059700 4220-TRY-OUR-ENTRY-EXIT.
059800     EXIT.
059900
060000*-----------------------------------------------------------------
060100* MARK A PAIRED STATEMENT LINE AND ITS OUR-SIDE ENTRY MATCHED ON
060200* FILE, EACH CARRYING THE OTHER'S REFERENCE.
060300*-----------------------------------------------------------------
060400 4300-APPLY-MATCH.
060500     IF WS-TE-MATCH-IDX(WS-TH-IDX) = 0
060600         GO TO 4300-APPLY-MATCH-EXIT
060700     END-IF
060800     MOVE WS-TE-MATCH-IDX(WS-TH-IDX) TO WS-OU-IDX
060900
061000     MOVE WS-LOAD-NOSTRO-KEY TO NE-NOSTRO-KEY
061100     SET NE-SIDE-OURS TO TRUE
061200     MOVE WS-OE-REF(WS-OU-IDX) TO NE-ENTRY-REF
061300     READ NOSTRO-ENTRIES
061400         KEY IS NE-KEY
061500         INVALID KEY
061600             GO TO 4300-APPLY-MATCH-EXIT
061700     END-READ
061800     SET NE-STATUS-MATCHED TO TRUE
061900     MOVE WS-TE-REF(WS-TH-IDX) TO NE-MATCH-REF
062000     MOVE WS-TODAYS-DATE TO NE-MATCH-DATE
062100     MOVE 0 TO NE-MATCHED-BY
062200     REWRITE NOSTRO-ENTRY-RECORD
062300         INVALID KEY
062400             GO TO 4300-APPLY-MATCH-EXIT
062500     END-REWRITE
062600
062700     MOVE WS-LOAD-NOSTRO-KEY TO NE-NOSTRO-KEY
062800     SET NE-SIDE-THEIRS TO TRUE
062900     MOVE WS-TE-REF(WS-TH-IDX) TO NE-ENTRY-REF
063000     READ NOSTRO-ENTRIES
063100         KEY IS NE-KEY
063200         INVALID KEY
063300             GO TO 4300-APPLY-MATCH-EXIT
063400     END-READ
063500     SET NE-STATUS-MATCHED TO TRUE
063600     MOVE WS-OE-REF(WS-OU-IDX) TO NE-MATCH-REF
063700     MOVE WS-TODAYS-DATE TO NE-MATCH-DATE
063800     MOVE 0 TO NE-MATCHED-BY
063900     REWRITE NOSTRO-ENTRY-RECORD
064000         INVALID KEY
064100             GO TO 4300-APPLY-MATCH-EXIT
064200     END-REWRITE
064300
064400     ADD 1 TO WS-NOSTRO-PAIRS
064500     ADD 1 TO WS-PAIR-COUNT.
064600 4300-APPLY-MATCH-EXIT.
064700     EXIT.
064800
064900*-----------------------------------------------------------------
065000* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
065100*-----------------------------------------------------------------
065200 9999-TERMINATE.
065300     IF WS-DAYFILE-OPEN
065400         CLOSE DAY-FILE
065500     END-IF
065600     IF WS-FILES-OPEN
065700         CLOSE NOSTRO-ENTRIES
065800         CLOSE ACCOUNT-MASTER
065900     END-IF
066000     IF WS-BATCH-ACQUIRED
066100         CALL "BATCHREL" USING WS-JOB-NAME
066200     END-IF.
066300 9999-TERMINATE-EXIT.
066400     EXIT.
