000100*****************************************************************
000200* PROGRAM      : LOANRSET                                       *
000300* DESCRIPTION  : BATCH FLOATING-RATE RESET.  SCANS THE LOAN     *
000400*                MASTER FOR ACTIVE FLOATING-RATE LOANS WHOSE    *
000500*                RESET DATE HAS COME AND REPRICES EACH AT THE   *
000600*                BENCHMARK RATE NOW IN FORCE PLUS ITS SPREAD.   *
000700*                THE BALANCE STILL OWED - THE REMAINING         *
000800*                INSTALLMENTS VALUED AT THE OLD RATE - IS       *
000900*                SPREAD AGAIN AT THE NEW RATE EITHER AS A NEW   *
001000*                EMI OVER THE SAME REMAINING MONTHS OR AS A NEW *
001100*                NUMBER OF MONTHS AT THE SAME EMI, AS THE       *
001200*                BORROWER CHOSE.  THE LOAN MASTER IS UPDATED SO *
001300*                EMICOLL COLLECTS ON THE NEW TERMS FROM THE     *
001400*                NEXT INSTALLMENT, THE NEXT RESET DATE MOVES ON *
001500*                ONE RESET PERIOD, AND A RATE-CHANGE ADVICE IS  *
001600*                PRINTED FOR EVERY BORROWER WHOSE RATE MOVED.   *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. LOANRSET.
002000 AUTHOR. S NATARAJAN.
002100 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED.
002400
002500*****************************************************************
002600* MODIFICATION HISTORY                                          *
002700*-----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION                                  *
002900* 2026-10-15 SN    NEW PROGRAM - BENCHMARK RATE RESETS FOR THE  *
003000*                  NEW FLOATING-RATE LOANS.                     *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS LOAN-NUMBER
004000         FILE STATUS IS WS-LOANMSTR-STATUS.
004100
004200     SELECT ADVICE-FILE ASSIGN TO "RATEADV"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ADVICE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  LOAN-MASTER
004900     LABEL RECORDS ARE STANDARD.
005000     COPY LOANREC.
005100
005200 FD  ADVICE-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  ADVICE-LINE                PIC X(80).
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-LOANMSTR-STATUS       PIC X(02).
005800     88  WS-LOANMSTR-OK       VALUE "00".
005900     88  WS-LOANMSTR-NOTFOUND VALUE "35".
006000 01  WS-ADVICE-STATUS         PIC X(02).
006100     88  WS-ADVICE-OK         VALUE "00".
006200
006300 01  WS-JOB-NAME              PIC X(08) VALUE "LOANRSET".
006400 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
006500     88  WS-BATCH-ACQUIRED    VALUE "Y".
006600
006700 01  WS-TODAYS-DATE           PIC 9(08).
006800 01  WS-CUST-NAME             PIC X(30).
006900 01  WS-CUST-ADDRESS          PIC X(40).
007000 01  WS-CUST-PHONE            PIC X(15).
007100 01  WS-CUST-FOUND-SW         PIC X(01).
007200 01  WS-BMK-FOUND-SW          PIC X(01).
007300     88  WS-BMK-FOUND         VALUE "Y".
007400
007500*    THE POSITION BEFORE AND AFTER THE RESET, FOR THE ADVICE.
007600 01  WS-BENCHMARK-RATE        PIC 9(03)V99.
007700 01  WS-OLD-RATE              PIC 9(03)V99.
007800 01  WS-NEW-RATE              PIC 9(03)V99.
007900 01  WS-OLD-EMI               PIC 9(09).
008000 01  WS-OLD-REMAINING         PIC 9(03).
008100 01  WS-NEW-REMAINING         PIC 9(03).
008200 01  WS-MAX-REMAINING         PIC 9(03).
008300 01  WS-OUTSTANDING           PIC 9(11)V99.
008400
008500*    LEVEL-EMI ARITHMETIC, AS LOANOPEN DOES IT - THE POWER OF
008600*    (1 + R) IS BUILT ONE MONTH AT A TIME.
008700 01  WS-MONTHLY-RATE          PIC 9(01)V9(09).
008800 01  WS-FACTOR                PIC 9(06)V9(09).
008900 01  WS-DISCOUNT              PIC 9(01)V9(09).
009000 01  WS-TARGET-DISCOUNT       PIC 9(01)V9(09).
009100 01  WS-TERM-COUNT            PIC 9(03) COMP.
009200 01  WS-TERM-LIMIT            PIC 9(03) COMP.
009300
009400 01  WS-CCYY                  PIC 9(04).
009500 01  WS-MM                    PIC 9(02).
009600 01  WS-DD                    PIC 9(02).
009700 01  WS-RESET-DAY-COUNT       PIC 9(07).
009800 01  WS-REMAINDER             PIC 9(05).
009900
010000 01  WS-REPRICED-COUNT        PIC 9(06) COMP VALUE 0.
010100 01  WS-UNCHANGED-COUNT       PIC 9(06) COMP VALUE 0.
010200 01  WS-EXCEPTION-COUNT       PIC 9(06) COMP VALUE 0.
010300
010400 01  WS-ADVICE-REF-LINE.
010500     05  FILLER               PIC X(06) VALUE "DATE: ".
010600     05  ADV-DATE             PIC 9(08).
010700     05  FILLER               PIC X(08) VALUE "  LOAN: ".
010800     05  ADV-LOAN-NUMBER      PIC 9(06).
010900     05  FILLER               PIC X(11) VALUE "  ACCOUNT: ".
011000     05  ADV-ACCT-NUMBER      PIC 9(06).
011100
011200 01  WS-ADVICE-NAME-LINE.
011300     05  FILLER               PIC X(04) VALUE SPACES.
011400     05  ADV-CUST-NAME        PIC X(30).
011500
011600 01  WS-ADVICE-ADDRESS-LINE.
011700     05  FILLER               PIC X(04) VALUE SPACES.
011800     05  ADV-CUST-ADDRESS     PIC X(40).
011900
012000 01  WS-ADVICE-BENCH-LINE.
012100     05  FILLER               PIC X(11) VALUE "BENCHMARK: ".
012200     05  ADV-BENCHMARK-CODE   PIC X(04).
012300     05  FILLER               PIC X(04) VALUE " AT ".
012400     05  ADV-BENCHMARK-RATE   PIC ZZ9.99.
012500     05  FILLER               PIC X(17) VALUE " PCT PLUS SPREAD ".
012600     05  ADV-SPREAD           PIC ZZ9.99.
012700     05  FILLER               PIC X(04) VALUE " PCT".
012800
012900 01  WS-ADVICE-RATE-LINE.
013000     05  FILLER               PIC X(23)
013100         VALUE "INTEREST RATE CHANGED: ".
013200     05  ADV-OLD-RATE         PIC ZZ9.99.
013300     05  FILLER               PIC X(11) VALUE " PCT TO    ".
013400     05  ADV-NEW-RATE         PIC ZZ9.99.
013500     05  FILLER               PIC X(04) VALUE " PCT".
013600
013700 01  WS-ADVICE-EMI-LINE.
013800     05  FILLER               PIC X(23)
013900         VALUE "MONTHLY INSTALLMENT:   ".
014000     05  ADV-OLD-EMI          PIC Z(8)9.
014100     05  FILLER               PIC X(08) VALUE " TO     ".
014200     05  ADV-NEW-EMI          PIC Z(8)9.
014300
014400 01  WS-ADVICE-TERM-LINE.
014500     05  FILLER               PIC X(23)
014600         VALUE "INSTALLMENTS REMAINING:".
014700     05  FILLER               PIC X(06) VALUE SPACES.
014800     05  ADV-OLD-REMAINING    PIC ZZ9.
014900     05  FILLER               PIC X(08) VALUE " TO     ".
015000     05  FILLER               PIC X(06) VALUE SPACES.
015100     05  ADV-NEW-REMAINING    PIC ZZ9.
015200
015300 01  WS-ADVICE-DATE-LINE.
015400     05  FILLER               PIC X(32)
015500         VALUE "NEW TERMS APPLY FROM THE EMI DUE".
015600     05  FILLER               PIC X(01) VALUE SPACE.
015700     05  ADV-NEXT-DUE-DATE    PIC 9(08).
015800     05  FILLER               PIC X(13) VALUE "  NEXT RESET ".
015900     05  ADV-NEXT-RESET-DATE  PIC 9(08).
016000
016100 01  WS-SWITCHES.
016200     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
016300         88  WS-INIT-FAILED   VALUE "Y".
016400     05  WS-EOF-SW            PIC X(01) VALUE "N".
016500         88  WS-EOF           VALUE "Y".
016600     05  WS-LOANMSTR-SW       PIC X(01) VALUE "N".
016700         88  WS-LOANMSTR-OPEN VALUE "Y".
016800     05  WS-ADVICE-SW         PIC X(01) VALUE "N".
016900         88  WS-ADVICE-OPEN   VALUE "Y".
017000     05  WS-TENURE-SW         PIC X(01) VALUE "N".
017100         88  WS-TENURE-OK     VALUE "Y".
017200     05  WS-EMI-FALLBACK-SW   PIC X(01) VALUE "N".
017300         88  WS-EMI-FALLBACK  VALUE "Y".
017400
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-INITIALIZE-EXIT
017900
018000     PERFORM 2000-EXAMINE-ONE-LOAN
018100         THRU 2000-EXAMINE-ONE-LOAN-EXIT
018200         UNTIL WS-EOF
018300
018400     PERFORM 9999-TERMINATE
018500         THRU 9999-TERMINATE-EXIT
018600
018700     IF WS-INIT-FAILED
018800         MOVE 8 TO RETURN-CODE
018900     END-IF
019000     GOBACK.
019100
019200*-----------------------------------------------------------------
019300* ACQUIRE THE BATCH WINDOW AND OPEN THE ADVICE FILE AND THE LOAN
019400* MASTER.  NO LOAN MASTER MEANS NO LOANS - NOTHING TO RESET.
019500*-----------------------------------------------------------------
019600 1000-INITIALIZE.
019700     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
019800     IF NOT WS-BATCH-ACQUIRED
019900         DISPLAY "LOANRSET: BATCH WINDOW CHECK FAILED, RUN "
020000                 "REFUSED"
020100         SET WS-INIT-FAILED TO TRUE
020200         SET WS-EOF TO TRUE
020300         GO TO 1000-INITIALIZE-EXIT
020400     END-IF
020500
020600     CALL "BUSDATE" USING WS-TODAYS-DATE
020700
020800     OPEN OUTPUT ADVICE-FILE
020900     IF NOT WS-ADVICE-OK
021000         DISPLAY "LOANRSET: UNABLE TO OPEN ADVICE FILE, "
021100                 "STATUS = " WS-ADVICE-STATUS
021200         SET WS-INIT-FAILED TO TRUE
021300         SET WS-EOF TO TRUE
021400         GO TO 1000-INITIALIZE-EXIT
021500     END-IF
021600     SET WS-ADVICE-OPEN TO TRUE
021700
021800     OPEN I-O LOAN-MASTER
021900     IF WS-LOANMSTR-NOTFOUND
022000         DISPLAY "LOANRSET: NO LOAN MASTER ON FILE, NOTHING TO "
022100                 "RESET"
022200         SET WS-EOF TO TRUE
022300         GO TO 1000-INITIALIZE-EXIT
022400     END-IF
022500     IF NOT WS-LOANMSTR-OK
022600         DISPLAY "LOANRSET: UNABLE TO OPEN LOAN MASTER, "
022700                 "STATUS = " WS-LOANMSTR-STATUS
022800         SET WS-INIT-FAILED TO TRUE
022900         SET WS-EOF TO TRUE
023000         GO TO 1000-INITIALIZE-EXIT
023100     END-IF
023200     SET WS-LOANMSTR-OPEN TO TRUE.
023300 1000-INITIALIZE-EXIT.
023400     EXIT.
023500
023600*-----------------------------------------------------------------
023700* READ THE NEXT LOAN AND RESET IT IF IT IS AN ACTIVE FLOATING-
023800* RATE LOAN WHOSE RESET DATE HAS COME.
023900*-----------------------------------------------------------------
024000 2000-EXAMINE-ONE-LOAN.
024100     READ LOAN-MASTER NEXT RECORD
024200         AT END
024300             SET WS-EOF TO TRUE
024400             GO TO 2000-EXAMINE-ONE-LOAN-EXIT
024500     END-READ
024600
024700     IF LOAN-STATUS-ACTIVE
024800     AND LOAN-RATE-FLOATING
024900     AND LOAN-NEXT-RESET-DATE NOT GREATER THAN WS-TODAYS-DATE
025000         PERFORM 3000-RESET-ONE-LOAN
025100             THRU 3000-RESET-ONE-LOAN-EXIT
025200     END-IF.
025300 2000-EXAMINE-ONE-LOAN-EXIT.
025400     EXIT.
025500
025600*-----------------------------------------------------------------
025700* REPRICE ONE LOAN.  A BENCHMARK WITH NO RATE IN FORCE LEAVES THE
025800* LOAN AS IT IS, RESET STILL DUE, FOR THE NEXT RUN.  A RATE THAT
025900* HAS NOT MOVED ONLY ROLLS THE RESET DATE ON.
026000*-----------------------------------------------------------------
026100 3000-RESET-ONE-LOAN.
026200     IF LOAN-RESET-MONTHS = 0
026300         DISPLAY "LOANRSET: LOAN " LOAN-NUMBER " HAS NO RESET "
026400                 "FREQUENCY, NOT RESET"
026500         ADD 1 TO WS-EXCEPTION-COUNT
026600         GO TO 3000-RESET-ONE-LOAN-EXIT
026700     END-IF
026800
026900     CALL "BMRKRATE" USING LOAN-BENCHMARK-CODE WS-TODAYS-DATE
027000                           WS-BENCHMARK-RATE WS-BMK-FOUND-SW
027100     IF NOT WS-BMK-FOUND
027200         DISPLAY "LOANRSET: NO RATE IN FORCE FOR BENCHMARK "
027300                 LOAN-BENCHMARK-CODE ", LOAN " LOAN-NUMBER
027400                 " NOT RESET"
027500         ADD 1 TO WS-EXCEPTION-COUNT
027600         GO TO 3000-RESET-ONE-LOAN-EXIT
027700     END-IF
027800
027900     MOVE LOAN-RATE-PCT   TO WS-OLD-RATE
028000     MOVE LOAN-EMI-AMOUNT TO WS-OLD-EMI
028100     COMPUTE WS-OLD-REMAINING = LOAN-TERM-MONTHS - LOAN-PAID-COUNT
028200     MOVE WS-OLD-REMAINING TO WS-NEW-REMAINING
028300     COMPUTE WS-NEW-RATE = WS-BENCHMARK-RATE + LOAN-SPREAD-PCT
028400     MOVE "N" TO WS-EMI-FALLBACK-SW
028500
028600     IF WS-NEW-RATE = WS-OLD-RATE
028700     OR WS-OLD-REMAINING = 0
028800         ADD 1 TO WS-UNCHANGED-COUNT
028900         GO TO 3000-RESET-ONE-LOAN-SAVE
029000     END-IF
029100
029200     PERFORM 3100-COMPUTE-OUTSTANDING
029300         THRU 3100-COMPUTE-OUTSTANDING-EXIT
029400     MOVE WS-NEW-RATE TO LOAN-RATE-PCT
029500
029600*    A BORROWER WHO CHOSE TO KEEP THE EMI GETS A NEW TENURE -
029700*    UNLESS THE EMI NO LONGER COVERS THE MONTH'S INTEREST AT THE
029800*    NEW RATE, OR THE TENURE WOULD RUN PAST WHAT THE LOAN MASTER
029900*    CAN HOLD, WHEN THE EMI HAS TO RISE INSTEAD.
030000     IF LOAN-RESET-TENURE
030100         PERFORM 3300-RECOMPUTE-TENURE
030200             THRU 3300-RECOMPUTE-TENURE-EXIT
030300         IF NOT WS-TENURE-OK
030400             SET WS-EMI-FALLBACK TO TRUE
030500             PERFORM 3200-RECOMPUTE-EMI
030600                 THRU 3200-RECOMPUTE-EMI-EXIT
030700         END-IF
030800     ELSE
030900         PERFORM 3200-RECOMPUTE-EMI
031000             THRU 3200-RECOMPUTE-EMI-EXIT
031100     END-IF
031200
031300     COMPUTE LOAN-TERM-MONTHS = LOAN-PAID-COUNT + WS-NEW-REMAINING
031400     ADD 1 TO WS-REPRICED-COUNT.
031500 3000-RESET-ONE-LOAN-SAVE.
031600     PERFORM 3500-ADVANCE-RESET-DATE
031700         THRU 3500-ADVANCE-RESET-DATE-EXIT
031800
031900     REWRITE LOAN-RECORD
032000         INVALID KEY
032100             DISPLAY "LOANRSET: UNABLE TO REWRITE LOAN "
032200                     LOAN-NUMBER
032300             GO TO 3000-RESET-ONE-LOAN-EXIT
032400     END-REWRITE
032500
032600     IF LOAN-RATE-PCT NOT = WS-OLD-RATE
032700         PERFORM 4000-PRINT-ADVICE
032800             THRU 4000-PRINT-ADVICE-EXIT
032900     END-IF.
033000 3000-RESET-ONE-LOAN-EXIT.
033100     EXIT.
033200
033300*-----------------------------------------------------------------
033400* THE BALANCE STILL OWED IS THE REMAINING INSTALLMENTS VALUED AT
033500* THE OLD RATE - EMI * (F - 1) / (R * F), F BEING (1 + R) RAISED
033600* TO THE REMAINING MONTHS.  IT HOLDS HOWEVER MANY RESETS THE
033700* LOAN HAS BEEN THROUGH.  AT A ZERO RATE IT IS SIMPLY THE SUM OF
033800* THE INSTALLMENTS.
033900*-----------------------------------------------------------------
034000 3100-COMPUTE-OUTSTANDING.
034100     IF WS-OLD-RATE = 0
034200         COMPUTE WS-OUTSTANDING = WS-OLD-EMI * WS-OLD-REMAINING
034300         GO TO 3100-COMPUTE-OUTSTANDING-EXIT
034400     END-IF
034500
034600     COMPUTE WS-MONTHLY-RATE ROUNDED = WS-OLD-RATE / 1200
034700     MOVE 1 TO WS-FACTOR
034800     MOVE 0 TO WS-TERM-COUNT
034900     MOVE WS-OLD-REMAINING TO WS-TERM-LIMIT
035000     PERFORM 3150-RAISE-ONE-MONTH
035100         THRU 3150-RAISE-ONE-MONTH-EXIT
035200         UNTIL WS-TERM-COUNT NOT LESS THAN WS-TERM-LIMIT
035300
035400     COMPUTE WS-OUTSTANDING ROUNDED =
035500             (WS-OLD-EMI * (WS-FACTOR - 1))
035600             / (WS-MONTHLY-RATE * WS-FACTOR).
035700 3100-COMPUTE-OUTSTANDING-EXIT.
035800     EXIT.
035900
036000*-----------------------------------------------------------------
036100* MULTIPLY THE FACTOR BY ONE FURTHER MONTH'S (1 + R).
036200*-----------------------------------------------------------------
036300 3150-RAISE-ONE-MONTH.
036400     COMPUTE WS-FACTOR ROUNDED =
036500             WS-FACTOR * (1 + WS-MONTHLY-RATE)
036600     ADD 1 TO WS-TERM-COUNT.
036700 3150-RAISE-ONE-MONTH-EXIT.
036800     EXIT.
036900
037000*-----------------------------------------------------------------
037100* NEW LEVEL EMI ON THE BALANCE OWED OVER THE SAME REMAINING
037200* MONTHS AT THE NEW RATE - THE LOANOPEN FORMULA.
037300*-----------------------------------------------------------------
037400 3200-RECOMPUTE-EMI.
037500     MOVE WS-OLD-REMAINING TO WS-NEW-REMAINING
037600
037700     IF WS-NEW-RATE = 0
037800         COMPUTE LOAN-EMI-AMOUNT ROUNDED =
037900                 WS-OUTSTANDING / WS-NEW-REMAINING
038000         GO TO 3200-RECOMPUTE-EMI-EXIT
038100     END-IF
038200
038300     COMPUTE WS-MONTHLY-RATE ROUNDED = WS-NEW-RATE / 1200
038400     MOVE 1 TO WS-FACTOR
038500     MOVE 0 TO WS-TERM-COUNT
038600     MOVE WS-NEW-REMAINING TO WS-TERM-LIMIT
038700     PERFORM 3150-RAISE-ONE-MONTH
038800         THRU 3150-RAISE-ONE-MONTH-EXIT
038900         UNTIL WS-TERM-COUNT NOT LESS THAN WS-TERM-LIMIT
039000
039100     COMPUTE LOAN-EMI-AMOUNT ROUNDED =
039200             (WS-OUTSTANDING * WS-MONTHLY-RATE * WS-FACTOR)
039300             / (WS-FACTOR - 1).
039400 3200-RECOMPUTE-EMI-EXIT.
039500     EXIT.
039600
039700*-----------------------------------------------------------------
039800* KEEP THE EMI AND FIND THE FEWEST MONTHS THAT PAY OFF THE
039900* BALANCE OWED AT THE NEW RATE - THE FIRST N FOR WHICH
040000* (1 + R) TO THE POWER -N FALLS TO 1 - BALANCE * R / EMI.  THE
040100* DISCOUNT IS STEPPED DOWN ONE MONTH AT A TIME.
040200*-----------------------------------------------------------------
040300 3300-RECOMPUTE-TENURE.
040400     MOVE "N" TO WS-TENURE-SW
040500     COMPUTE WS-MAX-REMAINING = 999 - LOAN-PAID-COUNT
040600
040700     IF WS-NEW-RATE = 0
040800         COMPUTE WS-NEW-REMAINING = WS-OUTSTANDING / WS-OLD-EMI
040900         IF (WS-NEW-REMAINING * WS-OLD-EMI) < WS-OUTSTANDING
041000             ADD 1 TO WS-NEW-REMAINING
041100         END-IF
041200         SET WS-TENURE-OK TO TRUE
041300         GO TO 3300-RECOMPUTE-TENURE-EXIT
041400     END-IF
041500
041600     COMPUTE WS-MONTHLY-RATE ROUNDED = WS-NEW-RATE / 1200
041700     IF (WS-OUTSTANDING * WS-MONTHLY-RATE)
041800         NOT LESS THAN WS-OLD-EMI
041900         GO TO 3300-RECOMPUTE-TENURE-EXIT
042000     END-IF
042100
042200     COMPUTE WS-TARGET-DISCOUNT ROUNDED =
042300             1 - ((WS-OUTSTANDING * WS-MONTHLY-RATE) / WS-OLD-EMI)
042400     MOVE 1 TO WS-DISCOUNT
042500     MOVE 0 TO WS-TERM-COUNT
042600     MOVE WS-MAX-REMAINING TO WS-TERM-LIMIT
042700     PERFORM 3350-DISCOUNT-ONE-MONTH
042800         THRU 3350-DISCOUNT-ONE-MONTH-EXIT
042900         UNTIL WS-DISCOUNT NOT GREATER THAN WS-TARGET-DISCOUNT
043000            OR WS-TERM-COUNT NOT LESS THAN WS-TERM-LIMIT
043100
043200     IF WS-DISCOUNT > WS-TARGET-DISCOUNT
043300         GO TO 3300-RECOMPUTE-TENURE-EXIT
043400     END-IF
043500
043600     MOVE WS-TERM-COUNT TO WS-NEW-REMAINING
043700     SET WS-TENURE-OK TO TRUE.
043800 3300-RECOMPUTE-TENURE-EXIT.
043900     EXIT.
044000
044100*-----------------------------------------------------------------
044200* DIVIDE THE DISCOUNT BY ONE FURTHER MONTH'S (1 + R).
044300*-----------------------------------------------------------------
044400 3350-DISCOUNT-ONE-MONTH.
044500     COMPUTE WS-DISCOUNT ROUNDED =
044600             WS-DISCOUNT / (1 + WS-MONTHLY-RATE)
044700     ADD 1 TO WS-TERM-COUNT.
044800 3350-DISCOUNT-ONE-MONTH-EXIT.
044900     EXIT.
045000
045100*-----------------------------------------------------------------
045200* ROLL THE RESET DATE ON BY ONE RESET PERIOD, USING THE SAME
045300* 30-DAY-MONTH/360-DAY-YEAR CONVENTION AS THE DUE DATES.
045400*-----------------------------------------------------------------
045500 3500-ADVANCE-RESET-DATE.
045600     MOVE LOAN-NEXT-RESET-DATE(1:4) TO WS-CCYY
045700     MOVE LOAN-NEXT-RESET-DATE(5:2) TO WS-MM
045800     MOVE LOAN-NEXT-RESET-DATE(7:2) TO WS-DD
045900     COMPUTE WS-RESET-DAY-COUNT =
046000             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD
046100             + (LOAN-RESET-MONTHS * 30)
046200
046300     COMPUTE WS-CCYY = WS-RESET-DAY-COUNT / 360
046400     COMPUTE WS-REMAINDER =
046500             WS-RESET-DAY-COUNT - (WS-CCYY * 360)
046600     COMPUTE WS-MM = WS-REMAINDER / 30
046700     COMPUTE WS-DD = WS-REMAINDER - (WS-MM * 30)
046800
046900     IF WS-DD = 0
047000         MOVE 30 TO WS-DD
047100         SUBTRACT 1 FROM WS-MM
047200     END-IF
047300     IF WS-MM = 0
047400         MOVE 12 TO WS-MM
047500         SUBTRACT 1 FROM WS-CCYY
047600     END-IF
047700
047800     MOVE WS-CCYY TO LOAN-NEXT-RESET-DATE(1:4)
047900     MOVE WS-MM TO LOAN-NEXT-RESET-DATE(5:2)
048000     MOVE WS-DD TO LOAN-NEXT-RESET-DATE(7:2).
048100 3500-ADVANCE-RESET-DATE-EXIT.
048200     EXIT.
048300
048400*-----------------------------------------------------------------
048500* PRINT THE RATE-CHANGE ADVICE FOR THE BORROWER - WHO THEY ARE,
048600* THE BENCHMARK AND SPREAD, AND THE OLD AND NEW RATE, EMI AND
048700* INSTALLMENTS REMAINING.
048800*-----------------------------------------------------------------
048900 4000-PRINT-ADVICE.
049000     CALL "CUSTLKUP" USING LOAN-DISB-ACCT WS-CUST-NAME
049100                           WS-CUST-ADDRESS WS-CUST-PHONE
049200                           WS-CUST-FOUND-SW
049300
049400     MOVE WS-TODAYS-DATE       TO ADV-DATE
049500     MOVE LOAN-NUMBER          TO ADV-LOAN-NUMBER
049600     MOVE LOAN-DISB-ACCT       TO ADV-ACCT-NUMBER
049700     MOVE WS-CUST-NAME         TO ADV-CUST-NAME
049800     MOVE WS-CUST-ADDRESS      TO ADV-CUST-ADDRESS
049900     MOVE LOAN-BENCHMARK-CODE  TO ADV-BENCHMARK-CODE
050000     MOVE WS-BENCHMARK-RATE    TO ADV-BENCHMARK-RATE
050100     MOVE LOAN-SPREAD-PCT      TO ADV-SPREAD
050200     MOVE WS-OLD-RATE          TO ADV-OLD-RATE
050300     MOVE LOAN-RATE-PCT        TO ADV-NEW-RATE
050400     MOVE WS-OLD-EMI           TO ADV-OLD-EMI
050500     MOVE LOAN-EMI-AMOUNT      TO ADV-NEW-EMI
050600     MOVE WS-OLD-REMAINING     TO ADV-OLD-REMAINING
050700     MOVE WS-NEW-REMAINING     TO ADV-NEW-REMAINING
050800     MOVE LOAN-NEXT-DUE-DATE   TO ADV-NEXT-DUE-DATE
050900     MOVE LOAN-NEXT-RESET-DATE TO ADV-NEXT-RESET-DATE
051000
051100     MOVE "*** UNITY TRUST BANK - LOAN RATE CHANGE ADVICE ***"
051200         TO ADVICE-LINE
051300     WRITE ADVICE-LINE
051400     MOVE WS-ADVICE-REF-LINE TO ADVICE-LINE
051500     WRITE ADVICE-LINE
051600     MOVE WS-ADVICE-NAME-LINE TO ADVICE-LINE
051700     WRITE ADVICE-LINE
051800     MOVE WS-ADVICE-ADDRESS-LINE TO ADVICE-LINE
051900     WRITE ADVICE-LINE
052000     MOVE WS-ADVICE-BENCH-LINE TO ADVICE-LINE
052100     WRITE ADVICE-LINE
052200     MOVE WS-ADVICE-RATE-LINE TO ADVICE-LINE
052300     WRITE ADVICE-LINE
052400     MOVE WS-ADVICE-EMI-LINE TO ADVICE-LINE
052500     WRITE ADVICE-LINE
052600     MOVE WS-ADVICE-TERM-LINE TO ADVICE-LINE
052700     WRITE ADVICE-LINE
052800     MOVE WS-ADVICE-DATE-LINE TO ADVICE-LINE
052900     WRITE ADVICE-LINE
053000     IF WS-EMI-FALLBACK
053100         MOVE "THE TENURE COULD NOT TAKE THE CHANGE - EMI REVISED"
053200             TO ADVICE-LINE
053300         WRITE ADVICE-LINE
053400     END-IF
053500     MOVE SPACES TO ADVICE-LINE
053600     WRITE ADVICE-LINE.
053700 4000-PRINT-ADVICE-EXIT.
053800     EXIT.
053900
054000*-----------------------------------------------------------------
054100* PRINT THE RUN COUNTS, RELEASE THE WINDOW AND CLOSE WHATEVER
054200* WAS OPENED.
054300*-----------------------------------------------------------------
054400 9999-TERMINATE.
054500     IF WS-BATCH-ACQUIRED
054600         CALL "BATCHREL" USING WS-JOB-NAME
054700     END-IF
054800
054900     DISPLAY "LOANRSET: LOANS REPRICED = " WS-REPRICED-COUNT
055000     DISPLAY "LOANRSET: RESETS WITH NO RATE CHANGE = "
055100             WS-UNCHANGED-COUNT
055200     DISPLAY "LOANRSET: LOANS NOT RESET = " WS-EXCEPTION-COUNT
055300
055400     IF WS-LOANMSTR-OPEN
055500         CLOSE LOAN-MASTER
055600     END-IF
055700     IF WS-ADVICE-OPEN
055800         CLOSE ADVICE-FILE
055900     END-IF.
056000 9999-TERMINATE-EXIT.
056100     EXIT.
