000100*****************************************************************
000200* PROGRAM      : GSTRPT                                         *
000300* DESCRIPTION  : MONTHLY GST TAX INVOICE REGISTER AND RETURN    *
000400*                SUMMARY.  WALKS THE GST INVOICE REGISTER IN    *
000500*                BRANCH AND INVOICE NUMBER ORDER AND LISTS      *
000600*                EVERY INVOICE RAISED IN THE BUSINESS MONTH -   *
000700*                INVOICE NUMBER, DATE, ACCOUNT, FEE CODE, THE   *
000800*                PROGRAM THAT LEVIED IT, TAX CODE AND RATE, THE *
000900*                CHARGE AND THE GST ON IT - CLOSING EACH BRANCH *
001000*                WITH ITS FIRST AND LAST INVOICE NUMBERS AND    *
001100*                ITS TOTALS BY TAX CODE AND RATE.  THE REPORT   *
001200*                ENDS WITH THE BANK-WIDE SUMMARY BY TAX CODE    *
001300*                AND RATE THAT THE MONTHLY RETURN IS FILED      *
001400*                FROM, AND WHICH SHOULD AGREE TO THE MONTH'S    *
001500*                MOVEMENT ON THE GST PAYABLE GL.                *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. GSTRPT.
001900 AUTHOR. S NATARAJAN.
002000 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300
002400*****************************************************************
002500* MODIFICATION HISTORY                                          *
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION                                  *
002800* 2026-10-15 SN    NEW PROGRAM - MONTHLY GST INVOICE REGISTER   *
002900*                  AND RETURN SUMMARY BY BRANCH AND TAX RATE.   *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT GST-FILE ASSIGN TO "GSTFILE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS GST-KEY
003900         FILE STATUS IS WS-GSTFILE-STATUS.
004000
004100     SELECT GST-REPORT ASSIGN TO "GSTRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-GSTRPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  GST-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY GSTREC.
005000
005100 FD  GST-REPORT
005200     LABEL RECORDS ARE STANDARD.
005300 01  REPORT-LINE                PIC X(80).
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-GSTFILE-STATUS        PIC X(02).
005700     88  WS-GSTFILE-OK        VALUE "00".
005800     88  WS-GSTFILE-NOTFOUND  VALUE "35".
005900 01  WS-GSTRPT-STATUS         PIC X(02).
006000     88  WS-GSTRPT-OK         VALUE "00".
006100
006200 01  WS-JOB-NAME              PIC X(08) VALUE "GSTRPT".
006300 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
006400     88  WS-BATCH-ACQUIRED    VALUE "Y".
006500
006600 01  WS-TODAYS-DATE           PIC 9(08).
006700 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
006800     05  WS-TODAY-YEAR        PIC 9(04).
006900     05  WS-TODAY-MONTH       PIC 9(02).
007000     05  WS-TODAY-DAY         PIC 9(02).
007100 01  WS-MONTH-START           PIC 9(08).
007200 01  WS-MONTH-END             PIC 9(08).
007300 01  WS-REPORT-MONTH          PIC 9(06).
007400
007500*    THE BRANCH BEING LISTED, ITS INVOICE RANGE AND ITS TOTALS
007600*    BY TAX CODE AND RATE.
007700 01  WS-CURR-BRANCH           PIC 9(03).
007800 01  WS-BRANCH-NAME           PIC X(20).
007900 01  WS-BRANCH-FOUND-SW       PIC X(01).
008000     88  WS-BRANCH-FOUND      VALUE "Y".
008100 01  WS-BRN-FIRST-INVOICE     PIC 9(10).
008200 01  WS-BRN-LAST-INVOICE      PIC 9(10).
008300 01  WS-BRN-RATE-TABLE.
008400     05  WS-BRN-RATE-ENTRY OCCURS 10 TIMES.
008500         10  BRN-TAX-CODE     PIC X(02).
008600         10  BRN-TAX-RATE     PIC 9(02)V99.
008700         10  BRN-COUNT        PIC 9(06) COMP.
008800         10  BRN-TAXABLE      PIC 9(11).
008900         10  BRN-TAX          PIC 9(11).
009000 01  WS-BRN-RATE-COUNT        PIC 9(02) COMP.
009100
009200*    THE BANK-WIDE TOTALS BY TAX CODE AND RATE FOR THE RETURN.
009300 01  WS-TOT-RATE-TABLE.
009400     05  WS-TOT-RATE-ENTRY OCCURS 10 TIMES.
009500         10  TOT-TAX-CODE     PIC X(02).
009600         10  TOT-TAX-RATE     PIC 9(02)V99.
009700         10  TOT-COUNT        PIC 9(07) COMP.
009800         10  TOT-TAXABLE      PIC 9(13).
009900         10  TOT-TAX          PIC 9(13).
010000 01  WS-TOT-RATE-COUNT        PIC 9(02) COMP VALUE 0.
010100 01  WS-RATE-MAX              PIC 9(02) COMP VALUE 10.
010200 01  WS-RATE-IDX              PIC 9(02) COMP.
010300 01  WS-FOUND-IDX             PIC 9(02) COMP.
010400
010500 01  WS-TOTAL-BRANCHES        PIC 9(04) COMP VALUE 0.
010600 01  WS-TOTAL-INVOICES        PIC 9(07) COMP VALUE 0.
010700 01  WS-TOTAL-TAXABLE         PIC 9(13) VALUE 0.
010800 01  WS-TOTAL-TAX             PIC 9(13) VALUE 0.
010900
011000 01  WS-TITLE-LINE.
011100     05  FILLER               PIC X(37)
011200         VALUE "GST TAX INVOICE REGISTER - MONTH ".
011300     05  TTL-REPORT-MONTH     PIC 9(06).
011400     05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
011500     05  TTL-RUN-DATE         PIC 9(08).
011600
011700 01  WS-BRANCH-HEADING.
011800     05  FILLER               PIC X(08) VALUE "BRANCH: ".
011900     05  BRH-BRANCH-CODE      PIC 9(03).
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  BRH-BRANCH-NAME      PIC X(20).
012200
012300 01  WS-COLUMN-HEADING.
012400     05  FILLER               PIC X(11) VALUE "INVOICE".
012500     05  FILLER               PIC X(09) VALUE "DATE".
012600     05  FILLER               PIC X(07) VALUE "ACCT".
012700     05  FILLER               PIC X(05) VALUE "FEE".
012800     05  FILLER               PIC X(09) VALUE "SOURCE".
012900     05  FILLER               PIC X(09) VALUE "TX  RATE".
013000     05  FILLER               PIC X(10) VALUE "   CHARGE".
013100     05  FILLER               PIC X(10) VALUE "      GST".
013200     05  FILLER               PIC X(10) VALUE "REFERENCE".
013300
013400 01  WS-DETAIL-LINE.
013500     05  DTL-INVOICE-NO       PIC 9(10).
013600     05  FILLER               PIC X(01) VALUE SPACE.
013700     05  DTL-DATE             PIC 9(08).
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900     05  DTL-ACCT-NUMBER      PIC 9(06).
014000     05  FILLER               PIC X(01) VALUE SPACE.
014100     05  DTL-FEE-CODE         PIC X(04).
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  DTL-SOURCE           PIC X(08).
014400     05  FILLER               PIC X(01) VALUE SPACE.
014500     05  DTL-TAX-CODE         PIC X(02).
014600     05  FILLER               PIC X(01) VALUE SPACE.
014700     05  DTL-TAX-RATE         PIC Z9.99.
014800     05  FILLER               PIC X(01) VALUE SPACE.
014900     05  DTL-TAXABLE          PIC Z(8)9.
015000     05  FILLER               PIC X(01) VALUE SPACE.
015100     05  DTL-TAX-AMT          PIC Z(8)9.
015200     05  FILLER               PIC X(01) VALUE SPACE.
015300     05  DTL-TXN-REF          PIC 9(10).
015400
015500 01  WS-RANGE-LINE.
015600     05  FILLER               PIC X(17) VALUE "  INVOICES FROM ".
015700     05  RNG-FIRST-INVOICE    PIC 9(10).
015800     05  FILLER               PIC X(04) VALUE " TO ".
015900     05  RNG-LAST-INVOICE     PIC 9(10).
016000
016100 01  WS-RATE-LINE.
016200     05  FILLER               PIC X(02) VALUE SPACES.
016300     05  RTL-LABEL            PIC X(10).
016400     05  FILLER               PIC X(05) VALUE "CODE ".
016500     05  RTL-TAX-CODE         PIC X(02).
016600     05  FILLER               PIC X(07) VALUE "  RATE ".
016700     05  RTL-TAX-RATE         PIC Z9.99.
016800     05  FILLER               PIC X(07) VALUE "  INVS ".
016900     05  RTL-COUNT            PIC Z(6)9.
017000     05  FILLER               PIC X(07) VALUE "  CHGS ".
017100     05  RTL-TAXABLE          PIC Z(10)9.
017200     05  FILLER               PIC X(06) VALUE "  GST ".
017300     05  RTL-TAX              PIC Z(10)9.
017400
017500 01  WS-TOTAL-LINE.
017600     05  TOT-LABEL            PIC X(36).
017700     05  TOT-AMOUNT           PIC Z(12)9.
017800
017900 01  WS-SWITCHES.
018000     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
018100         88  WS-INIT-FAILED   VALUE "Y".
018200     05  WS-NO-REGISTER-SW    PIC X(01) VALUE "N".
018300         88  WS-NO-REGISTER   VALUE "Y".
018400     05  WS-EOF-SW            PIC X(01) VALUE "N".
018500         88  WS-EOF           VALUE "Y".
018600     05  WS-BRANCH-OPEN-SW    PIC X(01) VALUE "N".
018700         88  WS-BRANCH-OPEN   VALUE "Y".
018800     05  WS-REPORT-SW         PIC X(01) VALUE "N".
018900         88  WS-REPORT-OPEN   VALUE "Y".
019000     05  WS-GSTFILE-SW        PIC X(01) VALUE "N".
019100         88  WS-GSTFILE-OPEN  VALUE "Y".
019200
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE
019600         THRU 1000-INITIALIZE-EXIT
019700
019800     IF NOT WS-INIT-FAILED
019900         IF NOT WS-NO-REGISTER
020000             PERFORM 2000-LIST-INVOICES
020100                 THRU 2000-LIST-INVOICES-EXIT
020200         END-IF
020300         PERFORM 6000-WRITE-SUMMARY
020400             THRU 6000-WRITE-SUMMARY-EXIT
020500     END-IF
020600
020700     PERFORM 9999-TERMINATE
020800         THRU 9999-TERMINATE-EXIT
020900
021000     IF WS-INIT-FAILED
021100         MOVE 8 TO RETURN-CODE
021200     END-IF
021300     GOBACK.
021400
021500*-----------------------------------------------------------------
021600* ACQUIRE THE BATCH WINDOW, FIX THE REPORTING MONTH FROM THE
021700* BUSINESS DATE AND OPEN THE FILES.  NO REGISTER MEANS NO CHARGE
021800* HAS EVER BEEN INVOICED - A NIL RETURN, NOT A FAILURE.
021900*-----------------------------------------------------------------
022000 1000-INITIALIZE.
022100     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
022200     IF NOT WS-BATCH-ACQUIRED
022300         DISPLAY "GSTRPT: BATCH WINDOW CHECK FAILED, RUN "
022400                 "REFUSED"
022500         SET WS-INIT-FAILED TO TRUE
022600         GO TO 1000-INITIALIZE-EXIT
022700     END-IF
022800
022900     CALL "BUSDATE" USING WS-TODAYS-DATE
023000     COMPUTE WS-REPORT-MONTH = WS-TODAY-YEAR * 100
023100                             + WS-TODAY-MONTH
023200     COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
023300     COMPUTE WS-MONTH-END   = WS-REPORT-MONTH * 100 + 31
023400
023500     OPEN OUTPUT GST-REPORT
023600     IF NOT WS-GSTRPT-OK
023700         DISPLAY "GSTRPT: UNABLE TO OPEN REPORT, STATUS = "
023800                 WS-GSTRPT-STATUS
023900         SET WS-INIT-FAILED TO TRUE
024000         GO TO 1000-INITIALIZE-EXIT
024100     END-IF
024200     SET WS-REPORT-OPEN TO TRUE
024300     MOVE WS-REPORT-MONTH TO TTL-REPORT-MONTH
024400     MOVE WS-TODAYS-DATE TO TTL-RUN-DATE
024500     MOVE WS-TITLE-LINE TO REPORT-LINE
024600     WRITE REPORT-LINE
024700
024800     OPEN INPUT GST-FILE
024900     IF WS-GSTFILE-NOTFOUND
025000         SET WS-NO-REGISTER TO TRUE
025100         GO TO 1000-INITIALIZE-EXIT
025200     END-IF
025300     IF NOT WS-GSTFILE-OK
025400         DISPLAY "GSTRPT: UNABLE TO OPEN GST INVOICE REGISTER, "
025500                 "STATUS = " WS-GSTFILE-STATUS
025600         SET WS-INIT-FAILED TO TRUE
025700         GO TO 1000-INITIALIZE-EXIT
025800     END-IF
025900     SET WS-GSTFILE-OPEN TO TRUE.
026000 1000-INITIALIZE-EXIT.
026100     EXIT.
026200
026300*-----------------------------------------------------------------
026400* WALK THE REGISTER BY BRANCH AND INVOICE NUMBER, LISTING THE
026500* MONTH'S INVOICES AND CLOSING EACH BRANCH AS THE NEXT BEGINS.
026600*-----------------------------------------------------------------
026700 2000-LIST-INVOICES.
026800     MOVE LOW-VALUES TO GST-KEY
026900     START GST-FILE
027000         KEY IS NOT LESS THAN GST-KEY
027100         INVALID KEY
027200             SET WS-EOF TO TRUE
027300     END-START
027400
027500     PERFORM 2100-EXAMINE-ONE-INVOICE
027600         THRU 2100-EXAMINE-ONE-INVOICE-EXIT
027700         UNTIL WS-EOF
027800
027900     IF WS-BRANCH-OPEN
028000         PERFORM 2300-CLOSE-BRANCH
028100             THRU 2300-CLOSE-BRANCH-EXIT
028200     END-IF.
028300 2000-LIST-INVOICES-EXIT.
028400     EXIT.
028500
028600*-----------------------------------------------------------------
028700* ONE INVOICE - SKIPPED UNLESS RAISED THIS MONTH.
028800*-----------------------------------------------------------------
028900 2100-EXAMINE-ONE-INVOICE.
029000     READ GST-FILE NEXT RECORD
029100         AT END
029200             SET WS-EOF TO TRUE
029300             GO TO 2100-EXAMINE-ONE-INVOICE-EXIT
029400     END-READ
029500
029600     IF GST-INVOICE-DATE < WS-MONTH-START
029700         OR GST-INVOICE-DATE > WS-MONTH-END
029800         GO TO 2100-EXAMINE-ONE-INVOICE-EXIT
029900     END-IF
030000
030100     IF WS-BRANCH-OPEN
030200         AND GST-BRANCH-CODE NOT = WS-CURR-BRANCH
030300         PERFORM 2300-CLOSE-BRANCH
030400             THRU 2300-CLOSE-BRANCH-EXIT
030500     END-IF
030600     IF NOT WS-BRANCH-OPEN
030700         PERFORM 2200-OPEN-BRANCH
030800             THRU 2200-OPEN-BRANCH-EXIT
030900     END-IF
031000
031100     MOVE SPACES TO WS-DETAIL-LINE
031200     MOVE GST-INVOICE-NO    TO DTL-INVOICE-NO
031300     MOVE GST-INVOICE-DATE  TO DTL-DATE
031400     MOVE GST-ACCT-NUMBER   TO DTL-ACCT-NUMBER
031500     MOVE GST-FEE-CODE      TO DTL-FEE-CODE
031600     MOVE GST-SOURCE        TO DTL-SOURCE
031700     MOVE GST-TAX-CODE      TO DTL-TAX-CODE
031800     MOVE GST-TAX-RATE      TO DTL-TAX-RATE
031900     MOVE GST-TAXABLE-AMT   TO DTL-TAXABLE
032000     MOVE GST-TAX-AMT       TO DTL-TAX-AMT
032100     MOVE GST-TXN-REF       TO DTL-TXN-REF
032200     MOVE WS-DETAIL-LINE TO REPORT-LINE
032300     WRITE REPORT-LINE
032400     IF GST-BILLED-TO NOT = SPACES
032500         MOVE SPACES TO REPORT-LINE
032600         STRING "           BILLED TO " DELIMITED BY SIZE
032700                GST-BILLED-TO DELIMITED BY SIZE
032800             INTO REPORT-LINE
032900         WRITE REPORT-LINE
033000     END-IF
033100
033200     MOVE GST-INVOICE-NO TO WS-BRN-LAST-INVOICE
033300     PERFORM 2400-TALLY-INVOICE
033400         THRU 2400-TALLY-INVOICE-EXIT.
033500 2100-EXAMINE-ONE-INVOICE-EXIT.
033600     EXIT.
033700
033800*-----------------------------------------------------------------
033900* START A BRANCH - HEADING WITH ITS NAME, TOTALS CLEARED.
034000*-----------------------------------------------------------------
034100 2200-OPEN-BRANCH.
034200     MOVE GST-BRANCH-CODE TO WS-CURR-BRANCH
034300     MOVE SPACES TO WS-BRANCH-NAME
034400     MOVE "N" TO WS-BRANCH-FOUND-SW
034500     CALL "BRNLKUP" USING WS-CURR-BRANCH WS-BRANCH-NAME
034600                          WS-BRANCH-FOUND-SW
034700     IF NOT WS-BRANCH-FOUND
034800         MOVE "** NOT ON FILE **" TO WS-BRANCH-NAME
034900     END-IF
035000
035100     MOVE GST-INVOICE-NO TO WS-BRN-FIRST-INVOICE
035200     MOVE 0 TO WS-BRN-RATE-COUNT
035300
035400     MOVE SPACES TO REPORT-LINE
035500     WRITE REPORT-LINE
035600     MOVE WS-CURR-BRANCH TO BRH-BRANCH-CODE
035700     MOVE WS-BRANCH-NAME TO BRH-BRANCH-NAME
035800     MOVE WS-BRANCH-HEADING TO REPORT-LINE
035900     WRITE REPORT-LINE
036000     MOVE WS-COLUMN-HEADING TO REPORT-LINE
036100     WRITE REPORT-LINE
036200
036300     ADD 1 TO WS-TOTAL-BRANCHES
036400     SET WS-BRANCH-OPEN TO TRUE.
036500 2200-OPEN-BRANCH-EXIT.
036600     EXIT.
036700
036800*-----------------------------------------------------------------
036900* CLOSE A BRANCH WITH ITS INVOICE RANGE AND ONE LINE FOR EACH
037000* TAX CODE AND RATE IT CHARGED AT.
037100*-----------------------------------------------------------------
037200 2300-CLOSE-BRANCH.
037300     MOVE WS-BRN-FIRST-INVOICE TO RNG-FIRST-INVOICE
037400     MOVE WS-BRN-LAST-INVOICE  TO RNG-LAST-INVOICE
037500     MOVE WS-RANGE-LINE TO REPORT-LINE
037600     WRITE REPORT-LINE
037700
037800     PERFORM 2350-PRINT-BRANCH-RATE
037900         THRU 2350-PRINT-BRANCH-RATE-EXIT
038000         VARYING WS-RATE-IDX FROM 1 BY 1
038100         UNTIL WS-RATE-IDX > WS-BRN-RATE-COUNT
038200     MOVE "N" TO WS-BRANCH-OPEN-SW.
038300 2300-CLOSE-BRANCH-EXIT.
038400     EXIT.
038500
038600 2350-PRINT-BRANCH-RATE.
038700     MOVE "BRANCH    "                TO RTL-LABEL
038800     MOVE BRN-TAX-CODE(WS-RATE-IDX)   TO RTL-TAX-CODE
038900     MOVE BRN-TAX-RATE(WS-RATE-IDX)   TO RTL-TAX-RATE
039000     MOVE BRN-COUNT(WS-RATE-IDX)      TO RTL-COUNT
039100     MOVE BRN-TAXABLE(WS-RATE-IDX)    TO RTL-TAXABLE
039200     MOVE BRN-TAX(WS-RATE-IDX)        TO RTL-TAX
039300     MOVE WS-RATE-LINE TO REPORT-LINE
039400     WRITE REPORT-LINE.
039500 2350-PRINT-BRANCH-RATE-EXIT.
039600     EXIT.
039700
039800*-----------------------------------------------------------------
039900* ADD THE INVOICE INTO THE BRANCH'S AND THE BANK'S TOTALS FOR ITS
040000* TAX CODE AND RATE, OPENING A NEW LINE FOR A PAIR NOT YET SEEN.
040100*-----------------------------------------------------------------
040200 2400-TALLY-INVOICE.
040300     MOVE 0 TO WS-FOUND-IDX
040400     PERFORM 2410-MATCH-BRANCH-RATE
040500         THRU 2410-MATCH-BRANCH-RATE-EXIT
040600         VARYING WS-RATE-IDX FROM 1 BY 1
040700         UNTIL WS-RATE-IDX > WS-BRN-RATE-COUNT
040800            OR WS-FOUND-IDX NOT = 0
040900     IF WS-FOUND-IDX = 0
041000         IF WS-BRN-RATE-COUNT NOT LESS THAN WS-RATE-MAX
041100             DISPLAY "GSTRPT: TOO MANY TAX RATES AT BRANCH "
041200                     WS-CURR-BRANCH ", INVOICE " GST-INVOICE-NO
041300                     " LEFT OUT OF THE BRANCH TOTALS"
041400         ELSE
041500             ADD 1 TO WS-BRN-RATE-COUNT
041600             MOVE WS-BRN-RATE-COUNT TO WS-FOUND-IDX
041700             MOVE GST-TAX-CODE TO BRN-TAX-CODE(WS-FOUND-IDX)
041800             MOVE GST-TAX-RATE TO BRN-TAX-RATE(WS-FOUND-IDX)
041900             MOVE 0 TO BRN-COUNT(WS-FOUND-IDX)
042000             MOVE 0 TO BRN-TAXABLE(WS-FOUND-IDX)
042100             MOVE 0 TO BRN-TAX(WS-FOUND-IDX)
042200         END-IF
042300     END-IF
042400     IF WS-FOUND-IDX NOT = 0
042500         ADD 1               TO BRN-COUNT(WS-FOUND-IDX)
042600         ADD GST-TAXABLE-AMT TO BRN-TAXABLE(WS-FOUND-IDX)
042700         ADD GST-TAX-AMT     TO BRN-TAX(WS-FOUND-IDX)
042800     END-IF
042900
043000     MOVE 0 TO WS-FOUND-IDX
043100     PERFORM 2420-MATCH-TOTAL-RATE
043200         THRU 2420-MATCH-TOTAL-RATE-EXIT
043300         VARYING WS-RATE-IDX FROM 1 BY 1
043400         UNTIL WS-RATE-IDX > WS-TOT-RATE-COUNT
043500            OR WS-FOUND-IDX NOT = 0
043600     IF WS-FOUND-IDX = 0
043700         IF WS-TOT-RATE-COUNT NOT LESS THAN WS-RATE-MAX
043800             DISPLAY "GSTRPT: TOO MANY TAX RATES, INVOICE "
043900                     GST-INVOICE-NO " AT BRANCH " WS-CURR-BRANCH
044000                     " LEFT OUT OF THE RETURN SUMMARY"
044100         ELSE
044200             ADD 1 TO WS-TOT-RATE-COUNT
044300             MOVE WS-TOT-RATE-COUNT TO WS-FOUND-IDX
044400             MOVE GST-TAX-CODE TO TOT-TAX-CODE(WS-FOUND-IDX)
044500             MOVE GST-TAX-RATE TO TOT-TAX-RATE(WS-FOUND-IDX)
044600             MOVE 0 TO TOT-COUNT(WS-FOUND-IDX)
044700             MOVE 0 TO TOT-TAXABLE(WS-FOUND-IDX)
044800             MOVE 0 TO TOT-TAX(WS-FOUND-IDX)
044900         END-IF
045000     END-IF
045100     IF WS-FOUND-IDX NOT = 0
045200         ADD 1               TO TOT-COUNT(WS-FOUND-IDX)
045300         ADD GST-TAXABLE-AMT TO TOT-TAXABLE(WS-FOUND-IDX)
045400         ADD GST-TAX-AMT     TO TOT-TAX(WS-FOUND-IDX)
045500     END-IF
045600
045700     ADD 1               TO WS-TOTAL-INVOICES
045800     ADD GST-TAXABLE-AMT TO WS-TOTAL-TAXABLE
045900     ADD GST-TAX-AMT     TO WS-TOTAL-TAX.
046000 2400-TALLY-INVOICE-EXIT.
046100     EXIT.
046200
046300 2410-MATCH-BRANCH-RATE.
046400     IF BRN-TAX-CODE(WS-RATE-IDX) = GST-TAX-CODE
046500         AND BRN-TAX-RATE(WS-RATE-IDX) = GST-TAX-RATE
046600         MOVE WS-RATE-IDX TO WS-FOUND-IDX
046700     END-IF.
046800 2410-MATCH-BRANCH-RATE-EXIT.
046900     EXIT.
047000
047100 2420-MATCH-TOTAL-RATE.
047200     IF TOT-TAX-CODE(WS-RATE-IDX) = GST-TAX-CODE
047300         AND TOT-TAX-RATE(WS-RATE-IDX) = GST-TAX-RATE
047400         MOVE WS-RATE-IDX TO WS-FOUND-IDX
047500     END-IF.
047600 2420-MATCH-TOTAL-RATE-EXIT.
047700     EXIT.
047800
047900*-----------------------------------------------------------------
048000* CLOSE THE REPORT WITH THE BANK-WIDE FIGURES FOR THE RETURN -
048100* ONE LINE PER TAX CODE AND RATE, THEN THE GRAND TOTALS.
048200*-----------------------------------------------------------------
048300 6000-WRITE-SUMMARY.
048400     MOVE SPACES TO REPORT-LINE
048500     WRITE REPORT-LINE
048600     MOVE "GST RETURN SUMMARY BY TAX CODE AND RATE" TO REPORT-LINE
048700     WRITE REPORT-LINE
048800
048900     IF WS-TOTAL-INVOICES = 0
049000         MOVE "NIL RETURN - NO CHARGES INVOICED THIS MONTH"
049100             TO REPORT-LINE
049200         WRITE REPORT-LINE
049300     END-IF
049400
049500     PERFORM 6100-PRINT-TOTAL-RATE
049600         THRU 6100-PRINT-TOTAL-RATE-EXIT
049700         VARYING WS-RATE-IDX FROM 1 BY 1
049800         UNTIL WS-RATE-IDX > WS-TOT-RATE-COUNT
049900
050000     MOVE SPACES TO REPORT-LINE
050100     WRITE REPORT-LINE
050200     MOVE SPACES TO WS-TOTAL-LINE
050300     MOVE "BRANCHES REPORTING" TO TOT-LABEL
050400     MOVE WS-TOTAL-BRANCHES TO TOT-AMOUNT
050500     MOVE WS-TOTAL-LINE TO REPORT-LINE
050600     WRITE REPORT-LINE
050700
050800     MOVE "INVOICES RAISED" TO TOT-LABEL
050900     MOVE WS-TOTAL-INVOICES TO TOT-AMOUNT
051000     MOVE WS-TOTAL-LINE TO REPORT-LINE
051100     WRITE REPORT-LINE
051200
051300     MOVE "CHARGES INVOICED" TO TOT-LABEL
051400     MOVE WS-TOTAL-TAXABLE TO TOT-AMOUNT
051500     MOVE WS-TOTAL-LINE TO REPORT-LINE
051600     WRITE REPORT-LINE
051700
051800     MOVE "GST PAYABLE FOR THE MONTH" TO TOT-LABEL
051900     MOVE WS-TOTAL-TAX TO TOT-AMOUNT
052000     MOVE WS-TOTAL-LINE TO REPORT-LINE
052100     WRITE REPORT-LINE
052200
052300     DISPLAY "GSTRPT: INVOICES = " WS-TOTAL-INVOICES
052400             ", GST PAYABLE = " WS-TOTAL-TAX.
052500 6000-WRITE-SUMMARY-EXIT.
052600     EXIT.
052700
052800 6100-PRINT-TOTAL-RATE.
052900     MOVE "BANK      "                TO RTL-LABEL
053000     MOVE TOT-TAX-CODE(WS-RATE-IDX)   TO RTL-TAX-CODE
053100     MOVE TOT-TAX-RATE(WS-RATE-IDX)   TO RTL-TAX-RATE
053200     MOVE TOT-COUNT(WS-RATE-IDX)      TO RTL-COUNT
053300     MOVE TOT-TAXABLE(WS-RATE-IDX)    TO RTL-TAXABLE
053400     MOVE TOT-TAX(WS-RATE-IDX)        TO RTL-TAX
053500     MOVE WS-RATE-LINE TO REPORT-LINE
053600     WRITE REPORT-LINE.
053700 6100-PRINT-TOTAL-RATE-EXIT.
053800     EXIT.
053900
054000*-----------------------------------------------------------------
054100* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
054200*-----------------------------------------------------------------
054300 9999-TERMINATE.
054400     IF WS-BATCH-ACQUIRED
054500         CALL "BATCHREL" USING WS-JOB-NAME
054600     END-IF
054700
054800     IF WS-GSTFILE-OPEN
054900         CLOSE GST-FILE
055000     END-IF
055100     IF WS-REPORT-OPEN
055200         CLOSE GST-REPORT
055300     END-IF.
055400 9999-TERMINATE-EXIT.
055500     EXIT.
