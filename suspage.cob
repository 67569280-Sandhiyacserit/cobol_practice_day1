000100*****************************************************************
000200* PROGRAM      : SUSPAGE                                        *
000300* DESCRIPTION  : WEEKLY SUSPENSE LEDGER AGEING REPORT.  LISTS   *
000400*                EVERY ITEM STILL OPEN ON THE SUSPENSE LEDGER   *
000500*                WITH ITS AGE SINCE IT WAS PARKED, BUCKETED     *
000600*                0-7, 8-30 AND OVER 30 DAYS, TOTALS EACH BUCKET *
000700*                AND THE LEDGER, AND AGREES THE LEDGER TOTAL TO *
000800*                THE SUSPENSE GL BALANCE ON THE GL BALANCE      *
000900*                FILE, PRINTING ANY DIFFERENCE.  RUN AFTER THE  *
001000*                NIGHT'S EODDRIVE HAS POSTED THE GL.            *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. SUSPAGE.
001400 AUTHOR. S NATARAJAN.
001500 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001600 DATE-WRITTEN. 2026-10-15.
001700 DATE-COMPILED.
001800
001900*****************************************************************
002000* MODIFICATION HISTORY                                          *
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-10-15 SN    NEW PROGRAM - AGEING OF THE OPEN ITEMS ON    *
002400*                  THE NEW SUSPENSE LEDGER WITH SUSPENSE GL     *
002500*                  AGREEMENT.                                   *
002510* 2026-10-15 SN    A DEBIT ITEM (AN OWN-ATM CASH SHORTAGE) NOW  *
002520*                  NETS AGAINST THE CREDIT ITEMS IN THE TOTALS  *
002530*                  AND IS PRINTED WITH A TRAILING MINUS, SO THE *
002540*                  LEDGER STILL AGREES TO THE SUSPENSE GL.      *
002550* 2026-10-15 SN    SOURCE REFERENCE COLUMN NARROWED TO THE      *
002560*                  LEDGER'S 15 BYTES AND THE AMOUNT SPACED OFF  *
002570*                  THE ACCOUNT AGAIN, KEEPING THE LINE AT 80.   *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS SUSP-ITEM-REF
003500         FILE STATUS IS WS-SUSPENSE-STATUS.
003600
003700     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS GLB-KEY
004100         FILE STATUS IS WS-GLBAL-STATUS.
004200
004300     SELECT AGEING-REPORT ASSIGN TO "SUSPRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SUSPRPT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  SUSPENSE-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY SUSPREC.
005200
005300 FD  GL-BALANCE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY GLBALREC.
005600
005700 FD  AGEING-REPORT
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-LINE                PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-SUSPENSE-STATUS       PIC X(02).
006300     88  WS-SUSPENSE-OK       VALUE "00".
006400     88  WS-SUSPENSE-NOTFOUND VALUE "35".
006500 01  WS-GLBAL-STATUS          PIC X(02).
006600     88  WS-GLBAL-OK          VALUE "00".
006700     88  WS-GLBAL-NOTFOUND    VALUE "35".
006800 01  WS-SUSPRPT-STATUS        PIC X(02).
006900     88  WS-SUSPRPT-OK        VALUE "00".
007000
007100 01  WS-JOB-NAME              PIC X(08) VALUE "SUSPAGE".
007200 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
007300     88  WS-BATCH-ACQUIRED    VALUE "Y".
007400
007500*    THE SUSPENSE GL GLJRNL CARRIES THE LEDGER IN, AND THE UPPER
007600*    LIMITS OF THE FIRST TWO AGE BUCKETS.
007700 01  WS-GL-SUSPENSE           PIC 9(04) VALUE 2050.
007800 01  WS-BUCKET-1-DAYS         PIC 9(03) VALUE 7.
007900 01  WS-BUCKET-2-DAYS         PIC 9(03) VALUE 30.
008000
008100 01  WS-TODAYS-DATE           PIC 9(08).
008200 01  WS-CCYY                  PIC 9(04).
008300 01  WS-MM                    PIC 9(02).
008400 01  WS-DD                    PIC 9(02).
008500 01  WS-DAY-COUNT             PIC 9(07).
008600 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
008700 01  WS-AGE-DAYS              PIC S9(05).
008800
008900 01  WS-OPEN-COUNT            PIC 9(06) COMP VALUE 0.
009000 01  WS-BUCKET-1-COUNT        PIC 9(06) COMP VALUE 0.
009100 01  WS-BUCKET-2-COUNT        PIC 9(06) COMP VALUE 0.
009200 01  WS-BUCKET-3-COUNT        PIC 9(06) COMP VALUE 0.
009300 01  WS-OPEN-TOTAL            PIC S9(12) VALUE 0.
009400 01  WS-BUCKET-1-TOTAL        PIC S9(12) VALUE 0.
009500 01  WS-BUCKET-2-TOTAL        PIC S9(12) VALUE 0.
009600 01  WS-BUCKET-3-TOTAL        PIC S9(12) VALUE 0.
009700 01  WS-GL-BALANCE            PIC S9(12) VALUE 0.
009800 01  WS-DIFFERENCE            PIC S9(12) VALUE 0.
009810 01  WS-ITEM-AMOUNT           PIC S9(10).
009900
010000 01  WS-HEADING-LINE.
010100     05  FILLER               PIC X(36)
010200         VALUE "ITEM REF   SOURCE   SOURCE REF      ".
010300     05  FILLER               PIC X(44)
010400         VALUE "ACCT      AMOUNT  RSN  PARKED    AGE BUCKET ".
010500
010600 01  WS-DETAIL-LINE.
010700     05  DTL-ITEM-REF         PIC 9(10).
010800     05  FILLER               PIC X(01) VALUE SPACE.
010900     05  DTL-SOURCE           PIC X(08).
011000     05  FILLER               PIC X(01) VALUE SPACE.
011100     05  DTL-SOURCE-REF       PIC X(15).
011200     05  FILLER               PIC X(01) VALUE SPACE.
011300     05  DTL-INTENDED-ACCT    PIC 9(06).
011400     05  FILLER               PIC X(01) VALUE SPACE.
011500     05  DTL-AMOUNT           PIC Z(8)9-.
011600     05  FILLER               PIC X(01) VALUE SPACE.
011700     05  DTL-REASON-CODE      PIC X(04).
011800     05  FILLER               PIC X(01) VALUE SPACE.
011900     05  DTL-PARK-DATE        PIC 9(08).
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  DTL-AGE-DAYS         PIC ZZZ9.
012200     05  FILLER               PIC X(01) VALUE SPACE.
012300     05  DTL-BUCKET           PIC X(07).
012400
012500 01  WS-TOTAL-LINE.
012600     05  TOT-LABEL            PIC X(36).
012700     05  TOT-AMOUNT           PIC -(10)9.
012800     05  FILLER               PIC X(02) VALUE SPACES.
012900     05  TOT-COUNT            PIC Z(5)9.
013000
013100 01  WS-SWITCHES.
013200     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
013300         88  WS-INIT-FAILED   VALUE "Y".
013400     05  WS-EOF-SW            PIC X(01) VALUE "N".
013500         88  WS-EOF           VALUE "Y".
013600     05  WS-LEDGER-SW         PIC X(01) VALUE "N".
013700         88  WS-LEDGER-OPEN   VALUE "Y".
013800     05  WS-GLBAL-EOF-SW      PIC X(01) VALUE "N".
013900         88  WS-GLBAL-EOF     VALUE "Y".
014000     05  WS-AGREED-SW         PIC X(01) VALUE "Y".
014100         88  WS-AGREED        VALUE "Y".
014200
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE
014600         THRU 1000-INITIALIZE-EXIT
014700
014800     PERFORM 2000-AGE-ONE-ITEM
014900         THRU 2000-AGE-ONE-ITEM-EXIT
015000         UNTIL WS-EOF
015100
015200     IF NOT WS-INIT-FAILED
015300         PERFORM 3500-LOAD-GL-BALANCE
015400             THRU 3500-LOAD-GL-BALANCE-EXIT
015500         PERFORM 5000-WRITE-TOTALS
015600             THRU 5000-WRITE-TOTALS-EXIT
015700     END-IF
015800
015900     PERFORM 9999-TERMINATE
016000         THRU 9999-TERMINATE-EXIT
016100
016200     IF WS-INIT-FAILED
016300         MOVE 8 TO RETURN-CODE
016400     END-IF
016500     GOBACK.
016600
016700*-----------------------------------------------------------------
016800* ACQUIRE THE BATCH WINDOW AND OPEN THE REPORT AND THE LEDGER.
016900* A LEDGER THAT HAS NEVER BEEN SET UP HAS NOTHING OPEN.
017000*-----------------------------------------------------------------
017100 1000-INITIALIZE.
017200     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
017300     IF NOT WS-BATCH-ACQUIRED
017400         DISPLAY "SUSPAGE: BATCH WINDOW CHECK FAILED, RUN "
017500                 "REFUSED"
017600         SET WS-INIT-FAILED TO TRUE
017700         SET WS-EOF TO TRUE
017800         GO TO 1000-INITIALIZE-EXIT
017900     END-IF
018000
018100     CALL "BUSDATE" USING WS-TODAYS-DATE
018200     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
018300     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
018400     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
018500     PERFORM 2600-CCYYMMDD-TO-DAYS
018600         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
018700     MOVE WS-DAY-COUNT TO WS-TODAYS-DAY-COUNT
018800
018900     OPEN OUTPUT AGEING-REPORT
019000     IF NOT WS-SUSPRPT-OK
019100         DISPLAY "SUSPAGE: UNABLE TO OPEN AGEING REPORT, "
019200                 "STATUS = " WS-SUSPRPT-STATUS
019300         SET WS-INIT-FAILED TO TRUE
019400         SET WS-EOF TO TRUE
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700     MOVE SPACES TO REPORT-LINE
019800     STRING "SUSPENSE LEDGER AGEING - OPEN ITEMS AS AT "
019900            WS-TODAYS-DATE
020000            DELIMITED BY SIZE INTO REPORT-LINE
020100     WRITE REPORT-LINE
020200     MOVE WS-HEADING-LINE TO REPORT-LINE
020300     WRITE REPORT-LINE
020400
020500     OPEN INPUT SUSPENSE-FILE
020600     IF WS-SUSPENSE-NOTFOUND
020700         SET WS-EOF TO TRUE
020800         GO TO 1000-INITIALIZE-EXIT
020900     END-IF
021000     IF NOT WS-SUSPENSE-OK
021100         DISPLAY "SUSPAGE: UNABLE TO OPEN SUSPENSE LEDGER, "
021200                 "STATUS = " WS-SUSPENSE-STATUS
021300         SET WS-INIT-FAILED TO TRUE
021400         SET WS-EOF TO TRUE
021500         GO TO 1000-INITIALIZE-EXIT
021600     END-IF
021700     SET WS-LEDGER-OPEN TO TRUE.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000
022100*-----------------------------------------------------------------
022200* TAKE ONE LEDGER ITEM AND, IF IT IS STILL OPEN, AGE IT INTO ITS
022300* BUCKET AND LIST IT.
022400*-----------------------------------------------------------------
022500 2000-AGE-ONE-ITEM.
022600     READ SUSPENSE-FILE NEXT RECORD
022700         AT END
022800             SET WS-EOF TO TRUE
022900             GO TO 2000-AGE-ONE-ITEM-EXIT
023000     END-READ
023100
023200     IF NOT SUSP-STATUS-OPEN
023300         GO TO 2000-AGE-ONE-ITEM-EXIT
023400     END-IF
023500
023600     MOVE SUSP-PARK-DATE(1:4) TO WS-CCYY
023700     MOVE SUSP-PARK-DATE(5:2) TO WS-MM
023800     MOVE SUSP-PARK-DATE(7:2) TO WS-DD
023900     PERFORM 2600-CCYYMMDD-TO-DAYS
024000         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
024100     COMPUTE WS-AGE-DAYS = WS-TODAYS-DAY-COUNT - WS-DAY-COUNT
024200     IF WS-AGE-DAYS < 0
024300         MOVE 0 TO WS-AGE-DAYS
024400     END-IF
024500
024505*    A DEBIT ITEM IS CASH MISSING, NOT HELD - IT COUNTS AGAINST
024510*    THE TOTALS.
024520     IF SUSP-SIDE-DEBIT
024530         COMPUTE WS-ITEM-AMOUNT = 0 - SUSP-AMOUNT
024540     ELSE
024550         MOVE SUSP-AMOUNT TO WS-ITEM-AMOUNT
024560     END-IF
024570
024600     ADD 1 TO WS-OPEN-COUNT
024700     ADD WS-ITEM-AMOUNT TO WS-OPEN-TOTAL
024800     EVALUATE TRUE
024900         WHEN WS-AGE-DAYS NOT > WS-BUCKET-1-DAYS
025000             MOVE "0-7"     TO DTL-BUCKET
025100             ADD 1 TO WS-BUCKET-1-COUNT
025200             ADD WS-ITEM-AMOUNT TO WS-BUCKET-1-TOTAL
025300         WHEN WS-AGE-DAYS NOT > WS-BUCKET-2-DAYS
025400             MOVE "8-30"    TO DTL-BUCKET
025500             ADD 1 TO WS-BUCKET-2-COUNT
025600             ADD WS-ITEM-AMOUNT TO WS-BUCKET-2-TOTAL
025700         WHEN OTHER
025800             MOVE "OVER 30" TO DTL-BUCKET
025900             ADD 1 TO WS-BUCKET-3-COUNT
026000             ADD WS-ITEM-AMOUNT TO WS-BUCKET-3-TOTAL
026100     END-EVALUATE
026200
026300     MOVE SUSP-ITEM-REF      TO DTL-ITEM-REF
026400     MOVE SUSP-SOURCE        TO DTL-SOURCE
026500     MOVE SUSP-SOURCE-REF    TO DTL-SOURCE-REF
026600     MOVE SUSP-INTENDED-ACCT TO DTL-INTENDED-ACCT
026700     MOVE WS-ITEM-AMOUNT     TO DTL-AMOUNT
026800     MOVE SUSP-REASON-CODE   TO DTL-REASON-CODE
026900     MOVE SUSP-PARK-DATE     TO DTL-PARK-DATE
027000     MOVE WS-AGE-DAYS        TO DTL-AGE-DAYS
027100     MOVE WS-DETAIL-LINE TO REPORT-LINE
027200     WRITE REPORT-LINE.
027300 2000-AGE-ONE-ITEM-EXIT.
027400     EXIT.
027500
027600*-----------------------------------------------------------------
027700* CONVERT WS-CCYY/WS-MM/WS-DD INTO A DAY COUNT USING THE
027800* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN WS-DAY-COUNT.
027900*-----------------------------------------------------------------
028000 2600-CCYYMMDD-TO-DAYS.
028100     COMPUTE WS-DAY-COUNT =
028200             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
028300 2600-CCYYMMDD-TO-DAYS-EXIT.
028400     EXIT.
028500
028600*-----------------------------------------------------------------
028700* ADD UP THE SUSPENSE GL BALANCE OVER EVERY BRANCH ON THE GL
028800* BALANCE FILE, CREDIT POSITIVE.  A FILE THAT HAS NEVER BEEN SET
028900* UP HOLDS NO BALANCE.
029000*-----------------------------------------------------------------
029100 3500-LOAD-GL-BALANCE.
029200     OPEN INPUT GL-BALANCE-FILE
029300     IF WS-GLBAL-NOTFOUND
029400         GO TO 3500-LOAD-GL-BALANCE-EXIT
029500     END-IF
029600     IF NOT WS-GLBAL-OK
029700         DISPLAY "SUSPAGE: UNABLE TO OPEN GL BALANCE FILE, "
029800                 "STATUS = " WS-GLBAL-STATUS
029900                 " - LEDGER AGREED AGAINST A ZERO GL BALANCE"
030000         GO TO 3500-LOAD-GL-BALANCE-EXIT
030100     END-IF
030200
030300     MOVE WS-GL-SUSPENSE TO GLB-GL-NUMBER
030400     MOVE 0 TO GLB-BRANCH-CODE
030500     START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
030600         INVALID KEY
030700             SET WS-GLBAL-EOF TO TRUE
030800     END-START
030900
031000     PERFORM 3600-READ-ONE-GL-BALANCE
031100         THRU 3600-READ-ONE-GL-BALANCE-EXIT
031200         UNTIL WS-GLBAL-EOF
031300     CLOSE GL-BALANCE-FILE.
031400 3500-LOAD-GL-BALANCE-EXIT.
031500     EXIT.
031600
031700*-----------------------------------------------------------------
031800* TAKE ONE BRANCH'S SUSPENSE BALANCE, STOPPING AT THE FIRST
031900* RECORD FOR ANY OTHER GL ACCOUNT.
032000*-----------------------------------------------------------------
032100 3600-READ-ONE-GL-BALANCE.
032200     READ GL-BALANCE-FILE NEXT RECORD
032300         AT END
032400             SET WS-GLBAL-EOF TO TRUE
032500             GO TO 3600-READ-ONE-GL-BALANCE-EXIT
032600     END-READ
032700
032800     IF GLB-GL-NUMBER NOT = WS-GL-SUSPENSE
032900         SET WS-GLBAL-EOF TO TRUE
033000         GO TO 3600-READ-ONE-GL-BALANCE-EXIT
033100     END-IF
033200     SUBTRACT GLB-BALANCE FROM WS-GL-BALANCE.
033300 3600-READ-ONE-GL-BALANCE-EXIT.
033400     EXIT.
033500
033600*-----------------------------------------------------------------
033700* WRITE THE BUCKET AND LEDGER TOTALS AND THE AGREEMENT OF THE
033800* LEDGER TO THE SUSPENSE GL.
033900*-----------------------------------------------------------------
034000 5000-WRITE-TOTALS.
034100     MOVE SPACES TO REPORT-LINE
034200     WRITE REPORT-LINE
034300
034400     MOVE "OPEN 0-7 DAYS" TO TOT-LABEL
034500     MOVE WS-BUCKET-1-TOTAL TO TOT-AMOUNT
034600     MOVE WS-BUCKET-1-COUNT TO TOT-COUNT
034700     MOVE WS-TOTAL-LINE TO REPORT-LINE
034800     WRITE REPORT-LINE
034900
035000     MOVE "OPEN 8-30 DAYS" TO TOT-LABEL
035100     MOVE WS-BUCKET-2-TOTAL TO TOT-AMOUNT
035200     MOVE WS-BUCKET-2-COUNT TO TOT-COUNT
035300     MOVE WS-TOTAL-LINE TO REPORT-LINE
035400     WRITE REPORT-LINE
035500
035600     MOVE "OPEN OVER 30 DAYS" TO TOT-LABEL
035700     MOVE WS-BUCKET-3-TOTAL TO TOT-AMOUNT
035800     MOVE WS-BUCKET-3-COUNT TO TOT-COUNT
035900     MOVE WS-TOTAL-LINE TO REPORT-LINE
036000     WRITE REPORT-LINE
036100
036200     MOVE "TOTAL OPEN" TO TOT-LABEL
036300     MOVE WS-OPEN-TOTAL TO TOT-AMOUNT
036400     MOVE WS-OPEN-COUNT TO TOT-COUNT
036500     MOVE WS-TOTAL-LINE TO REPORT-LINE
036600     WRITE REPORT-LINE
036700
036800     MOVE SPACES TO REPORT-LINE
036900     WRITE REPORT-LINE
037000     MOVE SPACES TO REPORT-LINE
037100     STRING "AGREEMENT TO SUSPENSE GL " WS-GL-SUSPENSE
037200            " AS AT " WS-TODAYS-DATE
037300            DELIMITED BY SIZE INTO REPORT-LINE
037400     WRITE REPORT-LINE
037500
037600     MOVE "LEDGER - TOTAL OPEN" TO TOT-LABEL
037700     MOVE WS-OPEN-TOTAL TO TOT-AMOUNT
037800     MOVE WS-OPEN-COUNT TO TOT-COUNT
037900     MOVE WS-TOTAL-LINE TO REPORT-LINE
038000     WRITE REPORT-LINE
038100
038200     MOVE "GL - BALANCE" TO TOT-LABEL
038300     MOVE WS-GL-BALANCE TO TOT-AMOUNT
038400     MOVE 0 TO TOT-COUNT
038500     MOVE WS-TOTAL-LINE TO REPORT-LINE
038600     WRITE REPORT-LINE
038700
038800     COMPUTE WS-DIFFERENCE = WS-OPEN-TOTAL - WS-GL-BALANCE
038900     PERFORM 5500-WRITE-DIFFERENCE
039000         THRU 5500-WRITE-DIFFERENCE-EXIT
039100
039200     MOVE SPACES TO REPORT-LINE
039300     IF WS-AGREED
039400         MOVE "LEDGER AGREES TO THE SUSPENSE GL" TO REPORT-LINE
039500     ELSE
039600         MOVE "*** LEDGER DOES NOT AGREE TO THE SUSPENSE GL"
039700             TO REPORT-LINE
039800         DISPLAY "SUSPAGE: SUSPENSE LEDGER DOES NOT AGREE TO GL "
039900                 WS-GL-SUSPENSE " - SEE THE AGEING REPORT"
040000     END-IF
040100     WRITE REPORT-LINE
040200
040300     DISPLAY "SUSPAGE: " WS-OPEN-COUNT " ITEMS OPEN, TOTAL "
040400             WS-OPEN-TOTAL ", " WS-BUCKET-3-COUNT
040500             " OVER 30 DAYS".
040600 5000-WRITE-TOTALS-EXIT.
040700     EXIT.
040800
040900*-----------------------------------------------------------------
041000* PRINT THE DIFFERENCE JUST WORKED OUT AND FLAG A NON-ZERO ONE.
041100*-----------------------------------------------------------------
041200 5500-WRITE-DIFFERENCE.
041300     MOVE "  DIFFERENCE" TO TOT-LABEL
041400     MOVE WS-DIFFERENCE TO TOT-AMOUNT
041500     MOVE 0 TO TOT-COUNT
041600     MOVE WS-TOTAL-LINE TO REPORT-LINE
041700     WRITE REPORT-LINE
041800     IF WS-DIFFERENCE NOT = 0
041900         MOVE "N" TO WS-AGREED-SW
042000     END-IF.
042100 5500-WRITE-DIFFERENCE-EXIT.
042200     EXIT.
042300
042400*-----------------------------------------------------------------
042500* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
042600*-----------------------------------------------------------------
042700 9999-TERMINATE.
042800     IF WS-LEDGER-OPEN
042900         CLOSE SUSPENSE-FILE
043000     END-IF
043100     IF WS-BATCH-ACQUIRED
043200         CLOSE AGEING-REPORT
043300         CALL "BATCHREL" USING WS-JOB-NAME
043400     END-IF.
043500 9999-TERMINATE-EXIT.
043600     EXIT.
