000100*****************************************************************
000200* PROGRAM      : DDOSRPT                                        *
000300* DESCRIPTION  : DAILY OUTSTANDING DEMAND DRAFT AND PAY ORDER   *
000400*                REPORT.  LISTS EVERY INSTRUMENT STILL ISSUED   *
000500*                OR REVALIDATED ON THE DD REGISTER WITH ITS AGE *
000600*                AND A STALE FLAG, AND TOTALS THEM.  IT THEN    *
000700*                AGREES THE REGISTER TO THE DD-PAYABLE GL -     *
000800*                INSTRUMENTS ISSUED TODAY AGAINST THE GL        *
000900*                CREDITS IN THE NIGHT'S GLJRNL OUTPUT,          *
001000*                INSTRUMENTS PAID OR CANCELLED TODAY AGAINST    *
001100*                THE GL DEBITS, AND THE WHOLE OUTSTANDING TOTAL *
001200*                AGAINST THE DD-PAYABLE BALANCE ON THE GL       *
001201*                BALANCE FILE - AND PRINTS ANY DIFFERENCE.  RUN *
001202*                AS AN EODDRIVE STEP AFTER GLPOST.              *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. DDOSRPT.
001600 AUTHOR. S NATARAJAN.
001700 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000
002100*****************************************************************
002200* MODIFICATION HISTORY                                          *
002300*-----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-10-15 SN    NEW PROGRAM - OUTSTANDING DD AND PAY ORDER   *
002600*                  REPORT WITH DD-PAYABLE GL AGREEMENT, RUN AS  *
002700*                  AN EODDRIVE STEP.                            *
002701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002703*                  HELD.                                        *
002704* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD,       *
002705*                  REPORT COLUMNS CLOSED UP TO FIT. GL JOURNAL  *
002706*                  TOTALS NOW READ AT THEIR WIDENED S9(12).     *
002707* 2026-10-15 SN    GL JOURNAL NOW CARRIES THE BRANCH. THE WHOLE *
002708*                  OUTSTANDING REGISTER IS ALSO AGREED TO THE   *
002709*                  DD-PAYABLE BALANCE ON THE GL BALANCE FILE,   *
002710*                  SUMMED OVER ALL BRANCHES, SO THE STEP NOW    *
002711*                  RUNS AFTER GLPOST.                           *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DD-REGISTER ASSIGN TO "DDREG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS DD-SERIAL-NO
003700         FILE STATUS IS WS-DDREG-STATUS.
003800
003900     SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-GLJRNL-STATUS.
004200
004300     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
004310         ORGANIZATION IS INDEXED
004320         ACCESS MODE IS DYNAMIC
004330         RECORD KEY IS GLB-KEY
004340         FILE STATUS IS WS-GLBAL-STATUS.
004350
004360     SELECT OUTSTANDING-REPORT ASSIGN TO "DDOSRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DDOSRPT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DD-REGISTER
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DDREC.
005200
005300 FD  GL-JOURNAL
005400     LABEL RECORDS ARE STANDARD.
005500 01  GL-JOURNAL-RECORD.
005600     05  GLJ-DATE             PIC 9(08).
005700     05  FILLER               PIC X(01).
005800     05  GLJ-GL-NUMBER        PIC 9(04).
005900     05  FILLER               PIC X(01).
006000     05  GLJ-BRANCH-CODE      PIC 9(03).
006010     05  FILLER               PIC X(01).
006020     05  GLJ-GL-NAME          PIC X(30).
006100     05  FILLER               PIC X(01).
006200     05  GLJ-DEBIT-TOTAL      PIC S9(12).
006300     05  FILLER               PIC X(01).
006400     05  GLJ-CREDIT-TOTAL     PIC S9(12).
006500
006600 FD  GL-BALANCE-FILE
006610     LABEL RECORDS ARE STANDARD.
006620     COPY GLBALREC.
006630
006640 FD  OUTSTANDING-REPORT
006700     LABEL RECORDS ARE STANDARD.
006800 01  REPORT-LINE                PIC X(90).
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-DDREG-STATUS          PIC X(02).
007200     88  WS-DDREG-OK          VALUE "00".
007300     88  WS-DDREG-NOTFOUND    VALUE "35".
007400 01  WS-GLJRNL-STATUS         PIC X(02).
007500     88  WS-GLJRNL-OK         VALUE "00".
007600 01  WS-DDOSRPT-STATUS        PIC X(02).
007700     88  WS-DDOSRPT-OK        VALUE "00".
007710 01  WS-GLBAL-STATUS          PIC X(02).
007720     88  WS-GLBAL-OK          VALUE "00".
007730     88  WS-GLBAL-NOTFOUND    VALUE "35".
007800
007900 01  WS-JOB-NAME              PIC X(08) VALUE "DDOSRPT".
008000 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
008100     88  WS-BATCH-ACQUIRED    VALUE "Y".
008200
008300*    THE DD-PAYABLE GL GLJRNL POSTS ISSUES AND SETTLEMENTS TO,
008400*    AND THE VALIDITY PERIOD DDMAINT PAYS WITHIN.
008500 01  WS-GL-DD-PAYABLE         PIC 9(04) VALUE 2040.
008600 01  WS-VALIDITY-DAYS         PIC 9(03) VALUE 90.
008700
008800 01  WS-TODAYS-DATE           PIC 9(08).
008900 01  WS-CCYY                  PIC 9(04).
009000 01  WS-MM                    PIC 9(02).
009100 01  WS-DD                    PIC 9(02).
009200 01  WS-DAY-COUNT             PIC 9(07).
009300 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
009400 01  WS-AGE-DAYS              PIC S9(05).
009500
009600 01  WS-OUTSTANDING-COUNT     PIC 9(06) COMP VALUE 0.
009700 01  WS-STALE-COUNT           PIC 9(06) COMP VALUE 0.
009800 01  WS-ISSUED-COUNT          PIC 9(06) COMP VALUE 0.
009900 01  WS-SETTLED-COUNT         PIC 9(06) COMP VALUE 0.
010000 01  WS-OUTSTANDING-TOTAL     PIC 9(10) VALUE 0.
010100 01  WS-STALE-TOTAL           PIC 9(10) VALUE 0.
010200 01  WS-ISSUED-TOTAL          PIC 9(10) VALUE 0.
010300 01  WS-SETTLED-TOTAL         PIC 9(10) VALUE 0.
010400 01  WS-GL-CREDIT-TOTAL       PIC S9(12) VALUE 0.
010500 01  WS-GL-DEBIT-TOTAL        PIC S9(12) VALUE 0.
010510 01  WS-GL-BALANCE            PIC S9(12) VALUE 0.
010600 01  WS-DIFFERENCE            PIC S9(12) VALUE 0.
010700
010800 01  WS-HEADING-LINE.
010900     05  FILLER               PIC X(40)
011000         VALUE "SERIAL NO  T PAYEE                BRN   ".
011100     05  FILLER               PIC X(39)
011200         VALUE "  AMOUNT ISSUED   VALID FM AGE ST FLAG".
011300
011400 01  WS-DETAIL-LINE.
011500     05  DTL-SERIAL-NO        PIC 9(10).
011600     05  FILLER               PIC X(01) VALUE SPACE.
011700     05  DTL-INSTR-TYPE       PIC X(01).
011800     05  FILLER               PIC X(01) VALUE SPACE.
011900     05  DTL-PAYEE-NAME       PIC X(20).
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  DTL-PAYABLE-BRANCH   PIC 9(03).
012200     05  FILLER               PIC X(01) VALUE SPACE.
012300     05  DTL-AMOUNT           PIC Z(9)9.
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  DTL-ISSUE-DATE       PIC 9(08).
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  DTL-VALID-FROM-DATE  PIC 9(08).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  DTL-AGE-DAYS         PIC ZZ9.
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  DTL-STATUS           PIC X(01).
013200     05  FILLER               PIC X(02) VALUE SPACES.
013300     05  DTL-STALE-FLAG       PIC X(05).
013400
013500 01  WS-TOTAL-LINE.
013600     05  TOT-LABEL            PIC X(36).
013700     05  TOT-AMOUNT           PIC -(10)9.
013800     05  FILLER               PIC X(02) VALUE SPACES.
013900     05  TOT-COUNT            PIC Z(5)9.
014000
014100 01  WS-SWITCHES.
014200     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
014300         88  WS-INIT-FAILED   VALUE "Y".
014400     05  WS-EOF-SW            PIC X(01) VALUE "N".
014500         88  WS-EOF           VALUE "Y".
014600     05  WS-GL-EOF-SW         PIC X(01) VALUE "N".
014700         88  WS-GL-EOF        VALUE "Y".
014800     05  WS-REGISTER-SW       PIC X(01) VALUE "N".
014900         88  WS-REGISTER-OPEN VALUE "Y".
015000     05  WS-GL-FOUND-SW       PIC X(01) VALUE "N".
015100         88  WS-GL-FOUND      VALUE "Y".
015110     05  WS-GLBAL-EOF-SW      PIC X(01) VALUE "N".
015120         88  WS-GLBAL-EOF     VALUE "Y".
015200     05  WS-AGREED-SW         PIC X(01) VALUE "Y".
015300         88  WS-AGREED        VALUE "Y".
015400
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE
015800         THRU 1000-INITIALIZE-EXIT
015900
016000     PERFORM 2000-LIST-ONE-INSTRUMENT
016100         THRU 2000-LIST-ONE-INSTRUMENT-EXIT
016200         UNTIL WS-EOF
016300
016400     IF NOT WS-INIT-FAILED
016500         PERFORM 3000-LOAD-GL-TOTALS
016600             THRU 3000-LOAD-GL-TOTALS-EXIT
016610         PERFORM 3500-LOAD-GL-BALANCE
016620             THRU 3500-LOAD-GL-BALANCE-EXIT
016700         PERFORM 5000-WRITE-TOTALS
016800             THRU 5000-WRITE-TOTALS-EXIT
016900     END-IF
017000
017100     PERFORM 9999-TERMINATE
017200         THRU 9999-TERMINATE-EXIT
017300
017400     IF WS-INIT-FAILED
017500         MOVE 8 TO RETURN-CODE
017600     END-IF
017700     GOBACK.
017800
017900*-----------------------------------------------------------------
018000* ACQUIRE THE BATCH WINDOW AND OPEN THE REPORT AND THE REGISTER.
018100* A REGISTER THAT HAS NEVER BEEN SET UP HAS NOTHING OUTSTANDING.
018200*-----------------------------------------------------------------
018300 1000-INITIALIZE.
018400     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
018500     IF NOT WS-BATCH-ACQUIRED
018600         DISPLAY "DDOSRPT: BATCH WINDOW CHECK FAILED, RUN "
018700                 "REFUSED"
018800         SET WS-INIT-FAILED TO TRUE
018900         SET WS-EOF TO TRUE
019000         GO TO 1000-INITIALIZE-EXIT
019100     END-IF
019200
019300     CALL "BUSDATE" USING WS-TODAYS-DATE
019400     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
019500     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
019600     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
019700     PERFORM 2600-CCYYMMDD-TO-DAYS
019800         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
019900     MOVE WS-DAY-COUNT TO WS-TODAYS-DAY-COUNT
020000
020100     OPEN OUTPUT OUTSTANDING-REPORT
020200     IF NOT WS-DDOSRPT-OK
020300         DISPLAY "DDOSRPT: UNABLE TO OPEN OUTSTANDING REPORT, "
020400                 "STATUS = " WS-DDOSRPT-STATUS
020500         SET WS-INIT-FAILED TO TRUE
020600         SET WS-EOF TO TRUE
020700         GO TO 1000-INITIALIZE-EXIT
020800     END-IF
020900     MOVE SPACES TO REPORT-LINE
021000     STRING "OUTSTANDING DEMAND DRAFTS AND PAY ORDERS AS AT "
021100            WS-TODAYS-DATE
021200            DELIMITED BY SIZE INTO REPORT-LINE
021300     WRITE REPORT-LINE
021400     MOVE WS-HEADING-LINE TO REPORT-LINE
021500     WRITE REPORT-LINE
021600
021700     OPEN INPUT DD-REGISTER
021800     IF WS-DDREG-NOTFOUND
021900         SET WS-EOF TO TRUE
022000         GO TO 1000-INITIALIZE-EXIT
022100     END-IF
022200     IF NOT WS-DDREG-OK
022300         DISPLAY "DDOSRPT: UNABLE TO OPEN DD REGISTER, "
022400                 "STATUS = " WS-DDREG-STATUS
022500         SET WS-INIT-FAILED TO TRUE
022600         SET WS-EOF TO TRUE
022700         GO TO 1000-INITIALIZE-EXIT
022800     END-IF
022900     SET WS-REGISTER-OPEN TO TRUE.
023000 1000-INITIALIZE-EXIT.
023100     EXIT.
023200
023300*-----------------------------------------------------------------
023400* TAKE ONE INSTRUMENT INTO TODAY'S ISSUED AND SETTLED TOTALS,
023500* AND LIST IT IF IT IS STILL OUTSTANDING.
023600*-----------------------------------------------------------------
023700 2000-LIST-ONE-INSTRUMENT.
023800     READ DD-REGISTER NEXT RECORD
023900         AT END
024000             SET WS-EOF TO TRUE
024100             GO TO 2000-LIST-ONE-INSTRUMENT-EXIT
024200     END-READ
024300
024400     IF DD-ISSUE-DATE = WS-TODAYS-DATE
024500         ADD 1 TO WS-ISSUED-COUNT
024600         ADD DD-AMOUNT TO WS-ISSUED-TOTAL
024700     END-IF
024800     IF (DD-STATUS-PAID OR DD-STATUS-CANCELLED)
024900         AND DD-SETTLE-DATE = WS-TODAYS-DATE
025000         ADD 1 TO WS-SETTLED-COUNT
025100         ADD DD-AMOUNT TO WS-SETTLED-TOTAL
025200     END-IF
025300     IF NOT DD-STATUS-OUTSTANDING
025400         GO TO 2000-LIST-ONE-INSTRUMENT-EXIT
025500     END-IF
025600
025700     MOVE DD-VALID-FROM-DATE(1:4) TO WS-CCYY
025800     MOVE DD-VALID-FROM-DATE(5:2) TO WS-MM
025900     MOVE DD-VALID-FROM-DATE(7:2) TO WS-DD
026000     PERFORM 2600-CCYYMMDD-TO-DAYS
026100         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
026200     COMPUTE WS-AGE-DAYS = WS-TODAYS-DAY-COUNT - WS-DAY-COUNT
026300     IF WS-AGE-DAYS < 0
026400         MOVE 0 TO WS-AGE-DAYS
026500     END-IF
026600
026700     ADD 1 TO WS-OUTSTANDING-COUNT
026800     ADD DD-AMOUNT TO WS-OUTSTANDING-TOTAL
026900     MOVE SPACES TO DTL-STALE-FLAG
027000     IF WS-AGE-DAYS > WS-VALIDITY-DAYS
027100         MOVE "STALE" TO DTL-STALE-FLAG
027200         ADD 1 TO WS-STALE-COUNT
027300         ADD DD-AMOUNT TO WS-STALE-TOTAL
027400     END-IF
027500
027600     MOVE DD-SERIAL-NO       TO DTL-SERIAL-NO
027700     MOVE DD-INSTR-TYPE      TO DTL-INSTR-TYPE
027800     MOVE DD-PAYEE-NAME      TO DTL-PAYEE-NAME
027900     MOVE DD-PAYABLE-BRANCH  TO DTL-PAYABLE-BRANCH
028000     MOVE DD-AMOUNT          TO DTL-AMOUNT
028100     MOVE DD-ISSUE-DATE      TO DTL-ISSUE-DATE
028200     MOVE DD-VALID-FROM-DATE TO DTL-VALID-FROM-DATE
028300     MOVE WS-AGE-DAYS        TO DTL-AGE-DAYS
028400     MOVE DD-STATUS          TO DTL-STATUS
028500     MOVE WS-DETAIL-LINE TO REPORT-LINE
028600     WRITE REPORT-LINE.
028700 2000-LIST-ONE-INSTRUMENT-EXIT.
028800     EXIT.
028900
029000*-----------------------------------------------------------------
029100* CONVERT WS-CCYY/WS-MM/WS-DD INTO A DAY COUNT USING THE
029200* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN WS-DAY-COUNT.
029300*-----------------------------------------------------------------
029400 2600-CCYYMMDD-TO-DAYS.
029500     COMPUTE WS-DAY-COUNT =
029600             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
029700 2600-CCYYMMDD-TO-DAYS-EXIT.
029800     EXIT.
029900
030000*-----------------------------------------------------------------
030100* PICK TODAY'S DD-PAYABLE LINE OUT OF THE JOURNAL GLJRNL HAS
030200* JUST RELEASED.  NO LINE MEANS NOTHING WAS POSTED TO THE GL.
030300*-----------------------------------------------------------------
030400 3000-LOAD-GL-TOTALS.
030500     OPEN INPUT GL-JOURNAL
030600     IF NOT WS-GLJRNL-OK
030700         DISPLAY "DDOSRPT: UNABLE TO OPEN GL JOURNAL, "
030800                 "STATUS = " WS-GLJRNL-STATUS
030900                 " - REGISTER AGREED AGAINST ZERO GL MOVEMENT"
031000         GO TO 3000-LOAD-GL-TOTALS-EXIT
031100     END-IF
031200     PERFORM 3100-READ-ONE-GL-LINE
031300         THRU 3100-READ-ONE-GL-LINE-EXIT
031400         UNTIL WS-GL-EOF
031500     CLOSE GL-JOURNAL.
031600 3000-LOAD-GL-TOTALS-EXIT.
031700     EXIT.
031800
031900*-----------------------------------------------------------------
032000* READ ONE JOURNAL LINE AND KEEP IT IF IT IS TODAY'S DD-PAYABLE.
032100*-----------------------------------------------------------------
032200 3100-READ-ONE-GL-LINE.
032300     READ GL-JOURNAL
032400         AT END
032500             SET WS-GL-EOF TO TRUE
032600             GO TO 3100-READ-ONE-GL-LINE-EXIT
032700     END-READ
032800     IF GLJ-GL-NUMBER = WS-GL-DD-PAYABLE
032900         AND GLJ-DATE = WS-TODAYS-DATE
033000         SET WS-GL-FOUND TO TRUE
033100         ADD GLJ-DEBIT-TOTAL  TO WS-GL-DEBIT-TOTAL
033200         ADD GLJ-CREDIT-TOTAL TO WS-GL-CREDIT-TOTAL
033300     END-IF.
033400 3100-READ-ONE-GL-LINE-EXIT.
033500     EXIT.
033501
033502*-----------------------------------------------------------------
033504* ADD UP THE DD-PAYABLE BALANCE OVER EVERY BRANCH ON THE GL
033506* BALANCE FILE GLPOST HAS JUST UPDATED, CREDIT POSITIVE.  A FILE
033508* THAT HAS NEVER BEEN SET UP HOLDS NO BALANCE.
033510*-----------------------------------------------------------------
033512 3500-LOAD-GL-BALANCE.
033514     OPEN INPUT GL-BALANCE-FILE
033516     IF WS-GLBAL-NOTFOUND
033518         GO TO 3500-LOAD-GL-BALANCE-EXIT
033520     END-IF
033522     IF NOT WS-GLBAL-OK
033524         DISPLAY "DDOSRPT: UNABLE TO OPEN GL BALANCE FILE, "
033526                 "STATUS = " WS-GLBAL-STATUS
033528                 " - REGISTER AGREED AGAINST A ZERO GL BALANCE"
033530         GO TO 3500-LOAD-GL-BALANCE-EXIT
033532     END-IF
033534
033536     MOVE WS-GL-DD-PAYABLE TO GLB-GL-NUMBER
033538     MOVE 0 TO GLB-BRANCH-CODE
033540     START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
033542         INVALID KEY
033544             SET WS-GLBAL-EOF TO TRUE
033546     END-START
033548
033550     PERFORM 3600-READ-ONE-GL-BALANCE
033552         THRU 3600-READ-ONE-GL-BALANCE-EXIT
033554         UNTIL WS-GLBAL-EOF
033556     CLOSE GL-BALANCE-FILE.
033558 3500-LOAD-GL-BALANCE-EXIT.
033560     EXIT.
033562
033564*-----------------------------------------------------------------
033566* TAKE ONE BRANCH'S DD-PAYABLE BALANCE, STOPPING AT THE FIRST
033568* RECORD FOR ANY OTHER GL ACCOUNT.
033570*-----------------------------------------------------------------
033572 3600-READ-ONE-GL-BALANCE.
033574     READ GL-BALANCE-FILE NEXT RECORD
033576         AT END
033578             SET WS-GLBAL-EOF TO TRUE
033580             GO TO 3600-READ-ONE-GL-BALANCE-EXIT
033582     END-READ
033584
033586     IF GLB-GL-NUMBER NOT = WS-GL-DD-PAYABLE
033588         SET WS-GLBAL-EOF TO TRUE
033590         GO TO 3600-READ-ONE-GL-BALANCE-EXIT
033592     END-IF
033594     SUBTRACT GLB-BALANCE FROM WS-GL-BALANCE.
033596 3600-READ-ONE-GL-BALANCE-EXIT.
033598     EXIT.
033600
033700*-----------------------------------------------------------------
033800* WRITE THE OUTSTANDING TOTALS AND THE AGREEMENT OF TODAY'S
033900* REGISTER MOVEMENT TO THE DD-PAYABLE GL.
034000*-----------------------------------------------------------------
034100 5000-WRITE-TOTALS.
034200     MOVE SPACES TO REPORT-LINE
034300     WRITE REPORT-LINE
034400
034500     MOVE "TOTAL OUTSTANDING" TO TOT-LABEL
034600     MOVE WS-OUTSTANDING-TOTAL TO TOT-AMOUNT
034700     MOVE WS-OUTSTANDING-COUNT TO TOT-COUNT
034800     MOVE WS-TOTAL-LINE TO REPORT-LINE
034900     WRITE REPORT-LINE
035000
035100     MOVE "  OF WHICH STALE" TO TOT-LABEL
035200     MOVE WS-STALE-TOTAL TO TOT-AMOUNT
035300     MOVE WS-STALE-COUNT TO TOT-COUNT
035400     MOVE WS-TOTAL-LINE TO REPORT-LINE
035500     WRITE REPORT-LINE
035600
035700     MOVE SPACES TO REPORT-LINE
035800     WRITE REPORT-LINE
035900     MOVE SPACES TO REPORT-LINE
036000     STRING "AGREEMENT TO DD-PAYABLE GL " WS-GL-DD-PAYABLE
036100            " FOR " WS-TODAYS-DATE
036200            DELIMITED BY SIZE INTO REPORT-LINE
036300     WRITE REPORT-LINE
036400     IF NOT WS-GL-FOUND
036500         MOVE "  (NO DD-PAYABLE LINE IN TODAY'S JOURNAL)"
036600             TO REPORT-LINE
036700         WRITE REPORT-LINE
036800     END-IF
036900
037000     MOVE "REGISTER - ISSUED TODAY" TO TOT-LABEL
037100     MOVE WS-ISSUED-TOTAL TO TOT-AMOUNT
037200     MOVE WS-ISSUED-COUNT TO TOT-COUNT
037300     MOVE WS-TOTAL-LINE TO REPORT-LINE
037400     WRITE REPORT-LINE
037500
037600     MOVE "GL - CREDITS TODAY" TO TOT-LABEL
037700     MOVE WS-GL-CREDIT-TOTAL TO TOT-AMOUNT
037800     MOVE 0 TO TOT-COUNT
037900     MOVE WS-TOTAL-LINE TO REPORT-LINE
038100     WRITE REPORT-LINE
038200
038300     COMPUTE WS-DIFFERENCE = WS-ISSUED-TOTAL - WS-GL-CREDIT-TOTAL
038400     PERFORM 5500-WRITE-DIFFERENCE
038500         THRU 5500-WRITE-DIFFERENCE-EXIT
038600
038700     MOVE "REGISTER - PAID/CANCELLED TODAY" TO TOT-LABEL
038800     MOVE WS-SETTLED-TOTAL TO TOT-AMOUNT
038900     MOVE WS-SETTLED-COUNT TO TOT-COUNT
039000     MOVE WS-TOTAL-LINE TO REPORT-LINE
039100     WRITE REPORT-LINE
039200
039300     MOVE "GL - DEBITS TODAY" TO TOT-LABEL
039400     MOVE WS-GL-DEBIT-TOTAL TO TOT-AMOUNT
039500     MOVE 0 TO TOT-COUNT
039600     MOVE WS-TOTAL-LINE TO REPORT-LINE
039800     WRITE REPORT-LINE
039900
040000     COMPUTE WS-DIFFERENCE = WS-SETTLED-TOTAL - WS-GL-DEBIT-TOTAL
040100     PERFORM 5500-WRITE-DIFFERENCE
040200         THRU 5500-WRITE-DIFFERENCE-EXIT
040205
040210     MOVE "REGISTER - TOTAL OUTSTANDING" TO TOT-LABEL
040215     MOVE WS-OUTSTANDING-TOTAL TO TOT-AMOUNT
040220     MOVE WS-OUTSTANDING-COUNT TO TOT-COUNT
040225     MOVE WS-TOTAL-LINE TO REPORT-LINE
040230     WRITE REPORT-LINE
040235
040240     MOVE "GL - BALANCE" TO TOT-LABEL
040246     MOVE WS-GL-BALANCE TO TOT-AMOUNT
040252     MOVE 0 TO TOT-COUNT
040258     MOVE WS-TOTAL-LINE TO REPORT-LINE
040270     WRITE REPORT-LINE
040276
040282     COMPUTE WS-DIFFERENCE = WS-OUTSTANDING-TOTAL - WS-GL-BALANCE
040288     PERFORM 5500-WRITE-DIFFERENCE
040294         THRU 5500-WRITE-DIFFERENCE-EXIT
040300
040400     MOVE SPACES TO REPORT-LINE
040500     IF WS-AGREED
040600         MOVE "REGISTER AGREES TO THE DD-PAYABLE GL"
040700             TO REPORT-LINE
040800     ELSE
040900         MOVE "*** REGISTER DOES NOT AGREE TO THE DD-PAYABLE GL"
041000             TO REPORT-LINE
041100         DISPLAY "DDOSRPT: DD REGISTER DOES NOT AGREE TO GL "
041200                 WS-GL-DD-PAYABLE " - SEE THE OUTSTANDING REPORT"
041300     END-IF
041400     WRITE REPORT-LINE
041500
041600     DISPLAY "DDOSRPT: " WS-OUTSTANDING-COUNT
041700             " INSTRUMENTS OUTSTANDING, TOTAL "
041800             WS-OUTSTANDING-TOTAL.
041900 5000-WRITE-TOTALS-EXIT.
042000     EXIT.
042100
042200*-----------------------------------------------------------------
042300* PRINT THE DIFFERENCE JUST WORKED OUT AND FLAG A NON-ZERO ONE.
042400*-----------------------------------------------------------------
042500 5500-WRITE-DIFFERENCE.
042600     MOVE "  DIFFERENCE" TO TOT-LABEL
042700     MOVE WS-DIFFERENCE TO TOT-AMOUNT
042800     MOVE 0 TO TOT-COUNT
042900     MOVE WS-TOTAL-LINE TO REPORT-LINE
043100     WRITE REPORT-LINE
043200     IF WS-DIFFERENCE NOT = 0
043300         MOVE "N" TO WS-AGREED-SW
043400     END-IF.
043500 5500-WRITE-DIFFERENCE-EXIT.
043600     EXIT.
043700
043800*-----------------------------------------------------------------
043900* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
044000*-----------------------------------------------------------------
044100 9999-TERMINATE.
044200     IF WS-REGISTER-OPEN
044300         CLOSE DD-REGISTER
044400     END-IF
044500     IF WS-BATCH-ACQUIRED
044600         CLOSE OUTSTANDING-REPORT
044700         CALL "BATCHREL" USING WS-JOB-NAME
044800     END-IF.
044900 9999-TERMINATE-EXIT.
045000     EXIT.
