000100*****************************************************************
000200* PROGRAM      : LAPPRPT                                        *
000300* DESCRIPTION  : LOAN APPLICATION PIPELINE REPORT.  LISTS THE   *
000400*                LOAN APPLICATION REGISTER STAGE BY STAGE -     *
000500*                CAPTURED, ELIGIBLE, NOT ELIGIBLE, SANCTIONED,  *
000600*                AND THOSE REJECTED OR DISBURSED THIS MONTH -   *
000700*                WITH EACH APPLICATION'S AMOUNTS, THE DAYS IT   *
000800*                HAS STOOD AT ITS STAGE, AND A COUNT AND AMOUNT *
000900*                TOTAL PER STAGE.                               *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. LAPPRPT.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - PIPELINE REPORT FOR THE NEW    *
002300*                  LOAN APPLICATION REGISTER.                   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LOAN-APPLICATION ASSIGN TO "LAPPFILE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS LAPP-NUMBER
003300         FILE STATUS IS WS-LAPPFILE-STATUS.
003400
003500     SELECT PIPELINE-REPORT ASSIGN TO "LAPPRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-LAPPRPT-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LOAN-APPLICATION
004200     LABEL RECORDS ARE STANDARD.
004300     COPY LAPPREC.
004400
004500 FD  PIPELINE-REPORT
004600     LABEL RECORDS ARE STANDARD.
004700 01  REPORT-LINE                PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-LAPPFILE-STATUS       PIC X(02).
005100     88  WS-LAPPFILE-OK       VALUE "00".
005200     88  WS-LAPPFILE-NOTFOUND VALUE "35".
005300 01  WS-LAPPRPT-STATUS        PIC X(02).
005400     88  WS-LAPPRPT-OK        VALUE "00".
005500
005600 01  WS-JOB-NAME              PIC X(08) VALUE "LAPPRPT".
005700 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
005800     88  WS-BATCH-ACQUIRED    VALUE "Y".
005900
006000 01  WS-TODAYS-DATE           PIC 9(08).
006100 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
006200     05  WS-TODAY-CCYY        PIC 9(04).
006300     05  WS-TODAY-MM          PIC 9(02).
006400     05  WS-TODAY-DD          PIC 9(02).
006500 01  WS-STAGE-DATE            PIC 9(08).
006600 01  WS-STAGE-DATE-R REDEFINES WS-STAGE-DATE.
006700     05  WS-STAGE-CCYY        PIC 9(04).
006800     05  WS-STAGE-MM          PIC 9(02).
006900     05  WS-STAGE-DD          PIC 9(02).
007000 01  WS-TODAY-DAY-COUNT       PIC 9(07).
007100 01  WS-STAGE-DAY-COUNT       PIC 9(07).
007200 01  WS-DAYS-AT-STAGE         PIC 9(05).
007300
007400*    THE STAGES IN PIPELINE ORDER.  A CLOSED STAGE ("Y") ONLY
007500*    LISTS APPLICATIONS THAT REACHED IT THIS MONTH.
007600 01  WS-STAGE-VALUES.
007700     05  FILLER               PIC X(01) VALUE "C".
007800     05  FILLER               PIC X(12) VALUE "CAPTURED".
007900     05  FILLER               PIC X(01) VALUE "N".
008000     05  FILLER               PIC X(36)
008100         VALUE "CAPTURED - AMOUNT REQUESTED".
008200     05  FILLER               PIC X(01) VALUE "E".
008300     05  FILLER               PIC X(12) VALUE "ELIGIBLE".
008400     05  FILLER               PIC X(01) VALUE "N".
008500     05  FILLER               PIC X(36)
008600         VALUE "ELIGIBLE - AMOUNT REQUESTED".
008700     05  FILLER               PIC X(01) VALUE "F".
008800     05  FILLER               PIC X(12) VALUE "NOT ELIGIBLE".
008900     05  FILLER               PIC X(01) VALUE "N".
009000     05  FILLER               PIC X(36)
009100         VALUE "NOT ELIGIBLE - AMOUNT REQUESTED".
009200     05  FILLER               PIC X(01) VALUE "S".
009300     05  FILLER               PIC X(12) VALUE "SANCTIONED".
009400     05  FILLER               PIC X(01) VALUE "N".
009500     05  FILLER               PIC X(36)
009600         VALUE "SANCTIONED - AMOUNT SANCTIONED".
009700     05  FILLER               PIC X(01) VALUE "R".
009800     05  FILLER               PIC X(12) VALUE "REJECTED".
009900     05  FILLER               PIC X(01) VALUE "Y".
010000     05  FILLER               PIC X(36)
010100         VALUE "REJECTED THIS MONTH - REQUESTED".
010200     05  FILLER               PIC X(01) VALUE "D".
010300     05  FILLER               PIC X(12) VALUE "DISBURSED".
010400     05  FILLER               PIC X(01) VALUE "Y".
010500     05  FILLER               PIC X(36)
010600         VALUE "DISBURSED THIS MONTH - AMOUNT PAID".
010700 01  WS-STAGE-TABLE REDEFINES WS-STAGE-VALUES.
010800     05  WS-STAGE-ENTRY       OCCURS 6 TIMES.
010900         10  WS-STAGE-CODE    PIC X(01).
011000         10  WS-STAGE-NAME    PIC X(12).
011100         10  WS-STAGE-CLOSED  PIC X(01).
011200         10  WS-STAGE-LABEL   PIC X(36).
011300 01  WS-STAGE-IDX             PIC 9(02) COMP.
011400 01  WS-STAGE-COUNT           PIC 9(02) COMP VALUE 6.
011500
011600 01  WS-LINE-AMOUNT           PIC 9(09).
011700 01  WS-STAGE-APPS            PIC 9(06) COMP.
011800 01  WS-STAGE-AMOUNT          PIC 9(11).
011900 01  WS-TOTAL-APPS            PIC 9(06) COMP VALUE 0.
012000
012100 01  WS-HEADING-LINE.
012200     05  FILLER               PIC X(07) VALUE "APPL".
012300     05  FILLER               PIC X(07) VALUE "CUST".
012400     05  FILLER               PIC X(10) VALUE "REQUESTED".
012500     05  FILLER               PIC X(10) VALUE " SANCTION".
012600     05  FILLER               PIC X(09) VALUE "SINCE".
012700     05  FILLER               PIC X(05) VALUE "DAYS".
012800     05  FILLER               PIC X(07) VALUE "REF".
012900     05  FILLER               PIC X(20) VALUE "PURPOSE".
013000
013100 01  WS-STAGE-LINE.
013200     05  FILLER               PIC X(07) VALUE "STAGE: ".
013300     05  STG-NAME             PIC X(12).
013400
013500 01  WS-DETAIL-LINE.
013600     05  DTL-APP-NUMBER       PIC 9(06).
013700     05  FILLER               PIC X(01) VALUE SPACE.
013800     05  DTL-CUST-NUMBER      PIC 9(06).
013900     05  FILLER               PIC X(01) VALUE SPACE.
014000     05  DTL-REQ-AMOUNT       PIC Z(8)9.
014100     05  FILLER               PIC X(01) VALUE SPACE.
014200     05  DTL-SANCTION-AMOUNT  PIC Z(8)9.
014300     05  FILLER               PIC X(01) VALUE SPACE.
014400     05  DTL-STAGE-DATE       PIC 9(08).
014500     05  FILLER               PIC X(01) VALUE SPACE.
014600     05  DTL-DAYS             PIC ZZZ9.
014700     05  FILLER               PIC X(01) VALUE SPACE.
014800     05  DTL-REF              PIC X(06).
014900     05  FILLER               PIC X(01) VALUE SPACE.
015000     05  DTL-PURPOSE          PIC X(20).
015100
015200 01  WS-TOTAL-LINE.
015300     05  TOT-LABEL            PIC X(36).
015400     05  TOT-AMOUNT           PIC Z(11)9.
015500     05  FILLER               PIC X(02) VALUE SPACES.
015600     05  TOT-COUNT            PIC Z(5)9.
015700
015800 01  WS-SWITCHES.
015900     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
016000         88  WS-INIT-FAILED   VALUE "Y".
016100     05  WS-NO-FILE-SW        PIC X(01) VALUE "N".
016200         88  WS-NO-FILE       VALUE "Y".
016300     05  WS-EOF-SW            PIC X(01) VALUE "N".
016400         88  WS-EOF           VALUE "Y".
016500     05  WS-REPORT-SW         PIC X(01) VALUE "N".
016600         88  WS-REPORT-OPEN   VALUE "Y".
016700     05  WS-LAPPFILE-SW       PIC X(01) VALUE "N".
016800         88  WS-LAPPFILE-OPEN VALUE "Y".
016900
017000 PROCEDURE DIVISION.
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE
017300         THRU 1000-INITIALIZE-EXIT
017400
017500     IF NOT WS-INIT-FAILED
017600         PERFORM 2000-LIST-ONE-STAGE
017700             THRU 2000-LIST-ONE-STAGE-EXIT
017800             VARYING WS-STAGE-IDX FROM 1 BY 1
017900             UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
018000         PERFORM 6000-WRITE-SUMMARY
018100             THRU 6000-WRITE-SUMMARY-EXIT
018200     END-IF
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
019300* ACQUIRE THE BATCH WINDOW AND OPEN THE REPORT AND THE REGISTER.
019400* NO REGISTER MEANS NO APPLICATION HAS EVER BEEN TAKEN - EVERY
019500* STAGE PRINTS EMPTY.
019600*-----------------------------------------------------------------
019700 1000-INITIALIZE.
019800     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
019900     IF NOT WS-BATCH-ACQUIRED
020000         DISPLAY "LAPPRPT: BATCH WINDOW CHECK FAILED, RUN "
020100                 "REFUSED"
020200         SET WS-INIT-FAILED TO TRUE
020300         GO TO 1000-INITIALIZE-EXIT
020400     END-IF
020500
020600     CALL "BUSDATE" USING WS-TODAYS-DATE
020700     COMPUTE WS-TODAY-DAY-COUNT =
020800             (WS-TODAY-CCYY * 360) + (WS-TODAY-MM * 30)
020900             + WS-TODAY-DD
021000
021100     OPEN OUTPUT PIPELINE-REPORT
021200     IF NOT WS-LAPPRPT-OK
021300         DISPLAY "LAPPRPT: UNABLE TO OPEN REPORT, STATUS = "
021400                 WS-LAPPRPT-STATUS
021500         SET WS-INIT-FAILED TO TRUE
021600         GO TO 1000-INITIALIZE-EXIT
021700     END-IF
021800     SET WS-REPORT-OPEN TO TRUE
021900     MOVE SPACES TO REPORT-LINE
022000     STRING "LOAN APPLICATION PIPELINE AS AT " WS-TODAYS-DATE
022100            DELIMITED BY SIZE INTO REPORT-LINE
022200     WRITE REPORT-LINE
022300
022400     OPEN INPUT LOAN-APPLICATION
022500     IF WS-LAPPFILE-NOTFOUND
022600         SET WS-NO-FILE TO TRUE
022700         GO TO 1000-INITIALIZE-EXIT
022800     END-IF
022900     IF NOT WS-LAPPFILE-OK
023000         DISPLAY "LAPPRPT: UNABLE TO OPEN APPLICATION REGISTER, "
023100                 "STATUS = " WS-LAPPFILE-STATUS
023200         SET WS-INIT-FAILED TO TRUE
023300         GO TO 1000-INITIALIZE-EXIT
023400     END-IF
023500     SET WS-LAPPFILE-OPEN TO TRUE.
023600 1000-INITIALIZE-EXIT.
023700     EXIT.
023800
023900*-----------------------------------------------------------------
024000* ONE PASS OF THE REGISTER FOR ONE STAGE - HEADING, THE
024100* APPLICATIONS AT THAT STAGE, AND THE STAGE TOTAL.
024200*-----------------------------------------------------------------
024300 2000-LIST-ONE-STAGE.
024400     MOVE SPACES TO REPORT-LINE
024500     WRITE REPORT-LINE
024600     MOVE WS-STAGE-NAME(WS-STAGE-IDX) TO STG-NAME
024700     MOVE WS-STAGE-LINE TO REPORT-LINE
024800     WRITE REPORT-LINE
024900     MOVE WS-HEADING-LINE TO REPORT-LINE
025000     WRITE REPORT-LINE
025100
025200     MOVE 0 TO WS-STAGE-APPS
025300     MOVE 0 TO WS-STAGE-AMOUNT
025400     MOVE "N" TO WS-EOF-SW
025500     IF WS-NO-FILE
025600         SET WS-EOF TO TRUE
025700     ELSE
025800         MOVE 0 TO LAPP-NUMBER
025900         START LOAN-APPLICATION
026000             KEY IS NOT LESS THAN LAPP-NUMBER
026100             INVALID KEY
026200                 SET WS-EOF TO TRUE
026300         END-START
026400     END-IF
026500
026600     PERFORM 3000-EXAMINE-ONE-APPLICATION
026700         THRU 3000-EXAMINE-ONE-APPLICATION-EXIT
026800         UNTIL WS-EOF
026900
027000     MOVE SPACES TO WS-TOTAL-LINE
027100     MOVE WS-STAGE-LABEL(WS-STAGE-IDX) TO TOT-LABEL
027200     MOVE WS-STAGE-AMOUNT TO TOT-AMOUNT
027300     MOVE WS-STAGE-APPS TO TOT-COUNT
027400     MOVE WS-TOTAL-LINE TO REPORT-LINE
027500     WRITE REPORT-LINE
027600
027700     ADD WS-STAGE-APPS TO WS-TOTAL-APPS.
027800 2000-LIST-ONE-STAGE-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------------
028200* READ THE NEXT APPLICATION AND LIST IT IF IT IS AT THE STAGE
028300* IN HAND.
028400*-----------------------------------------------------------------
028500 3000-EXAMINE-ONE-APPLICATION.
028600     READ LOAN-APPLICATION NEXT RECORD
028700         AT END
028800             SET WS-EOF TO TRUE
028900             GO TO 3000-EXAMINE-ONE-APPLICATION-EXIT
029000     END-READ
029100
029200     IF LAPP-STAGE NOT = WS-STAGE-CODE(WS-STAGE-IDX)
029300         GO TO 3000-EXAMINE-ONE-APPLICATION-EXIT
029400     END-IF
029500
029600     MOVE LAPP-STAGE-DATE TO WS-STAGE-DATE
029700     IF WS-STAGE-CLOSED(WS-STAGE-IDX) = "Y"
029800        AND (WS-STAGE-CCYY NOT = WS-TODAY-CCYY
029900             OR WS-STAGE-MM NOT = WS-TODAY-MM)
030000         GO TO 3000-EXAMINE-ONE-APPLICATION-EXIT
030100     END-IF
030200
030300*    DAYS AT THE STAGE ON THE 360-DAY CONVENTION.
030400     COMPUTE WS-STAGE-DAY-COUNT =
030500             (WS-STAGE-CCYY * 360) + (WS-STAGE-MM * 30)
030600             + WS-STAGE-DD
030700     MOVE 0 TO WS-DAYS-AT-STAGE
030800     IF WS-TODAY-DAY-COUNT > WS-STAGE-DAY-COUNT
030900         COMPUTE WS-DAYS-AT-STAGE =
031000                 WS-TODAY-DAY-COUNT - WS-STAGE-DAY-COUNT
031100     END-IF
031200
031300*    THE STAGE TOTAL IS OF THE AMOUNT THAT MATTERS AT THE STAGE,
031400*    AND THE REFERENCE SHOWS WHY OR WHERE IT WENT.
031500     MOVE SPACES TO DTL-REF
031600     EVALUATE TRUE
031700         WHEN LAPP-STAGE-SANCTIONED
031800             MOVE LAPP-SANCTION-AMOUNT TO WS-LINE-AMOUNT
031900             MOVE LAPP-DECISION-OPERATOR TO DTL-REF
032000         WHEN LAPP-STAGE-DISBURSED
032100             MOVE LAPP-DISB-AMOUNT TO WS-LINE-AMOUNT
032200             MOVE LAPP-LOAN-NUMBER TO DTL-REF
032300         WHEN LAPP-STAGE-REJECTED
032400             MOVE LAPP-REQ-AMOUNT TO WS-LINE-AMOUNT
032500             MOVE LAPP-DECISION-OPERATOR TO DTL-REF
032600         WHEN LAPP-STAGE-FAILED
032700             MOVE LAPP-REQ-AMOUNT TO WS-LINE-AMOUNT
032800             MOVE LAPP-ELIG-REASON TO DTL-REF
032900         WHEN OTHER
033000             MOVE LAPP-REQ-AMOUNT TO WS-LINE-AMOUNT
033100     END-EVALUATE
033200
033300     MOVE LAPP-NUMBER          TO DTL-APP-NUMBER
033400     MOVE LAPP-CUST-NUMBER     TO DTL-CUST-NUMBER
033500     MOVE LAPP-REQ-AMOUNT      TO DTL-REQ-AMOUNT
033600     MOVE LAPP-SANCTION-AMOUNT TO DTL-SANCTION-AMOUNT
033700     MOVE LAPP-STAGE-DATE      TO DTL-STAGE-DATE
033800     MOVE WS-DAYS-AT-STAGE     TO DTL-DAYS
033900     MOVE LAPP-PURPOSE         TO DTL-PURPOSE
034000     MOVE WS-DETAIL-LINE TO REPORT-LINE
034100     WRITE REPORT-LINE
034200
034300     ADD 1 TO WS-STAGE-APPS
034400     ADD WS-LINE-AMOUNT TO WS-STAGE-AMOUNT.
034500 3000-EXAMINE-ONE-APPLICATION-EXIT.
034600     EXIT.
034700
034800*-----------------------------------------------------------------
034900* CLOSE THE REPORT WITH THE NUMBER OF APPLICATIONS LISTED.
035000*-----------------------------------------------------------------
035100 6000-WRITE-SUMMARY.
035200     MOVE SPACES TO REPORT-LINE
035300     WRITE REPORT-LINE
035400
035500     MOVE SPACES TO WS-TOTAL-LINE
035600     MOVE "APPLICATIONS LISTED" TO TOT-LABEL
035700     MOVE WS-TOTAL-APPS TO TOT-COUNT
035800     MOVE WS-TOTAL-LINE TO REPORT-LINE
035900     WRITE REPORT-LINE
036000
036100     DISPLAY "LAPPRPT: APPLICATIONS LISTED = " WS-TOTAL-APPS.
036200 6000-WRITE-SUMMARY-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------------
036600* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
036700*-----------------------------------------------------------------
036800 9999-TERMINATE.
036900     IF WS-BATCH-ACQUIRED
037000         CALL "BATCHREL" USING WS-JOB-NAME
037100     END-IF
037200
037300     IF WS-LAPPFILE-OPEN
037400         CLOSE LOAN-APPLICATION
037500     END-IF
037600     IF WS-REPORT-OPEN
037700         CLOSE PIPELINE-REPORT
037800     END-IF.
037900 9999-TERMINATE-EXIT.
038000     EXIT.
