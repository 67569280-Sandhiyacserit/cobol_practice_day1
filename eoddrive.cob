002899*                  CONTROL KEY IS NOW TWO DIGITS - THE OLD     *
002899*                  ONE-DIGIT CONTROL FILE MUST BE CLEARED ON   *
002899*                  FIRST RUN OF THE NEW SEQUENCE.              *
002899* 2026-10-15 SN    THE NEW OUTWARD REMITTANCE RETURNS STEP      *
002899*                  (OUTRETN) FOLLOWS ATMSETTL, SO RETURNED      *
002899*                  REMITTANCES ARE CREDITED BEFORE THE DAY      *
002899*                  EXTRACT, RECONCILIATION AND GL JOURNAL.      *
002899*                  THE LATER STEPS RENUMBER - CLEAR TODAY'S     *
002899*                  CONTROL RECORDS BEFORE RERUNNING A DAY       *
002899*                  STARTED ON THE OLD NUMBERING.                *
002899* 2026-10-15 SN    THE NEW ATM DISPUTE CASE AGEING STEP         *
002899*                  (ATMCAGE) FOLLOWS ATMSETTL, SO LATE-CASE     *
002899*                  COMPENSATION IS CREDITED BEFORE THE DAY      *
002899*                  EXTRACT AND GL JOURNAL. THE LATER STEPS      *
002899*                  RENUMBER - CLEAR TODAY'S CONTROL RECORDS     *
002899*                  BEFORE RERUNNING A DAY STARTED ON THE OLD    *
002899*                  NUMBERING.                                   *
002899* 2026-10-15 SN    THE NEW OUTSTANDING DEMAND DRAFT REPORT      *
002899*                  (DDOSRPT) FOLLOWS GLJRNL, SO THE DD REGISTER *
002899*                  IS AGREED TO THE NIGHT'S JOURNAL. THE LATER  *
002899*                  STEPS RENUMBER - CLEAR TODAY'S CONTROL       *
002899*                  RECORDS BEFORE RERUNNING A DAY STARTED ON    *
002899*                  THE OLD NUMBERING.                           *
002899* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002899*                  PLACE OF YYMMDD.                             *
002899* 2026-10-15 SN    THE NEW GL BALANCE POSTING STEP (GLPOST)     *
002899*                  FOLLOWS GLJRNL, AND DDOSRPT NOW AGREES THE   *
002899*                  DD REGISTER TO THE POSTED BALANCE. THE DAILY *
002899*                  TRIAL BALANCE (GLTRIAL) AND DEPOSIT-TO-GL    *
002899*                  PROOF (GLPROOF) FOLLOW DDOSRPT. THE LATER    *
002899*                  STEPS RENUMBER - CLEAR TODAY'S CONTROL       *
002899*                  RECORDS BEFORE RERUNNING A DAY STARTED ON    *
002899*                  THE OLD NUMBERING.                           *
002899* 2026-10-15 SN    INTACCR PASSED OVER OFF MONTH END IS NOW     *
002899*                  RECORDED AS SKIPPED (S) RATHER THAN          *
002899*                  COMPLETE, SO YECLOSE CAN CONFIRM THE YEAR'S  *
002899*                  LAST DAY WAS A MONTH-END RUN. BOTH COUNT AS  *
002899*                  DONE FOR A RERUN.                            *
002899* 2026-10-15 SN    THE BUSINESS DAY IS NOW MARKED CLOSED        *
002899*                  (DAYCLS ON PROCDATE) AS THE SEQUENCE STARTS, *
002899*                  SO TELLERS ARE REFUSED UNTIL BODOPEN OPENS   *
002899*                  THE NEXT DAY.                                *
002899* 2026-10-15 SN    THE NEW OWN-ATM CYCLE BALANCING STEP         *
002899*                  (ATMBAL) FOLLOWS ATMCAGE, SO TERMINAL        *
002899*                  SHORTAGES AND EXCESSES REACH THE SUSPENSE    *
002899*                  LEDGER BEFORE THE GL JOURNAL. THE LATER      *
002899*                  STEPS RENUMBER - CLEAR TODAY'S CONTROL       *
002899*                  RECORDS BEFORE RERUNNING A DAY STARTED ON    *
002899*                  THE OLD NUMBERING.                           *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003700         RECORD KEY IS EODC-KEY
003800         FILE STATUS IS WS-EODCTL-STATUS.
003900
004000     SELECT DATE-CONTROL ASSIGN TO "PROCDATE"
004010         ORGANIZATION IS INDEXED
004020         ACCESS MODE IS DYNAMIC
004030         RECORD KEY IS PD-CONTROL-KEY
004040         FILE STATUS IS WS-PROCDATE-STATUS.
004050
004060 DATA DIVISION.
004100 FILE SECTION.
004200 FD  JOB-CONTROL
004300     LABEL RECORDS ARE STANDARD.
004400 01  JOB-CONTROL-RECORD.
004500     05  EODC-KEY.
004600         10  EODC-DATE        PIC 9(08).
004700         10  EODC-STEP-NO     PIC 9(02).
004800     05  EODC-STEP-NAME       PIC X(09).
004900     05  EODC-STATUS          PIC X(01).
005000         88  EODC-COMPLETE        VALUE "C".
005010         88  EODC-SKIPPED         VALUE "S".
005020         88  EODC-DONE            VALUE "C" "S".
005100
005200 FD  DATE-CONTROL
005210     LABEL RECORDS ARE STANDARD.
005220 01  DATE-CONTROL-RECORD.
005230     05  PD-CONTROL-KEY       PIC X(06).
005240     05  PD-CONTROL-DATE      PIC 9(08).
005250
005260 WORKING-STORAGE SECTION.
005300 01  WS-EODCTL-STATUS         PIC X(02).
005400     88  WS-EODCTL-OK         VALUE "00".
005500     88  WS-EODCTL-NOTFOUND   VALUE "35".
005600
005610 01  WS-PROCDATE-STATUS       PIC X(02).
005620     88  WS-PROCDATE-OK       VALUE "00".
005630
005640*    THE DAY-CLOSED MARK DAYCHK TESTS - ONCE THE SEQUENCE STARTS
005650*    NO TELLER MAY POST UNTIL BODOPEN OPENS THE NEXT DAY.
005660 01  WS-CLOSED-KEY            PIC X(06) VALUE "DAYCLS".
005670
005700 01  WS-JOB-NAME              PIC X(08) VALUE "EODDRIVE".
005800 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
005900     88  WS-BATCH-ACQUIRED    VALUE "Y".
006000
006100 01  WS-TODAYS-DATE           PIC 9(08).
006200 01  WS-MONTH-END-SW          PIC X(01).
006300     88  WS-MONTH-END         VALUE "Y".
006400
006500 01  WS-STEP-COUNT            PIC 9(02) VALUE 18.
006600 01  WS-STEP-TABLE.
006700     05  FILLER               PIC X(09) VALUE "DORMSCAN ".
006800     05  FILLER               PIC X(09) VALUE "STDINPOST".
006900     05  FILLER               PIC X(09) VALUE "DEPOSITB ".
006916     05  FILLER               PIC X(09) VALUE "ATMSETTL ".
006933     05  FILLER               PIC X(09) VALUE "ATMCAGE  ".
006950     05  FILLER               PIC X(09) VALUE "ATMBAL   ".
006966     05  FILLER               PIC X(09) VALUE "OUTRETN  ".
006983     05  FILLER               PIC X(09) VALUE "SWEEPRUN ".
007000     05  FILLER               PIC X(09) VALUE "INTACCR  ".
007010     05  FILLER               PIC X(09) VALUE "DAYEXTR  ".
007100     05  FILLER               PIC X(09) VALUE "EODRECON ".
007110     05  FILLER               PIC X(09) VALUE "GLJRNL   ".
007111     05  FILLER               PIC X(09) VALUE "GLPOST   ".
007112     05  FILLER               PIC X(09) VALUE "DDOSRPT  ".
007113     05  FILLER               PIC X(09) VALUE "GLTRIAL  ".
007114     05  FILLER               PIC X(09) VALUE "GLPROOF  ".
007120     05  FILLER               PIC X(09) VALUE "IBSETTLE ".
007130     05  FILLER               PIC X(09) VALUE "OPRSUMM  ".
007200 01  WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
007300     05  WS-STEP-NAME         OCCURS 18 TIMES PIC X(09).
007400
007500 01  WS-STEP-DONE-TABLE.
007600     05  WS-STEP-DONE-SW      OCCURS 18 TIMES PIC X(01).
007700
007800 01  WS-STEP-IDX              PIC 9(02).
007900 01  WS-SCAN-IDX              PIC 9(02).
008400 01  WS-SWITCHES.
008500     05  WS-RUN-SW            PIC X(01) VALUE "N".
008600         88  WS-RUN-OK        VALUE "Y".
008610     05  WS-PASSED-SW         PIC X(01) VALUE "N".
008613         88  WS-STEP-PASSED   VALUE "Y".
008616     05  WS-ABORT-SW          PIC X(01) VALUE "N".
008620         88  WS-RUN-ABORTED   VALUE "Y".
008700     05  WS-ORDER-SW          PIC X(01) VALUE "N".
008800         88  WS-ORDER-BROKEN  VALUE "Y".
015900         GO TO 1000-INITIALIZE-EXIT
016000     END-IF
016100
016200     PERFORM 1500-CLOSE-BUSINESS-DAY
016300         THRU 1500-CLOSE-BUSINESS-DAY-EXIT
016400
016403     SET WS-RUN-OK TO TRUE.
016406 1000-INITIALIZE-EXIT.
016409     EXIT.
016412
016415*-----------------------------------------------------------------
016418* MARK TODAY CLOSED ON THE PROCESSING-DATE FILE SO THE COUNTER
016421* PROGRAMS REFUSE FURTHER POSTINGS.  A FAILURE HERE IS REPORTED
016424* BUT DOES NOT HOLD UP THE NIGHT'S RUN.
016427*-----------------------------------------------------------------
016430 1500-CLOSE-BUSINESS-DAY.
016433     OPEN I-O DATE-CONTROL
016436     IF NOT WS-PROCDATE-OK
016439         DISPLAY "EODDRIVE: UNABLE TO OPEN DATE CONTROL FILE, "
016442                 "STATUS = " WS-PROCDATE-STATUS
016445                 ", DAY NOT MARKED CLOSED"
016448         GO TO 1500-CLOSE-BUSINESS-DAY-EXIT
016451     END-IF
016454
016457     MOVE WS-CLOSED-KEY  TO PD-CONTROL-KEY
016460     MOVE WS-TODAYS-DATE TO PD-CONTROL-DATE
016463     WRITE DATE-CONTROL-RECORD
016466         INVALID KEY
016469             REWRITE DATE-CONTROL-RECORD
016472                 INVALID KEY
016475                     DISPLAY "EODDRIVE: UNABLE TO MARK BUSINESS "
016478                             "DAY " WS-TODAYS-DATE " CLOSED"
016481             END-REWRITE
016484     END-WRITE
016488     CLOSE DATE-CONTROL.
016492 1500-CLOSE-BUSINESS-DAY-EXIT.
016496     EXIT.
016500
016600*-----------------------------------------------------------------
016700* READ ONE STEP'S COMPLETION RECORD FOR TODAY.
017600             GO TO 2000-LOAD-ONE-STATUS-EXIT
017700     END-READ
017800
017900     IF EODC-DONE
018000         MOVE "Y" TO WS-STEP-DONE-SW(WS-SCAN-IDX)
018100     END-IF.
018200 2000-LOAD-ONE-STATUS-EXIT.
021400         AND NOT WS-MONTH-END
021500         DISPLAY "EODDRIVE: INTACCR SKIPPED - NOT A MONTH-END "
021600                 "RUN"
021700         SET WS-STEP-PASSED TO TRUE
021800         PERFORM 4000-RECORD-COMPLETION
021810             THRU 4000-RECORD-COMPLETION-EXIT
021820         MOVE "N" TO WS-PASSED-SW
021900         GO TO 3000-RUN-ONE-STEP-EXIT
022000     END-IF
022100
023000     EXIT.
023100
023200*-----------------------------------------------------------------
023300* WRITE (OR REWRITE) TODAY'S COMPLETION RECORD FOR THIS STEP - A
023310* STEP PASSED OVER BY DESIGN (INTACCR OFF MONTH END) IS MARKED
023320* SKIPPED RATHER THAN COMPLETE, SO THE YEAR-END CLOSE CAN TELL
023330* WHETHER THE MONTH-END RUN REALLY HAPPENED.
023400*-----------------------------------------------------------------
023500 4000-RECORD-COMPLETION.
023600     MOVE WS-TODAYS-DATE TO EODC-DATE
023700     MOVE WS-STEP-IDX    TO EODC-STEP-NO
023800     MOVE WS-STEP-NAME(WS-STEP-IDX) TO EODC-STEP-NAME
023900     IF WS-STEP-PASSED
023910         SET EODC-SKIPPED TO TRUE
023920     ELSE
023930         SET EODC-COMPLETE TO TRUE
023940     END-IF
024000
024100     WRITE JOB-CONTROL-RECORD
024200         INVALID KEY
