002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-09-02 SN    NEW PROGRAM - NIGHTLY CAPTURE INTO THE NEW   *
002500*                  DATED REPORT REPOSITORY.                     *
002501* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002502*                  PLACE OF YYMMDD.                             *
002503* 2026-10-15 SN    LOAN REPAYMENT CERTIFICATES STORED BY        *
002504*                  LOANCERT ARE KEPT EIGHT YEARS INSTEAD OF THE *
002505*                  90-DAY RETENTION.                            *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
007300 01  REPOSITORY-RECORD.
007400     05  RPO-KEY.
007500         10  RPO-REPORT-NAME  PIC X(08).
007600         10  RPO-RUN-DATE     PIC 9(08).
007700         10  RPO-LINE-NO      PIC 9(05).
007800     05  RPO-LINE             PIC X(100).
007900
009000     88  WS-BATCH-ACQUIRED    VALUE "Y".
009100
009200 01  WS-RETENTION-DAYS        PIC 9(04) VALUE 90.
009210*    LOANCERT STORES ITS YEAR-END REPAYMENT CERTIFICATES HERE
009220*    ITSELF; THEY ARE KEPT EIGHT YEARS, NOT THE DAILY 90 DAYS.
009230 01  WS-CERT-RETENTION-DAYS   PIC 9(04) VALUE 2880.
009240 01  WS-LINE-RETENTION        PIC 9(04).
009300 01  WS-TODAYS-DATE           PIC 9(08).
009400 01  WS-LINE-NO               PIC 9(05).
009500 01  WS-CAPTURED-LINES        PIC 9(06) COMP VALUE 0.
009600 01  WS-PURGED-LINES          PIC 9(06) COMP VALUE 0.
009700 01  WS-WORK-LINE             PIC X(100).
009800
009900 01  WS-CCYY                  PIC 9(04).
010000 01  WS-MM                    PIC 9(02).
010100 01  WS-DD                    PIC 9(02).
010200 01  WS-DAY-COUNT-RESULT      PIC 9(07).
015200     END-IF
015300
015400     CALL "BUSDATE" USING WS-TODAYS-DATE
015500     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
015600     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
015700     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
015800     PERFORM 8000-CCYYMMDD-TO-DAYS
015900         THRU 8000-CCYYMMDD-TO-DAYS-EXIT
016000     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
016100
016200     OPEN I-O REPORT-REPOSITORY
034200             GO TO 4100-PURGE-ONE-LINE-EXIT
034300     END-READ
034400
034500     MOVE RPO-RUN-DATE(1:4) TO WS-CCYY
034600     MOVE RPO-RUN-DATE(5:2) TO WS-MM
034700     MOVE RPO-RUN-DATE(7:2) TO WS-DD
034800     PERFORM 8000-CCYYMMDD-TO-DAYS
034900         THRU 8000-CCYYMMDD-TO-DAYS-EXIT
035000     MOVE WS-DAY-COUNT-RESULT TO WS-RUN-DAY-COUNT
035100
035200     IF RPO-REPORT-NAME = "LOANCERT"
035300         MOVE WS-CERT-RETENTION-DAYS TO WS-LINE-RETENTION
035310     ELSE
035320         MOVE WS-RETENTION-DAYS TO WS-LINE-RETENTION
035330     END-IF
035340
035350     IF (WS-TODAY-DAY-COUNT - WS-RUN-DAY-COUNT)
035360             > WS-LINE-RETENTION
035400         DELETE REPORT-REPOSITORY
035500             INVALID KEY
035600                 DISPLAY "RPTCAPT: UNABLE TO PURGE A LINE OF "
036200     EXIT.
036300
036400*-----------------------------------------------------------------
036500* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
036600*-----------------------------------------------------------------
036700 8000-CCYYMMDD-TO-DAYS.
036800     COMPUTE WS-DAY-COUNT-RESULT =
036900             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
037000 8000-CCYYMMDD-TO-DAYS-EXIT.
037100     EXIT.
037200
037300*-----------------------------------------------------------------
