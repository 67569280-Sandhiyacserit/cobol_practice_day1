002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-09-02 SN    NEW PROGRAM - NIGHTLY RD INSTALLMENT LEDGER  *
002800*                  MAINTENANCE.                                 *
002801* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002802*                  PLACE OF YYMMDD.                             *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
008000     88  WS-BATCH-ACQUIRED    VALUE "Y".
008100
008200 01  WS-LATE-PENALTY-PCT      PIC 9(03) VALUE 1.
008300 01  WS-TODAYS-DATE           PIC 9(08).
008400 01  WS-CCYY                  PIC 9(04).
008500 01  WS-MM                    PIC 9(02).
008600 01  WS-DD                    PIC 9(02).
008700 01  WS-DAY-COUNT-RESULT      PIC 9(07).
009400 01  WS-INSTL-NO              PIC 9(03).
009500 01  WS-RD-ACCT               PIC 9(06).
009600 01  WS-RD-INSTALLMENT        PIC 9(06).
009700 01  WS-RD-OPEN-DATE          PIC 9(08).
009800 01  WS-PAID-CUMULATIVE       PIC 9(09).
009900 01  WS-NEEDED-CUMULATIVE     PIC 9(09).
010000 01  WS-COVER-DATE            PIC 9(08).
010100 01  WS-ACCT-PROCESSED        PIC 9(06) COMP VALUE 0.
010200
010300 01  WS-SWITCHES.
013600     END-IF
013700
013800     CALL "BUSDATE" USING WS-TODAYS-DATE
013900     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
014000     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
014100     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
014200     PERFORM 8000-CCYYMMDD-TO-DAYS
014300         THRU 8000-CCYYMMDD-TO-DAYS-EXIT
014400     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
014500
014600     OPEN INPUT ACCOUNT-MASTER
021300     MOVE ACCT-RD-INSTALLMENT TO WS-RD-INSTALLMENT
021400     MOVE ACCT-OPEN-DATE      TO WS-RD-OPEN-DATE
021500
021600     MOVE WS-RD-OPEN-DATE(1:4) TO WS-CCYY
021700     MOVE WS-RD-OPEN-DATE(5:2) TO WS-MM
021800     MOVE WS-RD-OPEN-DATE(7:2) TO WS-DD
021900     PERFORM 8000-CCYYMMDD-TO-DAYS
022000         THRU 8000-CCYYMMDD-TO-DAYS-EXIT
022100     MOVE WS-DAY-COUNT-RESULT TO WS-OPEN-DAY-COUNT
022200
022300     COMPUTE WS-HELD-DAYS =
031800             MOVE 0 TO RDI-PENALTY
031900         END-IF
032000     ELSE
032100         MOVE RDI-DUE-DATE(1:4) TO WS-CCYY
032200         MOVE RDI-DUE-DATE(5:2) TO WS-MM
032300         MOVE RDI-DUE-DATE(7:2) TO WS-DD
032400         PERFORM 8000-CCYYMMDD-TO-DAYS
032500             THRU 8000-CCYYMMDD-TO-DAYS-EXIT
032600         MOVE WS-DAY-COUNT-RESULT TO WS-DUE-DAY-COUNT
032700         IF (WS-TODAY-DAY-COUNT - WS-DUE-DAY-COUNT) > 30
032800             SET RDI-STATUS-MISSED TO TRUE
041300
041400     COMPUTE WS-DUE-DAY-COUNT =
041500             WS-OPEN-DAY-COUNT + ((WS-INSTL-NO - 1) * 30)
041600     COMPUTE WS-CCYY = WS-DUE-DAY-COUNT / 360
041700     COMPUTE WS-REMAINDER =
041800             WS-DUE-DAY-COUNT - (WS-CCYY * 360)
041900     COMPUTE WS-MM = WS-REMAINDER / 30
042000     COMPUTE WS-DD = WS-REMAINDER - (WS-MM * 30)
042100     IF WS-DD = 0
042400     END-IF
042500     IF WS-MM = 0
042600         MOVE 12 TO WS-MM
042700         SUBTRACT 1 FROM WS-CCYY
042800     END-IF
042900     MOVE WS-CCYY TO RDI-DUE-DATE(1:4)
043000     MOVE WS-MM TO RDI-DUE-DATE(5:2)
043100     MOVE WS-DD TO RDI-DUE-DATE(7:2)
043200
043300     MOVE WS-RD-INSTALLMENT TO RDI-AMOUNT-DUE
043400     MOVE 0 TO RDI-PAID-DATE
044400     EXIT.
044500
044600*-----------------------------------------------------------------
044700* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
044800*-----------------------------------------------------------------
044900 8000-CCYYMMDD-TO-DAYS.
045000     COMPUTE WS-DAY-COUNT-RESULT =
045100             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
045200 8000-CCYYMMDD-TO-DAYS-EXIT.
045300     EXIT.
045400
045500*-----------------------------------------------------------------
