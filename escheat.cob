003220*                  ESCHEAT TRANSACTION TYPE BYTE, SO THE GL     *
003230*                  JOURNAL CREDITS THE UNCLAIMED-FUNDS          *
003240*                  LIABILITY INSTEAD OF TELLER CASH.            *
003241* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003242*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003243*                  HELD.                                        *
003244* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003245*                  PLACE OF YYMMDD, REPORT COLUMNS REALIGNED TO *
003246*                  FIT.                                         *
003247* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003248*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003249*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
006200 FD  UNCLAIMED-LEDGER
006300     LABEL RECORDS ARE STANDARD.
006400 01  UNCLAIMED-LEDGER-RECORD.
006500     05  UNCL-DATE            PIC 9(08).
006600     05  FILLER               PIC X(01) VALUE SPACE.
006700     05  UNCL-ACCT-NUMBER     PIC 9(06).
006800     05  FILLER               PIC X(01) VALUE SPACE.
006900     05  UNCL-LAST-ACTIVITY   PIC 9(08).
007000     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  UNCL-AMOUNT          PIC 9(09).
007200     05  FILLER               PIC X(01) VALUE SPACE.
007300     05  UNCL-CURRENCY-CODE   PIC X(03).
007400
007500 FD  WITHDRAW-LOG
007600     LABEL RECORDS ARE STANDARD.
007700 01  WITHDRAW-LOG-RECORD.
007800     05  WDLOG-DATE           PIC 9(08).
007900     05  WDLOG-TIME           PIC 9(08).
008000     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  WDLOG-ACCT-NUMBER    PIC 9(06).
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
008400     05  FILLER               PIC X(01) VALUE SPACE.
008500     05  WDLOG-NEW-BALANCE    PIC S9(09).
008600     05  FILLER               PIC X(01) VALUE SPACE.
008700     05  WDLOG-OPERATOR-ID    PIC 9(04).
008701     05  FILLER               PIC X(01) VALUE SPACE.
008705     05  FILLER               PIC X(01) VALUE SPACE.
008706     05  WDLOG-TRANS-TYPE     PIC X(01).
008707         88  WDLOG-TRANS-ESCHEAT  VALUE "U".
008717     05  FILLER               PIC X(01) VALUE SPACE.
008727     05  WDLOG-POST-BRANCH    PIC 9(03).
008737     05  FILLER               PIC X(01) VALUE SPACE.
008747     05  WDLOG-INSTRUMENT     PIC X(01).
008757         88  WDLOG-INSTR-CASH     VALUE "C".
008767         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
008777         88  WDLOG-INSTR-TRANSFER VALUE "T".
008787         88  WDLOG-INSTR-SYSTEM   VALUE "S".
008800
008900 FD  TRANSFER-SCHEDULE
009000     LABEL RECORDS ARE STANDARD.
011100 01  WS-ESCHEAT-YEARS         PIC 9(02).
011200 01  WS-ESCHEAT-DAYS          PIC 9(05).
011300
011400 01  WS-TODAYS-DATE           PIC 9(08).
011500 01  WS-LAST-ACTIVITY-DATE    PIC 9(08).
011600
011700 01  WS-TODAYS-DAY-COUNT      PIC 9(07).
011800 01  WS-ACTIVITY-DAY-COUNT    PIC 9(07).
011900 01  WS-ELAPSED-DAYS          PIC S9(07).
012000
012100 01  WS-CCYY                  PIC 9(04).
012200 01  WS-MM                    PIC 9(02).
012300 01  WS-DD                    PIC 9(02).
012400
012510 01  WS-TXN-TYPE              PIC X(01).
012390 01  WS-ACCOUNT-COUNT         PIC 9(06) COMP VALUE ZERO.
012600 01  WS-ESCHEAT-COUNT         PIC 9(06) COMP VALUE ZERO.
012700 01  WS-ESCHEAT-TOTAL         PIC 9(12) VALUE ZERO.
012800
012900 01  WS-SWITCHES.
013000     05  WS-EOF-SW            PIC X(01) VALUE "N".
013300 01  WS-DETAIL-LINE.
013400     05  DTL-ACCT-NUMBER      PIC 9(06).
013500     05  FILLER               PIC X(03) VALUE SPACES.
013600     05  DTL-LAST-ACTIVITY    PIC 9(08).
013700     05  FILLER               PIC X(06) VALUE SPACES.
013800     05  DTL-CURRENCY         PIC X(03).
013900     05  FILLER               PIC X(03) VALUE SPACES.
014000     05  DTL-AMOUNT           PIC -(9)9.
014100
014200 01  WS-TOTAL-LINE.
014300     05  FILLER               PIC X(21)
014400              VALUE "TOTAL TRANSFERRED:   ".
014500     05  TOT-AMOUNT           PIC -(11)9.
014600
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
021700     WRITE REPORT-LINE
021800     MOVE SPACES TO REPORT-LINE
021900     WRITE REPORT-LINE
022000     MOVE "ACCT NO  LAST ACTIVITY CCY       AMOUNT"
022010         TO REPORT-LINE
022100     WRITE REPORT-LINE
022200
022300     READ ACCOUNT-MASTER NEXT RECORD
026400         MOVE ACCT-LAST-WD-DATE TO WS-LAST-ACTIVITY-DATE
026500     END-IF
026600
026700     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
026710     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
026720     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
026800     PERFORM 2600-CCYYMMDD-TO-DAYS
026900         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
027000     MOVE WS-ELAPSED-DAYS TO WS-TODAYS-DAY-COUNT
027100
027200     MOVE WS-LAST-ACTIVITY-DATE(1:4) TO WS-CCYY
027210     MOVE WS-LAST-ACTIVITY-DATE(5:2) TO WS-MM
027220     MOVE WS-LAST-ACTIVITY-DATE(7:2) TO WS-DD
027300     PERFORM 2600-CCYYMMDD-TO-DAYS
027400         THRU 2600-CCYYMMDD-TO-DAYS-EXIT
027500     MOVE WS-ELAPSED-DAYS TO WS-ACTIVITY-DAY-COUNT
027600
027700     COMPUTE WS-ELAPSED-DAYS =
030500     EXIT.
030600
030700*-----------------------------------------------------------------
030800* CONVERT A CCYYMMDD DATE INTO AN APPROXIMATE DAY COUNT USING THE
030900* 30-DAY-MONTH/360-DAY-YEAR CONVENTION, RETURNED IN
031000* WS-ELAPSED-DAYS (RE-USED HERE AS A WORK FIELD).
031100*-----------------------------------------------------------------
031200 2600-CCYYMMDD-TO-DAYS.
031300     COMPUTE WS-ELAPSED-DAYS =
031400             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
031500 2600-CCYYMMDD-TO-DAYS-EXIT.
031600     EXIT.
031700
031800*-----------------------------------------------------------------
034518*    THE TILL - THE TYPE BYTE KEEPS THE GL JOURNAL OFF THE
034519*    TELLER-CASH DEFAULT.
034520     SET WDLOG-TRANS-ESCHEAT TO TRUE
034521     MOVE 0 TO WDLOG-POST-BRANCH
034522     SET WDLOG-INSTR-SYSTEM TO TRUE
034600     WRITE WITHDRAW-LOG-RECORD
034610
034620     MOVE "W" TO WS-TXN-TYPE
034650                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
034660                           WDLOG-OPERATOR-ID
034660                           WDLOG-TXN-REF
034660                           WDLOG-INSTRUMENT
034700
034800     MOVE 0 TO ACCT-BALANCE.
034900 3000-TRANSFER-BALANCE-EXIT.
