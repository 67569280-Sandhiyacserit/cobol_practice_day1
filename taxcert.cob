000800*                THE TAX WITHHELD PER THE TAX LEDGER WRITTEN    *
000900*                BY THE ACCRUAL RUN FOR THE YEAR BEING         *
001000*                CERTIFIED - THE LEDGER IS NEVER CUT OVER, SO   *
001100*                ONLY THAT YEAR'S ENTRIES ARE COUNTED.  THE     *
001110*                ACCOUNT MASTER IS ONLY READ - THE RUNNING      *
001120*                FINANCIAL-YEAR INTEREST TOTALS ARE RESET BY    *
001130*                YECLOSE, WHICH RUNS AFTER THIS JOB.  THE       *
001140*                CERTIFICATE YEAR COMES FROM SYSIN; ZERO FALLS  *
001150*                BACK TO THE BUSINESS DATE'S YEAR.              *
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. TAXCERT.
002394*                  SECOND YEAR ON.                              *
002400* 2026-08-23 SN    NEW PROGRAM - YEAR-END TAX CERTIFICATES FOR  *
002500*                  THE NEW WITHHOLDING ON ACCRUED INTEREST.     *
002501* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002502*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002503*                  HELD.                                        *
002504* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002505*                  PLACE OF YYMMDD.                             *
002506* 2026-10-15 SN    NO LONGER RESETS THE ACCOUNTS' FINANCIAL-    *
002507*                  YEAR INTEREST TOTALS - THE YEAR-END CLOSING  *
002508*                  RUN (YECLOSE) NOW DOES THAT IN ONE           *
002509*                  CONTROLLED STEP. THE ACCOUNT MASTER IS       *
002510*                  OPENED FOR INPUT ONLY.                       *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
005100 FD  TAX-LEDGER
005200     LABEL RECORDS ARE STANDARD.
005300 01  TAX-LEDGER-RECORD.
005400     05  TAX-DATE             PIC 9(08).
005500     05  FILLER               PIC X(01).
005600     05  TAX-ACCT-NUMBER      PIC 9(06).
005700     05  FILLER               PIC X(01).
005800     05  TAX-INTEREST-AMT     PIC 9(09).
005900     05  FILLER               PIC X(01).
006000     05  TAX-WITHHELD         PIC 9(09).
006100
006200 FD  CERTIFICATE-REPORT
006300     LABEL RECORDS ARE STANDARD.
008300 01  WS-CUST-FOUND-SW         PIC X(01).
008400     88  WS-CUST-FOUND        VALUE "Y".
008500
008550 01  WS-TODAYS-DATE           PIC 9(08).
008560 01  WS-CERT-YEAR             PIC 9(04).
008600 01  WS-LOOKUP-ACCT           PIC 9(06).
008700 01  WS-FOUND-IDX             PIC 9(04) COMP VALUE 0.
008800 01  WS-CERT-COUNT            PIC 9(06) COMP VALUE 0.
009400     05  WS-TAX-ENTRY OCCURS 500 TIMES
009500                      INDEXED BY WS-TAX-IDX.
009600         10  TAXTBL-ACCT-NUMBER   PIC 9(06).
009700         10  TAXTBL-WITHHELD      PIC 9(11).
009800
009900 01  WS-SWITCHES.
010000     05  WS-EOF-SW            PIC X(01) VALUE "N".
012100 01  WS-CERT-AMT-LINE.
012200     05  FILLER               PIC X(17)
012300              VALUE "GROSS INTEREST:  ".
012400     05  CRT-GROSS-INTEREST   PIC -(10)9.
012500     05  FILLER               PIC X(16)
012600              VALUE "   TAX WITHHELD:".
012700     05  CRT-TAX-WITHHELD     PIC -(10)9.
012800
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
016120     CALL "BUSDATE" USING WS-TODAYS-DATE
016130
016140     MOVE 0 TO WS-CERT-YEAR
016150     DISPLAY "ENTER CERTIFICATE YEAR (CCYY, 0 FOR CURRENT): "
016160     ACCEPT WS-CERT-YEAR
016170     IF WS-CERT-YEAR = 0
016180         MOVE WS-TODAYS-DATE(1:4) TO WS-CERT-YEAR
016190     END-IF
016200
016300     OPEN INPUT ACCOUNT-MASTER
016400     IF NOT WS-ACCMSTR-OK
016500         DISPLAY "TAXCERT: UNABLE TO OPEN ACCOUNT MASTER, "
016600                 "STATUS = " WS-ACCMSTR-STATUS
020410
020420*    THE LEDGER HOLDS EVERY YEAR - ONLY THE YEAR BEING
020430*    CERTIFIED COUNTS TOWARDS THIS CERTIFICATE.
020440     IF TAX-DATE(1:4) NOT = WS-CERT-YEAR
020450         GO TO 2000-LOAD-TAX-LEDGER-EXIT
020460     END-IF
020500
025300
025400*-----------------------------------------------------------------
025500* PRINT A CERTIFICATE FOR EVERY ACCOUNT THAT EARNED INTEREST
025600* THIS YEAR, THEN ADVANCE TO THE NEXT ACCOUNT.  THE YEAR'S
025700* TOTAL IS LEFT FOR YECLOSE TO RESET.
025800*-----------------------------------------------------------------
025900 3000-PROCESS-ACCOUNT.
026000     IF ACCT-FY-INT-TOTAL > 0
026100         PERFORM 3500-PRINT-CERTIFICATE
026200             THRU 3500-PRINT-CERTIFICATE-EXIT
026300     END-IF
027100
027200     READ ACCOUNT-MASTER NEXT RECORD
027300         AT END
