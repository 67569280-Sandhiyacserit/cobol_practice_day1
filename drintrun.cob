000900*                ACTIVITY AT ALL.  INTEREST AT THE DEBIT RATE   *
001000*                IS CHARGED TO THE ACCOUNT, POSTED THROUGH THE  *
001100*                WITHDRAW LOG, AND PRINTED ON THE DEBIT-        *
001200*                INTEREST REGISTER.  THE RUN MONTH (CCYYMM) IS  *
001300*                TAKEN FROM SYSIN; ZERO MEANS THE CURRENT       *
001400*                MONTH.                                         *
001500*****************************************************************
002992*                  ITS OWN TRANSACTION TYPE, SO THE GL JOURNAL *
002993*                  CREDITS INTEREST INCOME INSTEAD OF TELLER   *
002994*                  CASH.                                       *
002995* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002996*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002997*                  HELD.                                        *
002998* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002999*                  PLACE OF YYMMDD.                             *
002999* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002999*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002999*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
005900 FD  DEPOSIT-LOG
006000     LABEL RECORDS ARE STANDARD.
006100 01  DEPOSIT-LOG-RECORD.
006200     05  LOG-DATE             PIC 9(08).
006300     05  LOG-DATE-CCYYMM REDEFINES LOG-DATE.
006400         10  LOG-CCYYMM       PIC 9(06).
006500         10  LOG-DD           PIC 9(02).
006600     05  LOG-TIME             PIC 9(08).
006700     05  FILLER               PIC X(01).
006800     05  LOG-ACCT-NUMBER      PIC 9(06).
006900     05  FILLER               PIC X(01).
007000     05  LOG-DEPOSIT-AMT      PIC 9(09).
007100     05  FILLER               PIC X(01).
007200     05  LOG-NEW-BALANCE      PIC S9(09).
007300     05  FILLER               PIC X(01).
007400     05  LOG-CURRENCY-CODE    PIC X(03).
007500     05  FILLER               PIC X(01).
007770     05  FILLER               PIC X(01).
007780*    A BACK-DATED CREDIT CARRIES ITS VALUE DATE HERE - SPACES
007790*    OR ZERO ON AN ORDINARY ENTRY.
007791     05  LOG-VALUE-DATE      PIC 9(08).
007800
007900 FD  WITHDRAW-LOG
008000     LABEL RECORDS ARE STANDARD.
008100 01  WITHDRAW-LOG-RECORD.
008200     05  WDLOG-DATE           PIC 9(08).
008300     05  WDLOG-DATE-CCYYMM REDEFINES WDLOG-DATE.
008400         10  WDLOG-CCYYMM     PIC 9(06).
008500         10  WDLOG-DD         PIC 9(02).
008600     05  WDLOG-TIME           PIC 9(08).
008700     05  FILLER               PIC X(01).
008800     05  WDLOG-ACCT-NUMBER    PIC 9(06).
008900     05  FILLER               PIC X(01).
009000     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
009100     05  FILLER               PIC X(01).
009200     05  WDLOG-NEW-BALANCE    PIC S9(09).
009210     05  FILLER               PIC X(01).
009220     05  WDLOG-OPERATOR-ID    PIC 9(04).
009230     05  FILLER               PIC X(01).
009270     05  FILLER               PIC X(01) VALUE SPACE.
009280     05  WDLOG-TRANS-TYPE     PIC X(01).
009290         88  WDLOG-TRANS-DEBIT-INT VALUE "I".
009291     05  FILLER               PIC X(01).
009292     05  WDLOG-POST-BRANCH    PIC 9(03).
009293     05  FILLER               PIC X(01).
009294     05  WDLOG-INSTRUMENT     PIC X(01).
009295         88  WDLOG-INSTR-CASH     VALUE "C".
009296         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
009297         88  WDLOG-INSTR-TRANSFER VALUE "T".
009298         88  WDLOG-INSTR-SYSTEM   VALUE "S".
009300
009400 FD  DEBIT-REGISTER
009500     LABEL RECORDS ARE STANDARD.
011300     88  WS-BATCH-ACQUIRED    VALUE "Y".
011400
011500 01  WS-DEBIT-RATE-PCT        PIC 9(03)V99 VALUE 12.
011600 01  WS-TODAYS-DATE           PIC 9(08).
011700 01  WS-RUN-MONTH             PIC 9(06).
011800 01  WS-MONTH-START-DAYS      PIC 9(07).
011900 01  WS-MONTH-END-DAYS        PIC 9(07).
012000 01  WS-ENTRY-DAYS            PIC 9(07).
012100 01  WS-CCYY                  PIC 9(04).
012200 01  WS-MM                    PIC 9(02).
012210 01  WS-DD                    PIC 9(02).
012300 01  WS-TXN-TYPE              PIC X(01).
012400 01  WS-TXN-REF               PIC 9(10).
012500 01  WS-INTEREST-AMT          PIC 9(09).
012600 01  WS-CHARGE-COUNT          PIC 9(06) COMP VALUE ZERO.
012700
012800 01  WS-ENT-COUNT             PIC 9(04) COMP VALUE 0.
013000 01  WS-ENT-TABLE.
013100     05  WS-ENT-ENTRY OCCURS 500 TIMES
013200                      INDEXED BY WS-ENT-IDX.
013300         10  ENT-DATE             PIC 9(08).
013400         10  ENT-TIME             PIC 9(08).
013500         10  ENT-ACCT-NUMBER      PIC 9(06).
013600         10  ENT-TYPE             PIC X(01).
013700             88  ENT-TYPE-WITHDRAWAL  VALUE "W".
013800             88  ENT-TYPE-REVERSAL    VALUE "R".
013900         10  ENT-AMOUNT           PIC 9(09).
014000         10  ENT-NEW-BALANCE      PIC S9(09).
014100
014200 01  WS-SWAP-ENTRY            PIC X(42).
014300 01  WS-SORT-I                PIC 9(04) COMP.
014400 01  WS-SORT-J                PIC 9(04) COMP.
014500
015000                      INDEXED BY WS-ACC-IDX.
015100         10  ACC-ACCT-NUMBER      PIC 9(06).
015200         10  ACC-LAST-DAYS        PIC 9(07).
015300         10  ACC-LAST-BAL         PIC S9(11).
015400         10  ACC-OD-DAY-SUM       PIC 9(12).
015500
015600 01  WS-FOUND-IDX             PIC 9(04) COMP VALUE 0.
015700 01  WS-LOOKUP-ACCT           PIC 9(06).
015800 01  WS-OPEN-BAL              PIC S9(11).
015900
016000 01  WS-SWITCHES.
016100     05  WS-RUN-SW            PIC X(01) VALUE "N".
017200     05  FILLER               PIC X(03) VALUE SPACES.
017300     05  DTL-OD-DAY-SUM       PIC 9(10).
017400     05  FILLER               PIC X(03) VALUE SPACES.
017500     05  DTL-INTEREST         PIC -(9)9.
017600     05  FILLER               PIC X(03) VALUE SPACES.
017700     05  DTL-NEW-BALANCE      PIC -(9)9.
017800
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
023000     CALL "BUSDATE" USING WS-TODAYS-DATE
023100
023200     MOVE 0 TO WS-RUN-MONTH
023300     DISPLAY "ENTER RUN MONTH (CCYYMM, 0 FOR CURRENT): "
023400     ACCEPT WS-RUN-MONTH
023500     IF WS-RUN-MONTH = 0
023600         MOVE WS-TODAYS-DATE(1:6) TO WS-RUN-MONTH
023700     END-IF
023800
023900     MOVE WS-RUN-MONTH(1:4) TO WS-CCYY
024000     MOVE WS-RUN-MONTH(5:2) TO WS-MM
024100     COMPUTE WS-MONTH-START-DAYS =
024200             (WS-CCYY * 360) + (WS-MM * 30) + 1
024300     COMPUTE WS-MONTH-END-DAYS = WS-MONTH-START-DAYS + 30
024400
024500     OPEN I-O ACCOUNT-MASTER
027400
027500     MOVE "DEBIT INTEREST REGISTER" TO REPORT-LINE
027600     WRITE REPORT-LINE
027700     MOVE "ACCT NO  OD DAY-SUM     INTEREST      NEW BAL"
027800         TO REPORT-LINE
027900     WRITE REPORT-LINE
028000
029200             GO TO 2000-LOAD-DEPOSIT-LOG-EXIT
029300     END-READ
029400
029500     IF LOG-CCYYMM NOT = WS-RUN-MONTH
029600         GO TO 2000-LOAD-DEPOSIT-LOG-EXIT
029700     END-IF
029800
032100             GO TO 2500-LOAD-WITHDRAW-LOG-EXIT
032200     END-READ
032300
032400     IF WDLOG-CCYYMM NOT = WS-RUN-MONTH
032500         GO TO 2500-LOAD-WITHDRAW-LOG-EXIT
032600     END-IF
032700
040200* AND ACCRUES FROM THE START OF THE MONTH.
040300*-----------------------------------------------------------------
040400 4100-ACCUMULATE-ONE-ENTRY.
040500     MOVE ENT-DATE(WS-ENT-IDX)(1:4) TO WS-CCYY
040600     MOVE ENT-DATE(WS-ENT-IDX)(5:2) TO WS-MM
040650     MOVE ENT-DATE(WS-ENT-IDX)(7:2) TO WS-DD
040700     COMPUTE WS-ENTRY-DAYS =
040800             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD
041000
041100     MOVE ENT-ACCT-NUMBER(WS-ENT-IDX) TO WS-LOOKUP-ACCT
041200     PERFORM 4500-FIND-ACCOUNT-ENTRY
064150*    NO CASH LEAVES THE TILL - THE TYPE BYTE SENDS THE CREDIT
064160*    TO INTEREST INCOME ON THE GL JOURNAL.
064170     SET WDLOG-TRANS-DEBIT-INT TO TRUE
064171     MOVE 0 TO WDLOG-POST-BRANCH
064172     SET WDLOG-INSTR-SYSTEM TO TRUE
064200     WRITE WITHDRAW-LOG-RECORD
064300
064400     MOVE "W" TO WS-TXN-TYPE
064600                           WDLOG-TIME WS-TXN-TYPE
064700                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
064800                           WDLOG-OPERATOR-ID
064800                           WDLOG-TXN-REF
064800                           WDLOG-INSTRUMENT.
064900 8000-WRITE-CHARGE-LOG-EXIT.
065000     EXIT.
065100
