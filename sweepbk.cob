002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-09-02 SN    NEW PROGRAM - SHORTFALL SWEEP-BACK FOR THE   *
002600*                  NEW AUTO-SWEEP ARRANGEMENTS.                 *
002601* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002602*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002603*                  HELD.                                        *
002604* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002605*                  PLACE OF YYMMDD.                             *
002606* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002607*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002608*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
006200 FD  DEPOSIT-LOG
006300     LABEL RECORDS ARE STANDARD.
006400 01  DEPOSIT-LOG-RECORD.
006500     05  LOG-DATE             PIC 9(08).
006600     05  LOG-TIME             PIC 9(08).
006700     05  FILLER               PIC X(01) VALUE SPACE.
006800     05  LOG-ACCT-NUMBER      PIC 9(06).
006900     05  FILLER               PIC X(01) VALUE SPACE.
007000     05  LOG-DEPOSIT-AMT      PIC 9(09).
007100     05  FILLER               PIC X(01) VALUE SPACE.
007200     05  LOG-NEW-BALANCE      PIC S9(09).
007300     05  FILLER               PIC X(01) VALUE SPACE.
007400     05  LOG-CURRENCY-CODE    PIC X(03).
007500     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  LOG-BRANCH-CODE      PIC 9(03).
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  LOG-TXN-REF          PIC 9(10).
008309     05  FILLER               PIC X(01) VALUE SPACE.
008318     05  LOG-VALUE-DATE       PIC 9(08).
008327     05  FILLER               PIC X(01) VALUE SPACE.
008336     05  LOG-POST-BRANCH      PIC 9(03).
008345     05  FILLER               PIC X(01) VALUE SPACE.
008354     05  LOG-INSTRUMENT       PIC X(01).
008363         88  LOG-INSTR-CASH       VALUE "C".
008372         88  LOG-INSTR-CHEQUE     VALUE "Q".
008381         88  LOG-INSTR-TRANSFER   VALUE "T".
008390         88  LOG-INSTR-SYSTEM     VALUE "S".
008400
008500 FD  WITHDRAW-LOG
008600     LABEL RECORDS ARE STANDARD.
008700 01  WITHDRAW-LOG-RECORD.
008800     05  WDLOG-DATE           PIC 9(08).
008900     05  WDLOG-TIME           PIC 9(08).
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  WDLOG-ACCT-NUMBER    PIC 9(06).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  WDLOG-NEW-BALANCE    PIC S9(09).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  WDLOG-OPERATOR-ID    PIC 9(04).
009800     05  FILLER               PIC X(01) VALUE SPACE.
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  WDLOG-TRANS-TYPE     PIC X(01).
010400         88  WDLOG-TRANS-TRANSFER VALUE "T".
010410     05  FILLER               PIC X(01) VALUE SPACE.
010420     05  WDLOG-POST-BRANCH    PIC 9(03).
010430     05  FILLER               PIC X(01) VALUE SPACE.
010440     05  WDLOG-INSTRUMENT     PIC X(01).
010450         88  WDLOG-INSTR-CASH     VALUE "C".
010460         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
010470         88  WDLOG-INSTR-TRANSFER VALUE "T".
010480         88  WDLOG-INSTR-SYSTEM   VALUE "S".
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-SWEEPFIL-STATUS       PIC X(02).
011700 01  WS-WDLOG-STATUS          PIC X(02).
011800     88  WS-WDLOG-OK          VALUE "00".
011900
012000 01  WS-TODAYS-DATE           PIC 9(08).
012100 01  WS-TRANS-TIME            PIC 9(08).
012200 01  WS-TXN-TYPE              PIC X(01).
012300 01  WS-TXN-REF               PIC 9(10).
012400 01  WS-FD-NEW-BAL            PIC S9(09).
012500 01  WS-FD-BRANCH             PIC 9(03).
012600
012700 LINKAGE SECTION.
012800 01  LK-ACCT-NUMBER           PIC 9(06).
012900 01  LK-SHORTFALL             PIC 9(10).
013000 01  LK-SWEPT-SW              PIC X(01).
013100     88  LK-SWEPT-BACK        VALUE "Y".
013200
023400     MOVE WS-FD-BRANCH   TO WDLOG-BRANCH-CODE
023500     MOVE WS-TXN-REF     TO WDLOG-TXN-REF
023600     SET WDLOG-TRANS-TRANSFER TO TRUE
023601     MOVE 0 TO WDLOG-POST-BRANCH
023602     SET WDLOG-INSTR-TRANSFER TO TRUE
023700     WRITE WITHDRAW-LOG-RECORD
023800
023900     MOVE "W" TO WS-TXN-TYPE
024100                           WDLOG-TIME WS-TXN-TYPE
024200                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
024300                           WDLOG-OPERATOR-ID WDLOG-TXN-REF
024300                           WDLOG-INSTRUMENT
024400
024500     MOVE LK-ACCT-NUMBER TO ACCT-NUMBER
024600     READ ACCOUNT-MASTER
027100     MOVE 0 TO LOG-OPERATOR-ID
027200     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
027300     MOVE WS-TXN-REF TO LOG-TXN-REF
027301     MOVE 0 TO LOG-VALUE-DATE
027302     MOVE 0 TO LOG-POST-BRANCH
027303     SET LOG-INSTR-TRANSFER TO TRUE
027400     WRITE DEPOSIT-LOG-RECORD
027500
027600     MOVE "D" TO WS-TXN-TYPE
027800                           WS-TXN-TYPE LOG-DEPOSIT-AMT
027900                           LOG-NEW-BALANCE LOG-OPERATOR-ID
028000                           LOG-TXN-REF
028000                           LOG-INSTRUMENT
028100
028200     SET LK-SWEPT-BACK TO TRUE
028300     DISPLAY "SWEEPBK: SWEPT " LK-SHORTFALL " BACK FROM FD "
