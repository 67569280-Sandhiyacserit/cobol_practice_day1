002500* 2026-09-02 SN    NEW PROGRAM - NIGHTLY SWEEP-OUT FOR THE NEW  *
002600*                  AUTO-SWEEP ARRANGEMENTS, RUN AS AN EODDRIVE  *
002700*                  STEP.                                        *
002701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002703*                  HELD.                                        *
002704* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002705*                  PLACE OF YYMMDD.                             *
002706* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002707*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002708*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
006300 FD  DEPOSIT-LOG
006400     LABEL RECORDS ARE STANDARD.
006500 01  DEPOSIT-LOG-RECORD.
006600     05  LOG-DATE             PIC 9(08).
006700     05  LOG-TIME             PIC 9(08).
006800     05  FILLER               PIC X(01) VALUE SPACE.
006900     05  LOG-ACCT-NUMBER      PIC 9(06).
007000     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  LOG-DEPOSIT-AMT      PIC 9(09).
007200     05  FILLER               PIC X(01) VALUE SPACE.
007300     05  LOG-NEW-BALANCE      PIC S9(09).
007400     05  FILLER               PIC X(01) VALUE SPACE.
007500     05  LOG-CURRENCY-CODE    PIC X(03).
007600     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  LOG-BRANCH-CODE      PIC 9(03).
008300     05  FILLER               PIC X(01) VALUE SPACE.
008400     05  LOG-TXN-REF          PIC 9(10).
008409     05  FILLER               PIC X(01) VALUE SPACE.
008418     05  LOG-VALUE-DATE       PIC 9(08).
008427     05  FILLER               PIC X(01) VALUE SPACE.
008436     05  LOG-POST-BRANCH      PIC 9(03).
008445     05  FILLER               PIC X(01) VALUE SPACE.
008454     05  LOG-INSTRUMENT       PIC X(01).
008463         88  LOG-INSTR-CASH       VALUE "C".
008472         88  LOG-INSTR-CHEQUE     VALUE "Q".
008481         88  LOG-INSTR-TRANSFER   VALUE "T".
008490         88  LOG-INSTR-SYSTEM     VALUE "S".
008500
008600 FD  WITHDRAW-LOG
008700     LABEL RECORDS ARE STANDARD.
008800 01  WITHDRAW-LOG-RECORD.
008900     05  WDLOG-DATE           PIC 9(08).
009000     05  WDLOG-TIME           PIC 9(08).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009200     05  WDLOG-ACCT-NUMBER    PIC 9(06).
009300     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  WDLOG-NEW-BALANCE    PIC S9(09).
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  WDLOG-OPERATOR-ID    PIC 9(04).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  FILLER               PIC X(01) VALUE SPACE.
010400     05  WDLOG-TRANS-TYPE     PIC X(01).
010500         88  WDLOG-TRANS-TRANSFER VALUE "T".
010510     05  FILLER               PIC X(01) VALUE SPACE.
010520     05  WDLOG-POST-BRANCH    PIC 9(03).
010530     05  FILLER               PIC X(01) VALUE SPACE.
010540     05  WDLOG-INSTRUMENT     PIC X(01).
010550         88  WDLOG-INSTR-CASH     VALUE "C".
010560         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
010570         88  WDLOG-INSTR-TRANSFER VALUE "T".
010580         88  WDLOG-INSTR-SYSTEM   VALUE "S".
010600
010700 WORKING-STORAGE SECTION.
010800 01  WS-SWEEPFIL-STATUS       PIC X(02).
012200 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
012300     88  WS-BATCH-ACQUIRED    VALUE "Y".
012400
012500 01  WS-TODAYS-DATE           PIC 9(08).
012600 01  WS-TRANS-TIME            PIC 9(08).
012700 01  WS-TXN-TYPE              PIC X(01).
012800 01  WS-TXN-REF               PIC 9(10).
012900 01  WS-SAVINGS-NEW-BAL       PIC S9(09).
013000 01  WS-SAVINGS-BRANCH        PIC 9(03).
013100 01  WS-SWEPT-COUNT           PIC 9(06) COMP VALUE 0.
013200
028200     MOVE WS-SAVINGS-BRANCH  TO WDLOG-BRANCH-CODE
028300     MOVE WS-TXN-REF         TO WDLOG-TXN-REF
028400     SET WDLOG-TRANS-TRANSFER TO TRUE
028401     MOVE 0 TO WDLOG-POST-BRANCH
028402     SET WDLOG-INSTR-TRANSFER TO TRUE
028500     WRITE WITHDRAW-LOG-RECORD
028600
028700     MOVE "W" TO WS-TXN-TYPE
028900                           WDLOG-TIME WS-TXN-TYPE
029000                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
029100                           WDLOG-OPERATOR-ID WDLOG-TXN-REF
029100                           WDLOG-INSTRUMENT
029200
029300     MOVE SWP-FD-ACCT TO ACCT-NUMBER
029400     READ ACCOUNT-MASTER
031800     MOVE 0 TO LOG-OPERATOR-ID
031900     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
032000     MOVE WS-TXN-REF TO LOG-TXN-REF
032001     MOVE 0 TO LOG-VALUE-DATE
032002     MOVE 0 TO LOG-POST-BRANCH
032003     SET LOG-INSTR-TRANSFER TO TRUE
032100     WRITE DEPOSIT-LOG-RECORD
032200
032300     MOVE "D" TO WS-TXN-TYPE
032500                           WS-TXN-TYPE LOG-DEPOSIT-AMT
032600                           LOG-NEW-BALANCE LOG-OPERATOR-ID
032700                           LOG-TXN-REF
032700                           LOG-INSTRUMENT
032800
032900     ADD 1 TO WS-SWEPT-COUNT
033000     DISPLAY "SWEEPRUN: SWEPT " SWP-AMOUNT " FROM "
