002599* 2026-08-23 SN    EVERY POSTED DEPOSIT IS NOW ALSO WRITTEN TO  *
002599*                  THE INDEXED TRANSACTION HISTORY FILE VIA THE *
002599*                  NEW TXNWRITE SUBPROGRAM.                     *
002599* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002599*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002599*                  HELD.                                        *
002599* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002599*                  PLACE OF YYMMDD.                             *
002599* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002599*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002599*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
005500 FD  DEPOSIT-LOG
005600     LABEL RECORDS ARE STANDARD.
005700 01  DEPOSIT-LOG-RECORD.
005800     05  LOG-DATE             PIC 9(08).
005900     05  LOG-TIME             PIC 9(08).
006000     05  FILLER               PIC X(01) VALUE SPACE.
006100     05  LOG-ACCT-NUMBER      PIC 9(06).
006200     05  FILLER               PIC X(01) VALUE SPACE.
006300     05  LOG-DEPOSIT-AMT      PIC 9(09).
006400     05  FILLER               PIC X(01) VALUE SPACE.
006500     05  LOG-NEW-BALANCE      PIC S9(09).
006510     05  FILLER               PIC X(01) VALUE SPACE.
006520     05  LOG-CURRENCY-CODE    PIC X(03).
006530     05  FILLER               PIC X(01) VALUE SPACE.
006580     05  LOG-BRANCH-CODE      PIC 9(03).
006580     05  FILLER               PIC X(01) VALUE SPACE.
006580     05  LOG-TXN-REF          PIC 9(10).
006581     05  FILLER               PIC X(01) VALUE SPACE.
006582     05  LOG-VALUE-DATE       PIC 9(08).
006583     05  FILLER               PIC X(01) VALUE SPACE.
006584     05  LOG-POST-BRANCH      PIC 9(03).
006585     05  FILLER               PIC X(01) VALUE SPACE.
006586     05  LOG-INSTRUMENT       PIC X(01).
006587         88  LOG-INSTR-CASH       VALUE "C".
006588         88  LOG-INSTR-CHEQUE     VALUE "Q".
006589         88  LOG-INSTR-TRANSFER   VALUE "T".
006590         88  LOG-INSTR-SYSTEM     VALUE "S".
006600
006700 FD  TRAN-FILE
006800     LABEL RECORDS ARE STANDARD.
007100     05  FILLER               PIC X(01).
007200     05  TRAN-ACCT-NUMBER     PIC 9(06).
007300     05  FILLER               PIC X(01).
007400     05  TRAN-AMOUNT          PIC 9(09).
007500
007600 FD  RESTART-FILE
007700     LABEL RECORDS ARE STANDARD.
009300     88  WS-RESTART-NOTFOUND  VALUE "35".
009400
009500 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
009600 01  WS-TODAYS-DATE           PIC 9(08).
009700 01  WS-LAST-COMPLETED-SEQ    PIC 9(06) VALUE 0.
009710 01  WS-TXN-TYPE              PIC X(01).
009720 01  WS-TXN-REF               PIC 9(10).
026940     MOVE ACCT-BRANCH-CODE   TO LOG-BRANCH-CODE
026945     CALL "TXNREF" USING WS-TXN-REF
026946     MOVE WS-TXN-REF         TO LOG-TXN-REF
026947     MOVE 0 TO LOG-VALUE-DATE
026948     MOVE 0 TO LOG-POST-BRANCH
026949     SET LOG-INSTR-CASH TO TRUE
027000
027100     WRITE DEPOSIT-LOG-RECORD
027110
027160     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
027170                           WS-TXN-TYPE LOG-DEPOSIT-AMT
027180                           LOG-NEW-BALANCE LOG-OPERATOR-ID
027180                           LOG-TXN-REF
027180                           LOG-INSTRUMENT.
027200 3000-WRITE-LOG-EXIT.
027300     EXIT.
027400
