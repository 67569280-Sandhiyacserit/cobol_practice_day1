002740* 2026-09-02 SN    THE WITHDRAW LOG ENTRY NOW CARRIES THE       *
002750*                  CLOSURE-PAYOUT TRANSACTION TYPE BYTE FOR     *
002760*                  THE GL JOURNAL.                              *
002761* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002762*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002763*                  HELD.                                        *
002764* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002765*                  PLACE OF YYMMDD.                             *
002766* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002767*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002768*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002769* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
002770*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
002771*                  EODDRIVE HAS STARTED.                        *
002771* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002771*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002771*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005700 FD  DEPOSIT-LOG
005800     LABEL RECORDS ARE STANDARD.
005900 01  DEPOSIT-LOG-RECORD.
006000     05  LOG-DATE             PIC 9(08).
006100     05  LOG-TIME             PIC 9(08).
006200     05  FILLER               PIC X(01) VALUE SPACE.
006300     05  LOG-ACCT-NUMBER      PIC 9(06).
006400     05  FILLER               PIC X(01) VALUE SPACE.
006500     05  LOG-DEPOSIT-AMT      PIC 9(09).
006600     05  FILLER               PIC X(01) VALUE SPACE.
006700     05  LOG-NEW-BALANCE      PIC S9(09).
006800     05  FILLER               PIC X(01) VALUE SPACE.
006900     05  LOG-CURRENCY-CODE    PIC X(03).
007000     05  FILLER               PIC X(01) VALUE SPACE.
007500     05  LOG-BRANCH-CODE      PIC 9(03).
007500     05  FILLER               PIC X(01) VALUE SPACE.
007500     05  LOG-TXN-REF          PIC 9(10).
007509     05  FILLER               PIC X(01) VALUE SPACE.
007518     05  LOG-VALUE-DATE       PIC 9(08).
007527     05  FILLER               PIC X(01) VALUE SPACE.
007536     05  LOG-POST-BRANCH      PIC 9(03).
007545     05  FILLER               PIC X(01) VALUE SPACE.
007554     05  LOG-INSTRUMENT       PIC X(01).
007563         88  LOG-INSTR-CASH       VALUE "C".
007572         88  LOG-INSTR-CHEQUE     VALUE "Q".
007581         88  LOG-INSTR-TRANSFER   VALUE "T".
007590         88  LOG-INSTR-SYSTEM     VALUE "S".
007600
007700 FD  WITHDRAW-LOG
007800     LABEL RECORDS ARE STANDARD.
007900 01  WITHDRAW-LOG-RECORD.
008000     05  WDLOG-DATE             PIC 9(08).
008100     05  WDLOG-TIME             PIC 9(08).
008200     05  FILLER                 PIC X(01) VALUE SPACE.
008300     05  WDLOG-ACCT-NUMBER      PIC 9(06).
008400     05  FILLER                 PIC X(01) VALUE SPACE.
008500     05  WDLOG-WITHDRAW-AMT     PIC 9(09).
008600     05  FILLER                 PIC X(01) VALUE SPACE.
008700     05  WDLOG-NEW-BALANCE      PIC S9(09).
008800     05  FILLER                 PIC X(01) VALUE SPACE.
008900     05  WDLOG-OPERATOR-ID      PIC 9(04).
008900     05  FILLER                 PIC X(01) VALUE SPACE.
008900     05  FILLER                 PIC X(01) VALUE SPACE.
008900     05  WDLOG-TRANS-TYPE       PIC X(01).
008900         88  WDLOG-TRANS-CLOSURE    VALUE "C".
008910     05  FILLER                 PIC X(01) VALUE SPACE.
008920     05  WDLOG-POST-BRANCH      PIC 9(03).
008930     05  FILLER                 PIC X(01) VALUE SPACE.
008940     05  WDLOG-INSTRUMENT       PIC X(01).
008950         88  WDLOG-INSTR-CASH       VALUE "C".
008960         88  WDLOG-INSTR-CHEQUE     VALUE "Q".
008970         88  WDLOG-INSTR-TRANSFER   VALUE "T".
008980         88  WDLOG-INSTR-SYSTEM     VALUE "S".
009000
009100 FD  CLOSURE-REGISTER
009200     LABEL RECORDS ARE STANDARD.
009300 01  CLOSURE-REGISTER-RECORD.
009400     05  CLS-DATE             PIC 9(08).
009500     05  CLS-TIME             PIC 9(08).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  CLS-ACCT-NUMBER      PIC 9(06).
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  CLS-REASON-CODE      PIC X(02).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  CLS-INTEREST-PAID    PIC 9(09).
010400     05  FILLER               PIC X(01) VALUE SPACE.
010500     05  CLS-PAYOUT-AMT       PIC 9(10).
010600
010700 WORKING-STORAGE SECTION.
010800 01  WS-ACCMSTR-STATUS        PIC X(02).
012000 01  WS-MONTHLY-TIME          PIC 9(03)V99 VALUE .08.
012100
012200 01  WS-INTCALC-WORK.
012300     05  WS-PRINCIPAL         PIC 9(10)V99.
012400     05  WS-RATE              PIC 9(03)V99.
012500     05  WS-CALC-MODE         PIC X(01) VALUE "T".
012600     05  WS-COMPOUND-FREQ     PIC 9(02) VALUE 1.
012610     05  WS-CALC-DATE         PIC 9(08).
012700     05  WS-INTEREST          PIC 9(10)V99.
012800     05  WS-MATURITY-VALUE    PIC 9(10)V99.
012900
013000 01  WS-TODAYS-DATE           PIC 9(08).
013100 01  WS-TRANS-TIME            PIC 9(08).
013200 01  WS-INTEREST-AMT          PIC 9(09).
013300 01  WS-PAYOUT-AMT            PIC 9(10).
013400 01  WS-REASON-CODE           PIC X(02).
013500 01  WS-OPERATOR-ID           PIC 9(04).
013600 01  WS-OPERATOR-AUTH         PIC X(01).
013700 01  WS-CASH-DIRECTION        PIC X(01).
013750 01  WS-TXN-TYPE              PIC X(01).
013760 01  WS-TXN-REF               PIC 9(10).
013770 01  WS-HOLD-TOTAL            PIC 9(10).
013800 01  WS-PAYOUT-CASH           PIC 9(09).
013900
014000 01  WS-SWITCHES.
014100     05  WS-CLOSE-SW          PIC X(01) VALUE "N".
014400         88  WS-OPERATOR-OK   VALUE "Y".
014500     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
014600         88  WS-BATCH-CLEAR   VALUE "Y".
014610     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
014620         88  WS-DAY-OPEN      VALUE "Y".
014700     05  WS-TILL-OK-SW        PIC X(01) VALUE "N".
014800         88  WS-TILL-OK       VALUE "Y".
014800
014800 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ACCTCLOSE".
014800 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
014800 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
014800     88  WS-ENTITLED          VALUE "Y".
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
018600                 "ACCOUNT MASTER, CLOSURE REFUSED"
018700         GO TO 1000-INITIALIZE-EXIT
018800     END-IF
018810     MOVE "N" TO WS-DAY-OPEN-SW
018820     CALL "DAYCHK" USING WS-DAY-OPEN-SW
018830     IF NOT WS-DAY-OPEN
018840         DISPLAY "ACCTCLOSE: THE BUSINESS DAY IS NOT OPEN, "
018850                 "CLOSURE REFUSED"
018860         GO TO 1000-INITIALIZE-EXIT
018870     END-IF
018900     MOVE "N" TO WS-OPERATOR-SW
019000     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
019100                           WS-OPERATOR-AUTH
019400                 "REFUSED"
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019600     MOVE "N" TO WS-ENTITLED-SW
019600     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
019600                          WS-ENTL-MODE WS-ENTITLED-SW
019600     IF NOT WS-ENTITLED
019600         DISPLAY "ACCTCLOSE: OPERATOR " WS-OPERATOR-ID " IS NOT "
019600                 "ENTITLED TO ACCTCLOSE, REFUSED"
019600         MOVE "N" TO WS-OPERATOR-SW
019600         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700
019800     OPEN EXTEND DEPOSIT-LOG
019900     IF NOT WS-DEPLOG-OK
034610     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
034615     CALL "TXNREF" USING WS-TXN-REF
034616     MOVE WS-TXN-REF TO LOG-TXN-REF
034617     MOVE 0 TO LOG-VALUE-DATE
034618     MOVE 0 TO LOG-POST-BRANCH
034619     SET LOG-INSTR-SYSTEM TO TRUE
034700
034800     WRITE DEPOSIT-LOG-RECORD
034810
034830     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
034840                           WS-TXN-TYPE LOG-DEPOSIT-AMT
034850                           LOG-NEW-BALANCE LOG-OPERATOR-ID
034850                           LOG-TXN-REF
034850                           LOG-INSTRUMENT.
034900 3200-SETTLE-INTEREST-EXIT.
035000     EXIT.
035100
036215     CALL "TXNREF" USING WS-TXN-REF
036216     MOVE WS-TXN-REF TO WDLOG-TXN-REF
036217     SET WDLOG-TRANS-CLOSURE TO TRUE
036218     MOVE 0 TO WDLOG-POST-BRANCH
036219     SET WDLOG-INSTR-CASH TO TRUE
036300
036400     WRITE WITHDRAW-LOG-RECORD
036410
036440                           WDLOG-TIME WS-TXN-TYPE
036450                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
036460                           WDLOG-OPERATOR-ID
036460                           WDLOG-TXN-REF
036460                           WDLOG-INSTRUMENT.
036500 4000-WRITE-PAYOUT-LOG-EXIT.
036600     EXIT.
036700
