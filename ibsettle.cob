002895*                  ALWAYS EQUAL AND NOTHING EVER SETTLED.      *
002896*                  ENTRIES WITHOUT A POSTING BRANCH (BATCH,    *
002897*                  PRE-CHANGE) SETTLE NOTHING, AS BEFORE.      *
002898* 2026-10-15 SN    ACCOUNT-ZERO OFFICE ENTRIES (DRAFTS AND PAY  *
002899*                  ORDERS BOUGHT FOR CASH AND THEIR SETTLEMENT) *
002899*                  BELONG TO NO HOME BRANCH AND ARE SKIPPED.    *
002899* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002899*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002899*                  HELD.                                        *
002899* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002899*                  PLACE OF YYMMDD.                             *
002899* 2026-10-15 SN    DEPOSIT-LOG LAYOUT BROUGHT INTO LINE WITH    *
002899*                  THE EIGHT-DIGIT VALUE DATE SO THE POSTING    *
002899*                  BRANCH IS READ FROM THE RIGHT COLUMNS.       *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
006200 FD  DEPOSIT-LOG
006300     LABEL RECORDS ARE STANDARD.
006400 01  DEPOSIT-LOG-RECORD.
006500     05  LOG-DATE             PIC 9(08).
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
008110     05  FILLER               PIC X(01).
008120     05  FILLER               PIC X(10).
008130     05  FILLER               PIC X(01).
008140     05  FILLER               PIC X(08).
008150     05  FILLER               PIC X(01).
008160     05  LOG-POST-BRANCH      PIC 9(03).
008200
008300 FD  WITHDRAW-LOG
008400     LABEL RECORDS ARE STANDARD.
008500 01  WITHDRAW-LOG-RECORD.
008600     05  WDLOG-DATE           PIC 9(08).
008700     05  WDLOG-TIME           PIC 9(08).
008800     05  FILLER               PIC X(01).
008900     05  WDLOG-ACCT-NUMBER    PIC 9(06).
009000     05  FILLER               PIC X(01).
009100     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
009200     05  FILLER               PIC X(01).
009300     05  WDLOG-NEW-BALANCE    PIC S9(09).
009400     05  FILLER               PIC X(01).
009500     05  WDLOG-OPERATOR-ID    PIC 9(04).
009600     05  FILLER               PIC X(01).
009900 FD  SETTLEMENT-LEDGER
010000     LABEL RECORDS ARE STANDARD.
010100 01  SETTLEMENT-LEDGER-RECORD.
010200     05  IBS-DATE             PIC 9(08).
010300     05  FILLER               PIC X(01) VALUE SPACE.
010400     05  IBS-POST-BRANCH      PIC 9(03).
010500     05  FILLER               PIC X(01) VALUE SPACE.
013500 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
013600     88  WS-BATCH-ACQUIRED    VALUE "Y".
013700
013800 01  WS-TODAYS-DATE           PIC 9(08).
013900 01  WS-POST-BRANCH           PIC 9(03).
014000 01  WS-POST-AMOUNT           PIC S9(10).
014100 01  WS-ENTRY-KIND            PIC X(01).
014200     88  WS-ENTRY-DEPOSIT     VALUE "D".
014300     88  WS-ENTRY-WITHDRAWAL  VALUE "W".
027900     IF LOG-DATE NOT = WS-TODAYS-DATE
028000         GO TO 2000-LOAD-DEPOSIT-LOG-EXIT
028100     END-IF
028101
028102*    OFFICE ENTRIES - DRAFTS AND PAY ORDERS BOUGHT FOR CASH AND
028103*    THEIR SETTLEMENT - CARRY ACCOUNT ZERO AND BELONG TO NO
028104*    CUSTOMER ACCOUNT.
028105     IF LOG-ACCT-NUMBER = 0
028106         GO TO 2000-LOAD-DEPOSIT-LOG-EXIT
028107     END-IF
028200
028300     MOVE LOG-ACCT-NUMBER TO ACCT-NUMBER
028310*    ONLY THE TELLER PROGRAMS STAMP A POSTING BRANCH - AN
030700     IF WDLOG-DATE NOT = WS-TODAYS-DATE
030800         GO TO 3000-LOAD-WITHDRAW-LOG-EXIT
030900     END-IF
030901
030902*    OFFICE ENTRIES - DRAFTS AND PAY ORDERS BOUGHT FOR CASH AND
030903*    THEIR SETTLEMENT - CARRY ACCOUNT ZERO AND BELONG TO NO
030904*    CUSTOMER ACCOUNT.
030905     IF WDLOG-ACCT-NUMBER = 0
030906         GO TO 3000-LOAD-WITHDRAW-LOG-EXIT
030907     END-IF
031000
031100     MOVE WDLOG-ACCT-NUMBER TO ACCT-NUMBER
031110*    ONLY THE TELLER PROGRAMS STAMP A POSTING BRANCH - AN
