002493*                  OR RELEASED DURING THE DAY.                   *
002500* 2026-08-23 SN    NEW PROGRAM - SNAPSHOT RESTORE PLUS          *
002600*                  TRANSACTION LOG REPLAY.                      *
002601* 2026-10-15 SN    ACCOUNT-ZERO OFFICE ENTRIES (DRAFTS AND PAY  *
002602*                  ORDERS BOUGHT FOR CASH AND THEIR SETTLEMENT) *
002603*                  ARE NOT REPLAYED - THEY TOUCH NO ACCOUNT.    *
002604* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002605*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002606*                  HELD. THE SNAPSHOT IT RESTORES NOW HOLDS THE *
002607*                  WHOLE ACCOUNT RECORD.                        *
002608* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002609*                  PLACE OF YYMMDD.                             *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
005900
006000 FD  SNAPSHOT-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  SNAPSHOT-RECORD             PIC X(131).
006300
006400 FD  DEPOSIT-LOG
006500     LABEL RECORDS ARE STANDARD.
006600 01  DEPOSIT-LOG-RECORD.
006700     05  LOG-DATE             PIC 9(08).
006800     05  LOG-TIME             PIC 9(08).
006900     05  FILLER               PIC X(01).
007000     05  LOG-ACCT-NUMBER      PIC 9(06).
007100     05  FILLER               PIC X(01).
007200     05  LOG-DEPOSIT-AMT      PIC 9(09).
007300     05  FILLER               PIC X(01).
007400     05  LOG-NEW-BALANCE      PIC S9(09).
007500     05  FILLER               PIC X(01).
007600     05  LOG-CURRENCY-CODE    PIC X(03).
007700     05  FILLER               PIC X(01).
008100 FD  WITHDRAW-LOG
008200     LABEL RECORDS ARE STANDARD.
008300 01  WITHDRAW-LOG-RECORD.
008400     05  WDLOG-DATE           PIC 9(08).
008500     05  WDLOG-TIME           PIC 9(08).
008600     05  FILLER               PIC X(01).
008700     05  WDLOG-ACCT-NUMBER    PIC 9(06).
008800     05  FILLER               PIC X(01).
008900     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
009000     05  FILLER               PIC X(01).
009100     05  WDLOG-NEW-BALANCE    PIC S9(09).
009200
009300 FD  RECOVERY-REPORT
009400     LABEL RECORDS ARE STANDARD.
011400 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
011500     88  WS-BATCH-ACQUIRED    VALUE "Y".
011600
011700 01  WS-TODAYS-DATE           PIC 9(08).
011800
011900 01  WS-RESTORED-COUNT        PIC 9(06) COMP VALUE ZERO.
012000 01  WS-REPLAYED-COUNT        PIC 9(06) COMP VALUE ZERO.
012100 01  WS-MISMATCH-COUNT        PIC 9(06) COMP VALUE ZERO.
012110 01  WS-UNCLEARED-FIXED       PIC 9(06) COMP VALUE ZERO.
012120 01  WS-PENDING-TOTAL         PIC 9(10).
012200
012300 01  WS-RPL-COUNT             PIC 9(04) COMP VALUE 0.
012400 01  WS-RPL-MAX               PIC 9(04) COMP VALUE 500.
012600 01  WS-RPL-TABLE.
012700     05  WS-RPL-ENTRY OCCURS 500 TIMES
012800                      INDEXED BY WS-RPL-IDX.
012900         10  RPL-DATE             PIC 9(08).
013000         10  RPL-TIME             PIC 9(08).
013100         10  RPL-ACCT-NUMBER      PIC 9(06).
013200         10  RPL-TYPE             PIC X(01).
013400             88  RPL-TYPE-WITHDRAWAL  VALUE "W".
013500             88  RPL-TYPE-REVERSAL    VALUE "R".
013600             88  RPL-TYPE-INTEREST    VALUE "I".
013700         10  RPL-AMOUNT           PIC 9(09).
013800         10  RPL-NEW-BALANCE      PIC S9(09).
013900
014000 01  WS-SWAP-ENTRY            PIC X(42).
014100 01  WS-SORT-I                PIC 9(04) COMP.
014200 01  WS-SORT-J                PIC 9(04) COMP.
014300
015800              VALUE " NOT CURRENT AT  ".
015900     05  MSM-TIME             PIC 9(08).
016000     05  FILLER               PIC X(09) VALUE " REBUILT ".
016100     05  MSM-REBUILT          PIC -(9)9.
016200     05  FILLER               PIC X(08) VALUE " LOGGED ".
016300     05  MSM-LOGGED           PIC -(9)9.
016400
016410 01  WS-UNCLEARED-LINE.
016420     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
016430     05  UNC-ACCT-NUMBER      PIC 9(06).
016440     05  FILLER               PIC X(16)
016450              VALUE " UNCLEARED SET  ".
016460     05  UNC-OLD-AMOUNT       PIC -(9)9.
016470     05  FILLER               PIC X(04) VALUE " TO ".
016480     05  UNC-NEW-AMOUNT       PIC -(9)9.
016490
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
030200     IF LOG-DATE NOT = WS-TODAYS-DATE
030300         GO TO 3000-LOAD-DEPOSIT-LOG-EXIT
030400     END-IF
030401
030402*    OFFICE ENTRIES - DRAFTS AND PAY ORDERS BOUGHT FOR CASH AND
030403*    THEIR SETTLEMENT - CARRY ACCOUNT ZERO AND BELONG TO NO
030404*    CUSTOMER ACCOUNT.
030405     IF LOG-ACCT-NUMBER = 0
030406         GO TO 3000-LOAD-DEPOSIT-LOG-EXIT
030407     END-IF
030500
030600     IF WS-RPL-COUNT NOT LESS THAN WS-RPL-MAX
030700         DISPLAY "ACCRECOV: REPLAY TABLE FULL, ENTRY DROPPED"
033100     IF WDLOG-DATE NOT = WS-TODAYS-DATE
033200         GO TO 4000-LOAD-WITHDRAW-LOG-EXIT
033300     END-IF
033301
033302*    OFFICE ENTRIES - DRAFTS AND PAY ORDERS BOUGHT FOR CASH AND
033303*    THEIR SETTLEMENT - CARRY ACCOUNT ZERO AND BELONG TO NO
033304*    CUSTOMER ACCOUNT.
033305     IF WDLOG-ACCT-NUMBER = 0
033306         GO TO 4000-LOAD-WITHDRAW-LOG-EXIT
033307     END-IF
033400
033500     IF WS-RPL-COUNT NOT LESS THAN WS-RPL-MAX
033600         DISPLAY "ACCRECOV: REPLAY TABLE FULL, ENTRY DROPPED"
