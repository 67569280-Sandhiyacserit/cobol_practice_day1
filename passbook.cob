002393*                  LINES THE RUN MOVED OFF THE LIVE LOGS.       *
002400* 2026-08-23 SN    NEW PROGRAM - PASSBOOK PRINTING WITH         *
002500*                  LAST-PRINTED-POSITION TRACKING.              *
002501* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002502*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002503*                  HELD.                                        *
002504* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002505*                  PLACE OF YYMMDD.                             *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
006200     LABEL RECORDS ARE STANDARD.
006300 01  POSITION-RECORD.
006400     05  PB-ACCT-NUMBER       PIC 9(06).
006500     05  PB-LAST-DATE         PIC 9(08).
006600     05  PB-LAST-TIME         PIC 9(08).
006700     05  PB-LAST-LINE         PIC 9(05).
006800
006900 FD  DEPOSIT-LOG
007000     LABEL RECORDS ARE STANDARD.
007100 01  DEPOSIT-LOG-RECORD.
007200     05  LOG-DATE             PIC 9(08).
007300     05  LOG-TIME             PIC 9(08).
007400     05  FILLER               PIC X(01).
007500     05  LOG-ACCT-NUMBER      PIC 9(06).
007600     05  FILLER               PIC X(01).
007700     05  LOG-DEPOSIT-AMT      PIC 9(09).
007800     05  FILLER               PIC X(01).
007900     05  LOG-NEW-BALANCE      PIC S9(09).
008000     05  FILLER               PIC X(01).
008100     05  LOG-CURRENCY-CODE    PIC X(03).
008200     05  FILLER               PIC X(01).
008800 FD  WITHDRAW-LOG
008900     LABEL RECORDS ARE STANDARD.
009000 01  WITHDRAW-LOG-RECORD.
009100     05  WDLOG-DATE           PIC 9(08).
009200     05  WDLOG-TIME           PIC 9(08).
009300     05  FILLER               PIC X(01).
009400     05  WDLOG-ACCT-NUMBER    PIC 9(06).
009500     05  FILLER               PIC X(01).
009600     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
009700     05  FILLER               PIC X(01).
009800     05  WDLOG-NEW-BALANCE    PIC S9(09).
009900
009910*    THE ARCHIVES ARE VERBATIM COPIES OF THE LIVE LOG LINES,
009911*    SO THEY CARRY THE SAME LAYOUTS.
009912 FD  DEPOSIT-ARCHIVE
009913     LABEL RECORDS ARE STANDARD.
009914 01  DEPOSIT-ARCH-RECORD.
009915     05  ARCLOG-DATE          PIC 9(08).
009916     05  ARCLOG-TIME          PIC 9(08).
009917     05  FILLER               PIC X(01).
009918     05  ARCLOG-ACCT-NUMBER   PIC 9(06).
009919     05  FILLER               PIC X(01).
009920     05  ARCLOG-DEPOSIT-AMT   PIC 9(09).
009921     05  FILLER               PIC X(01).
009922     05  ARCLOG-NEW-BALANCE   PIC S9(09).
009923     05  FILLER               PIC X(01).
009924     05  ARCLOG-CURRENCY-CODE PIC X(03).
009925     05  FILLER               PIC X(01).
009928 FD  WITHDRAW-ARCHIVE
009929     LABEL RECORDS ARE STANDARD.
009930 01  WITHDRAW-ARCH-RECORD.
009931     05  ARCWD-DATE           PIC 9(08).
009932     05  ARCWD-TIME           PIC 9(08).
009933     05  FILLER               PIC X(01).
009934     05  ARCWD-ACCT-NUMBER    PIC 9(06).
009935     05  FILLER               PIC X(01).
009936     05  ARCWD-WITHDRAW-AMT   PIC 9(09).
009937     05  FILLER               PIC X(01).
009938     05  ARCWD-NEW-BALANCE    PIC S9(09).
009939
010000 FD  PASSBOOK-PRINT
010100     LABEL RECORDS ARE STANDARD.
011900     88  WS-PRINT-OK          VALUE "00".
012000     88  WS-PRINT-NOTFOUND    VALUE "35".
012100
012200 01  WS-LAST-DATE             PIC 9(08).
012300 01  WS-LAST-TIME             PIC 9(08).
012400 01  WS-LINE-NUMBER           PIC 9(05).
012500
012900 01  WS-PB-TABLE.
013000     05  WS-PB-ENTRY OCCURS 200 TIMES
013100                     INDEXED BY WS-PB-IDX.
013200         10  PBT-DATE             PIC 9(08).
013300         10  PBT-TIME             PIC 9(08).
013400         10  PBT-TYPE             PIC X(01).
013500         10  PBT-AMOUNT           PIC 9(09).
013600         10  PBT-NEW-BALANCE      PIC S9(09).
013700
013800 01  WS-SWAP-ENTRY            PIC X(35).
013900 01  WS-SORT-I                PIC 9(04) COMP.
014000 01  WS-SORT-J                PIC 9(04) COMP.
014100
015200 01  WS-PASSBOOK-LINE.
015300     05  PBL-LINE-NUMBER      PIC 9(05).
015400     05  FILLER               PIC X(02) VALUE SPACES.
015500     05  PBL-DATE             PIC 9(08).
015600     05  FILLER               PIC X(02) VALUE SPACES.
015700     05  PBL-TYPE             PIC X(03).
015800     05  FILLER               PIC X(02) VALUE SPACES.
015900     05  PBL-AMOUNT           PIC -(9)9.
016000     05  FILLER               PIC X(02) VALUE SPACES.
016100     05  PBL-BALANCE          PIC -(9)9.
016200
016300 PROCEDURE DIVISION.
016400 0000-MAINLINE.
