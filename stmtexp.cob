002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-09-02 SN    NEW PROGRAM - DAILY STATEMENT EXPORT FOR     *
002700*                  ENROLLED CORPORATE ACCOUNTS.                 *
002701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002703*                  HELD.                                        *
002704* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002705*                  PLACE OF YYMMDD.                             *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
008800 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
008900     88  WS-BATCH-ACQUIRED    VALUE "Y".
009000
009100 01  WS-TODAYS-DATE           PIC 9(08).
009200 01  WS-OPENING-BAL           PIC S9(11).
009300 01  WS-CLOSING-BAL           PIC S9(11).
009400 01  WS-DETAIL-COUNT          PIC 9(04).
009500 01  WS-ACCT-EXPORTED         PIC 9(06) COMP VALUE 0.
009600
010600     05  FILLER               PIC X(02) VALUE "H ".
010700     05  EXH-ACCT-NUMBER      PIC 9(06).
010800     05  FILLER               PIC X(01) VALUE SPACE.
010900     05  EXH-DATE             PIC 9(08).
011000     05  FILLER               PIC X(01) VALUE SPACE.
011100     05  EXH-OPENING-BAL      PIC S9(11).
011200
011300 01  WS-EXPORT-DETAIL.
011400     05  FILLER               PIC X(02) VALUE "D ".
011500     05  EXD-DATE             PIC 9(08).
011600     05  FILLER               PIC X(01) VALUE SPACE.
011700     05  EXD-TIME             PIC 9(08).
011800     05  FILLER               PIC X(01) VALUE SPACE.
011900     05  EXD-TYPE             PIC X(01).
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  EXD-AMOUNT           PIC 9(09).
012200     05  FILLER               PIC X(01) VALUE SPACE.
012300     05  EXD-TXN-REF          PIC 9(10).
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  EXD-NEW-BALANCE      PIC S9(09).
012600
012700 01  WS-EXPORT-TRAILER.
012800     05  FILLER               PIC X(02) VALUE "T ".
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  EXT-DETAIL-COUNT     PIC 9(04).
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  EXT-CLOSING-BAL      PIC S9(11).
013400
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
