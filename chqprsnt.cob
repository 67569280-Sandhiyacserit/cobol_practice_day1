002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - EXTRACTS THE DAY'S PENDING     *
002400*                  CHEQUES TO THE OUTWARD PRESENTMENT FILE.     *
002401* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002402*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002403*                  HELD.                                        *
002404* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002405*                  PLACE OF YYMMDD.                             *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
005000     05  FILLER               PIC X(01) VALUE SPACE.
005100     05  OCH-CHEQUE-NUMBER    PIC 9(06).
005200     05  FILLER               PIC X(01) VALUE SPACE.
005300     05  OCH-AMOUNT           PIC 9(09).
005400     05  FILLER               PIC X(01) VALUE SPACE.
005500     05  OCH-DRAWEE-BANK      PIC X(20).
005600     05  FILLER               PIC X(01) VALUE SPACE.
005700     05  OCH-DEPOSIT-DATE     PIC 9(08).
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-CHQREG-STATUS         PIC X(02).
006800 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
006900     88  WS-BATCH-ACQUIRED    VALUE "Y".
007000
007100 01  WS-TODAYS-DATE           PIC 9(08).
007200 01  WS-EXTRACT-COUNT         PIC 9(06) COMP VALUE ZERO.
007300
007400 01  WS-SWITCHES.
