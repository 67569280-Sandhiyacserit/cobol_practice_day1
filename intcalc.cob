002499*                  RATE FILE MAINTAINED BY RATEMNT.  THE OLD    *
002499*                  HARDCODED VALUES REMAIN ONLY AS THE FALLBACK *
002499*                  WHEN NO RATE RECORD COVERS THE DATE.         *
002499* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002499*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002499*                  HELD.                                        *
002499* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002499*                  PLACE OF YYMMDD.                             *
002500*****************************************************************
002501
002502 ENVIRONMENT DIVISION.
003409         88  WS-RATE-FOUND    VALUE "Y".
003410
003420 01  WS-SLAB-AMOUNTS.
003430     05  WS-SLAB-1-AMT        PIC 9(10)V99.
003440     05  WS-SLAB-2-AMT        PIC 9(10)V99.
003450     05  WS-SLAB-3-AMT        PIC 9(10)V99.
003500
003600 01  WS-COUNTERS.
003700     05  WS-PERIOD-COUNT      PIC 9(03) COMP VALUE 0.
003800
003900 01  WS-COMPOUND-WORK.
004000     05  WS-RUNNING-BALANCE   PIC 9(12)V99.
004100     05  WS-YEAR-INTEREST     PIC 9(10)V99.
004110     05  WS-PERIOD-RATE       PIC 9(03)V99.
004120     05  WS-TOTAL-PERIODS     PIC 9(05)V99.
004200
004300 LINKAGE SECTION.
004400 01  LK-PRINCIPAL             PIC 9(10)V99.
004500 01  LK-RATE                  PIC 9(03)V99.
004600 01  LK-TIME-YEARS            PIC 9(03)V99.
004700 01  LK-CALC-MODE             PIC X(01).
004900     88  LK-CALC-MODE-COMPOUND   VALUE 'C'.
005000     88  LK-CALC-MODE-SLAB       VALUE 'T'.
005010 01  LK-COMPOUND-FREQ         PIC 9(02).
005020 01  LK-CALC-DATE             PIC 9(08).
005100 01  LK-INTEREST              PIC 9(10)V99.
005200 01  LK-MATURITY-VALUE        PIC 9(10)V99.
005300
005400 PROCEDURE DIVISION USING LK-PRINCIPAL
005500                          LK-RATE
