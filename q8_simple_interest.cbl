002098*                  APPLIED" THAT NO LONGER EXISTS NOW THAT SLAB  *
002099*                  INTEREST IS SUMMED ACROSS BANDS, IS REPLACED  *
002099*                  WITH A COMPOUNDING-FREQUENCY DISPLAY INSTEAD. *
002099* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002099*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002099*                  HELD.                                        *
002100*****************************************************************
002200
002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500 01  PRINCIPAL                PIC 9(10)V99.
002600 01  RATE                     PIC 9(03)V99.
002700 01  TIME-YEARS               PIC 9(03)V99.
002710 01  CALC-DATE                PIC 9(08).
002800 01  INTEREST                 PIC 9(10)V99.
002900 01  MATURITY-VALUE           PIC 9(10)V99.
003000
003100 01  CALC-MODE                PIC X(01).
003200     88  CALC-MODE-SIMPLE     VALUE 'S'.
003900         THRU 1000-INITIALIZE-EXIT
004000
004100     IF WS-VALID-MODE
004200         ACCEPT CALC-DATE FROM DATE YYYYMMDD
004110         CALL "INTCALC" USING PRINCIPAL
004300                              RATE
004400                              TIME-YEARS
