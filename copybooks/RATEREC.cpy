001300* 2026-08-23 SN    NEW COPYBOOK - BACKS THE NEW EFFECTIVE-DATED *
001400*                  RATE FILE THAT REPLACES INTCALC'S HARDCODED  *
001500*                  SLAB VALUES.                                 *
001501* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001600*-----------------------------------------------------------------
001700 01  RATE-RECORD.
001800     05  RATE-EFF-DATE          PIC 9(08).
001900     05  RATE-SLAB-1-LIMIT      PIC 9(07)V99.
002000     05  RATE-SLAB-1-RATE       PIC 9(03)V99.
002100     05  RATE-SLAB-2-LIMIT      PIC 9(07)V99.
