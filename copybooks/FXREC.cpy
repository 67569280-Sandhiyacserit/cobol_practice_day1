001400* DATE       INIT  DESCRIPTION                                  *
001500* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW FX RATE FILE    *
001600*                  FOR COUNTER CURRENCY EXCHANGE.               *
001601* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001700*-----------------------------------------------------------------
001800 01  FX-RECORD.
001900     05  FX-KEY.
002000         10  FX-CURRENCY-CODE   PIC X(03).
002100         10  FX-EFF-DATE        PIC 9(08).
002200     05  FX-BUY-RATE            PIC 9(03)V9(04).
002300     05  FX-SELL-RATE           PIC 9(03)V9(04).
002400
