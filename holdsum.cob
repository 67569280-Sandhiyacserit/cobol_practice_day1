002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-08-23 SN    NEW PROGRAM - SHARED ACTIVE-HOLD TOTAL FOR   *
002200*                  THE NEW AMOUNT HOLD SUBSYSTEM.               *
002201* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002202*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002203*                  HELD.                                        *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004800
004900 LINKAGE SECTION.
005000 01  LK-ACCT-NUMBER           PIC 9(06).
005100 01  LK-HOLD-TOTAL            PIC 9(10).
005200
005300 PROCEDURE DIVISION USING LK-ACCT-NUMBER
005400                          LK-HOLD-TOTAL.
