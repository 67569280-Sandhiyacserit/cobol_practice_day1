002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-08-23 SN    NEW PROGRAM - NAME AND PHONE SEARCH OVER THE *
002400*                  CUSTOMER MASTER'S NEW ALTERNATE INDEXES.     *
002401* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002402*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002403*                  HELD.                                        *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
010800     05  FILLER               PIC X(02) VALUE SPACES.
010900     05  ALN-STATUS           PIC X(01).
011000     05  FILLER               PIC X(02) VALUE SPACES.
011100     05  ALN-BALANCE          PIC -(9)9.
011200
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
