002592*                  DAY BEFORE HANDLING CASH.                     *
002600* 2026-08-23 SN    NEW PROGRAM - DENOMINATION CAPTURE AND TILL   *
002700*                  POSTING SHARED BY DEPOSIT AND WITHDRAW.       *
002701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002703*                  HELD.                                        *
002704* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002705*                  PLACE OF YYMMDD.                             *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005600     05  WS-10-COUNT          PIC 9(05).
005700
005800 01  WS-COUNTED-TOTAL         PIC 9(09).
005850 01  WS-TODAYS-DATE           PIC 9(08).
005900
006000 01  WS-SWITCHES.
006100     05  WS-TILL-FOUND-SW     PIC X(01) VALUE "N".
006600 01  LK-CASH-DIRECTION        PIC X(01).
006700     88  LK-CASH-IN              VALUE "I".
006800     88  LK-CASH-OUT             VALUE "O".
006900 01  LK-CASH-AMOUNT           PIC 9(09).
007000 01  LK-TILL-OK-SW            PIC X(01).
007100     88  LK-TILL-OK              VALUE "Y".
007200
