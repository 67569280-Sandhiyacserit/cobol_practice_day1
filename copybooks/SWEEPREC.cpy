001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW AUTO-SWEEP      *
001400*                  ARRANGEMENT FILE.                            *
001401* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001402*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001403*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001404*                  AMTCONV.                                     *
001500*-----------------------------------------------------------------
001600 01  SWEEP-RECORD.
001700     05  SWP-ACCT-NUMBER        PIC 9(06).
001800     05  SWP-THRESHOLD          PIC 9(10).
001900     05  SWP-AMOUNT             PIC 9(09).
002000     05  SWP-FD-ACCT            PIC 9(06).
002100     05  SWP-STATUS             PIC X(01).
002200         88  SWP-STATUS-ACTIVE     VALUE "A".
