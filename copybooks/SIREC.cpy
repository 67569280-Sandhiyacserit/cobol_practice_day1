001200* 2026-09-02 SN    NEW COPYBOOK - REPLACES THE SINGLE-KEY       *
001300*                  LAYOUT STDINPOST CARRIED LOCALLY; ADDS THE   *
001400*                  INSTRUCTION NUMBER AND THE CREDIT ACCOUNT.   *
001401* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001402*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001403*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001404*                  AMTCONV.                                     *
001405* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001500*-----------------------------------------------------------------
001600 01  STANDING-INSTRUCTION-RECORD.
001700     05  SI-KEY.
001800         10  SI-ACCT-NUMBER     PIC 9(06).
001900         10  SI-INSTR-NO        PIC 9(02).
002000     05  SI-CREDIT-ACCT         PIC 9(06).
002100     05  SI-AMOUNT              PIC 9(09).
002200     05  SI-FREQUENCY           PIC X(01).
002300         88  SI-FREQ-WEEKLY        VALUE "W".
002400         88  SI-FREQ-MONTHLY       VALUE "M".
002500     05  SI-NEXT-DUE-DATE       PIC 9(08).
002600
