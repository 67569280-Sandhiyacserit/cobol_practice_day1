001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-08-23 SN    NEW COPYBOOK - BACKS THE NEW HOLD FILE FOR   *
001400*                  COURT ATTACHMENTS AND LOAN LIENS.            *
001401* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001402*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001403*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001404*                  AMTCONV.                                     *
001405* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001500*-----------------------------------------------------------------
001600 01  HOLD-RECORD.
001700     05  HOLD-KEY.
001800         10  HOLD-ACCT-NUMBER   PIC 9(06).
001900         10  HOLD-ID            PIC 9(03).
002000     05  HOLD-AMOUNT            PIC 9(09).
002100     05  HOLD-REASON            PIC X(20).
002200     05  HOLD-STATUS            PIC X(01).
002300         88  HOLD-STATUS-ACTIVE    VALUE "A".
002400         88  HOLD-STATUS-RELEASED  VALUE "R".
002500     05  HOLD-PLACED-DATE       PIC 9(08).
002600
