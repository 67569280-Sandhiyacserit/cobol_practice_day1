001330*                  THE OUTWARD PRESENTMENT FILE BY CHQPRSNT AND *
001340*                  SETTLED BY THE CLEARING HOUSE'S FATE FILE,   *
001350*                  NOT BY AN ELAPSED-TIME RELEASE.              *
001351* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001352*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001353*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001354*                  AMTCONV.                                     *
001355* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001400*-----------------------------------------------------------------
001500 01  CHEQUE-RECORD.
001600     05  CHQ-KEY.
001700         10  CHQ-ACCT-NUMBER    PIC 9(06).
001800         10  CHQ-NUMBER         PIC 9(06).
001900     05  CHQ-AMOUNT             PIC 9(09).
002000     05  CHQ-DRAWEE-BANK        PIC X(20).
002100     05  CHQ-DEPOSIT-DATE       PIC 9(08).
002200     05  CHQ-STATUS             PIC X(01).
002300         88  CHQ-STATUS-PENDING    VALUE "P".
002310         88  CHQ-STATUS-PRESENTED  VALUE "S".
002400         88  CHQ-STATUS-CLEARED    VALUE "C".
002500         88  CHQ-STATUS-RETURNED   VALUE "R".
002600     05  CHQ-OPERATOR-ID        PIC 9(04).
002610     05  CHQ-PRESENT-DATE       PIC 9(08).
002700
