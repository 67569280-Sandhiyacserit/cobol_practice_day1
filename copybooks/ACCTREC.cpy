002099*                  ITS DATE, SO TRANSFER CAN ENFORCE A PER-DAY  *
002099*                  TRANSFER CAP PER ACCOUNT THE WAY DEPOSIT     *
002099*                  ENFORCES THE DAILY DEPOSIT LIMIT.            *
002099* 2026-10-15 SN    ADDED THE PRODUCT CODE THE ACCOUNT WAS       *
002099*                  OPENED UNDER. BLANK ON ACCOUNTS OPENED       *
002099*                  BEFORE THE PRODUCT MASTER, WHICH RUN UNDER   *
002099*                  THE STANDARD RULES OF THEIR TYPE.            *
002099* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002099*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002099*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
002099*                  AMTCONV.                                     *
002099* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
002100*-----------------------------------------------------------------
002200 01  ACCOUNT-RECORD.
002300     05  ACCT-NUMBER            PIC 9(06).
002400     05  ACCT-BALANCE           PIC S9(09).
002500     05  ACCT-STATUS            PIC X(01).
002600         88  ACCT-STATUS-ACTIVE     VALUE 'A'.
002700         88  ACCT-STATUS-INACTIVE   VALUE 'I'.
003400         88  ACCT-TYPE-FIXED        VALUE 'F'.
003500         88  ACCT-TYPE-RECURRING    VALUE 'R'.
003510         88  ACCT-TYPE-LOAN         VALUE 'L'.
003600     05  ACCT-MIN-BAL           PIC 9(09).
003700     05  ACCT-LAST-DEP-DATE     PIC 9(08).
003800     05  ACCT-DAILY-DEP-TOTAL   PIC 9(10).
003900     05  ACCT-CREDIT-LIMIT      PIC 9(09).
003950     05  ACCT-CURRENCY-CODE     PIC X(03).
003960         88  ACCT-CURRENCY-INR      VALUE "INR".
003970         88  ACCT-CURRENCY-USD      VALUE "USD".
003980         88  ACCT-CURRENCY-GBP      VALUE "GBP".
003990         88  ACCT-CURRENCY-EUR      VALUE "EUR".
003995     05  ACCT-LAST-WD-DATE      PIC 9(08).
003996     05  ACCT-OPEN-DATE         PIC 9(08).
003997     05  ACCT-FY-INT-TOTAL      PIC 9(10).
003998     05  ACCT-UNCLEARED-FUNDS   PIC 9(10).
003999     05  ACCT-BRANCH-CODE       PIC 9(03).
004000     05  ACCT-MATURITY-DISP     PIC X(01).
004001         88  ACCT-MAT-PAYOUT        VALUE 'P'.
004002         88  ACCT-MAT-RENEW         VALUE 'R'.
004003     05  ACCT-LINKED-ACCT       PIC 9(06).
004004     05  ACCT-LAST-TRF-DATE     PIC 9(08).
004005     05  ACCT-DAILY-TRF-TOTAL   PIC 9(10).
004006     05  ACCT-RD-INSTALLMENT    PIC 9(06).
004007     05  ACCT-OPER-MANDATE      PIC X(01).
004008         88  ACCT-MANDATE-EITHER    VALUE 'E' ' '.
004009         88  ACCT-MANDATE-BOTH      VALUE 'B'.
004010         88  ACCT-MANDATE-PRIMARY   VALUE 'P'.
004011     05  ACCT-PRODUCT-CODE      PIC X(04).
004000
004100
