001200* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW BENEFICIARY     *
001300*                  REGISTER, AFTER A MIS-KEYED ACCOUNT NUMBER   *
001400*                  SENT A CUSTOMER'S MONEY TO A STRANGER.       *
001401* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001500*-----------------------------------------------------------------
001600 01  BENEFICIARY-RECORD.
001700     05  BEN-KEY.
001800         10  BEN-ACCT-NUMBER    PIC 9(06).
001900         10  BEN-BENEF-ACCT     PIC 9(06).
002000     05  BEN-ADDED-DATE         PIC 9(08).
002100     05  BEN-STATUS             PIC X(01).
002200         88  BEN-STATUS-ACTIVE     VALUE "A".
002300         88  BEN-STATUS-REMOVED    VALUE "R".
