001200* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW STOP-PAYMENT    *
001300*                  REGISTER, IN PLACE OF THE BRANCH PAPER       *
001400*                  DIARY.                                       *
001401* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001500*-----------------------------------------------------------------
001600 01  STOP-RECORD.
001700     05  STOP-KEY.
002300     05  STOP-STATUS            PIC X(01).
002400         88  STOP-STATUS-ACTIVE    VALUE "A".
002500         88  STOP-STATUS-LIFTED    VALUE "L".
002600     05  STOP-PLACED-DATE       PIC 9(08).
002700     05  STOP-OPERATOR-ID       PIC 9(04).
002800
