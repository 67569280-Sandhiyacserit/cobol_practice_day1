001310* 2026-09-02 SN    ADDED THE BRANCH CODE, STAMPED BY TILLOPEN,  *
001320*                  SO THE NEW BRANCH VAULT LEDGER CAN TOTAL A   *
001330*                  WHOLE BRANCH'S CASH POSITION AT CLOSE.       *
001331* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001400*-----------------------------------------------------------------
001500 01  TILL-RECORD.
001600     05  TILL-OPR-ID            PIC 9(04).
001700     05  TILL-BUSINESS-DATE     PIC 9(08).
001800     05  TILL-OPENING-FLOAT     PIC 9(07).
001900     05  TILL-CASH-BALANCE      PIC S9(08).
002000     05  TILL-DENOM-COUNTS.
