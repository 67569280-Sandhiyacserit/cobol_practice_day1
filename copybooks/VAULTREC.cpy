001100* DATE       INIT  DESCRIPTION                                  *
001200* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW BRANCH VAULT    *
001300*                  LEDGER, IN PLACE OF THE PAPER VAULT BOOK.    *
001301* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001400*-----------------------------------------------------------------
001500 01  VAULT-RECORD.
001600     05  VAULT-BRANCH-CODE      PIC 9(03).
001700     05  VAULT-BUSINESS-DATE    PIC 9(08).
001800     05  VAULT-CASH-BALANCE     PIC S9(09).
001900     05  VAULT-DENOM-COUNTS.
002000         10  VAULT-2000-COUNT   PIC 9(06).
