001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW RD INSTALLMENT  *
001500*                  LEDGER.                                      *
001501* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001600*-----------------------------------------------------------------
001700 01  RD-INSTALLMENT-RECORD.
001800     05  RDI-KEY.
001900         10  RDI-ACCT-NUMBER    PIC 9(06).
002000         10  RDI-INSTL-NO       PIC 9(03).
002100     05  RDI-DUE-DATE           PIC 9(08).
002200     05  RDI-AMOUNT-DUE         PIC 9(06).
002300     05  RDI-PAID-DATE          PIC 9(08).
002400     05  RDI-PENALTY            PIC 9(05).
002500     05  RDI-STATUS             PIC X(01).
002600         88  RDI-STATUS-DUE        VALUE "D".
