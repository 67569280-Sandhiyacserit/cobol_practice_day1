000100*****************************************************************
000200* COPYBOOK     : WOFFREC                                        *
000300* DESCRIPTION  : WRITTEN-OFF LOAN BOOK, KEYED BY LOAN NUMBER.   *
000400*                ONE RECORD PER LOAN TAKEN OFF THE ACTIVE BOOK  *
000500*                BY LOANWOFF - THE PRINCIPAL WRITTEN OFF, THE   *
000600*                PROVISION HELD AGAINST IT THAT THE WRITE-OFF   *
000700*                REVERSED, AND THE RUNNING TOTAL RECOVERED      *
000800*                SINCE.  THE RECOVERIES THEMSELVES ARE KEPT ON  *
000900*                WRECREC.                                       *
001000*****************************************************************
001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW WRITTEN-OFF     *
001400*                  LOAN BOOK.                                   *
001500*-----------------------------------------------------------------
001600 01  WRITE-OFF-RECORD.
001700     05  WOFF-LOAN-NUMBER       PIC 9(06).
001800     05  WOFF-CUST-NUMBER       PIC 9(06).
001900     05  WOFF-DISB-ACCT         PIC 9(06).
002000*    THE BRANCH WHOSE BOOKS HELD THE LOAN - THE DISBURSEMENT
002100*    ACCOUNT'S HOME BRANCH, WHERE ITS INSTALLMENTS WERE POSTED.
002200     05  WOFF-BRANCH-CODE       PIC 9(03).
002300     05  WOFF-DATE              PIC 9(08).
002400     05  WOFF-AMOUNT            PIC 9(11).
002500     05  WOFF-PROVISION         PIC 9(11).
002600     05  WOFF-CLASS             PIC X(01).
002700     05  WOFF-AUTHORISED-BY     PIC 9(04).
002800     05  WOFF-RECOVERED         PIC 9(11).
002900     05  WOFF-RECOVERY-COUNT    PIC 9(03).
003000     05  WOFF-LAST-RECOVERY     PIC 9(08).
003100     05  WOFF-STATUS            PIC X(01).
003200         88  WOFF-STATUS-OPEN      VALUE "O".
003300         88  WOFF-STATUS-RECOVERED VALUE "F".
