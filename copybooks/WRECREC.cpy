000100*****************************************************************
000200* COPYBOOK     : WRECREC                                        *
000300* DESCRIPTION  : RECOVERY AGAINST A WRITTEN-OFF LOAN, KEYED BY  *
000400*                LOAN NUMBER PLUS THE LOAN'S RECOVERY SEQUENCE. *
000500*                ONE RECORD PER SUM RECOVERED THROUGH LOANWOFF, *
000600*                IN CASH AT THE COUNTER OR BY DEBIT TO AN       *
000700*                ACCOUNT.                                       *
000800*****************************************************************
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15 SN    NEW COPYBOOK - RECOVERIES AGAINST THE NEW    *
001200*                  WRITTEN-OFF LOAN BOOK.                       *
001300*-----------------------------------------------------------------
001400 01  RECOVERY-RECORD.
001500     05  WREC-KEY.
001600         10  WREC-LOAN-NUMBER   PIC 9(06).
001700         10  WREC-SEQ           PIC 9(03).
001800     05  WREC-DATE              PIC 9(08).
001900     05  WREC-AMOUNT            PIC 9(09).
002000     05  WREC-MODE              PIC X(01).
002100         88  WREC-MODE-CASH        VALUE "C".
002200         88  WREC-MODE-ACCOUNT     VALUE "A".
002300*    THE ACCOUNT DEBITED - ZERO FOR CASH.
002400     05  WREC-ACCT-NUMBER       PIC 9(06).
002500*    THE WRITTEN-OFF LOAN'S BRANCH, AND THE BRANCH THE MONEY WAS
002600*    TAKEN AT.
002700     05  WREC-BRANCH-CODE       PIC 9(03).
002800     05  WREC-POST-BRANCH       PIC 9(03).
002900     05  WREC-OPERATOR-ID       PIC 9(04).
003000     05  WREC-TXN-REF           PIC 9(10).
