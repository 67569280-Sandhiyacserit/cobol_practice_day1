000100*****************************************************************
000200* COPYBOOK     : NOSTREC                                        *
000300* DESCRIPTION  : NOSTRO ACCOUNT MASTER - ONE RECORD PER ACCOUNT *
000400*                THE BANK HOLDS WITH A CORRESPONDENT BANK IN A  *
000500*                FOREIGN CURRENCY, KEYED BY CURRENCY CODE PLUS  *
000600*                CORRESPONDENT CODE.  ONE ACTIVE NOSTRO PER     *
000700*                CURRENCY IS THE SETTLEMENT NOSTRO THE BANK'S   *
000800*                OWN FOREIGN-CURRENCY POSTINGS ARE BOOKED TO.   *
000900*                THE BALANCE AGREED AT TAKE-ON STARTS BOTH OUR  *
001000*                LEDGER AND THE STATEMENT CHAIN; THE LAST       *
001100*                STATEMENT LOADED BY NOSTIMP IS CARRIED HERE.   *
001200*                MAINTAINED BY NOSTMNT.                         *
001300*****************************************************************
001400*-----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION                                  *
001600* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW NOSTRO ACCOUNT  *
001700*                  MASTER FOR FOREIGN CURRENCY RECONCILIATION.  *
001800*-----------------------------------------------------------------
001900 01  NOSTRO-RECORD.
002000     05  NOS-KEY.
002100         10  NOS-CURRENCY-CODE  PIC X(03).
002200         10  NOS-CORR-CODE      PIC X(04).
002300     05  NOS-CORR-NAME          PIC X(20).
002400     05  NOS-CORR-BIC           PIC X(11).
002500*    OUR ACCOUNT NUMBER IN THE CORRESPONDENT'S BOOKS, AS QUOTED ON
002600*    ITS STATEMENTS.
002700     05  NOS-ACCT-AT-CORR       PIC X(16).
002800     05  NOS-SETTLE-SW          PIC X(01).
002900         88  NOS-SETTLEMENT        VALUE "Y".
003000     05  NOS-STATUS             PIC X(01).
003100         88  NOS-STATUS-ACTIVE     VALUE "A".
003200         88  NOS-STATUS-CLOSED     VALUE "C".
003300*    BALANCES ARE IN THE NOSTRO'S OWN CURRENCY, POSITIVE WHEN THE
003400*    CORRESPONDENT HOLDS FUNDS FOR US.
003500     05  NOS-OPENING-DATE       PIC 9(08).
003600     05  NOS-OPENING-BAL        PIC S9(11).
003700     05  NOS-STMT-SEQ           PIC 9(05).
003800     05  NOS-STMT-DATE          PIC 9(08).
003900     05  NOS-STMT-BAL           PIC S9(11).
