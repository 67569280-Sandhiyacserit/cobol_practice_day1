000100*****************************************************************
000200* COPYBOOK     : GSTREC                                         *
000300* DESCRIPTION  : GST TAX INVOICE REGISTER RECORD.  ONE RECORD   *
000400*                PER SERVICE CHARGE LEVIED - THE CHARGE, THE    *
000500*                TAX CODE AND RATE IT WAS TAXED AT AND THE GST  *
000600*                TAKEN WITH IT - KEYED BY THE LEVYING BRANCH    *
000700*                AND THE BRANCH'S OWN RUNNING INVOICE NUMBER.   *
000800*                AN EXEMPT CHARGE IS STILL INVOICED, AT A TAX   *
000900*                OF ZERO, SO THE RETURN SHOWS IT.  WRITTEN BY   *
001000*                GSTINV; CALLERS ALSO HOLD IT IN WORKING        *
001100*                STORAGE TO PASS THE CHARGE TO GSTINV.  LISTED  *
001200*                MONTHLY BY GSTRPT.                             *
001300*****************************************************************
001400*-----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION                                  *
001600* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW GST TAX INVOICE *
001700*                  REGISTER.                                    *
001800*-----------------------------------------------------------------
001900 01  GST-INVOICE-RECORD.
002000     05  GST-KEY.
002100         10  GST-BRANCH-CODE    PIC 9(03).
002200         10  GST-INVOICE-NO     PIC 9(10).
002300     05  GST-INVOICE-DATE       PIC 9(08).
002400     05  GST-ACCT-NUMBER        PIC 9(06).
002500     05  GST-BILLED-TO          PIC X(30).
002600     05  GST-FEE-CODE           PIC X(04).
002700     05  GST-SOURCE             PIC X(08).
002800     05  GST-TAX-CODE           PIC X(02).
002900         88  GST-TAX-STANDARD       VALUE "ST".
003000         88  GST-TAX-EXEMPT         VALUE "EX".
003100     05  GST-TAX-RATE           PIC 9(02)V99.
003200     05  GST-TAXABLE-AMT        PIC 9(09).
003300     05  GST-TAX-AMT            PIC 9(09).
003400     05  GST-TXN-REF            PIC 9(10).
