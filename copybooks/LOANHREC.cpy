000100*****************************************************************
000200* COPYBOOK     : LOANHREC                                       *
000300* DESCRIPTION  : LOAN ACCOUNT HISTORY RECORD, KEYED BY LOAN     *
000400*                NUMBER, DATE AND TIME.  ONE RECORD PER EVENT   *
000500*                ON A LOAN - DISBURSEMENT, EMI COLLECTED, EMI   *
000600*                MISSED AND PREPAYMENT - WITH THE PRINCIPAL AND *
000700*                INTEREST SPLIT AND THE PRINCIPAL OUTSTANDING   *
000800*                AFTER IT.  WRITTEN THROUGH LOANHWRT; READ BY   *
000900*                LOANSTMT AND LOANCERT.                         *
001000*****************************************************************
001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW LOAN STATEMENT  *
001400*                  AND ANNUAL REPAYMENT CERTIFICATE.            *
001500*-----------------------------------------------------------------
001600 01  LOAN-HISTORY-RECORD.
001700     05  LHST-KEY.
001800         10  LHST-LOAN-NUMBER   PIC 9(06).
001900         10  LHST-DATE          PIC 9(08).
002000         10  LHST-TIME          PIC 9(08).
002100     05  LHST-ENTRY-TYPE        PIC X(01).
002200         88  LHST-DISBURSEMENT     VALUE "D".
002300         88  LHST-EMI-COLLECTED    VALUE "E".
002400         88  LHST-EMI-MISSED       VALUE "A".
002500         88  LHST-PREPAYMENT       VALUE "P".
002600*    AMOUNT MOVED - DISBURSED, COLLECTED OR PREPAID.  FOR A MISSED
002700*    EMI, THE INSTALLMENT THAT FELL INTO ARREARS.
002800     05  LHST-AMOUNT            PIC 9(09).
002900     05  LHST-PRINCIPAL         PIC 9(09).
003000     05  LHST-INTEREST          PIC 9(09).
003100*    PRINCIPAL STILL OUTSTANDING AFTER THIS EVENT.
003200     05  LHST-OUTSTANDING       PIC 9(11).
003300     05  LHST-ACCT-NUMBER       PIC 9(06).
003400     05  LHST-TXN-REF           PIC 9(10).
003500     05  LHST-OPERATOR-ID       PIC 9(04).
