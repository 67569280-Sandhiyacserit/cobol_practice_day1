000100*****************************************************************
000200* COPYBOOK     : ALRTREC                                        *
000300* DESCRIPTION  : CUSTOMER ALERT RECORD, ONE PER ALERT RAISED TO *
000400*                ONE CUSTOMER, KEYED BY DATE, TIME AND CUSTOMER *
000500*                WITH AN ALTERNATE KEY ON THE ACCOUNT.  WRITTEN *
000600*                PENDING BY ALRTRAIS, MARKED SENT WHEN ALRTEXTR *
000700*                HANDS IT TO THE MESSAGING GATEWAY, AND MARKED  *
000800*                DELIVERED OR FAILED WHEN ALRTDLVR LOADS THE    *
000900*                GATEWAY'S DELIVERY REPORT - THE RECORD OF THE  *
001000*                CUSTOMER HAVING BEEN NOTIFIED.                 *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW CUSTOMER ALERT  *
001500*                  FILE.                                        *
001600*-----------------------------------------------------------------
001700 01  ALERT-RECORD.
001800     05  ALRT-KEY.
001900         10  ALRT-DATE          PIC 9(08).
002000         10  ALRT-TIME          PIC 9(08).
002100         10  ALRT-CUST-NUMBER   PIC 9(06).
002200     05  ALRT-ACCT-NUMBER       PIC 9(06).
002300*    THE ACCOUNT AS THE CUSTOMER SEES IT IN THE MESSAGE - ALL BUT
002400*    THE LAST TWO DIGITS BLANKED OUT.
002500     05  ALRT-MASKED-ACCT       PIC X(06).
002600     05  ALRT-EVENT             PIC X(01).
002700         88  ALRT-EVENT-CREDIT     VALUE "C".
002800         88  ALRT-EVENT-DEBIT      VALUE "D".
002900         88  ALRT-EVENT-ATM        VALUE "A".
003000         88  ALRT-EVENT-CHQ-PAID   VALUE "Q".
003100         88  ALRT-EVENT-CHQ-RETURN VALUE "R".
003200         88  ALRT-EVENT-EMI        VALUE "E".
003300         88  ALRT-EVENT-EMI-MISSED VALUE "M".
003400         88  ALRT-EVENT-SI         VALUE "S".
003500         88  ALRT-EVENT-FEE        VALUE "F".
003600     05  ALRT-AMOUNT            PIC 9(09).
003700     05  ALRT-NEW-BALANCE       PIC S9(09).
003800     05  ALRT-TXN-REF           PIC 9(10).
003900     05  ALRT-CHANNEL           PIC X(01).
004000     05  ALRT-MOBILE            PIC X(15).
004100     05  ALRT-EMAIL             PIC X(40).
004200     05  ALRT-STATUS            PIC X(01).
004300         88  ALRT-STATUS-PENDING   VALUE "P".
004400         88  ALRT-STATUS-SENT      VALUE "X".
004500         88  ALRT-STATUS-DELIVERED VALUE "D".
004600         88  ALRT-STATUS-FAILED    VALUE "F".
004700     05  ALRT-SENT-DATE         PIC 9(08).
004800     05  ALRT-SENT-TIME         PIC 9(08).
004900     05  ALRT-DLVR-DATE         PIC 9(08).
005000     05  ALRT-DLVR-TIME         PIC 9(08).
005100     05  ALRT-FAIL-REASON       PIC X(10).
