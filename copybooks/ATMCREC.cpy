000100*****************************************************************
000200* COPYBOOK     : ATMCREC                                        *
000300* DESCRIPTION  : ATM DISPUTE CASE RECORD, KEYED BY THE CASE     *
000400*                NUMBER (TAKEN FROM THE BANK-WIDE TRANSACTION   *
000500*                REFERENCE SEQUENCE).  A CASE IS OPENED FROM AN *
000600*                ATMSETTL DISPUTE ITEM OR FROM A CUSTOMER'S     *
000700*                COMPLAINT AT THE COUNTER, CARRIES THE          *
000800*                CHARGEBACK RAISED WITH THE SWITCH, AND IS      *
000900*                CLOSED CUSTOMER-RIGHT OR CUSTOMER-WRONG.  THE  *
001000*                NIGHTLY AGEING RUN (ATMCAGE) KEEPS THE DAYS OF *
001100*                LATE COMPENSATION ALREADY PAID ON THE CASE.    *
001200*****************************************************************
001300*-----------------------------------------------------------------
001400* DATE       INIT  DESCRIPTION                                  *
001500* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW ATM DISPUTE     *
001600*                  CASE REGISTER.                               *
001601* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001700*-----------------------------------------------------------------
001800 01  ATM-CASE-RECORD.
001900     05  CASE-NUMBER            PIC 9(10).
002000     05  CASE-SOURCE            PIC X(01).
002100         88  CASE-SOURCE-SWITCH    VALUE "S".
002200         88  CASE-SOURCE-COMPLAINT VALUE "T".
002300     05  CASE-ATM-SEQ-NO        PIC 9(06).
002400     05  CASE-ACCT-NUMBER       PIC 9(06).
002500     05  CASE-CARD-NUMBER       PIC 9(16).
002600     05  CASE-AMOUNT            PIC 9(06).
002700     05  CASE-REASON-CODE       PIC X(04).
002800     05  CASE-TXN-DATE          PIC 9(08).
002900     05  CASE-OPEN-DATE         PIC 9(08).
003000     05  CASE-STATUS            PIC X(01).
003100         88  CASE-STATUS-OPEN       VALUE "O".
003200         88  CASE-STATUS-CHARGEBACK VALUE "C".
003300         88  CASE-STATUS-CUST-RIGHT VALUE "R".
003400         88  CASE-STATUS-CUST-WRONG VALUE "W".
003500         88  CASE-STATUS-PENDING    VALUE "O" "C".
003600     05  CASE-CHARGEBACK-REF    PIC X(12).
003700     05  CASE-CHARGEBACK-DATE   PIC 9(08).
003800     05  CASE-CLOSE-DATE        PIC 9(08).
003900     05  CASE-COMP-DAYS-PAID    PIC 9(04).
004000     05  CASE-COMP-AMOUNT-PAID  PIC 9(07).
004100     05  CASE-OPENED-BY         PIC 9(04).
004200     05  CASE-CLOSED-BY         PIC 9(04).
