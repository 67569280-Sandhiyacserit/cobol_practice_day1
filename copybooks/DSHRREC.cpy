000100*****************************************************************
000200* COPYBOOK     : DSHRREC                                        *
000300* DESCRIPTION  : CHEQUE DISHONOUR REGISTER RECORD, KEYED BY     *
000400*                ACCOUNT NUMBER, DATE, SOURCE AND CHEQUE        *
000500*                NUMBER.  ONE RECORD PER RETURNED CHEQUE - OUR  *
000600*                CUSTOMER'S OWN CHEQUE RETURNED UNPAID FOR WANT *
000700*                OF FUNDS BY INWDEBIT, OR A CHEQUE THEY         *
000800*                DEPOSITED RETURNED TO US THROUGH CHQCLEAR.     *
000900*                CARRIES THE RETURN CHARGE STATE FOR FEEPOST,   *
001000*                THE DRAWER'S DISHONOUR COUNT FOR THE FINANCIAL *
001100*                YEAR AND THE WARNING LETTER STATE FOR DSHRLTR. *
001200*                WRITTEN AND COUNTED THROUGH DSHRCHK.           *
001300*****************************************************************
001400*-----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION                                  *
001600* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW CHEQUE          *
001700*                  DISHONOUR REGISTER.                          *
001800*-----------------------------------------------------------------
001900 01  DISHONOUR-RECORD.
002000     05  DSH-KEY.
002100         10  DSH-ACCT-NUMBER    PIC 9(06).
002200         10  DSH-DATE           PIC 9(08).
002300         10  DSH-SOURCE         PIC X(01).
002400             88  DSH-SOURCE-DRAWN      VALUE "I".
002500             88  DSH-SOURCE-DEPOSITED  VALUE "D".
002600         10  DSH-CHEQUE-NUMBER  PIC 9(06).
002700     05  DSH-AMOUNT             PIC 9(09).
002800     05  DSH-REASON-CODE        PIC X(04).
002900     05  DSH-FY-COUNT           PIC 9(03).
003000     05  DSH-CHARGE-STATUS      PIC X(01).
003100         88  DSH-CHARGE-PENDING    VALUE "P".
003200         88  DSH-CHARGE-LEVIED     VALUE "C".
003300         88  DSH-CHARGE-NONE       VALUE "N".
003400     05  DSH-CHARGE-AMOUNT      PIC 9(09).
003500     05  DSH-CHARGE-DATE        PIC 9(08).
003600     05  DSH-LETTER-STATUS      PIC X(01).
003700         88  DSH-LETTER-NOT-DUE    VALUE "N".
003800         88  DSH-LETTER-DUE        VALUE "D".
003900         88  DSH-LETTER-LISTED     VALUE "L".
