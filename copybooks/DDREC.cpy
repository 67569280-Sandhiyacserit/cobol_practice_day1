000100*****************************************************************
000200* COPYBOOK     : DDREC                                          *
000300* DESCRIPTION  : DEMAND DRAFT AND PAY ORDER REGISTER RECORD,    *
000400*                KEYED BY THE INSTRUMENT SERIAL NUMBER (THE     *
000500*                BANK-WIDE TRANSACTION REFERENCE OF THE ISSUING *
000600*                ENTRY).  WRITTEN BY DDISSUE WHEN THE           *
000700*                INSTRUMENT IS BOUGHT - AGAINST AN ACCOUNT OR   *
000800*                FOR CASH AT THE COUNTER - AND CARRIED THROUGH  *
000900*                PAYMENT, CANCELLATION AND REVALIDATION BY      *
001000*                DDMAINT.  AN INSTRUMENT STILL ISSUED OR        *
001100*                REVALIDATED IS OUTSTANDING ON THE DD-PAYABLE   *
001200*                GL AND IS LISTED BY DDOSRPT.                   *
001300*****************************************************************
001400*-----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION                                  *
001600* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW DEMAND DRAFT    *
001700*                  AND PAY ORDER REGISTER.                      *
001701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001703*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001704*                  AMTCONV.                                     *
001705* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001800*-----------------------------------------------------------------
001900 01  DD-RECORD.
002000     05  DD-SERIAL-NO           PIC 9(10).
002100     05  DD-INSTR-TYPE          PIC X(01).
002200         88  DD-TYPE-DRAFT          VALUE "D".
002300         88  DD-TYPE-PAY-ORDER      VALUE "P".
002400     05  DD-PAYEE-NAME          PIC X(30).
002500     05  DD-PAYABLE-BRANCH      PIC 9(03).
002600     05  DD-AMOUNT              PIC 9(09).
002700     05  DD-COMMISSION          PIC 9(09).
002800     05  DD-PURCHASE-MODE       PIC X(01).
002900         88  DD-BOUGHT-FROM-ACCOUNT VALUE "A".
003000         88  DD-BOUGHT-FOR-CASH     VALUE "C".
003100     05  DD-ACCT-NUMBER         PIC 9(06).
003200     05  DD-PURCHASER-NAME      PIC X(30).
003300     05  DD-ISSUE-DATE          PIC 9(08).
003400     05  DD-ISSUE-BRANCH        PIC 9(03).
003500     05  DD-ISSUED-BY           PIC 9(04).
003600     05  DD-STATUS              PIC X(01).
003700         88  DD-STATUS-ISSUED       VALUE "I".
003800         88  DD-STATUS-REVALIDATED  VALUE "R".
003900         88  DD-STATUS-PAID         VALUE "P".
004000         88  DD-STATUS-CANCELLED    VALUE "C".
004100         88  DD-STATUS-OUTSTANDING  VALUE "I" "R".
004200     05  DD-VALID-FROM-DATE     PIC 9(08).
004300     05  DD-REVAL-COUNT         PIC 9(02).
004400     05  DD-SETTLE-DATE         PIC 9(08).
004500     05  DD-SETTLE-MODE         PIC X(01).
004600         88  DD-SETTLED-CLEARING    VALUE "Q".
004700         88  DD-SETTLED-TO-ACCOUNT  VALUE "A".
004800         88  DD-SETTLED-IN-CASH     VALUE "C".
004900     05  DD-SETTLE-ACCT         PIC 9(06).
005000     05  DD-SETTLE-REF          PIC 9(10).
005100     05  DD-SETTLED-BY          PIC 9(04).
