000100*****************************************************************
000200* COPYBOOK     : ORMREC                                         *
000300* DESCRIPTION  : OUTWARD REMITTANCE REGISTER RECORD, KEYED BY   *
000400*                THE TRANSACTION REFERENCE THE DEBIT WAS        *
000500*                POSTED UNDER.  OUTREMIT WRITES ONE ENTRY FOR   *
000600*                EVERY PAYMENT SENT TO ANOTHER BANK; OUTRETN    *
000700*                FINDS THE ENTRY AGAIN WHEN THE PAYMENT NETWORK *
000800*                RETURNS THE ITEM, CREDITS THE CUSTOMER BACK    *
000900*                AND MARKS THE ENTRY RETURNED SO THE SAME       *
001000*                RETURN CANNOT BE APPLIED TWICE.                *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW OUTWARD         *
001500*                  REMITTANCE REGISTER.                         *
001501* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001502*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001503*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001504*                  AMTCONV.                                     *
001505* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001600*-----------------------------------------------------------------
001700 01  REMIT-RECORD.
001800     05  ORM-TXN-REF            PIC 9(10).
001900     05  ORM-ACCT-NUMBER        PIC 9(06).
002000     05  ORM-AMOUNT             PIC 9(09).
002100     05  ORM-PAY-MODE           PIC X(01).
002200         88  ORM-MODE-NEFT         VALUE "N".
002300         88  ORM-MODE-RTGS         VALUE "R".
002400     05  ORM-BENEF-BANK         PIC X(11).
002500     05  ORM-BENEF-ACCT         PIC X(16).
002600     05  ORM-BENEF-NAME         PIC X(30).
002700     05  ORM-SENT-DATE          PIC 9(08).
002800     05  ORM-STATUS             PIC X(01).
002900         88  ORM-STATUS-SENT       VALUE "S".
003000         88  ORM-STATUS-RETURNED   VALUE "R".
003100     05  ORM-RETURN-DATE        PIC 9(08).
003200     05  ORM-RETURN-REASON      PIC X(04).
003300     05  ORM-OPERATOR-ID        PIC 9(04).
003400     05  ORM-BRANCH-CODE        PIC 9(03).
