000100*****************************************************************
000200* COPYBOOK     : SUSPREC                                        *
000300* DESCRIPTION  : SUSPENSE LEDGER ITEM, KEYED BY THE TRANSACTION *
000400*                REFERENCE TAKEN WHEN THE MONEY WAS PARKED      *
000500*                (FROM THE BANK-WIDE REFERENCE SEQUENCE).  ONE  *
000600*                ITEM PER SUM RECEIVED THAT COULD NOT BE        *
000700*                APPLIED - AN INWARD CLEARING CREDIT INWCLEAR   *
000800*                COULD NOT POST, A SALARY ITEM SALCRED          *
000900*                REJECTED, OR A SUNDRY RECEIPT PARKED BY HAND   *
001000*                THROUGH SUSPCLR - HELD UNTIL IT IS APPLIED TO  *
001100*                THE RIGHT ACCOUNT OR RETURNED.  ATMBAL ALSO    *
001110*                PARKS AN OWN-ATM CASH EXCESS AS A CREDIT ITEM  *
001120*                AND A SHORTAGE AS A DEBIT ITEM AWAITING        *
001130*                RECOVERY.  THE RECORD IS 100 BYTES, THE WIDTH  *
001140*                OF A MAINTENANCE JOURNAL IMAGE, SO SUSPCLR     *
001150*                JOURNALS EVERY FIELD.                          *
001200*****************************************************************
001300*-----------------------------------------------------------------
001400* DATE       INIT  DESCRIPTION                                  *
001500* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW SUSPENSE LEDGER *
001600*                  FOR UNAPPLIED FUNDS.                         *
001610* 2026-10-15 SN    NEW SOURCE ATMBAL AND AN ENTRY SIDE - AN     *
001620*                  OWN-ATM SHORTAGE IS PARKED AS A DEBIT ITEM   *
001630*                  AWAITING RECOVERY, AN EXCESS AS A CREDIT.    *
001640* 2026-10-15 SN    SOURCE REFERENCE CUT TO 15 BYTES, THE        *
001650*                  LONGEST ANY SOURCE BUILDS, SO THE RECORD     *
001660*                  FITS THE 100-BYTE JOURNAL IMAGE WHOLE.       *
001700*-----------------------------------------------------------------
001800 01  SUSPENSE-RECORD.
001900     05  SUSP-ITEM-REF          PIC 9(10).
002000     05  SUSP-SOURCE            PIC X(08).
002100         88  SUSP-SOURCE-CLEARING  VALUE "INWCLEAR".
002200         88  SUSP-SOURCE-SALARY    VALUE "SALCRED".
002300         88  SUSP-SOURCE-SUNDRY    VALUE "SUNDRY".
002310         88  SUSP-SOURCE-ATM       VALUE "ATMBAL".
002400*    THE SOURCE'S OWN REFERENCE FOR THE ITEM - CLEARING ORIGIN AND
002500*    SEQUENCE, EMPLOYER ACCOUNT AND SEQUENCE, TERMINAL AND CYCLE,
002510*    OR AS KEYED.
002600     05  SUSP-SOURCE-REF        PIC X(15).
002700     05  SUSP-INTENDED-ACCT     PIC 9(06).
002800     05  SUSP-AMOUNT            PIC 9(09).
002900     05  SUSP-CURRENCY-CODE     PIC X(03).
003000     05  SUSP-REASON-CODE       PIC X(04).
003100*    THE BRANCH WHOSE BOOKS HOLD THE ITEM, AND THE GL ACCOUNT THE
003200*    MONEY CAME IN THROUGH - GLJRNL POSTS THE PARKING AGAINST IT.
003300     05  SUSP-BRANCH-CODE       PIC 9(03).
003400     05  SUSP-SOURCE-GL         PIC 9(04).
003500*    AN ACCOUNT A RETURN IS CREDITED BACK TO (THE EMPLOYER'S
003600*    FUNDING ACCOUNT FOR A SALARY ITEM).  ZERO MEANS A RETURN
003700*    GOES BACK OUTSIDE THE BANK THROUGH THE SOURCE GL.
003800     05  SUSP-RETURN-ACCT       PIC 9(06).
003900     05  SUSP-PARK-DATE         PIC 9(08).
004000     05  SUSP-PARKED-BY         PIC 9(04).
004100     05  SUSP-STATUS            PIC X(01).
004200         88  SUSP-STATUS-OPEN      VALUE "O".
004300         88  SUSP-STATUS-APPLIED   VALUE "A".
004400         88  SUSP-STATUS-RETURNED  VALUE "R".
004500     05  SUSP-CLEAR-DATE        PIC 9(08).
004600*    THE ACCOUNT THE ITEM WAS CREDITED TO WHEN CLEARED - ZERO FOR
004700*    A RETURN SENT OUTSIDE THE BANK.
004800     05  SUSP-CLEAR-ACCT        PIC 9(06).
004900     05  SUSP-CLEARED-BY        PIC 9(04).
005000*    CREDIT FOR MONEY HELD (EVERY SOURCE BUT AN ATM SHORTAGE);
005100*    DEBIT FOR MONEY MISSING - AN ATM CASH SHORTAGE AWAITING
005200*    RECOVERY, WHICH CAN ONLY BE RETURNED, NEVER APPLIED.
005300     05  SUSP-ENTRY-SIDE        PIC X(01).
005400         88  SUSP-SIDE-CREDIT      VALUE "C" " ".
005500         88  SUSP-SIDE-DEBIT       VALUE "D".
