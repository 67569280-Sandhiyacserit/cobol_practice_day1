000100*****************************************************************
000200* COPYBOOK     : CARDREC                                        *
000300* DESCRIPTION  : DEBIT CARD MASTER RECORD, KEYED BY THE CARD    *
000400*                NUMBER AND LINKED TO THE ACCOUNT IT DRAWS ON   *
000500*                AND THE CUSTOMER IT WAS ISSUED TO.  CARRIES    *
000600*                THE CARD'S STATUS, EXPIRY DATE AND DAILY ATM   *
000700*                WITHDRAWAL LIMIT, AND THE RUNNING TOTAL DRAWN  *
000800*                ON THE CARD FOR THE DAY, SO ATMSETTL CAN KEEP  *
000900*                A HOTLISTED, EXPIRED OR OVER-LIMIT ITEM OFF    *
001000*                THE ACCOUNT.  MAINTAINED BY CARDMNT.           *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW DEBIT CARD      *
001500*                  MASTER.                                      *
001501* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001600*-----------------------------------------------------------------
001700 01  CARD-RECORD.
001800     05  CARD-NUMBER            PIC 9(16).
001900     05  CARD-ACCT-NUMBER       PIC 9(06).
002000     05  CARD-CUST-NUMBER       PIC 9(06).
002100     05  CARD-STATUS            PIC X(01).
002200         88  CARD-STATUS-ACTIVE    VALUE "A".
002300         88  CARD-STATUS-HOTLISTED VALUE "H".
002400         88  CARD-STATUS-EXPIRED   VALUE "E".
002500         88  CARD-STATUS-REPLACED  VALUE "R".
002600     05  CARD-ISSUE-DATE        PIC 9(08).
002700     05  CARD-EXPIRY-DATE       PIC 9(08).
002800     05  CARD-DAILY-LIMIT       PIC 9(06).
002900     05  CARD-DAY-DATE          PIC 9(08).
003000     05  CARD-DAY-TOTAL         PIC 9(07).
003100     05  CARD-HOTLIST-REASON    PIC X(20).
003200     05  CARD-REPLACED-BY       PIC 9(16).
003300     05  CARD-OPERATOR-ID       PIC 9(04).
