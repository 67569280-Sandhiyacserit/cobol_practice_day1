000100*****************************************************************
000200* COPYBOOK     : LKALREC                                        *
000300* DESCRIPTION  : SAFE DEPOSIT LOCKER ALLOTMENT RECORD, KEYED BY *
000400*                THE ALLOTMENT NUMBER (TAKEN FROM THE BANK-WIDE *
000500*                TRANSACTION REFERENCE SEQUENCE).  ONE RECORD   *
000600*                PER LETTING OF A LOCKER TO A CUSTOMER, WITH    *
000700*                THE ACCOUNT THE ANNUAL RENT IS DEBITED FROM,   *
000800*                THE DATE THE NEXT YEAR'S RENT FALLS DUE AND    *
000900*                ANY RENT IN ARREARS.  WRITTEN BY LOCKMNT AT    *
001000*                ALLOTMENT, CLOSED AT SURRENDER OR BREAK-OPEN,  *
001100*                AND CARRIED THROUGH THE RENT RUN (LOCKRENT)    *
001200*                AND THE OVERDUE-RENT REPORT (LOCKOVD).         *
001300*****************************************************************
001400*-----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION                                  *
001600* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW LOCKER          *
001700*                  ALLOTMENT FILE.                              *
001701* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001800*-----------------------------------------------------------------
001900 01  LOCKER-ALLOT-RECORD.
002000     05  ALT-NUMBER             PIC 9(10).
002100     05  ALT-BRANCH-CODE        PIC 9(03).
002200     05  ALT-LOCKER-NO          PIC 9(04).
002300     05  ALT-CUST-NUMBER        PIC 9(06).
002400     05  ALT-RENT-ACCT          PIC 9(06).
002500     05  ALT-ANNUAL-RENT        PIC 9(06).
002600     05  ALT-ALLOT-DATE         PIC 9(08).
002700     05  ALT-STATUS             PIC X(01).
002800         88  ALT-STATUS-ACTIVE      VALUE "A".
002900         88  ALT-STATUS-SURRENDERED VALUE "S".
003000         88  ALT-STATUS-BROKEN-OPEN VALUE "B".
003100     05  ALT-RENT-DUE-DATE      PIC 9(08).
003200     05  ALT-ARREARS-AMT        PIC 9(07).
003300     05  ALT-ARREARS-SINCE      PIC 9(08).
003400     05  ALT-LAST-RENT-DATE     PIC 9(08).
003500     05  ALT-LAST-VISIT-DATE    PIC 9(08).
003600     05  ALT-CLOSE-DATE         PIC 9(08).
003700     05  ALT-ALLOTTED-BY        PIC 9(04).
003800     05  ALT-CLOSED-BY          PIC 9(04).
