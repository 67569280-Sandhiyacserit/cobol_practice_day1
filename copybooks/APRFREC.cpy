000100*****************************************************************
000200* COPYBOOK     : APRFREC                                        *
000300* DESCRIPTION  : CUSTOMER ALERT PREFERENCE RECORD, KEYED BY THE *
000400*                CUSTOMER NUMBER.  WHERE THE CUSTOMER WANTS     *
000500*                TRANSACTION ALERTS SENT - MOBILE, E-MAIL OR    *
000600*                BOTH - THE SMALLEST AMOUNT WORTH AN ALERT, AND *
000700*                WHICH EVENTS THEY WANT TO HEAR ABOUT.  A       *
000800*                CUSTOMER WITH NO RECORD GETS NO ALERTS.        *
000900*                MAINTAINED BY ALRTMNT.                         *
001000*****************************************************************
001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW ALERT           *
001400*                  PREFERENCE FILE.                             *
001500*-----------------------------------------------------------------
001600 01  ALERT-PREF-RECORD.
001700     05  APRF-CUST-NUMBER       PIC 9(06).
001800     05  APRF-MOBILE            PIC X(15).
001900     05  APRF-EMAIL             PIC X(40).
002000     05  APRF-CHANNEL           PIC X(01).
002100         88  APRF-CHANNEL-SMS      VALUE "S".
002200         88  APRF-CHANNEL-EMAIL    VALUE "E".
002300         88  APRF-CHANNEL-BOTH     VALUE "B".
002400         88  APRF-CHANNEL-NONE     VALUE "N".
002500         88  APRF-CHANNEL-VALID    VALUE "S" "E" "B" "N".
002600*    A MONEY EVENT BELOW THIS AMOUNT RAISES NO ALERT.  A RETURNED
002700*    CHEQUE OR A MISSED EMI IS ALWAYS ALERTED IF ITS EVENT IS ON.
002800     05  APRF-MIN-AMOUNT        PIC 9(09).
002900     05  APRF-EVENT-FLAGS.
003000         10  APRF-WANT-CREDIT   PIC X(01).
003100             88  APRF-CREDIT-ON    VALUE "Y".
003200         10  APRF-WANT-DEBIT    PIC X(01).
003300             88  APRF-DEBIT-ON     VALUE "Y".
003400         10  APRF-WANT-ATM      PIC X(01).
003500             88  APRF-ATM-ON       VALUE "Y".
003600         10  APRF-WANT-CHEQUE   PIC X(01).
003700             88  APRF-CHEQUE-ON    VALUE "Y".
003800         10  APRF-WANT-EMI      PIC X(01).
003900             88  APRF-EMI-ON       VALUE "Y".
004000         10  APRF-WANT-SI       PIC X(01).
004100             88  APRF-SI-ON        VALUE "Y".
004200         10  APRF-WANT-FEE      PIC X(01).
004300             88  APRF-FEE-ON       VALUE "Y".
004400     05  APRF-UPDATED-DATE      PIC 9(08).
004500     05  APRF-OPERATOR-ID       PIC 9(04).
