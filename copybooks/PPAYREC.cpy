000100*****************************************************************
000200* COPYBOOK     : PPAYREC                                        *
000300* DESCRIPTION  : POSITIVE-PAY REGISTER RECORD, KEYED BY ACCOUNT *
000400*                NUMBER PLUS CHEQUE NUMBER.  ONE RECORD PER     *
000500*                HIGH-VALUE CHEQUE THE CUSTOMER HAS TOLD US     *
000600*                THEY ISSUED - DATE, AMOUNT AND PAYEE - SO A    *
000700*                PRESENTED CHEQUE OVER THE THRESHOLD CAN BE     *
000800*                CONFIRMED BEFORE IT IS PAID.  MAINTAINED BY    *
000900*                PPAYMNT; CHECKED THROUGH PPAYCHK.              *
001000*****************************************************************
001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW POSITIVE-PAY    *
001400*                  REGISTER FOR HIGH-VALUE CHEQUES.             *
001500*-----------------------------------------------------------------
001600 01  POSITIVE-PAY-RECORD.
001700     05  PP-KEY.
001800         10  PP-ACCT-NUMBER     PIC 9(06).
001900         10  PP-CHEQUE-NUMBER   PIC 9(06).
002000     05  PP-CHEQUE-DATE         PIC 9(08).
002100     05  PP-AMOUNT              PIC 9(09).
002200     05  PP-PAYEE               PIC X(30).
002300     05  PP-STATUS              PIC X(01).
002400         88  PP-STATUS-ACTIVE      VALUE "A".
002500         88  PP-STATUS-PAID        VALUE "P".
002600         88  PP-STATUS-CANCELLED   VALUE "C".
002700     05  PP-REGISTERED-DATE     PIC 9(08).
002800     05  PP-OPERATOR-ID         PIC 9(04).
002900     05  PP-PAID-DATE           PIC 9(08).
