000400*                ACCOUNT NUMBER PLUS THE BOOK'S FIRST CHEQUE    *
000500*                NUMBER.  ONE RECORD PER BOOK HANDED OUT, SO    *
000600*                THE BANK KNOWS WHICH CHEQUE NUMBERS BELONG TO  *
000700*                WHICH ACCOUNT.  WRITTEN BY CHQBKISS.  EACH NEW *
000710*                BOOK AWAITS ITS CHARGE, WHICH FEEPOST LEVIES   *
000720*                AT MONTH END.                                  *
000800*****************************************************************
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW CHEQUE BOOK     *
001200*                  ISSUE REGISTER, IN PLACE OF NO RECORD AT     *
001300*                  ALL.                                         *
001301* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001302* 2026-10-15 SN    CHARGE STATUS, AMOUNT AND DATE ADDED FOR THE *
001303*                  CHEQUE BOOK CHARGE FEEPOST NOW LEVIES.  A    *
001304*                  BOOK ISSUED BEFORE CARRIES SPACES AND IS     *
001305*                  NEVER CHARGED.                               *
001400*-----------------------------------------------------------------
001500 01  CHEQUE-BOOK-RECORD.
001600     05  CHQBK-KEY.
001700         10  CHQBK-ACCT-NUMBER  PIC 9(06).
001800         10  CHQBK-START-NUMBER PIC 9(06).
001900     05  CHQBK-END-NUMBER       PIC 9(06).
002000     05  CHQBK-ISSUE-DATE       PIC 9(08).
002100     05  CHQBK-OPERATOR-ID      PIC 9(04).
002110     05  CHQBK-CHARGE-STATUS    PIC X(01).
002120         88  CHQBK-CHARGE-PENDING  VALUE "P".
002130         88  CHQBK-CHARGE-LEVIED   VALUE "C".
002140         88  CHQBK-CHARGE-NONE     VALUE "N".
002150     05  CHQBK-CHARGE-AMOUNT    PIC 9(09).
002160     05  CHQBK-CHARGE-DATE      PIC 9(08).
002200
