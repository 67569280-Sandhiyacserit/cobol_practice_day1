001530*                  PROGRAM, SO HISTORY READERS AND THE NEW      *
001540*                  STATEMENT EXPORT CAN QUOTE THE SAME NUMBER   *
001550*                  THE CUSTOMER'S RECEIPT CARRIES.              *
001551* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001552*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001553*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001554*                  AMTCONV.                                     *
001555* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001556* 2026-10-15 SN    ADDED THE INSTRUMENT TYPE (CASH, CHEQUE,     *
001557*                  TRANSFER OR SYSTEM) SO CASH MOVEMENTS CAN BE *
001558*                  REPORTED PER CUSTOMER.                       *
001600*-----------------------------------------------------------------
001700 01  TXN-RECORD.
001800     05  TXN-KEY.
001900         10  TXN-ACCT-NUMBER    PIC 9(06).
002000         10  TXN-DATE           PIC 9(08).
002100         10  TXN-TIME           PIC 9(08).
002200     05  TXN-TYPE               PIC X(01).
002300         88  TXN-TYPE-DEPOSIT      VALUE "D".
002400         88  TXN-TYPE-WITHDRAWAL   VALUE "W".
002500         88  TXN-TYPE-REVERSAL     VALUE "R".
002510         88  TXN-TYPE-INTEREST     VALUE "I".
002600     05  TXN-AMOUNT             PIC 9(09).
002700     05  TXN-NEW-BALANCE        PIC S9(09).
002800     05  TXN-OPERATOR-ID        PIC 9(04).
002810     05  TXN-REF                PIC 9(10).
002820*    HOW THE MONEY MOVED, AS ON THE DEPOSIT AND WITHDRAW LOG LINE.
002830*    SPACE ON HISTORY WRITTEN BEFORE THE INSTRUMENT WAS RECORDED.
002840     05  TXN-INSTRUMENT         PIC X(01).
002850         88  TXN-INSTR-CASH        VALUE "C".
002860         88  TXN-INSTR-CHEQUE      VALUE "Q".
002870         88  TXN-INSTR-TRANSFER    VALUE "T".
002880         88  TXN-INSTR-SYSTEM      VALUE "S".
002900
