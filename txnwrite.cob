002510* 2026-09-02 SN    THE CALLER'S BANK-WIDE TRANSACTION REFERENCE *
002520*                  IS NOW TAKEN AS AN EIGHTH ARGUMENT AND       *
002530*                  STORED ON THE HISTORY RECORD.                *
002531* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002532*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002533*                  HELD.                                        *
002534* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002535*                  PLACE OF YYMMDD.                             *
002536* 2026-10-15 SN    THE INSTRUMENT THE POSTING MOVED - CASH,     *
002537*                  CHEQUE, TRANSFER OR SYSTEM - IS NOW TAKEN AS *
002538*                  A NINTH ARGUMENT AND STORED ON THE HISTORY   *
002539*                  RECORD.                                      *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
005400
005500 LINKAGE SECTION.
005600 01  LK-ACCT-NUMBER           PIC 9(06).
005700 01  LK-TXN-DATE              PIC 9(08).
005800 01  LK-TXN-TIME              PIC 9(08).
005900 01  LK-TXN-TYPE              PIC X(01).
006000 01  LK-TXN-AMOUNT            PIC 9(09).
006100 01  LK-NEW-BALANCE           PIC S9(09).
006200 01  LK-OPERATOR-ID           PIC 9(04).
006210 01  LK-TXN-REF               PIC 9(10).
006220 01  LK-INSTRUMENT            PIC X(01).
006300
006400 PROCEDURE DIVISION USING LK-ACCT-NUMBER
006500                          LK-TXN-DATE
006800                          LK-TXN-AMOUNT
006900                          LK-NEW-BALANCE
007000                          LK-OPERATOR-ID
007010                          LK-TXN-REF
007020                          LK-INSTRUMENT.
007100 0000-MAINLINE.
007200     PERFORM 1000-INITIALIZE
007300         THRU 1000-INITIALIZE-EXIT
011700     MOVE LK-TXN-AMOUNT  TO TXN-AMOUNT
011800     MOVE LK-NEW-BALANCE TO TXN-NEW-BALANCE
011900     MOVE LK-OPERATOR-ID TO TXN-OPERATOR-ID
011910     MOVE LK-TXN-REF     TO TXN-REF
011920     MOVE LK-INSTRUMENT  TO TXN-INSTRUMENT.
012000 1000-INITIALIZE-EXIT.
012100     EXIT.
012200
