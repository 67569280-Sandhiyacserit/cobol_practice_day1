002870*                  REMOVED - A CURRENT ACCOUNT'S FLOOR IS AGAIN *
002880*                  PLAIN MINUS ITS CREDIT LIMIT, MATCHING       *
002890*                  WITHDRAW EXACTLY.                            *
002891* 2026-10-15 SN    THE FLOOR NOW COMES FROM THE ACCOUNT'S       *
002892*                  PRODUCT THROUGH PRDLKUP - AN OVERDRAFT       *
002893*                  PRODUCT FLOORS AT MINUS ITS CREDIT LIMIT,    *
002894*                  ANY OTHER AT THE PRODUCT'S MINIMUM BALANCE.  *
002895* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002896*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002897*                  HELD.                                        *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
004700 01  WS-ACCMSTR-STATUS        PIC X(02).
004800     88  WS-ACCMSTR-OK        VALUE "00".
004900
005000 01  WS-PRODUCT-FOUND-SW      PIC X(01).
005033
005066*    THE RULES OF THE PRODUCT THE ACCOUNT WAS OPENED UNDER -
005099*    THE STANDARD PRODUCTS CARRY THE OLD 1000 MINIMUM.
005132     COPY PRODREC.
005200
005300 01  WS-ACCT-FLOOR            PIC S9(10).
005400
005500 01  WS-SWITCHES.
005600     05  WS-ACCOUNT-FOUND-SW  PIC X(01) VALUE "N".
011330* LET RUN FURTHER NEGATIVE, OR VICE VERSA.
011400*-----------------------------------------------------------------
011500 2000-CHECK-BALANCE.
011600     MOVE "N" TO WS-PRODUCT-FOUND-SW
011690     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
011780                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
011870     EVALUATE TRUE
011960         WHEN PRD-OVERDRAFT-ALLOWED
012050             COMPUTE WS-ACCT-FLOOR = 0 - ACCT-CREDIT-LIMIT
012140         WHEN OTHER
012230             MOVE PRD-MIN-BAL TO ACCT-MIN-BAL
012320             MOVE ACCT-MIN-BAL TO WS-ACCT-FLOOR
012410     END-EVALUATE
012600
012700     IF ACCT-BALANCE < WS-ACCT-FLOOR
012800         DISPLAY "WARNING: LOW BALANCE"
