002390*                  FLOOR CHECK.  THE OVERRIDE IS REMOVED - A    *
002391*                  CURRENT ACCOUNT'S FLOOR IS AGAIN PLAIN MINUS *
002392*                  ITS CREDIT LIMIT, MATCHING WITHDRAW.         *
002393* 2026-10-15 SN    THE FLOOR NOW COMES FROM THE ACCOUNT'S       *
002394*                  PRODUCT THROUGH PRDLKUP, AS IN LOWBAL.       *
002395* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002396*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002397*                  HELD.                                        *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
005520 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
005530     88  WS-BATCH-ACQUIRED    VALUE "Y".
005540
005600 01  WS-PRODUCT-FOUND-SW      PIC X(01).
005616
005632*    THE RULES OF THE PRODUCT THE ACCOUNT WAS OPENED UNDER -
005648*    THE STANDARD PRODUCTS CARRY THE OLD 1000 MINIMUM.
005664     COPY PRODREC.
005700
005800 01  WS-ACCT-FLOOR            PIC S9(10).
005900 01  WS-SHORTFALL             PIC S9(10).
006000
006100 01  WS-EXCEPTION-COUNT       PIC 9(06) COMP VALUE ZERO.
006200 01  WS-ACCOUNT-COUNT         PIC 9(06) COMP VALUE ZERO.
007000     05  FILLER               PIC X(03) VALUE SPACES.
007100     05  DTL-ACCT-TYPE        PIC X(01).
007200     05  FILLER               PIC X(05) VALUE SPACES.
007300     05  DTL-BALANCE          PIC -(9)9.
007400     05  FILLER               PIC X(04) VALUE SPACES.
007500     05  DTL-FLOOR            PIC -(9)9.
007600     05  FILLER               PIC X(04) VALUE SPACES.
007700     05  DTL-SHORTFALL        PIC -(9)9.
007800
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
011500     WRITE REPORT-LINE
011600     MOVE SPACES TO REPORT-LINE
011700     WRITE REPORT-LINE
011800     MOVE "ACCT NO   TYPE    BALANCE     MIN/FLOOR     SHORTFALL"
011900         TO REPORT-LINE
012000     WRITE REPORT-LINE
012100
013300 2000-PROCESS-ACCOUNT.
013400     ADD 1 TO WS-ACCOUNT-COUNT
013500
013600     MOVE "N" TO WS-PRODUCT-FOUND-SW
013660     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
013720                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
013780     EVALUATE TRUE
013840         WHEN PRD-OVERDRAFT-ALLOWED
013900             COMPUTE WS-ACCT-FLOOR = 0 - ACCT-CREDIT-LIMIT
013960         WHEN OTHER
014020             MOVE PRD-MIN-BAL TO WS-ACCT-FLOOR
014080     END-EVALUATE
014200
014300     IF ACCT-BALANCE < WS-ACCT-FLOOR
014400         COMPUTE WS-SHORTFALL = WS-ACCT-FLOOR - ACCT-BALANCE
