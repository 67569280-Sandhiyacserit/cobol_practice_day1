002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-08-23 SN    NEW PROGRAM - ONE-CUSTOMER POSITION ACROSS   *
002200*                  ALL LINKED ACCOUNTS.                         *
002201* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002202*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002203*                  HELD.                                        *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
007200
007300 01  WS-TARGET-CUST           PIC 9(06).
007400 01  WS-ACCOUNT-COUNT         PIC 9(04) COMP VALUE 0.
007500 01  WS-TOTAL-POSITION        PIC S9(12) VALUE 0.
007600
007700 01  WS-SWITCHES.
007800     05  WS-CUST-FOUND-SW     PIC X(01) VALUE "N".
008900     05  FILLER               PIC X(03) VALUE SPACES.
009000     05  DTL-ROLE             PIC X(01).
009100     05  FILLER               PIC X(03) VALUE SPACES.
009200     05  DTL-BALANCE          PIC -(9)9.
009300
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
015000     END-READ
015100
015200     DISPLAY "CUSTOMER: " CUST-NAME
015300     DISPLAY "ACCT NO  TYPE STS ROLE      BALANCE"
015400
015500     MOVE WS-TARGET-CUST TO LINK-CUST-NUMBER
015600     START CUSTOMER-LINK
