001900* DATE       INIT  DESCRIPTION                                  *
002000* 2026-08-23 SN    NEW PROGRAM - MONTHLY ARREARS REPORT FOR THE *
002100*                  NEW LOAN MODULE.                             *
002101* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002102*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002103*                  HELD.                                        *
002104* 2026-10-15 SN    WRITTEN-OFF LOANS ARE LEFT OFF THE REPORT.   *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
006200     05  FILLER               PIC X(03) VALUE SPACES.
006300     05  DTL-CUST-NUMBER      PIC 9(06).
006400     05  FILLER               PIC X(03) VALUE SPACES.
006500     05  DTL-EMI-AMOUNT       PIC -(9)9.
006600     05  FILLER               PIC X(03) VALUE SPACES.
006700     05  DTL-PAID-COUNT       PIC 9(03).
006800     05  FILLER               PIC X(03) VALUE SPACES.
010400
010500     MOVE "MONTHLY LOAN ARREARS REPORT" TO REPORT-LINE
010600     WRITE REPORT-LINE
010700     MOVE "LOAN NO  CUST NO           EMI  PAID  MISSED"
010800         TO REPORT-LINE
010900     WRITE REPORT-LINE
011000
011700
011800*-----------------------------------------------------------------
011900* PRINT ONE LOAN IF IT CARRIES MISSED INSTALLMENTS, THEN
012000* ADVANCE.  A WRITTEN-OFF LOAN IS NO LONGER CHASED HERE - ITS
012100* RECOVERIES ARE TRACKED ON THE WRITTEN-OFF LOAN BOOK.
012200*-----------------------------------------------------------------
012300 2000-REPORT-ONE-LOAN.
012310     IF LOAN-ARREARS-COUNT > 0
012320         AND NOT LOAN-STATUS-WRITTEN-OFF
012400         MOVE LOAN-NUMBER        TO DTL-LOAN-NUMBER
012500         MOVE LOAN-CUST-NUMBER   TO DTL-CUST-NUMBER
012600         MOVE LOAN-EMI-AMOUNT    TO DTL-EMI-AMOUNT
