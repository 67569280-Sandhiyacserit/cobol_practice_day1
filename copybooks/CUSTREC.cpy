001752*                  PAY THE BALANCE OUT.  ATM SETTLEMENT STILL   *
001753*                  POSTS - THE CASH HAS ALREADY LEFT THE        *
001754*                  MACHINE BY THE TIME THE SWITCH FILE ARRIVES. *
001755* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001756* 2026-10-15 SN    ADDED THE MERGED MARKER AND THE SURVIVING    *
001757*                  CUSTOMER NUMBER, SET BY DUPMERGE WHEN A      *
001758*                  DUPLICATE CUSTOMER IS RETIRED INTO ANOTHER.  *
001759*                  A RETIRED NUMBER TAKES NO NEW ACCOUNTS OR    *
001760*                  LINKS.                                       *
001800*-----------------------------------------------------------------
001900 01  CUSTOMER-RECORD.
002000     05  CUST-NUMBER            PIC 9(06).
002300     05  CUST-PHONE             PIC X(15).
002310     05  CUST-DECEASED-SW       PIC X(01).
002320         88  CUST-DECEASED         VALUE "Y".
002330     05  CUST-DATE-OF-BIRTH     PIC 9(08).
002340     05  CUST-RISK-GRADE        PIC X(01).
002350         88  CUST-RISK-NORMAL      VALUE "N" " ".
002360         88  CUST-RISK-HIGH        VALUE "H".
002370     05  CUST-MERGED-SW         PIC X(01).
002380         88  CUST-MERGED           VALUE "Y".
002390     05  CUST-MERGED-INTO       PIC 9(06).
002400
