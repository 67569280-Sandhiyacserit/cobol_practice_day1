001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-08-23 SN    NEW COPYBOOK - BACKS THE NEW KYC REGISTER.   *
001301* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001400*-----------------------------------------------------------------
001500 01  KYC-RECORD.
001600     05  KYC-CUST-NUMBER        PIC 9(06).
001700     05  KYC-DOC-TYPE           PIC X(10).
001800     05  KYC-DOC-NUMBER         PIC X(20).
001900     05  KYC-ISSUE-DATE         PIC 9(08).
002000     05  KYC-EXPIRY-DATE        PIC 9(08).
002100
