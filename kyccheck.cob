002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-08-23 SN    NEW PROGRAM - SHARED KYC STANDING CHECK FOR  *
002200*                  THE NEW KYC REGISTER.                        *
002201* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002202*                  PLACE OF YYMMDD.                             *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
005600 01  WS-KYCFILE-STATUS        PIC X(02).
005700     88  WS-KYCFILE-OK        VALUE "00".
005800
005900 01  WS-TODAYS-DATE           PIC 9(08).
006000 01  WS-FOUND-CUST-NUMBER     PIC 9(06).
006100
006200 01  WS-SWITCHES.
