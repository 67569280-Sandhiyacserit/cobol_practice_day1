002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - SHARED FREEZE CHECK FOR THE    *
002400*                  NEW ACCOUNT FREEZE REGISTER.                 *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004400     88  WS-FRZFILE-OK        VALUE "00".
004500     88  WS-FRZFILE-NOTFOUND  VALUE "35".
004600
004700 01  WS-TODAYS-DATE           PIC 9(08).
004800
004900 01  WS-SWITCHES.
005000     05  WS-FRZ-EOF-SW        PIC X(01) VALUE "N".
