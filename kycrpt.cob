002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-08-23 SN    NEW PROGRAM - KYC EXPIRY REPORT OVER THE     *
002200*                  NEW KYC REGISTER.                            *
002201* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002202*                  PLACE OF YYMMDD.                             *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
006900 01  WS-REPORT-STATUS         PIC X(02).
007000     88  WS-REPORT-OK         VALUE "00".
007100
007200 01  WS-TODAYS-DATE           PIC 9(08).
007300 01  WS-LAPSED-COUNT          PIC 9(06) COMP VALUE ZERO.
007400
007500 01  WS-SWITCHES.
008500     05  FILLER               PIC X(02) VALUE SPACES.
008600     05  DTL-REASON           PIC X(10).
008700     05  FILLER               PIC X(02) VALUE SPACES.
008800     05  DTL-EXPIRY-DATE      PIC 9(08).
008900
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
