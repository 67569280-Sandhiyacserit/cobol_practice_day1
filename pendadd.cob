002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-09-02 SN    NEW PROGRAM - SHARED PENDING CHANGE WRITER   *
002300*                  FOR THE MAKER-CHECKER QUEUE.                 *
002301* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002302*                  PLACE OF YYMMDD.                             *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004300     88  WS-PENDFILE-OK       VALUE "00".
004400     88  WS-PENDFILE-NOTFOUND VALUE "35".
004500
004600 01  WS-TODAYS-DATE           PIC 9(08).
004700 01  WS-NEXT-ID               PIC 9(06).
004800
004900 01  WS-SWITCHES.
