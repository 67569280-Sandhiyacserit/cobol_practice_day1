002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - SHARED WATCHLIST SCREEN AND    *
002400*                  MATCH QUEUE WRITER.                          *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
005800     88  WS-WLQFILE-OK        VALUE "00".
005900     88  WS-WLQFILE-NOTFOUND  VALUE "35".
006000
006100 01  WS-TODAYS-DATE           PIC 9(08).
006200
006300 01  WS-SWITCHES.
006400     05  WS-WL-EOF-SW         PIC X(01) VALUE "N".
