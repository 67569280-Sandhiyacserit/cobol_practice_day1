002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - SHARED MAINTENANCE JOURNAL     *
002400*                  WRITER.                                      *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
003600 FD  MAINT-JOURNAL
003700     LABEL RECORDS ARE STANDARD.
003800 01  MAINT-JOURNAL-RECORD.
003900     05  MJ-DATE              PIC 9(08).
004000     05  MJ-TIME              PIC 9(08).
004100     05  FILLER               PIC X(01) VALUE SPACE.
004200     05  MJ-OPERATOR-ID       PIC 9(04).
005400     88  WS-JOURNAL-OK        VALUE "00".
005500     88  WS-JOURNAL-NOTFOUND  VALUE "35".
005600
005700 01  WS-TODAYS-DATE           PIC 9(08).
005800
005900 LINKAGE SECTION.
006000 01  LK-OPERATOR-ID           PIC 9(04).
