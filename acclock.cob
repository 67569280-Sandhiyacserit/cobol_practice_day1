002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-09-02 SN    NEW PROGRAM - SHARED PER-ACCOUNT POSTING     *
002600*                  LOCK FOR CONCURRENT TELLERS.                 *
002601* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002602*                  PLACE OF YYMMDD.                             *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
004200 01  LOCK-RECORD.
004300     05  ALK-ACCT-NUMBER      PIC 9(06).
004400     05  ALK-HOLDER-OPR       PIC 9(04).
004500     05  ALK-LOCK-DATE        PIC 9(08).
004600     05  ALK-LOCK-TIME        PIC 9(08).
004700
004800 WORKING-STORAGE SECTION.
005400*    ABANDONED THE TERMINAL MID-POSTING.
005500 01  WS-STALE-SECONDS         PIC 9(05) VALUE 300.
005600
005700 01  WS-TODAYS-DATE           PIC 9(08).
005800 01  WS-NOW-TIME              PIC 9(08).
005900 01  WS-NOW-SECONDS           PIC 9(07).
006000 01  WS-LOCK-SECONDS          PIC 9(07).
