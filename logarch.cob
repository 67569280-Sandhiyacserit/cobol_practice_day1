002400* DATE       INIT  DESCRIPTION                                  *
002500* 2026-08-23 SN    NEW PROGRAM - MONTH-END ARCHIVE AND CUTOVER  *
002600*                  OF THE DEPLOG AND WDLOG TRANSACTION LOGS.    *
002601* 2026-10-15 SN    DEPOSIT LOG LINES NOW 82 BYTES AND           *
002602*                  WITHDRAWAL LOG LINES 80, THE DATES CARRIED   *
002603*                  IN FULL AS CCYYMMDD.                         *
002604* 2026-10-15 SN    DEPOSIT LOG LINES NOW 84 BYTES WITH THE      *
002605*                  INSTRUMENT TYPE ON THE END.                  *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
004900 FILE SECTION.
005000 FD  DEPOSIT-LOG
005100     LABEL RECORDS ARE STANDARD.
005200 01  DEPOSIT-LOG-LINE            PIC X(84).
005300
005400 FD  WITHDRAW-LOG
005500     LABEL RECORDS ARE STANDARD.
005700
005800 FD  DEPOSIT-ARCHIVE
005900     LABEL RECORDS ARE STANDARD.
006000 01  DEPOSIT-ARCHIVE-LINE        PIC X(84).
006100
006200 FD  WITHDRAW-ARCHIVE
006300     LABEL RECORDS ARE STANDARD.
