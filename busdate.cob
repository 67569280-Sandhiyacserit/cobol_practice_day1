002400* 2026-08-23 SN    NEW PROGRAM - CENTRAL BUSINESS PROCESSING    *
002500*                  DATE, IN PLACE OF ACCEPT FROM DATE IN EVERY  *
002600*                  POSTING AND BATCH PROGRAM.                   *
002601* 2026-10-15 SN    THE BUSINESS DATE IS NOW KEPT AND RETURNED   *
002602*                  IN FULL AS CCYYMMDD IN PLACE OF YYMMDD.      *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
004100     LABEL RECORDS ARE STANDARD.
004200 01  DATE-CONTROL-RECORD.
004300     05  PD-CONTROL-KEY       PIC X(06).
004400     05  PD-BUSINESS-DATE     PIC 9(08).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-PROCDATE-STATUS       PIC X(02).
004900     88  WS-PROCDATE-NOTFOUND VALUE "35".
005000
005100 01  WS-CONTROL-KEY           PIC X(06) VALUE "PROCDT".
005200 01  WS-MACHINE-DATE          PIC 9(08).
005300
005400 LINKAGE SECTION.
005500 01  LK-BUSINESS-DATE         PIC 9(08).
005600
005700 PROCEDURE DIVISION USING LK-BUSINESS-DATE.
005800 0000-MAINLINE.
006800* ZERO DATE.
006900*-----------------------------------------------------------------
007000 1000-FETCH-DATE.
007100     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD
007200     MOVE WS-MACHINE-DATE TO LK-BUSINESS-DATE
007300
007400     OPEN I-O DATE-CONTROL
