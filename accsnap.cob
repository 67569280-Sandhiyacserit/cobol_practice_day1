002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-08-23 SN    NEW PROGRAM - START-OF-DAY SNAPSHOT FOR THE  *
002200*                  NEW ROLL-FORWARD RECOVERY.                   *
002201* 2026-10-15 SN    SNAPSHOT RECORD NOW CARRIES THE WHOLE        *
002202*                  ACCOUNT RECORD AT ITS WIDENED LENGTH - IT    *
002203*                  USED TO STOP AT 80 BYTES AND LOSE THE        *
002204*                  TRANSFER, RD AND MANDATE FIELDS.             *
002205* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002206*                  PLACE OF YYMMDD.                             *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
004300
004400 FD  SNAPSHOT-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  SNAPSHOT-RECORD             PIC X(131).
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-ACCMSTR-STATUS        PIC X(02).
