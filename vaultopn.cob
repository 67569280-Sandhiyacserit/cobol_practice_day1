002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - START-OF-DAY VAULT OPENING     *
002400*                  FOR THE NEW BRANCH VAULT LEDGER.             *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002402* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002402*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002402*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004900 01  WS-BRANCH-CODE           PIC 9(03).
005000 01  WS-OPENING-BALANCE       PIC 9(09).
005100 01  WS-COUNTED-TOTAL         PIC 9(10).
005200 01  WS-TODAYS-DATE           PIC 9(08).
005300
005400 01  WS-ENTERED-COUNTS.
005500     05  WS-2000-COUNT        PIC 9(06).
006700         88  WS-COUNTS-OK     VALUE "Y".
006800     05  WS-RECORD-EXISTS-SW  PIC X(01) VALUE "N".
006900         88  WS-RECORD-EXISTS VALUE "Y".
006900
006900 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "VAULTOPN".
006900 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006900 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006900     88  WS-ENTITLED          VALUE "Y".
007000
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
010100                 "OPENED"
010200         GO TO 1000-INITIALIZE-EXIT
010300     END-IF
010300     MOVE "N" TO WS-ENTITLED-SW
010300     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
010300                          WS-ENTL-MODE WS-ENTITLED-SW
010300     IF NOT WS-ENTITLED
010300         DISPLAY "VAULTOPN: OPERATOR " WS-OPERATOR-ID " IS NOT "
010300                 "ENTITLED TO VAULTOPN, REFUSED"
010300         MOVE "N" TO WS-OPERATOR-SW
010300         GO TO 1000-INITIALIZE-EXIT
010300     END-IF
010400
010500     OPEN I-O VAULT-FILE
010600     IF WS-VAULTFIL-NOTFOUND
