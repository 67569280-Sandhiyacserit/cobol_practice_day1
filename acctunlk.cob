002200* 2026-08-23 SN    NEW PROGRAM - SANCTIONED UNLOCK FOR ACCOUNTS *
002300*                  PINCHECK HAS LOCKED, IN PLACE OF AN IT       *
002400*                  TICKET AND A HAND EDIT.                      *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002402* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002402*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002402*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
005000 FD  SECURITY-LOG-IN
005100     LABEL RECORDS ARE STANDARD.
005200 01  SECURITY-LOG-RECORD-IN.
005300     05  SECIN-DATE           PIC 9(08).
005400     05  SECIN-TIME           PIC 9(08).
005500     05  FILLER               PIC X(01).
005600     05  SECIN-ACCT-NUMBER    PIC 9(06).
006000 FD  SECURITY-LOG-OUT
006100     LABEL RECORDS ARE STANDARD.
006200 01  SECURITY-LOG-RECORD-OUT.
006300     05  SECOUT-DATE          PIC 9(08).
006400     05  SECOUT-TIME          PIC 9(08).
006500     05  FILLER               PIC X(01) VALUE SPACE.
006600     05  SECOUT-ACCT-NUMBER   PIC 9(06).
009400         88  WS-SECLOG-EOF    VALUE "Y".
009500
009600 01  WS-HISTORY-LINE.
009700     05  HST-DATE             PIC 9(08).
009800     05  FILLER               PIC X(02) VALUE SPACES.
009900     05  HST-TIME             PIC 9(08).
010000     05  FILLER               PIC X(02) VALUE SPACES.
010100     05  HST-RESULT           PIC X(01).
010100
010100 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ACCTUNLK".
010100 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
010100 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
010100     88  WS-ENTITLED          VALUE "Y".
010200
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
013000                 "REFUSED"
013100         GO TO 1000-INITIALIZE-EXIT
013200     END-IF
013200     MOVE "N" TO WS-ENTITLED-SW
013200     CALL "ENTLCHK" USING WS-SUPV-ID WS-ENTL-FUNCTION
013200                          WS-ENTL-MODE WS-ENTITLED-SW
013200     IF NOT WS-ENTITLED
013200         DISPLAY "ACCTUNLK: OPERATOR " WS-SUPV-ID " IS NOT "
013200                 "ENTITLED TO ACCTUNLK, REFUSED"
013200         MOVE "N" TO WS-SUPV-SW
013200         GO TO 1000-INITIALIZE-EXIT
013200     END-IF
013300     IF WS-SUPV-AUTH NOT = "S"
013400         DISPLAY "ACCTUNLK: OPERATOR " WS-SUPV-ID " IS NOT A "
013500                 "SUPERVISOR, UNLOCK REFUSED"
024000         GO TO 3000-UNLOCK-ACCOUNT-EXIT
024100     END-IF
024200
024300     ACCEPT SECOUT-DATE FROM DATE YYYYMMDD
024400     ACCEPT SECOUT-TIME FROM TIME
024500     MOVE ACCT-NUMBER TO SECOUT-ACCT-NUMBER
024600     SET SECOUT-UNLOCKED TO TRUE
