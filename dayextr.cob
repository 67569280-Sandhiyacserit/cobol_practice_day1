002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-09-02 SN    NEW PROGRAM - EXTRACT-AND-SORT STEP FEEDING  *
002500*                  THE END-OF-DAY READERS.                      *
002501* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002502*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002503*                  HELD.                                        *
002504* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002505*                  PLACE OF YYMMDD.                             *
002506* 2026-10-15 SN    THE LOG LINE'S INSTRUMENT TYPE IS NOW        *
002507*                  CARRIED INTO THE DAY FILE.                   *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
004700 FD  DEPOSIT-LOG
004800     LABEL RECORDS ARE STANDARD.
004900 01  DEPOSIT-LOG-RECORD.
005000     05  LOG-DATE             PIC 9(08).
005100     05  LOG-TIME             PIC 9(08).
005200     05  FILLER               PIC X(01).
005300     05  LOG-ACCT-NUMBER      PIC 9(06).
005400     05  FILLER               PIC X(01).
005500     05  LOG-DEPOSIT-AMT      PIC 9(09).
005600     05  FILLER               PIC X(01).
005700     05  LOG-NEW-BALANCE      PIC S9(09).
005800     05  FILLER               PIC X(01).
005900     05  LOG-CURRENCY-CODE    PIC X(03).
006000     05  FILLER               PIC X(01).
006500     05  LOG-BRANCH-CODE      PIC 9(03).
006600     05  FILLER               PIC X(01).
006700     05  LOG-TXN-REF          PIC 9(10).
006800     05  FILLER               PIC X(01).
006900     05  LOG-VALUE-DATE       PIC 9(08).
006910     05  FILLER               PIC X(01).
006920     05  LOG-POST-BRANCH      PIC 9(03).
006930     05  FILLER               PIC X(01).
006940     05  LOG-INSTRUMENT       PIC X(01).
006950
006960 FD  WITHDRAW-LOG
007000     LABEL RECORDS ARE STANDARD.
007100 01  WITHDRAW-LOG-RECORD.
007200     05  WDLOG-DATE           PIC 9(08).
007300     05  WDLOG-TIME           PIC 9(08).
007400     05  FILLER               PIC X(01).
007500     05  WDLOG-ACCT-NUMBER    PIC 9(06).
007600     05  FILLER               PIC X(01).
007700     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
007800     05  FILLER               PIC X(01).
007900     05  WDLOG-NEW-BALANCE    PIC S9(09).
008000     05  FILLER               PIC X(01).
008100     05  WDLOG-OPERATOR-ID    PIC 9(04).
008200     05  FILLER               PIC X(01).
008500     05  WDLOG-TXN-REF        PIC 9(10).
008600     05  FILLER               PIC X(01).
008700     05  WDLOG-TRANS-TYPE     PIC X(01).
008710     05  FILLER               PIC X(01).
008720     05  WDLOG-POST-BRANCH    PIC 9(03).
008730     05  FILLER               PIC X(01).
008740     05  WDLOG-INSTRUMENT     PIC X(01).
008800
008900 FD  DAY-FILE
009000     LABEL RECORDS ARE STANDARD.
009200
009300 SD  SORT-WORK.
009400 01  SORT-RECORD.
009500     05  SRT-DATE             PIC 9(08).
009600     05  FILLER               PIC X(01).
009700     05  SRT-ACCT-NUMBER      PIC 9(06).
009800     05  FILLER               PIC X(01).
010200     05  FILLER               PIC X(01).
010300     05  SRT-TRANS-TYPE       PIC X(01).
010400     05  FILLER               PIC X(01).
010500     05  SRT-AMOUNT           PIC 9(09).
010600     05  FILLER               PIC X(01).
010700     05  SRT-NEW-BALANCE      PIC S9(09).
010800     05  FILLER               PIC X(01).
010900     05  SRT-CURRENCY-CODE    PIC X(03).
011000     05  FILLER               PIC X(01).
011300     05  SRT-BRANCH-CODE      PIC 9(03).
011400     05  FILLER               PIC X(01).
011500     05  SRT-TXN-REF          PIC 9(10).
011510     05  FILLER               PIC X(01).
011520     05  SRT-INSTRUMENT       PIC X(01).
011600
011700 WORKING-STORAGE SECTION.
011800 01  WS-DEPLOG-STATUS         PIC X(02).
012800 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
012900     88  WS-BATCH-ACQUIRED    VALUE "Y".
013000
013100 01  WS-TODAYS-DATE           PIC 9(08).
013200 01  WS-EXTRACT-COUNT         PIC 9(07) COMP VALUE 0.
013300
013400 01  WS-SWITCHES.
023800     MOVE LOG-OPERATOR-ID   TO SRT-OPERATOR-ID
023900     MOVE LOG-BRANCH-CODE   TO SRT-BRANCH-CODE
024000     MOVE LOG-TXN-REF       TO SRT-TXN-REF
024010     MOVE LOG-INSTRUMENT    TO SRT-INSTRUMENT
024100     RELEASE SORT-RECORD.
024200 2100-RELEASE-ONE-DEPOSIT-EXIT.
024300     EXIT.
027300     MOVE WDLOG-OPERATOR-ID  TO SRT-OPERATOR-ID
027400     MOVE WDLOG-BRANCH-CODE  TO SRT-BRANCH-CODE
027500     MOVE WDLOG-TXN-REF      TO SRT-TXN-REF
027510     MOVE WDLOG-INSTRUMENT   TO SRT-INSTRUMENT
027600     RELEASE SORT-RECORD.
027700 2200-RELEASE-ONE-WITHDRAW-EXIT.
027800     EXIT.
