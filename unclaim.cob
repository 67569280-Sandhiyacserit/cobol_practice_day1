002692*                  TRANSACTION TYPE, SO THE GL JOURNAL DRAWS   *
002693*                  DOWN THE UNCLAIMED-FUNDS LIABILITY RATHER   *
002694*                  THAN DEBITING CUSTOMER DEPOSITS AGAIN.      *
002695* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002696*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002697*                  HELD.                                        *
002698* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002699*                  PLACE OF YYMMDD.                             *
002699* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002699*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002699*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002699* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002699*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002699*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
004800 FD  UNCLAIMED-LEDGER
004900     LABEL RECORDS ARE STANDARD.
005000 01  UNCLAIMED-LEDGER-RECORD.
005100     05  UNCL-DATE            PIC 9(08).
005200     05  FILLER               PIC X(01).
005300     05  UNCL-ACCT-NUMBER     PIC 9(06).
005400     05  FILLER               PIC X(01).
005500     05  UNCL-LAST-ACTIVITY   PIC 9(08).
005600     05  FILLER               PIC X(01).
005700     05  UNCL-AMOUNT          PIC 9(09).
005800     05  FILLER               PIC X(01).
005900     05  UNCL-CURRENCY-CODE   PIC X(03).
006000
006200     LABEL RECORDS ARE STANDARD.
006300 01  CLAIMS-RECORD.
006400     05  CLM-ACCT-NUMBER      PIC 9(06).
006500     05  CLM-ESCHEAT-DATE     PIC 9(08).
006600     05  CLM-AMOUNT           PIC 9(09).
006700     05  CLM-CLAIM-DATE       PIC 9(08).
006800     05  CLM-CLAIMANT-NAME    PIC X(30).
006900     05  CLM-SUPERVISOR-ID    PIC 9(04).
007000     05  CLM-TXN-REF          PIC 9(10).
007200 FD  WITHDRAW-LOG
007300     LABEL RECORDS ARE STANDARD.
007400 01  WITHDRAW-LOG-RECORD.
007500     05  WDLOG-DATE           PIC 9(08).
007600     05  WDLOG-TIME           PIC 9(08).
007700     05  FILLER               PIC X(01) VALUE SPACE.
007800     05  WDLOG-ACCT-NUMBER    PIC 9(06).
007900     05  FILLER               PIC X(01) VALUE SPACE.
008000     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
008100     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  WDLOG-NEW-BALANCE    PIC S9(09).
008300     05  FILLER               PIC X(01) VALUE SPACE.
008400     05  WDLOG-OPERATOR-ID    PIC 9(04).
008500     05  FILLER               PIC X(01) VALUE SPACE.
009000     05  WDLOG-TRANS-TYPE     PIC X(01).
009100         88  WDLOG-TRANS-CASH     VALUE "W".
009110         88  WDLOG-TRANS-CLAIM    VALUE "P".
009120     05  FILLER               PIC X(01) VALUE SPACE.
009130     05  WDLOG-POST-BRANCH    PIC 9(03).
009140     05  FILLER               PIC X(01) VALUE SPACE.
009150     05  WDLOG-INSTRUMENT     PIC X(01).
009160         88  WDLOG-INSTR-CASH     VALUE "C".
009170         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
009180         88  WDLOG-INSTR-TRANSFER VALUE "T".
009190         88  WDLOG-INSTR-SYSTEM   VALUE "S".
009200
009300 WORKING-STORAGE SECTION.
009400 01  WS-LEDGER-STATUS         PIC X(02).
010100 01  WS-WDLOG-STATUS          PIC X(02).
010200     88  WS-WDLOG-OK          VALUE "00".
010300
010400 01  WS-TODAYS-DATE           PIC 9(08).
010500 01  WS-OPERATOR-ID           PIC 9(04).
010600 01  WS-OPERATOR-AUTH         PIC X(01).
010700 01  WS-SUPV-ID               PIC 9(04).
011000 01  WS-TXN-REF               PIC 9(10).
011100 01  WS-CLAIM-ACCT            PIC 9(06).
011200 01  WS-CLAIMANT-NAME         PIC X(30).
011300 01  WS-FOUND-DATE            PIC 9(08).
011400 01  WS-FOUND-AMOUNT          PIC 9(09).
011500 01  WS-KYC-STATUS            PIC X(01).
011600     88  WS-KYC-CURRENT       VALUE "O".
011700
012600         88  WS-ENTRY-FOUND   VALUE "Y".
012700     05  WS-CLAIM-OK-SW       PIC X(01) VALUE "N".
012800         88  WS-CLAIM-OK      VALUE "Y".
012800
012800 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "UNCLAIM".
012800 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
012800 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
012800     88  WS-ENTITLED          VALUE "Y".
012900
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
015900                 "REFUSED"
016000         GO TO 1000-INITIALIZE-EXIT
016100     END-IF
016100     MOVE "N" TO WS-ENTITLED-SW
016100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
016100                          WS-ENTL-MODE WS-ENTITLED-SW
016100     IF NOT WS-ENTITLED
016100         DISPLAY "UNCLAIM: OPERATOR " WS-OPERATOR-ID " IS NOT "
016100                 "ENTITLED TO UNCLAIM, REFUSED"
016100         MOVE "N" TO WS-OPERATOR-SW
016100         GO TO 1000-INITIALIZE-EXIT
016100     END-IF
016200
016300     CALL "BUSDATE" USING WS-TODAYS-DATE
016400
029300*    THE BALANCE LEFT CUSTOMER DEPOSITS AT ESCHEAT TIME - THE
029310*    CLAIM DRAWS DOWN THE UNCLAIMED-FUNDS LIABILITY INSTEAD.
029320     SET WDLOG-TRANS-CLAIM TO TRUE
029321     MOVE 0 TO WDLOG-POST-BRANCH
029322     SET WDLOG-INSTR-CASH TO TRUE
029400     WRITE WITHDRAW-LOG-RECORD
029500
029600     MOVE "W" TO WS-TXN-TYPE
029800                           WDLOG-TIME WS-TXN-TYPE
029900                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
030000                           WDLOG-OPERATOR-ID WDLOG-TXN-REF
030000                           WDLOG-INSTRUMENT
030100
030200     MOVE WS-CLAIM-ACCT    TO CLM-ACCT-NUMBER
030300     MOVE WS-FOUND-DATE    TO CLM-ESCHEAT-DATE
