002600* 2026-09-02 SN    NEW PROGRAM - CONTROLLED NOMINEE PAYOUT, IN  *
002700*                  PLACE OF BRANCHES IMPROVISING WITH           *
002800*                  ACCTCLOSE.                                   *
002801* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002802*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002803*                  HELD.                                        *
002804* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002805*                  PLACE OF YYMMDD.                             *
002806* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002807*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002808*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002808* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002808*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002808*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
006400 FD  WITHDRAW-LOG
006500     LABEL RECORDS ARE STANDARD.
006600 01  WITHDRAW-LOG-RECORD.
006700     05  WDLOG-DATE           PIC 9(08).
006800     05  WDLOG-TIME           PIC 9(08).
006900     05  FILLER               PIC X(01) VALUE SPACE.
007000     05  WDLOG-ACCT-NUMBER    PIC 9(06).
007100     05  FILLER               PIC X(01) VALUE SPACE.
007200     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
007300     05  FILLER               PIC X(01) VALUE SPACE.
007400     05  WDLOG-NEW-BALANCE    PIC S9(09).
007500     05  FILLER               PIC X(01) VALUE SPACE.
007600     05  WDLOG-OPERATOR-ID    PIC 9(04).
007700     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  WDLOG-TRANS-TYPE     PIC X(01).
008300         88  WDLOG-TRANS-CASH     VALUE "W".
008310     05  FILLER               PIC X(01) VALUE SPACE.
008320     05  WDLOG-POST-BRANCH    PIC 9(03).
008330     05  FILLER               PIC X(01) VALUE SPACE.
008340     05  WDLOG-INSTRUMENT     PIC X(01).
008350         88  WDLOG-INSTR-CASH     VALUE "C".
008360         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
008370         88  WDLOG-INSTR-TRANSFER VALUE "T".
008380         88  WDLOG-INSTR-SYSTEM   VALUE "S".
008400
008500 FD  SETTLEMENT-REGISTER
008600     LABEL RECORDS ARE STANDARD.
008700 01  SETTLEMENT-REGISTER-RECORD.
008800     05  DSR-DATE             PIC 9(08).
008900     05  FILLER               PIC X(01) VALUE SPACE.
009000     05  DSR-ACCT-NUMBER      PIC 9(06).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  DSR-SHARE-PCT        PIC 9(03).
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  DSR-AMOUNT           PIC 9(09).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  DSR-SUPERVISOR-ID    PIC 9(04).
010100     05  FILLER               PIC X(01) VALUE SPACE.
011600     88  WS-REGISTER-OK       VALUE "00".
011700     88  WS-REGISTER-NOTFOUND VALUE "35".
011800
011900 01  WS-TODAYS-DATE           PIC 9(08).
012000 01  WS-OPERATOR-ID           PIC 9(04).
012100 01  WS-OPERATOR-AUTH         PIC X(01).
012200 01  WS-SUPV-ID               PIC 9(04).
012300 01  WS-SUPV-AUTH             PIC X(01).
012400 01  WS-TXN-TYPE              PIC X(01).
012500 01  WS-TXN-REF               PIC 9(10).
012600 01  WS-PAYOUT-TOTAL          PIC 9(09).
012700 01  WS-SHARE-TOTAL           PIC 9(04).
012800 01  WS-PAID-SO-FAR           PIC 9(09).
012900 01  WS-ONE-SHARE             PIC 9(09).
013000 01  WS-DECEASED-SW           PIC X(01).
013100     88  WS-HOLDER-DECEASED   VALUE "Y".
013200
014800         88  WS-NOM-EOF       VALUE "Y".
014900     05  WS-SETTLE-SW         PIC X(01) VALUE "N".
015000         88  WS-SETTLE-OK     VALUE "Y".
015000
015000 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "DECSETTL".
015000 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
015000 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
015000     88  WS-ENTITLED          VALUE "Y".
015100
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
018100                 "REFUSED"
018200         GO TO 1000-INITIALIZE-EXIT
018300     END-IF
018300     MOVE "N" TO WS-ENTITLED-SW
018300     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
018300                          WS-ENTL-MODE WS-ENTITLED-SW
018300     IF NOT WS-ENTITLED
018300         DISPLAY "DECSETTL: OPERATOR " WS-OPERATOR-ID " IS NOT "
018300                 "ENTITLED TO DECSETTL, REFUSED"
018300         MOVE "N" TO WS-OPERATOR-SW
018300         GO TO 1000-INITIALIZE-EXIT
018300     END-IF
018400
018500     CALL "BUSDATE" USING WS-TODAYS-DATE
018600
037700     CALL "TXNREF" USING WS-TXN-REF
037800     MOVE WS-TXN-REF TO WDLOG-TXN-REF
037900     SET WDLOG-TRANS-CASH TO TRUE
037901     MOVE 0 TO WDLOG-POST-BRANCH
037902     SET WDLOG-INSTR-CASH TO TRUE
038000     WRITE WITHDRAW-LOG-RECORD
038100
038200     MOVE "W" TO WS-TXN-TYPE
038400                           WDLOG-TIME WS-TXN-TYPE
038500                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
038600                           WDLOG-OPERATOR-ID WDLOG-TXN-REF
038600                           WDLOG-INSTRUMENT
038700
038800     PERFORM 3500-REGISTER-ONE-NOMINEE
038900         THRU 3500-REGISTER-ONE-NOMINEE-EXIT
