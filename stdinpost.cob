003285*                  STANDING INSTRUCTION FILE (OPEN OUTPUT, CLOSE,*
003290*                  OPEN I-O) - NO PROGRAM HAD EVER CREATED IT,   *
003295*                  SO STDINPOST COULD NOT RUN ON A CLEAN SYSTEM. *
003296* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003297*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003298*                  HELD.                                        *
003299* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003299*                  PLACE OF YYMMDD.                             *
003299* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003299*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003299*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003299* 2026-10-15 SN    EACH INSTRUCTION POSTED NOW RAISES A         *
003299*                  STANDING-INSTRUCTION ALERT ON THE PAYING     *
003299*                  ACCOUNT AND A CREDIT ALERT ON THE RECEIVING  *
003299*                  ACCOUNT VIA THE NEW ALRTRAIS SUBPROGRAM.     *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
007000 FD  DEPOSIT-LOG
007100     LABEL RECORDS ARE STANDARD.
007200 01  DEPOSIT-LOG-RECORD.
007300     05  LOG-DATE             PIC 9(08).
007400     05  LOG-TIME             PIC 9(08).
007500     05  FILLER               PIC X(01) VALUE SPACE.
007600     05  LOG-ACCT-NUMBER      PIC 9(06).
007700     05  FILLER               PIC X(01) VALUE SPACE.
007800     05  LOG-DEPOSIT-AMT      PIC 9(09).
007900     05  FILLER               PIC X(01) VALUE SPACE.
008000     05  LOG-NEW-BALANCE      PIC S9(09).
008100     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  LOG-CURRENCY-CODE    PIC X(03).
008300     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LOG-BRANCH-CODE      PIC 9(03).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LOG-TXN-REF          PIC 9(10).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LOG-VALUE-DATE       PIC 9(08).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LOG-POST-BRANCH      PIC 9(03).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  LOG-INSTRUMENT       PIC X(01).
008800         88  LOG-INSTR-CASH       VALUE "C".
008800         88  LOG-INSTR-CHEQUE     VALUE "Q".
008800         88  LOG-INSTR-TRANSFER   VALUE "T".
008800         88  LOG-INSTR-SYSTEM     VALUE "S".
008801
008802 FD  WITHDRAW-LOG
008803     LABEL RECORDS ARE STANDARD.
008804 01  WITHDRAW-LOG-RECORD.
008805     05  WDLOG-DATE           PIC 9(08).
008806     05  WDLOG-TIME           PIC 9(08).
008807     05  FILLER               PIC X(01) VALUE SPACE.
008808     05  WDLOG-ACCT-NUMBER    PIC 9(06).
008809     05  FILLER               PIC X(01) VALUE SPACE.
008810     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
008811     05  FILLER               PIC X(01) VALUE SPACE.
008812     05  WDLOG-NEW-BALANCE    PIC S9(09).
008813     05  FILLER               PIC X(01) VALUE SPACE.
008814     05  WDLOG-OPERATOR-ID    PIC 9(04).
008815     05  FILLER               PIC X(01) VALUE SPACE.
008819     05  FILLER               PIC X(01) VALUE SPACE.
008820     05  WDLOG-TRANS-TYPE     PIC X(01).
008821         88  WDLOG-TRANS-TRANSFER VALUE "T".
008821     05  FILLER               PIC X(01) VALUE SPACE.
008821     05  WDLOG-POST-BRANCH    PIC 9(03).
008821     05  FILLER               PIC X(01) VALUE SPACE.
008821     05  WDLOG-INSTRUMENT     PIC X(01).
008821         88  WDLOG-INSTR-CASH     VALUE "C".
008821         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
008821         88  WDLOG-INSTR-TRANSFER VALUE "T".
008821         88  WDLOG-INSTR-SYSTEM   VALUE "S".
008822
008823 FD  RESTART-FILE
008824     LABEL RECORDS ARE STANDARD.
008841*    CHECKPOINT CARRIES ITS RUN DATE - ONLY TODAY'S CHECKPOINTS
008842*    COUNT ON A RERUN, YESTERDAY'S ARE DEAD.
008843 01  RESTART-RECORD.
008844     05  RESTART-DATE         PIC 9(08).
008845     05  FILLER               PIC X(01) VALUE SPACE.
008850     05  RESTART-ACCT-NUMBER  PIC 9(06).
008851     05  FILLER               PIC X(01) VALUE SPACE.
009809     05  WS-LAST-ACCT         PIC 9(06) VALUE 0.
009810     05  WS-LAST-INSTR        PIC 9(02) VALUE 0.
009811
009812 01  WS-FLOOR                 PIC S9(11).
009813 01  WS-HOLD-TOTAL            PIC 9(10).
009814 01  WS-CREDIT-CURRENCY       PIC X(03).
009815 01  WS-TRANS-TIME            PIC 9(08).
009816 01  WS-DEBIT-NEW-BAL         PIC S9(09).
009817 01  WS-DEBIT-BRANCH          PIC 9(03).
009818
009820 01  WS-JOB-NAME              PIC X(08) VALUE "STDINPST".
009840     88  WS-BATCH-ACQUIRED    VALUE "Y".
009900
010000 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
010100 01  WS-TODAYS-DATE           PIC 9(08).
010200
010300 01  WS-CCYY                  PIC 9(04).
010400 01  WS-MM                    PIC 9(02).
010500 01  WS-DD                    PIC 9(02).
010600 01  WS-DUE-DAY-COUNT         PIC 9(07).
010900
010950 01  WS-TXN-TYPE              PIC X(01).
010960 01  WS-TXN-REF               PIC 9(10).
010970 01  WS-ALERT-EVENT           PIC X(01).
011000 01  WS-EXCEPTION-COUNT       PIC 9(06) COMP VALUE ZERO.
011100 01  WS-POSTED-COUNT          PIC 9(06) COMP VALUE ZERO.
011200
025213     MOVE WS-DEBIT-BRANCH  TO WDLOG-BRANCH-CODE
025214     MOVE WS-TXN-REF       TO WDLOG-TXN-REF
025215     SET WDLOG-TRANS-TRANSFER TO TRUE
025215     MOVE 0 TO WDLOG-POST-BRANCH
025215     SET WDLOG-INSTR-TRANSFER TO TRUE
025216     WRITE WITHDRAW-LOG-RECORD
025217
025218     MOVE "W" TO WS-TXN-TYPE
025219     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
025220                           WDLOG-TIME WS-TXN-TYPE
025221                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
025222                           WDLOG-OPERATOR-ID WDLOG-TXN-REF
025222                           WDLOG-INSTRUMENT
025222
025222*    TELL THE PAYING ACCOUNT'S HOLDERS THE INSTRUCTION RAN.
025222     MOVE "S" TO WS-ALERT-EVENT
025222     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
025222                           WDLOG-TIME WS-ALERT-EVENT
025222                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
025222                           WDLOG-TXN-REF.
025223 2900-WRITE-DEBIT-LOG-EXIT.
025224     EXIT.
025210
026600     MOVE 0                 TO LOG-OPERATOR-ID
026610     MOVE ACCT-BRANCH-CODE  TO LOG-BRANCH-CODE
026616     MOVE WS-TXN-REF        TO LOG-TXN-REF
026617     MOVE 0 TO LOG-VALUE-DATE
026618     MOVE 0 TO LOG-POST-BRANCH
026619     SET LOG-INSTR-TRANSFER TO TRUE
026700
026800     WRITE DEPOSIT-LOG-RECORD
026810
026860     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
026870                           WS-TXN-TYPE LOG-DEPOSIT-AMT
026880                           LOG-NEW-BALANCE LOG-OPERATOR-ID
026882                           LOG-TXN-REF
026884                           LOG-INSTRUMENT
026886
026888*    TELL THE RECEIVING ACCOUNT'S HOLDERS OF THE CREDIT.
026890     MOVE "C" TO WS-ALERT-EVENT
026892     CALL "ALRTRAIS" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
026894                           WS-ALERT-EVENT LOG-DEPOSIT-AMT
026897                           LOG-NEW-BALANCE LOG-TXN-REF.
026900 3000-WRITE-LOG-EXIT.
027000     EXIT.
027100
028000         MOVE 30 TO WS-INTERVAL-DAYS
028100     END-IF
028200
028300     MOVE SI-NEXT-DUE-DATE(1:4) TO WS-CCYY
028310     MOVE SI-NEXT-DUE-DATE(5:2) TO WS-MM
028320     MOVE SI-NEXT-DUE-DATE(7:2) TO WS-DD
028400     COMPUTE WS-DUE-DAY-COUNT =
028500             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD
028600             + WS-INTERVAL-DAYS
028700
028800     COMPUTE WS-CCYY = WS-DUE-DAY-COUNT / 360
028900     COMPUTE WS-REMAINDER =
029000             WS-DUE-DAY-COUNT - (WS-CCYY * 360)
029100     COMPUTE WS-MM = WS-REMAINDER / 30
029200     COMPUTE WS-DD = WS-REMAINDER - (WS-MM * 30)
029300
029700     END-IF
029800     IF WS-MM = 0
029900         MOVE 12 TO WS-MM
030000         SUBTRACT 1 FROM WS-CCYY
030100     END-IF
030200
030300     MOVE WS-CCYY TO SI-NEXT-DUE-DATE(1:4)
030400     MOVE WS-MM TO SI-NEXT-DUE-DATE(5:2)
030500     MOVE WS-DD TO SI-NEXT-DUE-DATE(7:2)
030510
030520*    A DUE DATE LANDING ON A WEEKEND OR BANK HOLIDAY SHIFTS
030530*    TO THE NEXT WORKING DAY.
