001200*                REVERSES THE HOLD.  A CHEQUE ON THE MANUALLY   *
001300*                KEYED RETURNED-CHEQUE FILE IS STILL REVERSED,  *
001310*                WHATEVER ITS STATE.  A CHEQUE WITH NO FATE YET *
001320*                STAYS AS IT IS.  EVERY REVERSED CHEQUE IS      *
001330*                ENTERED ON THE DISHONOUR REGISTER (DSHRCHK) SO *
001340*                FEEPOST LEVIES THE RETURN CHARGE.              *
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. CHQCLEAR.
002700*                  UNCLEARED-FUNDS HOLDS TAKEN BY CHEQUE        *
002800*                  DEPOSITS.                                    *
002810* 2026-09-02 SN    SETTLEMENT IS NOW DRIVEN BY THE CLEARING     *
002815*                  HOUSE'S FATE FILE AGAINST THE ENTRIES        *
002820*                  CHQPRSNT PRESENTED - A "PAID" FATE RELEASES  *
002825*                  AND A "RETURNED" FATE REVERSES.  THE         *
002830*                  ELAPSED-TIME RELEASE IS GONE: NOTHING        *
002835*                  CLEARS UNTIL THE CLEARING HOUSE SAYS SO.     *
002840* 2026-09-02 SN    THE RELEASE CREDIT IS NOW TYPED AS A        *
002845*                  CLEARING CREDIT, SO THE GL JOURNAL DEBITS   *
002850*                  CLEARING SETTLEMENT INSTEAD OF TELLER CASH. *
002855* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002860*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002865*                  HELD.                                        *
002870* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002875*                  PLACE OF YYMMDD.                             *
002880* 2026-10-15 SN    EVERY REVERSED CHEQUE IS NOW ENTERED ON THE  *
002885*                  NEW CHEQUE DISHONOUR REGISTER VIA THE NEW    *
002890*                  DSHRCHK SUBPROGRAM, SO FEEPOST LEVIES THE    *
002895*                  RETURN CHARGE ON THE DEPOSITOR.              *
002896* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002897*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002898*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
007500 FD  DEPOSIT-LOG
007600     LABEL RECORDS ARE STANDARD.
007700 01  DEPOSIT-LOG-RECORD.
007800     05  LOG-DATE             PIC 9(08).
007900     05  LOG-TIME             PIC 9(08).
008000     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  LOG-ACCT-NUMBER      PIC 9(06).
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  LOG-DEPOSIT-AMT      PIC 9(09).
008400     05  FILLER               PIC X(01) VALUE SPACE.
008500     05  LOG-NEW-BALANCE      PIC S9(09).
008600     05  FILLER               PIC X(01) VALUE SPACE.
008700     05  LOG-CURRENCY-CODE    PIC X(03).
008800     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  LOG-BRANCH-CODE      PIC 9(03).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  LOG-TXN-REF          PIC 9(10).
009409     05  FILLER               PIC X(01) VALUE SPACE.
009418     05  LOG-VALUE-DATE       PIC 9(08).
009427     05  FILLER               PIC X(01) VALUE SPACE.
009436     05  LOG-POST-BRANCH      PIC 9(03).
009445     05  FILLER               PIC X(01) VALUE SPACE.
009454     05  LOG-INSTRUMENT       PIC X(01).
009463         88  LOG-INSTR-CASH       VALUE "C".
009472         88  LOG-INSTR-CHEQUE     VALUE "Q".
009481         88  LOG-INSTR-TRANSFER   VALUE "T".
009490         88  LOG-INSTR-SYSTEM     VALUE "S".
009500
009600 FD  CLEARING-REPORT
009700     LABEL RECORDS ARE STANDARD.
011800 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
011900     88  WS-BATCH-ACQUIRED    VALUE "Y".
012000
012200 01  WS-TODAYS-DATE           PIC 9(08).
012300 01  WS-TXN-TYPE              PIC X(01).
012310 01  WS-TXN-REF               PIC 9(10).
013200
014250     88  WS-FATE-DISP-PAID    VALUE "P".
014260     88  WS-FATE-DISP-RETURNED VALUE "R".
014300
014400 01  WS-DSHR-FUNCTION         PIC X(01).
014410 01  WS-DSHR-SOURCE           PIC X(01).
014420 01  WS-DSHR-REASON           PIC X(04).
014430 01  WS-DSHR-COUNT            PIC 9(03).
014440 01  WS-DSHR-BLOCKED-SW       PIC X(01).
014450
014460 01  WS-RELEASED-COUNT        PIC 9(06) COMP VALUE 0.
014500 01  WS-RETURNED-COUNT        PIC 9(06) COMP VALUE 0.
014600
014700 01  WS-SWITCHES.
015500     05  FILLER               PIC X(03) VALUE SPACES.
015600     05  DTL-CHEQUE-NUMBER    PIC 9(06).
015700     05  FILLER               PIC X(03) VALUE SPACES.
015800     05  DTL-AMOUNT           PIC -(9)9.
015900     05  FILLER               PIC X(03) VALUE SPACES.
016000     05  DTL-ACTION           PIC X(08).
016100
023700
023800     MOVE "NIGHTLY CHEQUE CLEARING" TO REPORT-LINE
023900     WRITE REPORT-LINE
024000     MOVE "ACCT NO  CHEQUE NO    AMOUNT   ACTION"
024100         TO REPORT-LINE
024200     WRITE REPORT-LINE
024300
038100                     CHQ-NUMBER
038200     END-REWRITE
038300
038309*    THE DEPOSITOR BEARS THE RETURN CHARGE, LEVIED BY FEEPOST
038318*    FROM THE DISHONOUR REGISTER.  A DEPOSITED CHEQUE DOES NOT
038327*    COUNT TOWARDS THE DEPOSITOR'S OWN DISHONOUR SANCTIONS.
038336     MOVE "R" TO WS-DSHR-FUNCTION
038345     MOVE "D" TO WS-DSHR-SOURCE
038354     MOVE "RETD" TO WS-DSHR-REASON
038363     CALL "DSHRCHK" USING WS-DSHR-FUNCTION CHQ-ACCT-NUMBER
038372                          CHQ-NUMBER CHQ-AMOUNT
038381                          WS-DSHR-SOURCE WS-DSHR-REASON
038390                          WS-DSHR-COUNT WS-DSHR-BLOCKED-SW
038400     MOVE CHQ-ACCT-NUMBER TO DTL-ACCT-NUMBER
038500     MOVE CHQ-NUMBER      TO DTL-CHEQUE-NUMBER
038600     MOVE CHQ-AMOUNT      TO DTL-AMOUNT
043510     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
043515     CALL "TXNREF" USING WS-TXN-REF
043516     MOVE WS-TXN-REF TO LOG-TXN-REF
043517     MOVE 0 TO LOG-VALUE-DATE
043518     MOVE 0 TO LOG-POST-BRANCH
043519     SET LOG-INSTR-CHEQUE TO TRUE
043600     WRITE DEPOSIT-LOG-RECORD
043700
043800     MOVE "D" TO WS-TXN-TYPE
044000                           WS-TXN-TYPE LOG-DEPOSIT-AMT
044100                           LOG-NEW-BALANCE LOG-OPERATOR-ID
044100                           LOG-TXN-REF
044100                           LOG-INSTRUMENT
044200
044300     MOVE CHQ-ACCT-NUMBER TO DTL-ACCT-NUMBER
044400     MOVE CHQ-NUMBER      TO DTL-CHEQUE-NUMBER
