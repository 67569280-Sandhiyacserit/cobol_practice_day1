002710* 2026-09-02 SN    THE WITHDRAW LOG ENTRY NOW CARRIES THE EMI   *
002720*                  TRANSACTION TYPE BYTE AT THE END OF THE      *
002730*                  RECORD, FOR THE NEW GL JOURNAL EXTRACT.      *
002731* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002732*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002733*                  HELD.                                        *
002734* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002735*                  PLACE OF YYMMDD.                             *
002736* 2026-10-15 SN    EVERY INSTALLMENT, COLLECTED OR MISSED, IS   *
002737*                  NOW RECORDED ON THE NEW LOAN HISTORY FILE    *
002738*                  WITH ITS PRINCIPAL AND INTEREST SPLIT.       *
002739* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002740*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002741*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002742* 2026-10-15 SN    AN EMI COLLECTED NOW RAISES AN EMI ALERT,    *
002743*                  AND ONE MISSED AN EMI-MISSED ALERT, TO THE   *
002744*                  REPAYMENT ACCOUNT'S HOLDERS VIA THE NEW      *
002745*                  ALRTRAIS SUBPROGRAM.                         *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
006300 FD  WITHDRAW-LOG
006400     LABEL RECORDS ARE STANDARD.
006500 01  WITHDRAW-LOG-RECORD.
006600     05  WDLOG-DATE           PIC 9(08).
006700     05  WDLOG-TIME           PIC 9(08).
006800     05  FILLER               PIC X(01) VALUE SPACE.
006900     05  WDLOG-ACCT-NUMBER    PIC 9(06).
007000     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
007200     05  FILLER               PIC X(01) VALUE SPACE.
007300     05  WDLOG-NEW-BALANCE    PIC S9(09).
007400     05  FILLER               PIC X(01) VALUE SPACE.
007500     05  WDLOG-OPERATOR-ID    PIC 9(04).
007600     05  FILLER               PIC X(01) VALUE SPACE.
007910     05  FILLER               PIC X(01) VALUE SPACE.
007920     05  WDLOG-TRANS-TYPE     PIC X(01).
007930         88  WDLOG-TRANS-EMI      VALUE "E".
007937     05  FILLER               PIC X(01) VALUE SPACE.
007944     05  WDLOG-POST-BRANCH    PIC 9(03).
007951     05  FILLER               PIC X(01) VALUE SPACE.
007958     05  WDLOG-INSTRUMENT     PIC X(01).
007965         88  WDLOG-INSTR-CASH     VALUE "C".
007972         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
007979         88  WDLOG-INSTR-TRANSFER VALUE "T".
007986         88  WDLOG-INSTR-SYSTEM   VALUE "S".
008000
008100 FD  EMI-REGISTER
008200     LABEL RECORDS ARE STANDARD.
010000 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
010100     88  WS-BATCH-ACQUIRED    VALUE "Y".
010200
010300 01  WS-TODAYS-DATE           PIC 9(08).
010400 01  WS-TXN-TYPE              PIC X(01).
010500 01  WS-TXN-REF               PIC 9(10).
010510 01  WS-ALERT-EVENT           PIC X(01).
010600 01  WS-FLOOR                 PIC S9(11).
010700 01  WS-HOLD-TOTAL            PIC 9(10).
010709
010718*    PRINCIPAL/INTEREST SPLIT OF THE INSTALLMENT FOR THE LOAN
010727*    HISTORY - OUTSTANDING BEFORE AND AFTER IT, FROM LOANBAL.
010736 01  WS-REMAINING             PIC 9(03).
010745 01  WS-BAL-BEFORE            PIC 9(11).
010754 01  WS-BAL-AFTER             PIC 9(11).
010763 01  WS-INTEREST              PIC S9(11).
010772
010781*    LOAN HISTORY ENTRY, HANDED TO LOANHWRT.
010790     COPY LOANHREC.
010800
010900 01  WS-CCYY                  PIC 9(04).
011000 01  WS-MM                    PIC 9(02).
011100 01  WS-DD                    PIC 9(02).
011200 01  WS-DUE-DAY-COUNT         PIC 9(07).
011830     88  WS-ACCOUNT-FROZEN    VALUE "Y".
011840 01  WS-DECEASED-SW           PIC X(01).
011850     88  WS-HOLDER-DECEASED   VALUE "Y".
011831 01  WS-SHORTFALL             PIC 9(10).
011832 01  WS-SWEPT-SW              PIC X(01).
011833     88  WS-SWEPT-BACK        VALUE "Y".
011840
012700     05  FILLER               PIC X(03) VALUE SPACES.
012800     05  DTL-ACCT-NUMBER      PIC 9(06).
012900     05  FILLER               PIC X(03) VALUE SPACES.
013000     05  DTL-EMI-AMOUNT       PIC -(9)9.
013100     05  FILLER               PIC X(03) VALUE SPACES.
013200     05  DTL-RESULT           PIC X(09).
013300
020000
020100     MOVE "EMI COLLECTION REGISTER" TO REPORT-LINE
020200     WRITE REPORT-LINE
020300     MOVE "LOAN NO  ACCT NO           EMI   RESULT" TO REPORT-LINE
020400     WRITE REPORT-LINE
020500
020600     READ LOAN-MASTER NEXT RECORD
027800
027900     SET WS-COLLECTED TO TRUE.
028000 2500-COLLECT-POSITION.
028100     COMPUTE WS-REMAINING = LOAN-TERM-MONTHS - LOAN-PAID-COUNT
028110     CALL "LOANBAL" USING LOAN-EMI-AMOUNT LOAN-RATE-PCT
028120                          WS-REMAINING WS-BAL-BEFORE
028130
028140     IF WS-COLLECTED
028200         ADD 1 TO LOAN-PAID-COUNT
028300         ADD 1 TO WS-COLLECTED-COUNT
028400         MOVE "COLLECTED" TO DTL-RESULT
029300         MOVE "ARREARS  " TO DTL-RESULT
029400     END-IF
029500
029510     PERFORM 2600-WRITE-LOAN-HISTORY
029520         THRU 2600-WRITE-LOAN-HISTORY-EXIT
029530
029600     PERFORM 4000-ADVANCE-DUE-DATE
029700         THRU 4000-ADVANCE-DUE-DATE-EXIT
029800
031000 2500-COLLECT-ONE-EMI-EXIT.
031100     EXIT.
031200
031202*-----------------------------------------------------------------
031204* RECORD THE INSTALLMENT ON THE LOAN HISTORY.  A COLLECTED EMI IS
031206* SPLIT INTO THE PRINCIPAL IT CLEARED - THE DROP IN OUTSTANDING
031208* OVER ONE INSTALLMENT - AND THE INTEREST MAKING UP THE REST.  A
031210* MISSED EMI IS RECORDED AT ITS FULL AMOUNT WITH NOTHING CLEARED.
031212*-----------------------------------------------------------------
031214 2600-WRITE-LOAN-HISTORY.
031216     MOVE LOAN-NUMBER     TO LHST-LOAN-NUMBER
031218     MOVE LOAN-EMI-AMOUNT TO LHST-AMOUNT
031220     MOVE LOAN-DISB-ACCT  TO LHST-ACCT-NUMBER
031222     MOVE 0               TO LHST-OPERATOR-ID
031224
031226     IF NOT WS-COLLECTED
031228         MOVE WS-TODAYS-DATE TO LHST-DATE
031230         ACCEPT LHST-TIME FROM TIME
031232         SET LHST-EMI-MISSED TO TRUE
031234         MOVE 0 TO LHST-PRINCIPAL
031236         MOVE 0 TO LHST-INTEREST
031238         MOVE WS-BAL-BEFORE TO LHST-OUTSTANDING
031240         MOVE 0 TO LHST-TXN-REF
031242         CALL "LOANHWRT" USING LOAN-HISTORY-RECORD
031244*        WARN THE HOLDERS OF THE REPAYMENT ACCOUNT, WHERE IT IS ON
031244*        FILE, THAT THE INSTALLMENT WAS MISSED.
031244         IF WS-ACCMSTR-OK
031244             MOVE "M" TO WS-ALERT-EVENT
031244             CALL "ALRTRAIS" USING LOAN-DISB-ACCT LHST-DATE
031244                                   LHST-TIME WS-ALERT-EVENT
031244                                   LOAN-EMI-AMOUNT ACCT-BALANCE
031244                                   LHST-TXN-REF
031244         END-IF
031245         GO TO 2600-WRITE-LOAN-HISTORY-EXIT
031246     END-IF
031248
031250     MOVE 0 TO WS-BAL-AFTER
031252     IF WS-REMAINING > 1
031254         SUBTRACT 1 FROM WS-REMAINING
031256         CALL "LOANBAL" USING LOAN-EMI-AMOUNT LOAN-RATE-PCT
031258                              WS-REMAINING WS-BAL-AFTER
031260     END-IF
031262
031264     MOVE WDLOG-DATE    TO LHST-DATE
031266     MOVE WDLOG-TIME    TO LHST-TIME
031268     MOVE WDLOG-TXN-REF TO LHST-TXN-REF
031270     SET LHST-EMI-COLLECTED TO TRUE
031272     COMPUTE LHST-PRINCIPAL = WS-BAL-BEFORE - WS-BAL-AFTER
031274     COMPUTE WS-INTEREST = LOAN-EMI-AMOUNT - LHST-PRINCIPAL
031276     IF WS-INTEREST < 0
031279         MOVE 0 TO WS-INTEREST
031282     END-IF
031285     MOVE WS-INTEREST   TO LHST-INTEREST
031288     MOVE WS-BAL-AFTER  TO LHST-OUTSTANDING
031291     CALL "LOANHWRT" USING LOAN-HISTORY-RECORD.
031294 2600-WRITE-LOAN-HISTORY-EXIT.
031297     EXIT.
031300*-----------------------------------------------------------------
031400* POST THE COLLECTED EMI THROUGH THE WITHDRAW LOG (AND THE
031500* INDEXED HISTORY) UNDER OPERATOR ZERO.
032500     CALL "TXNREF" USING WS-TXN-REF
032600     MOVE WS-TXN-REF TO WDLOG-TXN-REF
032610     SET WDLOG-TRANS-EMI TO TRUE
032611     MOVE 0 TO WDLOG-POST-BRANCH
032612     SET WDLOG-INSTR-SYSTEM TO TRUE
032700     WRITE WITHDRAW-LOG-RECORD
032800
032900     MOVE "W" TO WS-TXN-TYPE
033100                           WDLOG-TIME WS-TXN-TYPE
033200                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
033300                           WDLOG-OPERATOR-ID
033310                           WDLOG-TXN-REF
033320                           WDLOG-INSTRUMENT
033330
033340*    TELL THE HOLDERS WHO ASKED FOR EMI ALERTS.
033350     MOVE "E" TO WS-ALERT-EVENT
033360     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
033370                           WDLOG-TIME WS-ALERT-EVENT
033380                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
033390                           WDLOG-TXN-REF.
033400 3000-WRITE-EMI-LOG-EXIT.
033500     EXIT.
033600
033900* 30-DAY-MONTH/360-DAY-YEAR CONVENTION AS STDINPOST.
034000*-----------------------------------------------------------------
034100 4000-ADVANCE-DUE-DATE.
034200     MOVE LOAN-NEXT-DUE-DATE(1:4) TO WS-CCYY
034300     MOVE LOAN-NEXT-DUE-DATE(5:2) TO WS-MM
034400     MOVE LOAN-NEXT-DUE-DATE(7:2) TO WS-DD
034500     COMPUTE WS-DUE-DAY-COUNT =
034600             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD + 30
034700
034800     COMPUTE WS-CCYY = WS-DUE-DAY-COUNT / 360
034900     COMPUTE WS-REMAINDER =
035000             WS-DUE-DAY-COUNT - (WS-CCYY * 360)
035100     COMPUTE WS-MM = WS-REMAINDER / 30
035200     COMPUTE WS-DD = WS-REMAINDER - (WS-MM * 30)
035300
035700     END-IF
035800     IF WS-MM = 0
035900         MOVE 12 TO WS-MM
036000         SUBTRACT 1 FROM WS-CCYY
036100     END-IF
036200
036300     MOVE WS-CCYY TO LOAN-NEXT-DUE-DATE(1:4)
036400     MOVE WS-MM TO LOAN-NEXT-DUE-DATE(5:2)
036500     MOVE WS-DD TO LOAN-NEXT-DUE-DATE(7:2)
036510
036520*    A DUE DATE LANDING ON A WEEKEND OR BANK HOLIDAY SHIFTS
036530*    TO THE NEXT WORKING DAY.
