002910* 2026-09-02 SN    A DECEASED HOLDER ON THE DEBIT ACCOUNT NOW   *
002920*                  REFUSES THE PREPAYMENT, VIA THE DECCHK      *
002930*                  SUBPROGRAM.                                 *
002931* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002932*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002933*                  HELD.                                        *
002934* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002935*                  PLACE OF YYMMDD.                             *
002936* 2026-10-15 SN    EVERY PREPAYMENT AND FORECLOSURE IS NOW      *
002937*                  RECORDED ON THE NEW LOAN HISTORY FILE WITH   *
002938*                  THE PRINCIPAL IT CLEARED.                    *
002939* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002940*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002941*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002942* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
002943*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
002944*                  EODDRIVE HAS STARTED.                        *
002944* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002944*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002944*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
006500 FD  WITHDRAW-LOG
006600     LABEL RECORDS ARE STANDARD.
006700 01  WITHDRAW-LOG-RECORD.
006800     05  WDLOG-DATE           PIC 9(08).
006900     05  WDLOG-TIME           PIC 9(08).
007000     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  WDLOG-ACCT-NUMBER    PIC 9(06).
007200     05  FILLER               PIC X(01) VALUE SPACE.
007300     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
007400     05  FILLER               PIC X(01) VALUE SPACE.
007500     05  WDLOG-NEW-BALANCE    PIC S9(09).
007600     05  FILLER               PIC X(01) VALUE SPACE.
007700     05  WDLOG-OPERATOR-ID    PIC 9(04).
007800     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  WDLOG-TRANS-TYPE     PIC X(01).
008400         88  WDLOG-TRANS-EMI      VALUE "E".
008410     05  FILLER               PIC X(01) VALUE SPACE.
008420     05  WDLOG-POST-BRANCH    PIC 9(03).
008430     05  FILLER               PIC X(01) VALUE SPACE.
008440     05  WDLOG-INSTRUMENT     PIC X(01).
008450         88  WDLOG-INSTR-CASH     VALUE "C".
008460         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
008470         88  WDLOG-INSTR-TRANSFER VALUE "T".
008480         88  WDLOG-INSTR-SYSTEM   VALUE "S".
008500
008600 FD  RECEIPT-FILE
008700     LABEL RECORDS ARE STANDARD.
010100     88  WS-RECEIPT-OK        VALUE "00".
010200     88  WS-RECEIPT-NOTFOUND  VALUE "35".
010300
010400 01  WS-TODAYS-DATE           PIC 9(08).
010500 01  WS-OPERATOR-ID           PIC 9(04).
010600 01  WS-OPERATOR-AUTH         PIC X(01).
010700 01  WS-TXN-TYPE              PIC X(01).
010800 01  WS-TXN-REF               PIC 9(10).
010900
011000 01  WS-LOAN-NUMBER           PIC 9(06).
011100 01  WS-TENDER-AMOUNT         PIC 9(10).
011200 01  WS-REMAINING-MONTHS      PIC 9(03).
011300 01  WS-PER-INSTL-VALUE       PIC 9(09)V99.
011400 01  WS-SETTLE-FULL           PIC 9(11)V99.
011500 01  WS-REBATE-AMT            PIC 9(10)V99.
011600 01  WS-DEBIT-AMOUNT          PIC 9(09).
011700 01  WS-INSTL-SETTLED         PIC 9(03).
011710 01  WS-BAL-BEFORE            PIC 9(11).
011720 01  WS-BAL-AFTER             PIC 9(11).
011730 01  WS-PRINCIPAL-CLEARED     PIC 9(11).
011800 01  WS-WITHDRAW-FLOOR        PIC S9(11).
011900 01  WS-HOLD-TOTAL            PIC 9(10).
012000 01  WS-FRZ-DIRECTION         PIC X(01).
012100 01  WS-FROZEN-SW             PIC X(01).
012200     88  WS-ACCOUNT-FROZEN    VALUE "Y".
012600         88  WS-OPERATOR-OK   VALUE "Y".
012700     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
012800         88  WS-BATCH-CLEAR   VALUE "Y".
012810     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
012820         88  WS-DAY-OPEN      VALUE "Y".
012900     05  WS-PREP-OK-SW        PIC X(01) VALUE "N".
013000         88  WS-PREP-OK       VALUE "Y".
013100     05  WS-FORECLOSE-SW      PIC X(01) VALUE "N".
013200         88  WS-FORECLOSING   VALUE "Y".
013300
013400*    LOAN HISTORY ENTRY, HANDED TO LOANHWRT.
013410     COPY LOANHREC.
013420
013430 01  WS-ADVICE-REF-LINE.
013500     05  FILLER               PIC X(11) VALUE "REFERENCE: ".
013600     05  ADV-TXN-REF          PIC 9(10).
013700     05  FILLER               PIC X(08) VALUE "  DATE: ".
013800     05  ADV-DATE             PIC 9(08).
013900
014000 01  WS-ADVICE-LOAN-LINE.
014100     05  FILLER               PIC X(06) VALUE "LOAN: ".
014200     05  ADV-LOAN-NUMBER      PIC 9(06).
014300     05  FILLER               PIC X(10) VALUE "  DEBITED:".
014400     05  ADV-DEBIT-AMOUNT     PIC 9(10).
014500     05  FILLER               PIC X(10) VALUE "  REBATE: ".
014600     05  ADV-REBATE           PIC 9(10).
014700
014800 01  WS-ADVICE-TERM-LINE.
014900     05  FILLER               PIC X(20)
015300     05  FILLER               PIC X(13)
015400              VALUE "  REMAINING: ".
015500     05  ADV-REMAINING        PIC 9(03).
015500
015500 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "LOANPREP".
015500 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
015500 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
015500     88  WS-ENTITLED          VALUE "Y".
015600
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
018600                 "ACCOUNT MASTER, TRANSACTION REFUSED"
018700         GO TO 1000-INITIALIZE-EXIT
018800     END-IF
018810     MOVE "N" TO WS-DAY-OPEN-SW
018820     CALL "DAYCHK" USING WS-DAY-OPEN-SW
018830     IF NOT WS-DAY-OPEN
018840         DISPLAY "LOANPREP: THE BUSINESS DAY IS NOT OPEN, "
018850                 "TRANSACTION REFUSED"
018860         GO TO 1000-INITIALIZE-EXIT
018870     END-IF
018900
019000     MOVE "N" TO WS-OPERATOR-SW
019100     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
019500                 "TRANSACTION REFUSED"
019600         GO TO 1000-INITIALIZE-EXIT
019700     END-IF
019700     MOVE "N" TO WS-ENTITLED-SW
019700     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
019700                          WS-ENTL-MODE WS-ENTITLED-SW
019700     IF NOT WS-ENTITLED
019700         DISPLAY "LOANPREP: OPERATOR " WS-OPERATOR-ID " IS NOT "
019700                 "ENTITLED TO LOANPREP, REFUSED"
019700         MOVE "N" TO WS-OPERATOR-SW
019700         GO TO 1000-INITIALIZE-EXIT
019700     END-IF
019800
019900     CALL "BUSDATE" USING WS-TODAYS-DATE
020000
036900     CALL "TXNREF" USING WS-TXN-REF
037000     MOVE WS-TXN-REF TO WDLOG-TXN-REF
037100     SET WDLOG-TRANS-EMI TO TRUE
037101     MOVE 0 TO WDLOG-POST-BRANCH
037102     SET WDLOG-INSTR-TRANSFER TO TRUE
037200     WRITE WITHDRAW-LOG-RECORD
037300
037400     MOVE "W" TO WS-TXN-TYPE
037600                           WDLOG-TIME WS-TXN-TYPE
037700                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
037800                           WDLOG-OPERATOR-ID WDLOG-TXN-REF
037800                           WDLOG-INSTRUMENT
037900
038000     COMPUTE WS-REMAINING-MONTHS =
038010             LOAN-TERM-MONTHS - LOAN-PAID-COUNT
038020     CALL "LOANBAL" USING LOAN-EMI-AMOUNT LOAN-RATE-PCT
038030                          WS-REMAINING-MONTHS WS-BAL-BEFORE
038040
038050     ADD WS-INSTL-SETTLED TO LOAN-PAID-COUNT
038100     IF WS-FORECLOSING
038200         OR LOAN-PAID-COUNT NOT LESS THAN LOAN-TERM-MONTHS
038300         SET LOAN-STATUS-CLOSED TO TRUE
039740         CALL "LIENREL" USING LOAN-SECURITY-ACCT LOAN-LIEN-ID
039750     END-IF
039760
039770     PERFORM 3500-WRITE-LOAN-HISTORY
039780         THRU 3500-WRITE-LOAN-HISTORY-EXIT
039790
040500     PERFORM 4000-PRINT-ADVICE
040600         THRU 4000-PRINT-ADVICE-EXIT.
040700 3000-POST-PREPAYMENT-EXIT.
040800     EXIT.
040900
040902*-----------------------------------------------------------------
040904* RECORD THE PREPAYMENT ON THE LOAN HISTORY.  THE PRINCIPAL IT
040906* CLEARS IS THE DROP IN OUTSTANDING OVER THE INSTALLMENTS SETTLED
040908* (ALL OF IT ON FORECLOSURE), CAPPED AT THE SUM DEBITED; ANYTHING
040910* DEBITED BEYOND THAT IS INTEREST.
040913*-----------------------------------------------------------------
040916 3500-WRITE-LOAN-HISTORY.
040919     MOVE 0 TO WS-BAL-AFTER
040922     IF NOT LOAN-STATUS-CLOSED
040925         COMPUTE WS-REMAINING-MONTHS =
040928                 LOAN-TERM-MONTHS - LOAN-PAID-COUNT
040931         CALL "LOANBAL" USING LOAN-EMI-AMOUNT LOAN-RATE-PCT
040934                              WS-REMAINING-MONTHS WS-BAL-AFTER
040937     END-IF
040940
040943     COMPUTE WS-PRINCIPAL-CLEARED = WS-BAL-BEFORE - WS-BAL-AFTER
040946     IF WS-PRINCIPAL-CLEARED > WS-DEBIT-AMOUNT
040949         MOVE WS-DEBIT-AMOUNT TO WS-PRINCIPAL-CLEARED
040952     END-IF
040955
040958     MOVE LOAN-NUMBER      TO LHST-LOAN-NUMBER
040961     MOVE WDLOG-DATE       TO LHST-DATE
040964     MOVE WDLOG-TIME       TO LHST-TIME
040967     SET LHST-PREPAYMENT TO TRUE
040970     MOVE WS-DEBIT-AMOUNT  TO LHST-AMOUNT
040973     MOVE WS-PRINCIPAL-CLEARED TO LHST-PRINCIPAL
040976     COMPUTE LHST-INTEREST =
040977             WS-DEBIT-AMOUNT - WS-PRINCIPAL-CLEARED
040979     MOVE WS-BAL-AFTER     TO LHST-OUTSTANDING
040982     MOVE LOAN-DISB-ACCT   TO LHST-ACCT-NUMBER
040985     MOVE WDLOG-TXN-REF    TO LHST-TXN-REF
040988     MOVE WS-OPERATOR-ID   TO LHST-OPERATOR-ID
040991     CALL "LOANHWRT" USING LOAN-HISTORY-RECORD.
040994 3500-WRITE-LOAN-HISTORY-EXIT.
040997     EXIT.
041000*-----------------------------------------------------------------
041100* PRINT THE SETTLEMENT ADVICE - THE REBATE LINE IS WHAT THE
041200* CUSTOMER CHECKS AGAINST THE BRANCH BOARD RATE.
