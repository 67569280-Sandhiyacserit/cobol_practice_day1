001100*                USUAL WITHDRAW LOG ENTRIES.  EVERY ITEM IT     *
001200*                CANNOT PAY GOES TO A RETURN FILE WITH A REASON *
001300*                CODE SO THE CLEARING HOUSE CAN BOUNCE IT BACK  *
001400*                TO THE PRESENTING BANK.  A CHEQUE ABOVE THE    *
001410*                POSITIVE-PAY THRESHOLD IS PAID ONLY IF IT      *
001420*                MATCHES THE CUSTOMER'S REGISTRATION (PPAYCHK). *
001430*                A CHEQUE RETURNED FOR WANT OF FUNDS IS ENTERED *
001440*                ON THE DISHONOUR REGISTER (DSHRCHK).           *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. INWDEBIT.
002800*                  DEBIT PRESENTMENT, IN PLACE OF TELLERS       *
002900*                  RETYPING EACH CHEQUE THROUGH WITHDRAW.       *
002910* 2026-09-02 SN    EVERY PRESENTED CHEQUE IS NOW CHECKED        *
002913*                  AGAINST THE STOP-PAYMENT REGISTER VIA THE    *
002916*                  NEW STOPCHK SUBPROGRAM - A STOPPED CHEQUE    *
002919*                  IS RETURNED UNPAID.                          *
002922* 2026-09-02 SN    A DECEASED DRAWER'S CHEQUES ARE NOW          *
002925*                  RETURNED UNPAID (REASON DECD) VIA THE NEW    *
002928*                  DECCHK SUBPROGRAM.                           *
002931* 2026-09-02 SN    EVERY FILE-BORNE ACCOUNT NUMBER IS NOW       *
002934*                  VALIDATED AGAINST ITS CHECK DIGIT            *
002937*                  (CHKDIGIT) - FAILURES RETURN AS CHKD.        *
002940* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002943*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002946*                  HELD.                                        *
002949* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002952*                  PLACE OF YYMMDD.                             *
002955* 2026-10-15 SN    A CHEQUE ABOVE THE POSITIVE-PAY THRESHOLD IS *
002958*                  NOW RETURNED UNLESS IT MATCHES THE           *
002961*                  CUSTOMER'S REGISTRATION VIA THE NEW PPAYCHK  *
002964*                  SUBPROGRAM - PPNR WHEN NOT REGISTERED, PPAM  *
002967*                  WHEN THE AMOUNT DIFFERS.                     *
002970* 2026-10-15 SN    A CHEQUE RETURNED FOR WANT OF FUNDS (FUND)   *
002973*                  IS NOW ENTERED ON THE NEW CHEQUE DISHONOUR   *
002976*                  REGISTER VIA THE NEW DSHRCHK SUBPROGRAM, FOR *
002979*                  THE RETURN CHARGE AND THE REPEAT-BOUNCE      *
002982*                  SANCTIONS.                                   *
002983* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002984*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002985*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002986* 2026-10-15 SN    A CHEQUE PAID NOW RAISES A CHEQUE-PAID       *
002987*                  ALERT, AND ONE RETURNED FOR FUND, STOP,      *
002988*                  PPNR, PPAM OR CURR A CHEQUE-RETURN ALERT, TO *
002989*                  THE HOLDERS VIA THE NEW ALRTRAIS SUBPROGRAM. *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
006500     05  FILLER               PIC X(01).
006600     05  IDH-CHEQUE-NUMBER    PIC 9(06).
006700     05  FILLER               PIC X(01).
006800     05  IDH-AMOUNT           PIC 9(09).
006900     05  FILLER               PIC X(01).
007000     05  IDH-CURRENCY-CODE    PIC X(03).
007100
007800     05  FILLER               PIC X(01) VALUE SPACE.
007900     05  RET-CHEQUE-NUMBER    PIC 9(06).
008000     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  RET-AMOUNT           PIC 9(09).
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  RET-REASON-CODE      PIC X(04).
008400
008500 FD  WITHDRAW-LOG
008600     LABEL RECORDS ARE STANDARD.
008700 01  WITHDRAW-LOG-RECORD.
008800     05  WDLOG-DATE           PIC 9(08).
008900     05  WDLOG-TIME           PIC 9(08).
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  WDLOG-ACCT-NUMBER    PIC 9(06).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  WDLOG-NEW-BALANCE    PIC S9(09).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  WDLOG-OPERATOR-ID    PIC 9(04).
009800     05  FILLER               PIC X(01) VALUE SPACE.
010110     05  FILLER               PIC X(01) VALUE SPACE.
010120     05  WDLOG-TRANS-TYPE     PIC X(01).
010130         88  WDLOG-TRANS-CHEQUE   VALUE "Q".
010137     05  FILLER               PIC X(01) VALUE SPACE.
010144     05  WDLOG-POST-BRANCH    PIC 9(03).
010151     05  FILLER               PIC X(01) VALUE SPACE.
010158     05  WDLOG-INSTRUMENT     PIC X(01).
010165         88  WDLOG-INSTR-CASH     VALUE "C".
010172         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
010179         88  WDLOG-INSTR-TRANSFER VALUE "T".
010186         88  WDLOG-INSTR-SYSTEM   VALUE "S".
010200
010300 WORKING-STORAGE SECTION.
010400 01  WS-ACCMSTR-STATUS        PIC X(02).
011700 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
011800     88  WS-BATCH-ACQUIRED    VALUE "Y".
011900
012000 01  WS-TODAYS-DATE           PIC 9(08).
012100 01  WS-TXN-TYPE              PIC X(01).
012200 01  WS-TXN-REF               PIC 9(10).
012210 01  WS-ALERT-EVENT           PIC X(01).
012220 01  WS-ALERT-TIME            PIC 9(08).
012230 01  WS-ALERT-REF             PIC 9(10) VALUE 0.
012300 01  WS-REASON-CODE           PIC X(04).
012310 01  WS-CHK-FUNCTION          PIC X(01).
012320 01  WS-CHK-VALID-SW          PIC X(01).
012400 01  WS-WITHDRAW-FLOOR        PIC S9(11).
012500 01  WS-HOLD-TOTAL            PIC 9(10).
012510 01  WS-STOPPED-SW            PIC X(01).
012520     88  WS-STOPPED           VALUE "Y".
012530 01  WS-DECEASED-SW           PIC X(01).
012540     88  WS-HOLDER-DECEASED   VALUE "Y".
012550 01  WS-PPAY-FUNCTION         PIC X(01).
012560 01  WS-PPAY-RESULT           PIC X(01).
012570     88  WS-PPAY-CLEAR        VALUE "Y".
012580     88  WS-PPAY-NOT-FOUND    VALUE "N".
012590     88  WS-PPAY-AMOUNT-DIFF  VALUE "A".
012591 01  WS-DSHR-FUNCTION         PIC X(01).
012592 01  WS-DSHR-SOURCE           PIC X(01).
012594 01  WS-DSHR-COUNT            PIC 9(03).
012596 01  WS-DSHR-BLOCKED-SW       PIC X(01).
012598     88  WS-DSHR-BLOCKED      VALUE "Y".
012600
012700 01  WS-POSTED-COUNT          PIC 9(06) COMP VALUE ZERO.
012800 01  WS-RETURNED-COUNT        PIC 9(06) COMP VALUE ZERO.
025392         GO TO 2500-PAY-ONE-CHEQUE-EXIT
025393     END-IF
025400
025404*    A CHEQUE ABOVE THE POSITIVE-PAY THRESHOLD MUST MATCH THE
025408*    CUSTOMER'S REGISTRATION OF IT - NO REGISTRATION, OR A
025412*    DIFFERENT AMOUNT, AND IT GOES BACK FOR THE BRANCH TO CALL
025416*    THE CUSTOMER.
025420     MOVE "V" TO WS-PPAY-FUNCTION
025424     CALL "PPAYCHK" USING WS-PPAY-FUNCTION ACCT-NUMBER
025428                          IDH-CHEQUE-NUMBER IDH-AMOUNT
025432                          WS-PPAY-RESULT
025436     IF WS-PPAY-NOT-FOUND
025440         MOVE "PPNR" TO WS-REASON-CODE
025445         PERFORM 3000-RETURN-ONE-ITEM
025450             THRU 3000-RETURN-ONE-ITEM-EXIT
025455         GO TO 2500-PAY-ONE-CHEQUE-EXIT
025460     END-IF
025465     IF WS-PPAY-AMOUNT-DIFF
025470         MOVE "PPAM" TO WS-REASON-CODE
025475         PERFORM 3000-RETURN-ONE-ITEM
025480             THRU 3000-RETURN-ONE-ITEM-EXIT
025485         GO TO 2500-PAY-ONE-CHEQUE-EXIT
025490     END-IF
025495
025500*    CURRENT ACCOUNTS MAY BE DRAWN DOWN TO MINUS THEIR CREDIT
025600*    LIMIT; EVERY OTHER TYPE MUST STAY AT OR ABOVE ITS MINIMUM
025700*    BALANCE.  AN ACTIVE HOLD PROTECTS ITS AMOUNT - THE FLOOR
026900         MOVE "FUND" TO WS-REASON-CODE
027000         PERFORM 3000-RETURN-ONE-ITEM
027100             THRU 3000-RETURN-ONE-ITEM-EXIT
027200         PERFORM 3500-RECORD-DISHONOUR
027300             THRU 3500-RECORD-DISHONOUR-EXIT
027310         GO TO 2500-PAY-ONE-CHEQUE-EXIT
027320     END-IF
027400
027500     SUBTRACT IDH-AMOUNT FROM ACCT-BALANCE
027600     MOVE WS-TODAYS-DATE TO ACCT-LAST-WD-DATE
028500     PERFORM 4000-WRITE-LOG
028600         THRU 4000-WRITE-LOG-EXIT
028700
028800*    A REGISTERED CHEQUE IS CONFIRMED ONCE ONLY.
028810     MOVE "P" TO WS-PPAY-FUNCTION
028820     CALL "PPAYCHK" USING WS-PPAY-FUNCTION ACCT-NUMBER
028830                          IDH-CHEQUE-NUMBER IDH-AMOUNT
028840                          WS-PPAY-RESULT
028850
028860     ADD 1 TO WS-POSTED-COUNT.
028900 2500-PAY-ONE-CHEQUE-EXIT.
029000     EXIT.
029100
029900     MOVE IDH-AMOUNT        TO RET-AMOUNT
030000     MOVE WS-REASON-CODE    TO RET-REASON-CODE
030100     WRITE RETURN-RECORD
030200     ADD 1 TO WS-RETURNED-COUNT
030206
030212*    A CHEQUE RETURNED ON THE DRAWER'S OWN ACCOUNT - NO FUNDS,
030218*    STOPPED, NOT OR WRONGLY POSITIVE-PAID, OR IN A FOREIGN
030224*    CURRENCY - IS ALERTED TO ITS HOLDERS.  A MALFORMED ITEM, AN
030230*    UNKNOWN, CLOSED OR DECEASED ACCOUNT RAISES NO ALERT.
030237     IF WS-REASON-CODE = "FUND" OR "STOP" OR "PPNR" OR "PPAM"
030244                      OR "CURR"
030251         MOVE "R" TO WS-ALERT-EVENT
030258         ACCEPT WS-ALERT-TIME FROM TIME
030265         CALL "ALRTRAIS" USING IDH-ACCT-NUMBER WS-TODAYS-DATE
030272                               WS-ALERT-TIME WS-ALERT-EVENT
030279                               IDH-AMOUNT ACCT-BALANCE
030286                               WS-ALERT-REF
030293     END-IF.
030300 3000-RETURN-ONE-ITEM-EXIT.
030400     EXIT.
030405
030410*-----------------------------------------------------------------
030415* A CHEQUE BOUNCED FOR WANT OF FUNDS GOES ON THE DISHONOUR
030420* REGISTER - THE RETURN CHARGE IS LEVIED BY FEEPOST, AND THE
030425* DRAWER'S COUNT FOR THE YEAR DRIVES THE SANCTIONS.
030430*-----------------------------------------------------------------
030435 3500-RECORD-DISHONOUR.
030440     MOVE "R" TO WS-DSHR-FUNCTION
030445     MOVE "I" TO WS-DSHR-SOURCE
030450     CALL "DSHRCHK" USING WS-DSHR-FUNCTION ACCT-NUMBER
030455                          IDH-CHEQUE-NUMBER IDH-AMOUNT
030460                          WS-DSHR-SOURCE WS-REASON-CODE
030465                          WS-DSHR-COUNT WS-DSHR-BLOCKED-SW
030470     IF WS-DSHR-BLOCKED
030475         DISPLAY "INWDEBIT: ACCOUNT " ACCT-NUMBER " HAS "
030480                 WS-DSHR-COUNT " DISHONOURS THIS YEAR"
030485     END-IF.
030490 3500-RECORD-DISHONOUR-EXIT.
030495     EXIT.
030500
030600*-----------------------------------------------------------------
030700* APPEND THE USUAL WITHDRAW LOG ENTRY (AND INDEXED HISTORY)
031800     CALL "TXNREF" USING WS-TXN-REF
031900     MOVE WS-TXN-REF TO WDLOG-TXN-REF
031910     SET WDLOG-TRANS-CHEQUE TO TRUE
031911     MOVE 0 TO WDLOG-POST-BRANCH
031912     SET WDLOG-INSTR-CHEQUE TO TRUE
032000     WRITE WITHDRAW-LOG-RECORD
032100
032200     MOVE "W" TO WS-TXN-TYPE
032400                           WDLOG-TIME WS-TXN-TYPE
032500                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
032600                           WDLOG-OPERATOR-ID
032610                           WDLOG-TXN-REF
032620                           WDLOG-INSTRUMENT
032630
032640*    TELL THE HOLDERS WHO ASKED FOR CHEQUE ALERTS.
032650     MOVE "Q" TO WS-ALERT-EVENT
032660     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
032670                           WDLOG-TIME WS-ALERT-EVENT
032680                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
032690                           WDLOG-TXN-REF.
032700 4000-WRITE-LOG-EXIT.
032800     EXIT.
032900
