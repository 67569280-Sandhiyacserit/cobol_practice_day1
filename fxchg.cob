000800*                CREDIT - ACCOUNT EXISTS, ACCOUNT ACTIVE, DAILY *
000900*                DEPOSIT LIMIT RESPECTED, DEPOSIT LOG AND       *
001000*                INDEXED HISTORY WRITTEN - PRINTING THE RATE    *
001100*                AND THE BANK'S MARGIN ON THE RECEIPT.  THE     *
001200*                FOREIGN CASH TAKEN IN IS BOOKED TO THE         *
001210*                CURRENCY'S SETTLEMENT NOSTRO FOR               *
001220*                RECONCILIATION.  REQUIRES AN OPERATOR LOGIN.   *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. FXCHG.
002500* 2026-09-02 SN    NEW PROGRAM - COUNTER CURRENCY EXCHANGE,     *
002600*                  WHICH UNTIL NOW THE TELLER HAD TO TURN       *
002700*                  AWAY.                                        *
002701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002703*                  HELD.                                        *
002704* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002705*                  PLACE OF YYMMDD.                             *
002706* 2026-10-15 SN    THE FOREIGN CASH TAKEN IN IS NOW BOOKED AS   *
002707*                  AN OUR-SIDE ENTRY ON THE CURRENCY'S          *
002708*                  SETTLEMENT NOSTRO FOR THE NEW NOSTRO         *
002709*                  RECONCILIATION.                              *
002710* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002711*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002712*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002713* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
002714*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
002715*                  EODDRIVE HAS STARTED.                        *
002715* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002715*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002715*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002716* 2026-10-15 SN    FORGED FOREIGN NOTES IN THE TENDER ARE       *
002717*                  IMPOUNDED BY DENOMINATION AND SERIAL NUMBER  *
002718*                  (CFTCAPT) - ONLY THE GENUINE TENDER IS       *
002719*                  CONVERTED, CREDITED AND BOOKED TO THE        *
002720*                  NOSTRO, AND THE CUSTOMER GETS AN IMPOUNDING  *
002721*                  ACKNOWLEDGEMENT.                             *
002722* 2026-10-15 SN    THE RATE IN FORCE IS NOW FOUND BEFORE ANY    *
002723*                  FORGED NOTE IS TAKEN, SO NO NOTES ARE        *
002724*                  CAPTURED FOR AN EXCHANGE WITH NO RATE.       *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
004900     SELECT RECEIPT-FILE ASSIGN TO "RCPTFILE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RECEIPT-STATUS.
005107
005114     SELECT NOSTRO-MASTER ASSIGN TO "NOSTMSTR"
005121         ORGANIZATION IS INDEXED
005128         ACCESS MODE IS DYNAMIC
005136         RECORD KEY IS NOS-KEY
005144         FILE STATUS IS WS-NOSTMSTR-STATUS.
005152
005160     SELECT NOSTRO-ENTRIES ASSIGN TO "NOSTENT"
005168         ORGANIZATION IS INDEXED
005176         ACCESS MODE IS DYNAMIC
005184         RECORD KEY IS NE-KEY
005192         FILE STATUS IS WS-NOSTENT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006300 FD  DEPOSIT-LOG
006400     LABEL RECORDS ARE STANDARD.
006500 01  DEPOSIT-LOG-RECORD.
006600     05  LOG-DATE             PIC 9(08).
006700     05  LOG-TIME             PIC 9(08).
006800     05  FILLER               PIC X(01) VALUE SPACE.
006900     05  LOG-ACCT-NUMBER      PIC 9(06).
007000     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  LOG-DEPOSIT-AMT      PIC 9(09).
007200     05  FILLER               PIC X(01) VALUE SPACE.
007300     05  LOG-NEW-BALANCE      PIC S9(09).
007400     05  FILLER               PIC X(01) VALUE SPACE.
007500     05  LOG-CURRENCY-CODE    PIC X(03).
007600     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  LOG-BRANCH-CODE      PIC 9(03).
008300     05  FILLER               PIC X(01) VALUE SPACE.
008400     05  LOG-TXN-REF          PIC 9(10).
008409     05  FILLER               PIC X(01) VALUE SPACE.
008418     05  LOG-VALUE-DATE       PIC 9(08).
008427     05  FILLER               PIC X(01) VALUE SPACE.
008436     05  LOG-POST-BRANCH      PIC 9(03).
008445     05  FILLER               PIC X(01) VALUE SPACE.
008454     05  LOG-INSTRUMENT       PIC X(01).
008463         88  LOG-INSTR-CASH       VALUE "C".
008472         88  LOG-INSTR-CHEQUE     VALUE "Q".
008481         88  LOG-INSTR-TRANSFER   VALUE "T".
008490         88  LOG-INSTR-SYSTEM     VALUE "S".
008500
008600 FD  RECEIPT-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  RECEIPT-LINE                PIC X(60).
008810
008820 FD  NOSTRO-MASTER
008830     LABEL RECORDS ARE STANDARD.
008840     COPY NOSTREC.
008850
008860 FD  NOSTRO-ENTRIES
008870     LABEL RECORDS ARE STANDARD.
008880     COPY NOSTENT.
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-ACCMSTR-STATUS        PIC X(02).
010000 01  WS-RECEIPT-STATUS        PIC X(02).
010100     88  WS-RECEIPT-OK        VALUE "00".
010200     88  WS-RECEIPT-NOTFOUND  VALUE "35".
010210
010220 01  WS-NOSTMSTR-STATUS       PIC X(02).
010230     88  WS-NOSTMSTR-OK       VALUE "00".
010240
010250 01  WS-NOSTENT-STATUS        PIC X(02).
010260     88  WS-NOSTENT-OK        VALUE "00".
010270     88  WS-NOSTENT-NOTFOUND  VALUE "35".
010300
010400 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
010500 01  WS-TODAYS-DATE           PIC 9(08).
010600 01  WS-OPERATOR-ID           PIC 9(04).
010700 01  WS-OPERATOR-AUTH         PIC X(01).
010800 01  WS-TXN-TYPE              PIC X(01).
011400 01  WS-SELL-RATE             PIC 9(03)V9(04).
011500 01  WS-MARGIN-RATE           PIC 9(03)V9(04).
011600 01  WS-CONVERTED-AMT         PIC 9(08).
011610 01  WS-CFT-FUNCTION          PIC X(01).
011620 01  WS-CFT-SOURCE            PIC X(08) VALUE "FXCHG".
011630 01  WS-TENDERED-AMT          PIC 9(09).
011640 01  WS-IMPOUNDED-AMT         PIC 9(09) VALUE 0.
011650 01  WS-CFT-OK-SW             PIC X(01) VALUE "N".
011660     88  WS-CFT-OK            VALUE "Y".
011700
011800 01  WS-SWITCHES.
011900     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
012000         88  WS-OPERATOR-OK   VALUE "Y".
012100     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
012200         88  WS-BATCH-CLEAR   VALUE "Y".
012210     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
012220         88  WS-DAY-OPEN      VALUE "Y".
012300     05  WS-ACCT-FOUND-SW     PIC X(01) VALUE "N".
012400         88  WS-ACCT-FOUND    VALUE "Y".
012500     05  WS-RATE-FOUND-SW     PIC X(01) VALUE "N".
012800         88  WS-SCAN-EOF      VALUE "Y".
012900     05  WS-EXCHANGE-SW       PIC X(01) VALUE "N".
013000         88  WS-EXCHANGE-OK   VALUE "Y".
013010     05  WS-NOSTRO-FOUND-SW   PIC X(01) VALUE "N".
013020         88  WS-NOSTRO-FOUND  VALUE "Y".
013100
013200 01  WS-RECEIPT-REF-LINE.
013300     05  FILLER               PIC X(11) VALUE "REFERENCE: ".
013400     05  RCP-TXN-REF          PIC 9(10).
013500     05  FILLER               PIC X(08) VALUE "  DATE: ".
013600     05  RCP-DATE             PIC 9(08).
013700
013800 01  WS-RECEIPT-FX-LINE.
013900     05  FILLER               PIC X(10) VALUE "TENDERED: ".
015100     05  FILLER               PIC X(12) VALUE "  CREDITED: ".
015200     05  RCP-CREDITED         PIC 9(08).
015300     05  FILLER               PIC X(11) VALUE "  BALANCE: ".
015400     05  RCP-BALANCE          PIC -(9)9.
015400
015400 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "FXCHG".
015400 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
015400 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
015400     88  WS-ENTITLED          VALUE "Y".
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
018500                 "ACCOUNT MASTER, TRANSACTION REFUSED"
018600         GO TO 1000-INITIALIZE-EXIT
018700     END-IF
018710     MOVE "N" TO WS-DAY-OPEN-SW
018720     CALL "DAYCHK" USING WS-DAY-OPEN-SW
018730     IF NOT WS-DAY-OPEN
018740         DISPLAY "FXCHG: THE BUSINESS DAY IS NOT OPEN, "
018750                 "TRANSACTION REFUSED"
018760         GO TO 1000-INITIALIZE-EXIT
018770     END-IF
018800
018900     MOVE "N" TO WS-OPERATOR-SW
019000     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
019400                 "REFUSED"
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019600     MOVE "N" TO WS-ENTITLED-SW
019600     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
019600                          WS-ENTL-MODE WS-ENTITLED-SW
019600     IF NOT WS-ENTITLED
019600         DISPLAY "FXCHG: OPERATOR " WS-OPERATOR-ID " IS NOT "
019600                 "ENTITLED TO FXCHG, REFUSED"
019600         MOVE "N" TO WS-OPERATOR-SW
019600         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700
019800     CALL "BUSDATE" USING WS-TODAYS-DATE
019900
027400         DISPLAY "FXCHG: INVALID TENDERED AMOUNT"
027500         GO TO 2000-CAPTURE-EXCHANGE-EXIT
027600     END-IF
027610
027611*    NO RATE IN FORCE MEANS NO EXCHANGE - FIND IT BEFORE THE
027612*    TELLER TAKES ANY NOTE.
027613     PERFORM 2500-FIND-TODAYS-RATE
027614         THRU 2500-FIND-TODAYS-RATE-EXIT
027615     IF NOT WS-RATE-FOUND
027616         DISPLAY "FXCHG: NO " WS-TENDER-CURRENCY
027617                 " RATE IN FORCE FOR " WS-TODAYS-DATE
027618                 ", TRANSACTION REFUSED"
027619         GO TO 2000-CAPTURE-EXCHANGE-EXIT
027620     END-IF
027621
027622*    FORGED NOTES ARE IMPOUNDED OUT OF THE TENDER NEXT - ONLY
027630*    THE GENUINE FOREIGN CASH IS CONVERTED AND CREDITED.
027640     MOVE WS-TENDER-AMOUNT TO WS-TENDERED-AMT
027650     MOVE "C" TO WS-CFT-FUNCTION
027660     MOVE "N" TO WS-CFT-OK-SW
027670     CALL "CFTCAPT" USING WS-CFT-FUNCTION WS-OPERATOR-ID
027671                          ACCT-NUMBER ACCT-BRANCH-CODE
027672                          WS-CFT-SOURCE WS-TENDER-CURRENCY
027673                          WS-TENDERED-AMT WS-IMPOUNDED-AMT
027674                          WS-TXN-REF WS-CFT-OK-SW
027675     IF NOT WS-CFT-OK
027676         GO TO 2000-CAPTURE-EXCHANGE-EXIT
027677     END-IF
027678     SUBTRACT WS-IMPOUNDED-AMT FROM WS-TENDER-AMOUNT
028600
028700     COMPUTE WS-CONVERTED-AMT ROUNDED =
028800             WS-TENDER-AMOUNT * WS-BUY-RATE
038100     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
038200     CALL "TXNREF" USING WS-TXN-REF
038300     MOVE WS-TXN-REF TO LOG-TXN-REF
038301     MOVE 0 TO LOG-VALUE-DATE
038302     MOVE 0 TO LOG-POST-BRANCH
038303     SET LOG-INSTR-CASH TO TRUE
038400     WRITE DEPOSIT-LOG-RECORD
038500
038600     MOVE "D" TO WS-TXN-TYPE
038800                           WS-TXN-TYPE LOG-DEPOSIT-AMT
038900                           LOG-NEW-BALANCE LOG-OPERATOR-ID
038900                           LOG-TXN-REF
038900                           LOG-INSTRUMENT
039000
039100     PERFORM 5000-BOOK-TO-NOSTRO
039200         THRU 5000-BOOK-TO-NOSTRO-EXIT
039210
039220     PERFORM 4000-PRINT-RECEIPT
039230         THRU 4000-PRINT-RECEIPT-EXIT
039231
039232*    ANY NOTES IMPOUNDED GO TO THE COUNTERFEIT REGISTER UNDER
039233*    THIS EXCHANGE'S REFERENCE, WITH THE ACKNOWLEDGEMENT.
039234     MOVE "W" TO WS-CFT-FUNCTION
039235     CALL "CFTCAPT" USING WS-CFT-FUNCTION WS-OPERATOR-ID
039236                          ACCT-NUMBER ACCT-BRANCH-CODE
039237                          WS-CFT-SOURCE WS-TENDER-CURRENCY
039238                          WS-TENDERED-AMT WS-IMPOUNDED-AMT
039239                          WS-TXN-REF WS-CFT-OK-SW
039300
039400     DISPLAY "FXCHG: CREDITED " WS-CONVERTED-AMT " INR AT "
039500             WS-BUY-RATE ", UPDATED BALANCE = " ACCT-BALANCE.
044000     CLOSE RECEIPT-FILE.
044100 4000-PRINT-RECEIPT-EXIT.
044200     EXIT.
044201
044202*-----------------------------------------------------------------
044203* BOOK THE FOREIGN CASH TAKEN IN AS AN OPEN OUR-SIDE ENTRY ON THE
044204* TENDERED CURRENCY'S SETTLEMENT NOSTRO, UNDER THE EXCHANGE'S
044205* TRANSACTION REFERENCE, FOR NOSTRO RECONCILIATION.  THE
044206* CUSTOMER'S CREDIT STANDS WHETHER OR NOT IT CAN BE BOOKED.
044207*-----------------------------------------------------------------
044208 5000-BOOK-TO-NOSTRO.
044209     MOVE "N" TO WS-NOSTRO-FOUND-SW
044210     OPEN INPUT NOSTRO-MASTER
044211     IF NOT WS-NOSTMSTR-OK
044212         DISPLAY "FXCHG: NO NOSTRO MASTER, EXCHANGE " WS-TXN-REF
044213                 " NOT BOOKED TO A NOSTRO - REFER TO "
044214                 "RECONCILIATIONS"
044215         GO TO 5000-BOOK-TO-NOSTRO-EXIT
044216     END-IF
044217
044218     MOVE "N" TO WS-SCAN-EOF-SW
044219     MOVE WS-TENDER-CURRENCY TO NOS-CURRENCY-CODE
044220     MOVE LOW-VALUES TO NOS-CORR-CODE
044221     START NOSTRO-MASTER
044222         KEY IS NOT LESS THAN NOS-KEY
044223         INVALID KEY
044224             SET WS-SCAN-EOF TO TRUE
044225     END-START
044226     PERFORM 5100-EXAMINE-ONE-NOSTRO
044227         THRU 5100-EXAMINE-ONE-NOSTRO-EXIT
044228         UNTIL WS-SCAN-EOF
044229     CLOSE NOSTRO-MASTER
044230
044231     IF NOT WS-NOSTRO-FOUND
044232         DISPLAY "FXCHG: NO SETTLEMENT NOSTRO FOR "
044233                 WS-TENDER-CURRENCY ", EXCHANGE " WS-TXN-REF
044234                 " NOT BOOKED TO A NOSTRO - REFER TO "
044235                 "RECONCILIATIONS"
044236         GO TO 5000-BOOK-TO-NOSTRO-EXIT
044237     END-IF
044238
044239     OPEN I-O NOSTRO-ENTRIES
044240     IF WS-NOSTENT-NOTFOUND
044241         OPEN OUTPUT NOSTRO-ENTRIES
044242         CLOSE NOSTRO-ENTRIES
044243         OPEN I-O NOSTRO-ENTRIES
044244     END-IF
044245     IF NOT WS-NOSTENT-OK
044246         DISPLAY "FXCHG: UNABLE TO OPEN NOSTRO ENTRIES, "
044247                 "STATUS = " WS-NOSTENT-STATUS ", EXCHANGE "
044248                 WS-TXN-REF " NOT BOOKED TO A NOSTRO"
044249         GO TO 5000-BOOK-TO-NOSTRO-EXIT
044250     END-IF
044251
044252     INITIALIZE NOSTRO-ENTRY-RECORD
044253     MOVE NOS-KEY            TO NE-NOSTRO-KEY
044254     SET NE-SIDE-OURS TO TRUE
044255     MOVE WS-TXN-REF         TO NE-ENTRY-REF
044256     MOVE WS-TODAYS-DATE     TO NE-VALUE-DATE
044257     SET NE-CREDIT TO TRUE
044258     MOVE WS-TENDER-AMOUNT   TO NE-AMOUNT
044259     MOVE WS-TXN-REF         TO NE-OUR-REF
044260     SET NE-SOURCE-FX TO TRUE
044261     MOVE ACCT-NUMBER        TO NE-ACCT-NUMBER
044262     SET NE-STATUS-OPEN TO TRUE
044263     WRITE NOSTRO-ENTRY-RECORD
044264         INVALID KEY
044265             DISPLAY "FXCHG: UNABLE TO BOOK EXCHANGE " WS-TXN-REF
044266                     " TO NOSTRO " NE-CURRENCY-CODE "/"
044267                     NE-CORR-CODE
044268     END-WRITE
044269     CLOSE NOSTRO-ENTRIES.
044270 5000-BOOK-TO-NOSTRO-EXIT.
044271     EXIT.
044272
044273*-----------------------------------------------------------------
044274* TAKE ONE NOSTRO OF THE TENDERED CURRENCY, STOPPING AT THE
044275* ACTIVE SETTLEMENT NOSTRO WITH ITS KEY IN NOS-KEY.
044276*-----------------------------------------------------------------
044277 5100-EXAMINE-ONE-NOSTRO.
044278     READ NOSTRO-MASTER NEXT RECORD
044279         AT END
044280             SET WS-SCAN-EOF TO TRUE
044281             GO TO 5100-EXAMINE-ONE-NOSTRO-EXIT
044282     END-READ
044283     IF NOS-CURRENCY-CODE NOT = WS-TENDER-CURRENCY
044284         SET WS-SCAN-EOF TO TRUE
044285         GO TO 5100-EXAMINE-ONE-NOSTRO-EXIT
044286     END-IF
044288     IF NOS-SETTLEMENT AND NOS-STATUS-ACTIVE
044290         SET WS-NOSTRO-FOUND TO TRUE
044292         SET WS-SCAN-EOF TO TRUE
044294     END-IF.
044296 5100-EXAMINE-ONE-NOSTRO-EXIT.
044298     EXIT.
044300
044400*-----------------------------------------------------------------
044500* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
