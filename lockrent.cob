000100*****************************************************************
000200* PROGRAM      : LOCKRENT                                       *
000300* DESCRIPTION  : SAFE DEPOSIT LOCKER RENT COLLECTION.  SCANS    *
000400*                THE ALLOTMENT FILE FOR ACTIVE ALLOTMENTS WHOSE *
000500*                ANNUAL RENT HAS FALLEN DUE, ADDS EACH YEAR'S   *
000600*                RENT TO THE ALLOTMENT'S ARREARS AND ADVANCES   *
000700*                THE DUE DATE A YEAR, THEN DEBITS THE ARREARS   *
000800*                FROM THE LINKED RENT ACCOUNT THE WAY EMICOLL   *
000900*                COLLECTS AN INSTALLMENT - SUBJECT TO           *
001000*                WITHDRAW'S FLOOR RULES.  RENT IS POSTED AS A   *
001100*                FEE THROUGH THE WITHDRAW LOG.  WHAT THE        *
001200*                ACCOUNT CANNOT COVER STAYS IN ARREARS, IS      *
001300*                TRIED AGAIN ON THE NEXT RUN AND IS LISTED BY   *
001400*                LOCKOVD.  EACH COLLECTION ALSO TAKES GST ON    *
001410*                THE RENT, POSTED AS ITS OWN LOG LINE AND       *
001420*                INVOICED THROUGH GSTINV.                       *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. LOCKRENT.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - ANNUAL LOCKER RENT DEBIT WITH  *
002800*                  ARREARS CARRIED WHERE FUNDS ARE SHORT.       *
002801* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002802*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002803*                  HELD. THE WHOLE ARREARS NOW GOES IN ONE      *
002804*                  DEBIT - THE 999,999 CAP PER DEBIT IS GONE.   *
002805* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002806*                  PLACE OF YYMMDD.                             *
002807* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002808*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002809*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002810* 2026-10-15 SN    RENT NOW CARRIES GST AT THE STANDARD RATE,   *
002811*                  DEBITED WITH IT AS A SEPARATE WITHDRAW-LOG   *
002812*                  LINE (TYPE "G") AND ENTERED ON THE GST       *
002813*                  INVOICE REGISTER UNDER THE LOCKER BRANCH'S   *
002814*                  NEXT INVOICE NUMBER, VIA THE NEW GSTINV      *
002815*                  SUBPROGRAM.  THE REGISTER SHOWS THE GST.     *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-NUMBER
003800         FILE STATUS IS WS-ACCMSTR-STATUS.
003900
004000     SELECT ALLOTMENT-FILE ASSIGN TO "LOCKALOT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ALT-NUMBER
004400         FILE STATUS IS WS-LOCKALOT-STATUS.
004500
004600     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-WDLOG-STATUS.
004900
005000     SELECT RENT-REGISTER ASSIGN TO "LOCKRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REGISTER-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACCOUNT-MASTER
005700     LABEL RECORDS ARE STANDARD.
005800     COPY ACCTREC.
005900
006000 FD  ALLOTMENT-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY LKALREC.
006300
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
007800     05  WDLOG-BRANCH-CODE    PIC 9(03).
007900     05  FILLER               PIC X(01) VALUE SPACE.
008000     05  WDLOG-TXN-REF        PIC 9(10).
008100     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  WDLOG-TRANS-TYPE     PIC X(01).
008300         88  WDLOG-TRANS-FEE      VALUE "F".
008310         88  WDLOG-TRANS-GST      VALUE "G".
008310     05  FILLER               PIC X(01) VALUE SPACE.
008320     05  WDLOG-POST-BRANCH    PIC 9(03).
008330     05  FILLER               PIC X(01) VALUE SPACE.
008340     05  WDLOG-INSTRUMENT     PIC X(01).
008350         88  WDLOG-INSTR-CASH     VALUE "C".
008360         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
008370         88  WDLOG-INSTR-TRANSFER VALUE "T".
008380         88  WDLOG-INSTR-SYSTEM   VALUE "S".
008400
008500 FD  RENT-REGISTER
008600     LABEL RECORDS ARE STANDARD.
008700 01  REPORT-LINE                 PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000 01  WS-ACCMSTR-STATUS        PIC X(02).
009100     88  WS-ACCMSTR-OK        VALUE "00".
009200 01  WS-LOCKALOT-STATUS       PIC X(02).
009300     88  WS-LOCKALOT-OK       VALUE "00".
009400     88  WS-LOCKALOT-NOTFOUND VALUE "35".
009500 01  WS-WDLOG-STATUS          PIC X(02).
009600     88  WS-WDLOG-OK          VALUE "00".
009700 01  WS-REGISTER-STATUS       PIC X(02).
009800     88  WS-REGISTER-OK       VALUE "00".
009900
010000 01  WS-JOB-NAME              PIC X(08) VALUE "LOCKRENT".
010100 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
010200     88  WS-BATCH-ACQUIRED    VALUE "Y".
010300
010400 01  WS-TODAYS-DATE           PIC 9(08).
010500 01  WS-TXN-TYPE              PIC X(01).
010600 01  WS-TXN-REF               PIC 9(10).
010700 01  WS-FLOOR                 PIC S9(11).
010800 01  WS-HOLD-TOTAL            PIC 9(10).
010900 01  WS-DEBIT-AMT             PIC 9(09).
010910 01  WS-GST-AMT               PIC 9(09).
010920 01  WS-TOTAL-DEBIT           PIC 9(10).
010930 01  WS-RENT-TXN-REF          PIC 9(10).
010940 01  WS-GST-TOTAL             PIC 9(09) VALUE ZERO.
010950*    LOCKER RENT IS NOT ON THE CHARGE SCHEDULE - IT IS TAXED AT
010960*    THE STANDARD RATE UNDER ITS OWN FEE CODE.
010970 01  WS-RENT-TAX-CODE         PIC X(02) VALUE "ST".
010980 01  WS-RENT-FEE-CODE         PIC X(04) VALUE "LOCK".
010990 01  WS-GST-FUNCTION          PIC X(01).
010991 01  WS-GST-SOURCE            PIC X(08) VALUE "LOCKRENT".
010992 01  WS-GST-OK-SW             PIC X(01).
010993     88  WS-GST-OK            VALUE "Y".
010994     COPY GSTREC.
011000 01  WS-CCYY                  PIC 9(04).
011100 01  WS-COLLECTED-COUNT       PIC 9(06) COMP VALUE ZERO.
011200 01  WS-ARREARS-COUNT         PIC 9(06) COMP VALUE ZERO.
011300 01  WS-COLLECTED-TOTAL       PIC 9(09) VALUE ZERO.
011400 01  WS-FRZ-DIRECTION         PIC X(01).
011500 01  WS-FROZEN-SW             PIC X(01).
011600     88  WS-ACCOUNT-FROZEN    VALUE "Y".
011700 01  WS-DECEASED-SW           PIC X(01).
011800     88  WS-HOLDER-DECEASED   VALUE "Y".
011900 01  WS-SHORTFALL             PIC 9(10).
012000 01  WS-SWEPT-SW              PIC X(01).
012100     88  WS-SWEPT-BACK        VALUE "Y".
012200
012300 01  WS-SWITCHES.
012400     05  WS-EOF-SW            PIC X(01) VALUE "N".
012500         88  WS-EOF           VALUE "Y".
012600     05  WS-COLLECT-SW        PIC X(01) VALUE "N".
012700         88  WS-COLLECTED     VALUE "Y".
012800
012900 01  WS-DETAIL-LINE.
013000     05  DTL-ALLOT-NO         PIC 9(10).
013100     05  FILLER               PIC X(02) VALUE SPACES.
013200     05  DTL-BRANCH-CODE      PIC 9(03).
013300     05  FILLER               PIC X(02) VALUE SPACES.
013400     05  DTL-LOCKER-NO        PIC 9(04).
013500     05  FILLER               PIC X(02) VALUE SPACES.
013600     05  DTL-ACCT-NUMBER      PIC 9(06).
013700     05  FILLER               PIC X(02) VALUE SPACES.
013800     05  DTL-AMOUNT           PIC -(7)9.
013810     05  FILLER               PIC X(02) VALUE SPACES.
013820     05  DTL-GST-AMT          PIC -(7)9.
013900     05  FILLER               PIC X(02) VALUE SPACES.
014000     05  DTL-RESULT           PIC X(09).
014100
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE
014500         THRU 1000-INITIALIZE-EXIT
014600
014700     PERFORM 2000-PROCESS-ALLOTMENT
014800         THRU 2000-PROCESS-ALLOTMENT-EXIT
014900         UNTIL WS-EOF
015000
015100     PERFORM 9999-TERMINATE
015200         THRU 9999-TERMINATE-EXIT
015300
015400     STOP RUN.
015500
015600*-----------------------------------------------------------------
015700* ACQUIRE THE BATCH WINDOW AND OPEN THE FILES.  NO ALLOTMENT
015800* FILE MEANS NO LOCKER HAS EVER BEEN LET - NOTHING TO COLLECT.
015900*-----------------------------------------------------------------
016000 1000-INITIALIZE.
016100     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
016200     IF NOT WS-BATCH-ACQUIRED
016300         DISPLAY "LOCKRENT: BATCH WINDOW CHECK FAILED, RUN "
016400                 "REFUSED"
016500         SET WS-EOF TO TRUE
016600         GO TO 1000-INITIALIZE-EXIT
016700     END-IF
016800
016900     CALL "BUSDATE" USING WS-TODAYS-DATE
017000
017100     OPEN I-O ALLOTMENT-FILE
017200     IF WS-LOCKALOT-NOTFOUND
017300         DISPLAY "LOCKRENT: NO LOCKER ALLOTMENTS ON FILE, "
017400                 "NOTHING TO COLLECT"
017500         SET WS-EOF TO TRUE
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF
017800     IF NOT WS-LOCKALOT-OK
017900         DISPLAY "LOCKRENT: UNABLE TO OPEN ALLOTMENT FILE, "
018000                 "STATUS = " WS-LOCKALOT-STATUS
018100         SET WS-EOF TO TRUE
018200         GO TO 1000-INITIALIZE-EXIT
018300     END-IF
018400
018500     OPEN I-O ACCOUNT-MASTER
018600     IF NOT WS-ACCMSTR-OK
018700         DISPLAY "LOCKRENT: UNABLE TO OPEN ACCOUNT MASTER, "
018800                 "STATUS = " WS-ACCMSTR-STATUS
018900         SET WS-EOF TO TRUE
019000         GO TO 1000-INITIALIZE-EXIT
019100     END-IF
019200
019300     OPEN EXTEND WITHDRAW-LOG
019400     IF NOT WS-WDLOG-OK
019500         DISPLAY "LOCKRENT: UNABLE TO OPEN WITHDRAW LOG, "
019600                 "STATUS = " WS-WDLOG-STATUS
019700         SET WS-EOF TO TRUE
019800         GO TO 1000-INITIALIZE-EXIT
019900     END-IF
020000
020100     OPEN OUTPUT RENT-REGISTER
020200     IF NOT WS-REGISTER-OK
020300         DISPLAY "LOCKRENT: UNABLE TO OPEN RENT REGISTER, "
020400                 "STATUS = " WS-REGISTER-STATUS
020500         SET WS-EOF TO TRUE
020600         GO TO 1000-INITIALIZE-EXIT
020700     END-IF
020800     MOVE "LOCKER RENT COLLECTION REGISTER" TO REPORT-LINE
020900     WRITE REPORT-LINE
021000     MOVE "ALLOT NO    BRN  LOCKER  ACCT NO     AMOUNT       GST  
021010-         "RESULT" TO REPORT-LINE
021200     WRITE REPORT-LINE
021300
021400     READ ALLOTMENT-FILE NEXT RECORD
021500         AT END
021600             SET WS-EOF TO TRUE
021700     END-READ.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000
022100*-----------------------------------------------------------------
022200* RAISE AND COLLECT ONE ACTIVE ALLOTMENT'S RENT, THEN ADVANCE
022300* TO THE NEXT ALLOTMENT.
022400*-----------------------------------------------------------------
022500 2000-PROCESS-ALLOTMENT.
022600     IF ALT-STATUS-ACTIVE
022700         PERFORM 2500-COLLECT-ONE-RENT
022800             THRU 2500-COLLECT-ONE-RENT-EXIT
022900     END-IF
023000
023100     READ ALLOTMENT-FILE NEXT RECORD
023200         AT END
023300             SET WS-EOF TO TRUE
023400     END-READ.
023500 2000-PROCESS-ALLOTMENT-EXIT.
023600     EXIT.
023700
023800*-----------------------------------------------------------------
023900* ADD EVERY YEAR'S RENT NOW DUE INTO ARREARS, THEN DEBIT THE
024000* ARREARS FROM THE RENT ACCOUNT SUBJECT TO WITHDRAW'S FLOOR
024100* RULES (NET OF ACTIVE HOLDS).  FUNDS SHORT LEAVES THE ARREARS
024200* STANDING FOR THE NEXT RUN.
024300*-----------------------------------------------------------------
024400 2500-COLLECT-ONE-RENT.
024500     PERFORM 2600-RAISE-ONE-YEAR
024600         THRU 2600-RAISE-ONE-YEAR-EXIT
024700         UNTIL ALT-RENT-DUE-DATE > WS-TODAYS-DATE
024800     IF ALT-ARREARS-AMT = 0
024900         GO TO 2500-COLLECT-ONE-RENT-EXIT
025000     END-IF
025100
025700     MOVE ALT-ARREARS-AMT TO WS-DEBIT-AMT
025710
025720*    THE GST ON THE RENT IS TAKEN WITH IT - THE ACCOUNT MUST
025730*    COVER BOTH OR NEITHER IS TAKEN.
025740     INITIALIZE GST-INVOICE-RECORD
025750     MOVE WS-RENT-TAX-CODE TO GST-TAX-CODE
025760     MOVE WS-RENT-FEE-CODE TO GST-FEE-CODE
025770     MOVE WS-DEBIT-AMT     TO GST-TAXABLE-AMT
025780     MOVE "C" TO WS-GST-FUNCTION
025790     CALL "GSTINV" USING WS-GST-FUNCTION GST-INVOICE-RECORD
025791                         WS-GST-OK-SW
025792     MOVE GST-TAX-AMT TO WS-GST-AMT
025793     COMPUTE WS-TOTAL-DEBIT = WS-DEBIT-AMT + WS-GST-AMT
025900
026000     MOVE "N" TO WS-COLLECT-SW
026100     MOVE ALT-RENT-ACCT TO ACCT-NUMBER
026200     READ ACCOUNT-MASTER
026300         KEY IS ACCT-NUMBER
026400         INVALID KEY
026500             DISPLAY "LOCKRENT: ACCOUNT " ALT-RENT-ACCT
026600                     " NOT FOUND, ALLOTMENT " ALT-NUMBER
026700                     " LEFT IN ARREARS"
026800             GO TO 2500-COLLECT-POSITION
026900     END-READ
027000     IF NOT ACCT-STATUS-ACTIVE
027100         GO TO 2500-COLLECT-POSITION
027200     END-IF
027300
027400*    A DEBIT-ONLY OR TOTAL FREEZE LEAVES THE RENT IN ARREARS
027500*    INSTEAD OF TAKING THE MONEY.
027600     MOVE "D" TO WS-FRZ-DIRECTION
027700     MOVE "N" TO WS-FROZEN-SW
027800     CALL "FRZCHK" USING ACCT-NUMBER WS-FRZ-DIRECTION
027900                         WS-FROZEN-SW
028000     IF WS-ACCOUNT-FROZEN
028100         DISPLAY "LOCKRENT: ACCOUNT " ALT-RENT-ACCT
028200                 " IS FROZEN AGAINST DEBITS, ALLOTMENT "
028300                 ALT-NUMBER " LEFT IN ARREARS"
028400         GO TO 2500-COLLECT-POSITION
028500     END-IF
028600
028700*    A DECEASED HOLDER BLOCKS EVERY DEBIT ON THE ACCOUNT - THE
028800*    RENT STAYS IN ARREARS FOR THE ESTATE.
028900     MOVE "N" TO WS-DECEASED-SW
029000     CALL "DECCHK" USING ACCT-NUMBER WS-DECEASED-SW
029100     IF WS-HOLDER-DECEASED
029200         DISPLAY "LOCKRENT: A HOLDER OF ACCOUNT " ALT-RENT-ACCT
029300                 " IS DECEASED, ALLOTMENT " ALT-NUMBER
029400                 " LEFT IN ARREARS"
029500         GO TO 2500-COLLECT-POSITION
029600     END-IF
029700
029800     IF ACCT-TYPE-CURRENT
029900         COMPUTE WS-FLOOR = 0 - ACCT-CREDIT-LIMIT
030000     ELSE
030100         MOVE ACCT-MIN-BAL TO WS-FLOOR
030200     END-IF
030300     CALL "HOLDSUM" USING ACCT-NUMBER WS-HOLD-TOTAL
030400     ADD WS-HOLD-TOTAL TO WS-FLOOR
030500     IF (ACCT-BALANCE - WS-TOTAL-DEBIT) < WS-FLOOR
030600*        A SWEEP ARRANGEMENT MAY COVER THE SHORTFALL FROM THE
030700*        LINKED FIXED DEPOSIT BEFORE THE RENT GOES UNPAID.
030800         COMPUTE WS-SHORTFALL = WS-FLOOR
030900                 - (ACCT-BALANCE - WS-TOTAL-DEBIT)
031000         MOVE "N" TO WS-SWEPT-SW
031100         CALL "SWEEPBK" USING ACCT-NUMBER WS-SHORTFALL
031200                              WS-SWEPT-SW
031300         IF NOT WS-SWEPT-BACK
031400             GO TO 2500-COLLECT-POSITION
031500         END-IF
031600*        THE BALANCE MOVED ON DISK - PICK UP THE FRESH RECORD.
031700         READ ACCOUNT-MASTER
031800             KEY IS ACCT-NUMBER
031900             INVALID KEY
032000                 GO TO 2500-COLLECT-POSITION
032100         END-READ
032200         IF (ACCT-BALANCE - WS-TOTAL-DEBIT) < WS-FLOOR
032300             GO TO 2500-COLLECT-POSITION
032400         END-IF
032500     END-IF
032600
032700     SUBTRACT WS-TOTAL-DEBIT FROM ACCT-BALANCE
032800     MOVE WS-TODAYS-DATE TO ACCT-LAST-WD-DATE
032900     REWRITE ACCOUNT-RECORD
033000         INVALID KEY
033100             DISPLAY "LOCKRENT: UNABLE TO REWRITE ACCOUNT "
033200                     ALT-RENT-ACCT
033300             GO TO 2500-COLLECT-POSITION
033400     END-REWRITE
033500     PERFORM 3000-WRITE-RENT-LOG
033600         THRU 3000-WRITE-RENT-LOG-EXIT
033610     IF WS-GST-AMT > 0
033620         PERFORM 3100-WRITE-GST-LOG
033630             THRU 3100-WRITE-GST-LOG-EXIT
033640     END-IF
033650     PERFORM 3200-RAISE-INVOICE
033660         THRU 3200-RAISE-INVOICE-EXIT
033700     SET WS-COLLECTED TO TRUE.
033800 2500-COLLECT-POSITION.
033900     IF WS-COLLECTED
034000         SUBTRACT WS-DEBIT-AMT FROM ALT-ARREARS-AMT
034100         IF ALT-ARREARS-AMT = 0
034200             MOVE 0 TO ALT-ARREARS-SINCE
034300         END-IF
034400         MOVE WS-TODAYS-DATE TO ALT-LAST-RENT-DATE
034500         ADD 1 TO WS-COLLECTED-COUNT
034600         ADD WS-DEBIT-AMT TO WS-COLLECTED-TOTAL
034610         ADD WS-GST-AMT TO WS-GST-TOTAL
034700         MOVE WS-DEBIT-AMT TO DTL-AMOUNT
034710         MOVE WS-GST-AMT TO DTL-GST-AMT
034800         MOVE "COLLECTED" TO DTL-RESULT
034900     ELSE
035000         ADD 1 TO WS-ARREARS-COUNT
035100         MOVE ALT-ARREARS-AMT TO DTL-AMOUNT
035110         MOVE 0 TO DTL-GST-AMT
035200         MOVE "ARREARS  " TO DTL-RESULT
035300     END-IF
035400
035500     REWRITE LOCKER-ALLOT-RECORD
035600         INVALID KEY
035700             DISPLAY "LOCKRENT: UNABLE TO REWRITE ALLOTMENT "
035800                     ALT-NUMBER
035900     END-REWRITE
036000
036100     MOVE ALT-NUMBER      TO DTL-ALLOT-NO
036200     MOVE ALT-BRANCH-CODE TO DTL-BRANCH-CODE
036300     MOVE ALT-LOCKER-NO   TO DTL-LOCKER-NO
036400     MOVE ALT-RENT-ACCT   TO DTL-ACCT-NUMBER
036500     MOVE WS-DETAIL-LINE TO REPORT-LINE
036600     WRITE REPORT-LINE.
036700 2500-COLLECT-ONE-RENT-EXIT.
036800     EXIT.
036900
037000*-----------------------------------------------------------------
037100* ONE YEAR'S RENT HAS FALLEN DUE - ADD IT TO ARREARS (DATING
037200* THE ARREARS FROM THE FIRST UNPAID DUE DATE) AND MOVE THE DUE
037300* DATE ON A YEAR.
037400*-----------------------------------------------------------------
037500 2600-RAISE-ONE-YEAR.
037600     IF ALT-ARREARS-AMT = 0
037700         MOVE ALT-RENT-DUE-DATE TO ALT-ARREARS-SINCE
037800     END-IF
037900     ADD ALT-ANNUAL-RENT TO ALT-ARREARS-AMT
038000     MOVE ALT-RENT-DUE-DATE(1:4) TO WS-CCYY
038100     ADD 1 TO WS-CCYY
038200     MOVE WS-CCYY TO ALT-RENT-DUE-DATE(1:4).
038300 2600-RAISE-ONE-YEAR-EXIT.
038400     EXIT.
038500
038600*-----------------------------------------------------------------
038700* POST THE RENT THROUGH THE WITHDRAW LOG AS A FEE (AND THE
038800* INDEXED HISTORY) UNDER OPERATOR ZERO.  THE RENT LINE SHOWS THE
038810* BALANCE BEFORE THE GST CAME OFF, SO THE TWO LINES STEP DOWN IN
038820* TURN.
038900*-----------------------------------------------------------------
039000 3000-WRITE-RENT-LOG.
039100     MOVE WS-TODAYS-DATE TO WDLOG-DATE
039200     ACCEPT WDLOG-TIME FROM TIME
039300     MOVE ACCT-NUMBER TO WDLOG-ACCT-NUMBER
039400     MOVE WS-DEBIT-AMT TO WDLOG-WITHDRAW-AMT
039500     COMPUTE WDLOG-NEW-BALANCE = ACCT-BALANCE + WS-GST-AMT
039600     MOVE 0 TO WDLOG-OPERATOR-ID
039700     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
039800     CALL "TXNREF" USING WS-TXN-REF
039900     MOVE WS-TXN-REF TO WDLOG-TXN-REF
039910     MOVE WS-TXN-REF TO WS-RENT-TXN-REF
040000     SET WDLOG-TRANS-FEE TO TRUE
040001     MOVE 0 TO WDLOG-POST-BRANCH
040002     SET WDLOG-INSTR-SYSTEM TO TRUE
040100     WRITE WITHDRAW-LOG-RECORD
040200
040300     MOVE "W" TO WS-TXN-TYPE
040400     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
040500                           WDLOG-TIME WS-TXN-TYPE
040600                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
040700                           WDLOG-OPERATOR-ID
040800                           WDLOG-TXN-REF
040800                           WDLOG-INSTRUMENT.
040900 3000-WRITE-RENT-LOG-EXIT.
041000     EXIT.
041010
041020*-----------------------------------------------------------------
041030* POST THE GST ON THE RENT THROUGH THE WITHDRAW LOG (AND THE
041040* INDEXED HISTORY) UNDER ITS OWN REFERENCE - GLJRNL CARRIES IT
041050* TO GST PAYABLE.
041060*-----------------------------------------------------------------
041070 3100-WRITE-GST-LOG.
041080     MOVE WS-TODAYS-DATE TO WDLOG-DATE
041090     ACCEPT WDLOG-TIME FROM TIME
041100     MOVE ACCT-NUMBER TO WDLOG-ACCT-NUMBER
041110     MOVE WS-GST-AMT TO WDLOG-WITHDRAW-AMT
041120     MOVE ACCT-BALANCE TO WDLOG-NEW-BALANCE
041130     MOVE 0 TO WDLOG-OPERATOR-ID
041140     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
041150     CALL "TXNREF" USING WS-TXN-REF
041160     MOVE WS-TXN-REF TO WDLOG-TXN-REF
041170     SET WDLOG-TRANS-GST TO TRUE
041180     MOVE 0 TO WDLOG-POST-BRANCH
041190     SET WDLOG-INSTR-SYSTEM TO TRUE
041200     WRITE WITHDRAW-LOG-RECORD
041210
041220     MOVE "W" TO WS-TXN-TYPE
041230     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
041240                           WDLOG-TIME WS-TXN-TYPE
041250                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
041260                           WDLOG-OPERATOR-ID
041270                           WDLOG-TXN-REF
041280                           WDLOG-INSTRUMENT.
041290 3100-WRITE-GST-LOG-EXIT.
041300     EXIT.
041310
041320*-----------------------------------------------------------------
041330* ENTER THE RENT ON THE GST INVOICE REGISTER UNDER THE NEXT
041340* INVOICE NUMBER OF THE BRANCH HOLDING THE LOCKER.  THE MONEY HAS
041350* ALREADY POSTED, SO A FAILURE IS REPORTED FOR THE INVOICE TO BE
041360* RAISED BY HAND RATHER THAN STOPPING THE RUN.
041370*-----------------------------------------------------------------
041380 3200-RAISE-INVOICE.
041390     MOVE ALT-BRANCH-CODE TO GST-BRANCH-CODE
041400     MOVE ACCT-NUMBER     TO GST-ACCT-NUMBER
041410     MOVE SPACES          TO GST-BILLED-TO
041420     MOVE WS-GST-SOURCE   TO GST-SOURCE
041430     MOVE WS-RENT-TXN-REF TO GST-TXN-REF
041440     MOVE "I" TO WS-GST-FUNCTION
041450     CALL "GSTINV" USING WS-GST-FUNCTION GST-INVOICE-RECORD
041460                         WS-GST-OK-SW
041470     IF NOT WS-GST-OK
041480         DISPLAY "LOCKRENT: NO GST INVOICE RAISED FOR ALLOTMENT "
041490                 ALT-NUMBER ", REFERENCE " WS-RENT-TXN-REF
041491     END-IF.
041492 3200-RAISE-INVOICE-EXIT.
041493     EXIT.
041100
041200*-----------------------------------------------------------------
041300* PRINT THE RUN COUNTS, RELEASE THE WINDOW AND CLOSE DOWN.
041400*-----------------------------------------------------------------
041500 9999-TERMINATE.
041600     IF WS-BATCH-ACQUIRED
041700         CALL "BATCHREL" USING WS-JOB-NAME
041800     END-IF
041900     DISPLAY "LOCKRENT: RENTS COLLECTED = " WS-COLLECTED-COUNT
042000     DISPLAY "LOCKRENT: AMOUNT COLLECTED = " WS-COLLECTED-TOTAL
042010     DISPLAY "LOCKRENT: GST COLLECTED = " WS-GST-TOTAL
042100     DISPLAY "LOCKRENT: ALLOTMENTS LEFT IN ARREARS = "
042200             WS-ARREARS-COUNT
042300     CLOSE ALLOTMENT-FILE
042400     CLOSE ACCOUNT-MASTER
042500     CLOSE WITHDRAW-LOG
042600     CLOSE RENT-REGISTER.
042700 9999-TERMINATE-EXIT.
042800     EXIT.
