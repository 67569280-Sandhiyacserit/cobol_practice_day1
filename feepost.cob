001200*                REGISTER IS PRINTED.  FURTHER FEE CODES CAN BE *
001300*                ADDED TO THE SCHEDULE WITHOUT A PROGRAM        *
001400*                CHANGE TO THIS SELECTION; ONLY A NEW SELECTION *
001500*                RULE NEEDS CODE.  THE SECOND RULE LEVIES THE   *
001510*                CHEQUE RETURN CHARGE FOR EVERY ENTRY ON THE    *
001520*                DISHONOUR REGISTER STILL AWAITING ITS CHARGE - *
001530*                FEE CODE CHQR FOR THE CUSTOMER'S OWN CHEQUE    *
001540*                RETURNED UNPAID, CHQD FOR A CHEQUE THEY        *
001550*                DEPOSITED THAT CAME BACK.  THE THIRD LEVIES    *
001551*                THE CHEQUE BOOK CHARGE (FEE CODE CHQB) FOR     *
001552*                EVERY BOOK ON THE ISSUE REGISTER STILL         *
001553*                AWAITING IT.  EVERY CHARGE CARRIES GST AT THE  *
001554*                RATE FOR ITS SCHEDULE ENTRY'S TAX CODE, POSTED *
001555*                AS ITS OWN LOG LINE AND INVOICED THROUGH       *
001556*                GSTINV.                                        *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. FEEPOST.
003010* 2026-09-02 SN    THE WITHDRAW LOG ENTRY NOW CARRIES THE FEE   *
003020*                  TRANSACTION TYPE BYTE AT THE END OF THE      *
003030*                  RECORD, FOR THE NEW GL JOURNAL EXTRACT.      *
003031* 2026-10-15 SN    THE LOW-BALANCE FEE IS NOW MATCHED ON THE    *
003032*                  ACCOUNT'S PRODUCT FEE PLAN (THROUGH PRDLKUP) *
003033*                  INSTEAD OF ITS TYPE, AND IT IS THE PRODUCT'S *
003034*                  OVERDRAFT RULE THAT EXEMPTS AN ACCOUNT. A    *
003035*                  STANDARD PRODUCT'S FEE PLAN IS ITS TYPE      *
003036*                  CODE, SO EXISTING SCHEDULE ENTRIES STILL     *
003037*                  MATCH.                                       *
003038* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003039*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003040*                  HELD.                                        *
003041* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003042*                  PLACE OF YYMMDD.                             *
003043* 2026-10-15 SN    A SECOND SELECTION RULE NOW LEVIES THE       *
003044*                  CHEQUE RETURN CHARGE (FEE CODES CHQR AND     *
003045*                  CHQD) FOR EVERY ENTRY ON THE NEW DISHONOUR   *
003046*                  REGISTER STILL AWAITING IT.                  *
003047* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003048*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003049*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003050* 2026-10-15 SN    EACH FEE TAKEN NOW RAISES A FEE ALERT TO THE *
003051*                  HOLDERS VIA THE NEW ALRTRAIS SUBPROGRAM.     *
003052* 2026-10-15 SN    SCHEDULE ENTRIES NOW CARRY A GST TAX CODE.   *
003053*                  EVERY CHARGE LEVIED NOW ALSO DEBITS ITS GST  *
003054*                  AS A SEPARATE WITHDRAW-LOG LINE (TYPE "G")   *
003055*                  AND IS ENTERED ON THE GST INVOICE REGISTER   *
003056*                  UNDER THE BRANCH'S NEXT INVOICE NUMBER, VIA  *
003057*                  THE NEW GSTINV SUBPROGRAM.  THE REGISTER     *
003058*                  SHOWS THE GST BESIDE EACH FEE.               *
003059* 2026-10-15 SN    A THIRD SELECTION RULE NOW LEVIES THE CHEQUE *
003060*                  BOOK CHARGE (FEE CODE CHQB) FOR EVERY BOOK   *
003061*                  ON THE ISSUE REGISTER STILL AWAITING IT.     *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
005000     SELECT FEE-REGISTER ASSIGN TO "FEEREG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REGISTER-STATUS.
005210
005220     SELECT DISHONOUR-FILE ASSIGN TO "DSHRFILE"
005230         ORGANIZATION IS INDEXED
005240         ACCESS MODE IS DYNAMIC
005250         RECORD KEY IS DSH-KEY
005260         FILE STATUS IS WS-DSHRFILE-STATUS.
005270
005280     SELECT CHEQUE-BOOK-REGISTER ASSIGN TO "CHQBKREG"
005285         ORGANIZATION IS INDEXED
005290         ACCESS MODE IS DYNAMIC
005295         RECORD KEY IS CHQBK-KEY
005298         FILE STATUS IS WS-CHQBKREG-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
006900         88  FEE-BASIS-PERCENT    VALUE "P".
007000     05  FILLER               PIC X(01).
007100     05  FEE-VALUE            PIC 9(05).
007110     05  FILLER               PIC X(01).
007120     05  FEE-TAX-CODE         PIC X(02).
007200
007300 FD  WITHDRAW-LOG
007400     LABEL RECORDS ARE STANDARD.
007500 01  WITHDRAW-LOG-RECORD.
007600     05  WDLOG-DATE           PIC 9(08).
007700     05  WDLOG-TIME           PIC 9(08).
007800     05  FILLER               PIC X(01) VALUE SPACE.
007900     05  WDLOG-ACCT-NUMBER    PIC 9(06).
008000     05  FILLER               PIC X(01) VALUE SPACE.
008100     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
008200     05  FILLER               PIC X(01) VALUE SPACE.
008300     05  WDLOG-NEW-BALANCE    PIC S9(09).
008400     05  FILLER               PIC X(01) VALUE SPACE.
008500     05  WDLOG-OPERATOR-ID    PIC 9(04).
008701     05  FILLER               PIC X(01) VALUE SPACE.
008705     05  FILLER               PIC X(01) VALUE SPACE.
008706     05  WDLOG-TRANS-TYPE     PIC X(01).
008707         88  WDLOG-TRANS-FEE      VALUE "F".
008707         88  WDLOG-TRANS-GST      VALUE "G".
008707     05  FILLER               PIC X(01) VALUE SPACE.
008707     05  WDLOG-POST-BRANCH    PIC 9(03).
008707     05  FILLER               PIC X(01) VALUE SPACE.
008707     05  WDLOG-INSTRUMENT     PIC X(01).
008707         88  WDLOG-INSTR-CASH     VALUE "C".
008707         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
008707         88  WDLOG-INSTR-TRANSFER VALUE "T".
008707         88  WDLOG-INSTR-SYSTEM   VALUE "S".
008600
008700 FD  FEE-REGISTER
008800     LABEL RECORDS ARE STANDARD.
008900 01  REPORT-LINE                 PIC X(80).
008910
008920 FD  DISHONOUR-FILE
008930     LABEL RECORDS ARE STANDARD.
008940     COPY DSHRREC.
008941
008942 FD  CHEQUE-BOOK-REGISTER
008943     LABEL RECORDS ARE STANDARD.
008944     COPY CHQBKREC.
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-ACCMSTR-STATUS        PIC X(02).
010100
010200 01  WS-REGISTER-STATUS       PIC X(02).
010300     88  WS-REGISTER-OK       VALUE "00".
010310
010320 01  WS-DSHRFILE-STATUS       PIC X(02).
010330     88  WS-DSHRFILE-OK       VALUE "00".
010340     88  WS-DSHRFILE-NOTFOUND VALUE "35".
010341
010342 01  WS-CHQBKREG-STATUS       PIC X(02).
010343     88  WS-CHQBKREG-OK       VALUE "00".
010344     88  WS-CHQBKREG-NOTFOUND VALUE "35".
010400
010500 01  WS-JOB-NAME              PIC X(08) VALUE "FEEPOST ".
010600 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
010700     88  WS-BATCH-ACQUIRED    VALUE "Y".
010800
010900 01  WS-TODAYS-DATE           PIC 9(08).
011000 01  WS-TXN-TYPE              PIC X(01).
011010 01  WS-TXN-REF               PIC 9(10).
011020 01  WS-ALERT-EVENT           PIC X(01).
011100 01  WS-SHORTFALL             PIC S9(10).
011200 01  WS-FEE-AMT               PIC 9(09).
011250 01  WS-MATCH-FEE-CODE        PIC X(04).
011260 01  WS-GST-AMT               PIC 9(09).
011270 01  WS-FEE-TXN-REF           PIC 9(10).
011280 01  WS-GST-FUNCTION          PIC X(01).
011290 01  WS-GST-SOURCE            PIC X(08) VALUE "FEEPOST".
011291 01  WS-GST-OK-SW             PIC X(01).
011292     88  WS-GST-OK            VALUE "Y".
011293     COPY GSTREC.
011300
011400 01  WS-SCHED-COUNT           PIC 9(02) COMP VALUE 0.
011500 01  WS-SCHED-MAX             PIC 9(02) COMP VALUE 20.
012100         10  SCHED-ACCT-TYPE      PIC X(01).
012200         10  SCHED-BASIS          PIC X(01).
012300         10  SCHED-VALUE          PIC 9(05).
012310         10  SCHED-TAX-CODE       PIC X(02).
012400
012500 01  WS-FOUND-IDX             PIC 9(02) COMP VALUE 0.
012501
012502 01  WS-PRODUCT-FOUND-SW      PIC X(01).
012503     COPY PRODREC.
012600
012700 01  WS-ACCOUNT-COUNT         PIC 9(06) COMP VALUE ZERO.
012800 01  WS-FEE-COUNT             PIC 9(06) COMP VALUE ZERO.
012900 01  WS-FEE-TOTAL             PIC 9(12) VALUE ZERO.
012910 01  WS-GST-TOTAL             PIC 9(12) VALUE ZERO.
013000
013100 01  WS-SWITCHES.
013200     05  WS-EOF-SW            PIC X(01) VALUE "N".
013300         88  WS-EOF           VALUE "Y".
013400     05  WS-SCHED-EOF-SW      PIC X(01) VALUE "N".
013500         88  WS-SCHED-EOF     VALUE "Y".
013510     05  WS-DSHR-OPEN-SW      PIC X(01) VALUE "N".
013520         88  WS-DSHR-OPEN     VALUE "Y".
013530     05  WS-DSH-EOF-SW        PIC X(01) VALUE "N".
013540         88  WS-DSH-EOF       VALUE "Y".
013550     05  WS-CHQBK-OPEN-SW     PIC X(01) VALUE "N".
013560         88  WS-CHQBK-OPEN    VALUE "Y".
013570     05  WS-CHQBK-EOF-SW      PIC X(01) VALUE "N".
013580         88  WS-CHQBK-EOF     VALUE "Y".
013600
013700 01  WS-DETAIL-LINE.
013800     05  DTL-ACCT-NUMBER      PIC 9(06).
013900     05  FILLER               PIC X(03) VALUE SPACES.
014000     05  DTL-FEE-CODE         PIC X(04).
014100     05  FILLER               PIC X(03) VALUE SPACES.
014200     05  DTL-BALANCE          PIC -(9)9.
014300     05  FILLER               PIC X(03) VALUE SPACES.
014400     05  DTL-MIN-BAL          PIC -(9)9.
014500     05  FILLER               PIC X(03) VALUE SPACES.
014600     05  DTL-FEE-AMT          PIC -(9)9.
014610     05  FILLER               PIC X(03) VALUE SPACES.
014620     05  DTL-GST-AMT          PIC -(9)9.
014700
014800 01  WS-TOTAL-LINE.
014900     05  FILLER               PIC X(21)
015000              VALUE "TOTAL FEES LEVIED:   ".
015100     05  TOT-AMOUNT           PIC -(11)9.
015110
015120 01  WS-GST-TOTAL-LINE.
015130     05  FILLER               PIC X(21)
015140              VALUE "TOTAL GST CHARGED:   ".
015150     05  TOT-GST-AMOUNT       PIC -(11)9.
015200
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
022100         GO TO 1000-INITIALIZE-EXIT
022200     END-IF
022300
022400*    NO DISHONOUR REGISTER MEANS NO CHEQUE HAS EVER BEEN
022406*    RETURNED - THERE ARE NO RETURN CHARGES TO LEVY.
022412     OPEN I-O DISHONOUR-FILE
022418     IF WS-DSHRFILE-OK
022424         SET WS-DSHR-OPEN TO TRUE
022430     ELSE
022436         IF NOT WS-DSHRFILE-NOTFOUND
022442             DISPLAY "FEEPOST: UNABLE TO OPEN DISHONOUR "
022448                     "REGISTER, STATUS = " WS-DSHRFILE-STATUS
022454             SET WS-EOF TO TRUE
022460             SET WS-SCHED-EOF TO TRUE
022466             GO TO 1000-INITIALIZE-EXIT
022472         END-IF
022479     END-IF
022480
022481*    NO CHEQUE BOOK REGISTER MEANS NO BOOK HAS EVER BEEN ISSUED -
022482*    THERE ARE NO BOOK CHARGES TO LEVY.
022483     OPEN I-O CHEQUE-BOOK-REGISTER
022484     IF WS-CHQBKREG-OK
022485         SET WS-CHQBK-OPEN TO TRUE
022486     ELSE
022487         IF NOT WS-CHQBKREG-NOTFOUND
022488             DISPLAY "FEEPOST: UNABLE TO OPEN CHEQUE BOOK "
022489                     "REGISTER, STATUS = " WS-CHQBKREG-STATUS
022490             SET WS-EOF TO TRUE
022491             SET WS-SCHED-EOF TO TRUE
022492             GO TO 1000-INITIALIZE-EXIT
022493         END-IF
022494     END-IF
022495
022493     MOVE "MONTH-END FEE REGISTER" TO REPORT-LINE
022500     WRITE REPORT-LINE
022600     MOVE SPACES TO REPORT-LINE
022700     WRITE REPORT-LINE
022800     MOVE "ACCT NO  FEE       BALANCE      MIN BAL          FEE   
022850-         "       GST" TO REPORT-LINE
023000     WRITE REPORT-LINE
023100
023200     READ ACCOUNT-MASTER NEXT RECORD
025600     MOVE FEE-CODE      TO SCHED-FEE-CODE(WS-SCHED-COUNT)
025700     MOVE FEE-ACCT-TYPE TO SCHED-ACCT-TYPE(WS-SCHED-COUNT)
025800     MOVE FEE-BASIS     TO SCHED-BASIS(WS-SCHED-COUNT)
025900     MOVE FEE-VALUE     TO SCHED-VALUE(WS-SCHED-COUNT)
025910     MOVE FEE-TAX-CODE  TO SCHED-TAX-CODE(WS-SCHED-COUNT).
026000 2000-LOAD-SCHEDULE-EXIT.
026100     EXIT.
026200
026300*-----------------------------------------------------------------
026400* AN ACTIVE NON-CURRENT ACCOUNT SITTING UNDER ITS OWN MINIMUM
026500* BALANCE IS CHARGED THE SCHEDULED LOW-BALANCE PENALTY, AND AN
026600* ACTIVE ACCOUNT WITH RETURNED CHEQUES ON THE DISHONOUR REGISTER
026700* IS CHARGED FOR EACH, AS IS ONE WITH NEW CHEQUE BOOKS ON THE
026705* ISSUE REGISTER.  THEN ADVANCE TO THE NEXT ACCOUNT.
026710*-----------------------------------------------------------------
026800 3000-PROCESS-ACCOUNT.
026900     ADD 1 TO WS-ACCOUNT-COUNT
027000
027001*    AN OVERDRAFT PRODUCT HAS NO MINIMUM TO FALL BELOW; ANY
027002*    OTHER IS CHARGED UNDER ITS PRODUCT'S FEE PLAN.
027003     MOVE "N" TO WS-PRODUCT-FOUND-SW
027004     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
027005                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
027006     IF ACCT-STATUS-ACTIVE
027200         AND NOT PRD-OVERDRAFT-ALLOWED
027300         AND ACCT-BALANCE < ACCT-MIN-BAL
027400         PERFORM 3500-CHARGE-LOW-BAL-FEE
027500             THRU 3500-CHARGE-LOW-BAL-FEE-EXIT
027600     END-IF
027700
027710     IF ACCT-STATUS-ACTIVE
027720         AND WS-DSHR-OPEN
027730         PERFORM 3700-CHARGE-DISHONOURS
027740             THRU 3700-CHARGE-DISHONOURS-EXIT
027750     END-IF
027751
027752     IF ACCT-STATUS-ACTIVE
027753         AND WS-CHQBK-OPEN
027754         PERFORM 3900-CHARGE-CHEQUE-BOOKS
027755             THRU 3900-CHARGE-CHEQUE-BOOKS-EXIT
027756     END-IF
027760
027800     READ ACCOUNT-MASTER NEXT RECORD
027900         AT END
028000             SET WS-EOF TO TRUE
029000* THE TYPE MEANS NO CHARGE.
029100*-----------------------------------------------------------------
029200 3500-CHARGE-LOW-BAL-FEE.
029300     MOVE "LOWB" TO WS-MATCH-FEE-CODE
029310     MOVE 0 TO WS-FOUND-IDX
029400     PERFORM 3600-MATCH-ONE-ENTRY
029500         THRU 3600-MATCH-ONE-ENTRY-EXIT
029600         VARYING WS-SCHED-IDX FROM 1 BY 1
031400         GO TO 3500-CHARGE-LOW-BAL-FEE-EXIT
031500     END-IF
031600
031610     PERFORM 3800-FIND-TAX
031620         THRU 3800-FIND-TAX-EXIT
031700     SUBTRACT WS-FEE-AMT WS-GST-AMT FROM ACCT-BALANCE
031800
031900     REWRITE ACCOUNT-RECORD
032000         INVALID KEY
033100     MOVE ACCT-BALANCE TO DTL-BALANCE
033200     MOVE ACCT-MIN-BAL TO DTL-MIN-BAL
033300     MOVE WS-FEE-AMT   TO DTL-FEE-AMT
033310     MOVE WS-GST-AMT   TO DTL-GST-AMT
033400     MOVE WS-DETAIL-LINE TO REPORT-LINE
033500     WRITE REPORT-LINE
033600
033700     ADD 1 TO WS-FEE-COUNT
033710     ADD WS-GST-AMT TO WS-GST-TOTAL
033800     ADD WS-FEE-AMT TO WS-FEE-TOTAL.
033900 3500-CHARGE-LOW-BAL-FEE-EXIT.
034000     EXIT.
034100
034200*-----------------------------------------------------------------
034300* MATCH ONE SCHEDULE ENTRY - THE FEE CODE BEING LEVIED FOR THIS
034400* ACCOUNT'S FEE PLAN - ITS TYPE CODE UNDER A STANDARD PRODUCT.
034500*-----------------------------------------------------------------
034600 3600-MATCH-ONE-ENTRY.
034700     IF SCHED-FEE-CODE(WS-SCHED-IDX) = WS-MATCH-FEE-CODE
034800         AND SCHED-ACCT-TYPE(WS-SCHED-IDX) = PRD-FEE-PLAN
034900         MOVE WS-SCHED-IDX TO WS-FOUND-IDX
035000     END-IF.
035100 3600-MATCH-ONE-ENTRY-EXIT.
035200     EXIT.
035201
035202*-----------------------------------------------------------------
035203* WALK THE ACCOUNT'S ENTRIES ON THE DISHONOUR REGISTER AND LEVY
035204* THE RETURN CHARGE FOR EACH ONE STILL AWAITING IT.
035205*-----------------------------------------------------------------
035206 3700-CHARGE-DISHONOURS.
035207     MOVE "N" TO WS-DSH-EOF-SW
035208     MOVE ACCT-NUMBER TO DSH-ACCT-NUMBER
035209     MOVE 0 TO DSH-DATE
035210     MOVE SPACE TO DSH-SOURCE
035211     MOVE 0 TO DSH-CHEQUE-NUMBER
035212     START DISHONOUR-FILE
035213         KEY IS NOT LESS THAN DSH-KEY
035214         INVALID KEY
035215             SET WS-DSH-EOF TO TRUE
035216     END-START
035217
035218     PERFORM 3710-CHARGE-ONE-DISHONOUR
035219         THRU 3710-CHARGE-ONE-DISHONOUR-EXIT
035220         UNTIL WS-DSH-EOF.
035221 3700-CHARGE-DISHONOURS-EXIT.
035222     EXIT.
035223
035224*-----------------------------------------------------------------
035225* LEVY ONE RETURN CHARGE.  A FLAT-BASIS FEE CHARGES THE SCHEDULED
035226* AMOUNT; A PERCENTAGE-BASIS FEE CHARGES THAT PERCENTAGE OF THE
035227* CHEQUE.  NO SCHEDULE ENTRY FOR THE FEE PLAN MEANS NO CHARGE,
035228* AND THE ENTRY IS MARKED SO IT IS NOT LOOKED AT AGAIN.
035229*-----------------------------------------------------------------
035230 3710-CHARGE-ONE-DISHONOUR.
035231     READ DISHONOUR-FILE NEXT RECORD
035232         AT END
035233             SET WS-DSH-EOF TO TRUE
035234             GO TO 3710-CHARGE-ONE-DISHONOUR-EXIT
035235     END-READ
035236
035237     IF DSH-ACCT-NUMBER NOT = ACCT-NUMBER
035238         SET WS-DSH-EOF TO TRUE
035239         GO TO 3710-CHARGE-ONE-DISHONOUR-EXIT
035240     END-IF
035241
035242     IF NOT DSH-CHARGE-PENDING
035243         GO TO 3710-CHARGE-ONE-DISHONOUR-EXIT
035244     END-IF
035245
035246     IF DSH-SOURCE-DRAWN
035247         MOVE "CHQR" TO WS-MATCH-FEE-CODE
035248     ELSE
035249         MOVE "CHQD" TO WS-MATCH-FEE-CODE
035250     END-IF
035251     MOVE 0 TO WS-FOUND-IDX
035252     PERFORM 3600-MATCH-ONE-ENTRY
035253         THRU 3600-MATCH-ONE-ENTRY-EXIT
035254         VARYING WS-SCHED-IDX FROM 1 BY 1
035255         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
035256            OR WS-FOUND-IDX NOT = 0
035257
035258     MOVE 0 TO WS-FEE-AMT
035259     IF WS-FOUND-IDX NOT = 0
035260         IF SCHED-BASIS(WS-FOUND-IDX) = "P"
035261             COMPUTE WS-FEE-AMT ROUNDED =
035262                     DSH-AMOUNT * SCHED-VALUE(WS-FOUND-IDX) / 100
035263         ELSE
035264             MOVE SCHED-VALUE(WS-FOUND-IDX) TO WS-FEE-AMT
035265         END-IF
035266     END-IF
035267
035268     IF WS-FEE-AMT = 0
035269         SET DSH-CHARGE-NONE TO TRUE
035270         REWRITE DISHONOUR-RECORD
035271             INVALID KEY
035272                 DISPLAY "FEEPOST: UNABLE TO REWRITE DISHONOUR "
035273                         "ENTRY FOR ACCOUNT " ACCT-NUMBER
035274         END-REWRITE
035275         GO TO 3710-CHARGE-ONE-DISHONOUR-EXIT
035276     END-IF
035277
035278     PERFORM 3800-FIND-TAX
035278         THRU 3800-FIND-TAX-EXIT
035278     SUBTRACT WS-FEE-AMT WS-GST-AMT FROM ACCT-BALANCE
035279
035280     REWRITE ACCOUNT-RECORD
035281         INVALID KEY
035282             DISPLAY "FEEPOST: UNABLE TO REWRITE ACCOUNT "
035283                     ACCT-NUMBER
035284             ADD WS-FEE-AMT WS-GST-AMT TO ACCT-BALANCE
035285             GO TO 3710-CHARGE-ONE-DISHONOUR-EXIT
035286     END-REWRITE
035287
035288     PERFORM 4000-WRITE-FEE-LOG
035289         THRU 4000-WRITE-FEE-LOG-EXIT
035290
035291     SET DSH-CHARGE-LEVIED TO TRUE
035292     MOVE WS-FEE-AMT     TO DSH-CHARGE-AMOUNT
035293     MOVE WS-TODAYS-DATE TO DSH-CHARGE-DATE
035294     REWRITE DISHONOUR-RECORD
035295         INVALID KEY
035296             DISPLAY "FEEPOST: UNABLE TO REWRITE DISHONOUR "
035297                     "ENTRY FOR ACCOUNT " ACCT-NUMBER
035298     END-REWRITE
035299
035300     MOVE ACCT-NUMBER  TO DTL-ACCT-NUMBER
035301     MOVE WS-MATCH-FEE-CODE TO DTL-FEE-CODE
035302     MOVE ACCT-BALANCE TO DTL-BALANCE
035303     MOVE ACCT-MIN-BAL TO DTL-MIN-BAL
035304     MOVE WS-FEE-AMT   TO DTL-FEE-AMT
035304     MOVE WS-GST-AMT   TO DTL-GST-AMT
035305     MOVE WS-DETAIL-LINE TO REPORT-LINE
035306     WRITE REPORT-LINE
035307
035308     ADD 1 TO WS-FEE-COUNT
035308     ADD WS-GST-AMT TO WS-GST-TOTAL
035309     ADD WS-FEE-AMT TO WS-FEE-TOTAL.
035310 3710-CHARGE-ONE-DISHONOUR-EXIT.
035311     EXIT.
035312
035313*-----------------------------------------------------------------
035314* WORK OUT THE GST ON THE FEE JUST FOUND, AT THE RATE FOR ITS
035315* SCHEDULE ENTRY'S TAX CODE.
035316*-----------------------------------------------------------------
035317 3800-FIND-TAX.
035318     INITIALIZE GST-INVOICE-RECORD
035319     MOVE SCHED-TAX-CODE(WS-FOUND-IDX) TO GST-TAX-CODE
035320     MOVE WS-MATCH-FEE-CODE TO GST-FEE-CODE
035321     MOVE WS-FEE-AMT        TO GST-TAXABLE-AMT
035322     MOVE "C" TO WS-GST-FUNCTION
035323     CALL "GSTINV" USING WS-GST-FUNCTION GST-INVOICE-RECORD
035324                         WS-GST-OK-SW
035325     MOVE GST-TAX-AMT TO WS-GST-AMT.
035326 3800-FIND-TAX-EXIT.
035327     EXIT.
035328
035329*-----------------------------------------------------------------
035330* WALK THE ACCOUNT'S BOOKS ON THE CHEQUE BOOK ISSUE REGISTER AND
035331* LEVY THE BOOK CHARGE FOR EACH ONE STILL AWAITING IT.
035332*-----------------------------------------------------------------
035333 3900-CHARGE-CHEQUE-BOOKS.
035334     MOVE "N" TO WS-CHQBK-EOF-SW
035335     MOVE ACCT-NUMBER TO CHQBK-ACCT-NUMBER
035336     MOVE 0 TO CHQBK-START-NUMBER
035337     START CHEQUE-BOOK-REGISTER
035338         KEY IS NOT LESS THAN CHQBK-KEY
035339         INVALID KEY
035340             SET WS-CHQBK-EOF TO TRUE
035341     END-START
035342
035343     PERFORM 3910-CHARGE-ONE-BOOK
035344         THRU 3910-CHARGE-ONE-BOOK-EXIT
035345         UNTIL WS-CHQBK-EOF.
035346 3900-CHARGE-CHEQUE-BOOKS-EXIT.
035347     EXIT.
035348
035349*-----------------------------------------------------------------
035350* LEVY ONE BOOK CHARGE.  A BOOK HAS NO VALUE TO TAKE A PERCENTAGE
035351* OF, SO THE SCHEDULED VALUE IS CHARGED PER BOOK WHATEVER ITS
035352* BASIS.  NO SCHEDULE ENTRY FOR THE FEE PLAN MEANS NO CHARGE, AND
035353* THE BOOK IS MARKED SO IT IS NOT LOOKED AT AGAIN.  A BOOK ISSUED
035354* BEFORE BOOKS WERE CHARGED CARRIES NO CHARGE STATUS AND IS LEFT
035355* ALONE.
035356*-----------------------------------------------------------------
035357 3910-CHARGE-ONE-BOOK.
035358     READ CHEQUE-BOOK-REGISTER NEXT RECORD
035359         AT END
035360             SET WS-CHQBK-EOF TO TRUE
035361             GO TO 3910-CHARGE-ONE-BOOK-EXIT
035362     END-READ
035363
035364     IF CHQBK-ACCT-NUMBER NOT = ACCT-NUMBER
035365         SET WS-CHQBK-EOF TO TRUE
035366         GO TO 3910-CHARGE-ONE-BOOK-EXIT
035367     END-IF
035368
035369     IF NOT CHQBK-CHARGE-PENDING
035370         GO TO 3910-CHARGE-ONE-BOOK-EXIT
035371     END-IF
035372
035373     MOVE "CHQB" TO WS-MATCH-FEE-CODE
035374     MOVE 0 TO WS-FOUND-IDX
035375     PERFORM 3600-MATCH-ONE-ENTRY
035376         THRU 3600-MATCH-ONE-ENTRY-EXIT
035377         VARYING WS-SCHED-IDX FROM 1 BY 1
035378         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
035379            OR WS-FOUND-IDX NOT = 0
035380
035381     MOVE 0 TO WS-FEE-AMT
035382     IF WS-FOUND-IDX NOT = 0
035383         MOVE SCHED-VALUE(WS-FOUND-IDX) TO WS-FEE-AMT
035384     END-IF
035385
035386     IF WS-FEE-AMT = 0
035387         SET CHQBK-CHARGE-NONE TO TRUE
035388         REWRITE CHEQUE-BOOK-RECORD
035389             INVALID KEY
035390                 DISPLAY "FEEPOST: UNABLE TO REWRITE CHEQUE BOOK "
035391                         "ENTRY FOR ACCOUNT " ACCT-NUMBER
035392         END-REWRITE
035393         GO TO 3910-CHARGE-ONE-BOOK-EXIT
035394     END-IF
035395
035396     PERFORM 3800-FIND-TAX
035397         THRU 3800-FIND-TAX-EXIT
035398     SUBTRACT WS-FEE-AMT WS-GST-AMT FROM ACCT-BALANCE
035399
035400     REWRITE ACCOUNT-RECORD
035401         INVALID KEY
035402             DISPLAY "FEEPOST: UNABLE TO REWRITE ACCOUNT "
035403                     ACCT-NUMBER
035404             ADD WS-FEE-AMT WS-GST-AMT TO ACCT-BALANCE
035405             GO TO 3910-CHARGE-ONE-BOOK-EXIT
035406     END-REWRITE
035407
035408     PERFORM 4000-WRITE-FEE-LOG
035409         THRU 4000-WRITE-FEE-LOG-EXIT
035410
035411     SET CHQBK-CHARGE-LEVIED TO TRUE
035412     MOVE WS-FEE-AMT     TO CHQBK-CHARGE-AMOUNT
035413     MOVE WS-TODAYS-DATE TO CHQBK-CHARGE-DATE
035414     REWRITE CHEQUE-BOOK-RECORD
035415         INVALID KEY
035416             DISPLAY "FEEPOST: UNABLE TO REWRITE CHEQUE BOOK "
035417                     "ENTRY FOR ACCOUNT " ACCT-NUMBER
035418     END-REWRITE
035419
035420     MOVE ACCT-NUMBER  TO DTL-ACCT-NUMBER
035421     MOVE WS-MATCH-FEE-CODE TO DTL-FEE-CODE
035422     MOVE ACCT-BALANCE TO DTL-BALANCE
035423     MOVE ACCT-MIN-BAL TO DTL-MIN-BAL
035424     MOVE WS-FEE-AMT   TO DTL-FEE-AMT
035425     MOVE WS-GST-AMT   TO DTL-GST-AMT
035426     MOVE WS-DETAIL-LINE TO REPORT-LINE
035427     WRITE REPORT-LINE
035428
035429     ADD 1 TO WS-FEE-COUNT
035430     ADD WS-GST-AMT TO WS-GST-TOTAL
035431     ADD WS-FEE-AMT TO WS-FEE-TOTAL.
035432 3910-CHARGE-ONE-BOOK-EXIT.
035433     EXIT.
035434
035400*-----------------------------------------------------------------
035500* POST THE FEE DEBIT THROUGH THE WITHDRAW LOG (AND THE INDEXED
035600* HISTORY) UNDER OPERATOR ZERO, THEN ITS GST AS A SECOND LINE,
035610* AND ENTER THE CHARGE ON THE GST INVOICE REGISTER.  THE FEE LINE
035620* SHOWS THE BALANCE BEFORE THE GST CAME OFF, SO THE TWO LINES
035630* STEP DOWN IN TURN.
035700*-----------------------------------------------------------------
035800 4000-WRITE-FEE-LOG.
035900     MOVE WS-TODAYS-DATE TO WDLOG-DATE
036000     ACCEPT WDLOG-TIME FROM TIME
036100     MOVE ACCT-NUMBER    TO WDLOG-ACCT-NUMBER
036200     MOVE WS-FEE-AMT     TO WDLOG-WITHDRAW-AMT
036300     COMPUTE WDLOG-NEW-BALANCE = ACCT-BALANCE + WS-GST-AMT
036400     MOVE 0              TO WDLOG-OPERATOR-ID
036410     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
036415     CALL "TXNREF" USING WS-TXN-REF
036416     MOVE WS-TXN-REF       TO WDLOG-TXN-REF
036416     MOVE WS-TXN-REF       TO WS-FEE-TXN-REF
036417     SET WDLOG-TRANS-FEE TO TRUE
036418     MOVE 0 TO WDLOG-POST-BRANCH
036419     SET WDLOG-INSTR-SYSTEM TO TRUE
036500     WRITE WITHDRAW-LOG-RECORD
036600
036700     MOVE "W" TO WS-TXN-TYPE
036900                           WDLOG-TIME WS-TXN-TYPE
037000                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
037100                           WDLOG-OPERATOR-ID
037110                           WDLOG-TXN-REF
037120                           WDLOG-INSTRUMENT
037130
037140*    TELL THE HOLDERS WHO ASKED FOR FEE ALERTS.
037150     MOVE "F" TO WS-ALERT-EVENT
037160     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
037170                           WDLOG-TIME WS-ALERT-EVENT
037180                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
037190                           WDLOG-TXN-REF
037191
037192     IF WS-GST-AMT > 0
037193         PERFORM 4100-WRITE-GST-LOG
037194             THRU 4100-WRITE-GST-LOG-EXIT
037195     END-IF
037196
037197     PERFORM 4200-RAISE-INVOICE
037198         THRU 4200-RAISE-INVOICE-EXIT.
037200 4000-WRITE-FEE-LOG-EXIT.
037300     EXIT.
037301
037302*-----------------------------------------------------------------
037303* POST THE GST ON THE FEE THROUGH THE WITHDRAW LOG (AND THE
037304* INDEXED HISTORY) UNDER ITS OWN REFERENCE - GLJRNL CARRIES IT
037305* TO GST PAYABLE.
037306*-----------------------------------------------------------------
037307 4100-WRITE-GST-LOG.
037308     MOVE WS-TODAYS-DATE TO WDLOG-DATE
037309     ACCEPT WDLOG-TIME FROM TIME
037310     MOVE ACCT-NUMBER    TO WDLOG-ACCT-NUMBER
037311     MOVE WS-GST-AMT     TO WDLOG-WITHDRAW-AMT
037312     MOVE ACCT-BALANCE   TO WDLOG-NEW-BALANCE
037313     MOVE 0              TO WDLOG-OPERATOR-ID
037314     MOVE ACCT-BRANCH-CODE TO WDLOG-BRANCH-CODE
037315     CALL "TXNREF" USING WS-TXN-REF
037316     MOVE WS-TXN-REF       TO WDLOG-TXN-REF
037317     SET WDLOG-TRANS-GST TO TRUE
037318     MOVE 0 TO WDLOG-POST-BRANCH
037319     SET WDLOG-INSTR-SYSTEM TO TRUE
037320     WRITE WITHDRAW-LOG-RECORD
037321
037322     MOVE "W" TO WS-TXN-TYPE
037323     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
037324                           WDLOG-TIME WS-TXN-TYPE
037325                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
037326                           WDLOG-OPERATOR-ID
037327                           WDLOG-TXN-REF
037328                           WDLOG-INSTRUMENT.
037329 4100-WRITE-GST-LOG-EXIT.
037330     EXIT.
037331
037332*-----------------------------------------------------------------
037333* ENTER THE CHARGE ON THE GST INVOICE REGISTER UNDER THE NEXT
037334* INVOICE NUMBER OF THE ACCOUNT'S BRANCH.  THE MONEY HAS ALREADY
037335* POSTED, SO A FAILURE IS REPORTED FOR THE INVOICE TO BE RAISED
037336* BY HAND RATHER THAN STOPPING THE RUN.
037337*-----------------------------------------------------------------
037338 4200-RAISE-INVOICE.
037339     MOVE ACCT-BRANCH-CODE TO GST-BRANCH-CODE
037340     MOVE ACCT-NUMBER      TO GST-ACCT-NUMBER
037341     MOVE SPACES           TO GST-BILLED-TO
037342     MOVE WS-GST-SOURCE    TO GST-SOURCE
037343     MOVE WS-FEE-TXN-REF   TO GST-TXN-REF
037344     MOVE "I" TO WS-GST-FUNCTION
037345     CALL "GSTINV" USING WS-GST-FUNCTION GST-INVOICE-RECORD
037346                         WS-GST-OK-SW
037347     IF NOT WS-GST-OK
037348         DISPLAY "FEEPOST: NO GST INVOICE RAISED FOR FEE "
037349                 GST-FEE-CODE " ON ACCOUNT " ACCT-NUMBER
037350                 ", REFERENCE " WS-FEE-TXN-REF
037351     END-IF.
037352 4200-RAISE-INVOICE-EXIT.
037353     EXIT.
037400
037500*-----------------------------------------------------------------
037600* PRINT THE REGISTER TOTAL AND THE RUN COUNTS, THEN CLOSE DOWN.
038600         MOVE WS-FEE-TOTAL TO TOT-AMOUNT
038700         MOVE WS-TOTAL-LINE TO REPORT-LINE
038800         WRITE REPORT-LINE
038810         MOVE WS-GST-TOTAL TO TOT-GST-AMOUNT
038820         MOVE WS-GST-TOTAL-LINE TO REPORT-LINE
038830         WRITE REPORT-LINE
038900     END-IF
039000
039100     DISPLAY "FEEPOST: ACCOUNTS CHECKED = " WS-ACCOUNT-COUNT
039400     CLOSE ACCOUNT-MASTER
039500     CLOSE FEE-SCHEDULE
039600     CLOSE WITHDRAW-LOG
039700     CLOSE FEE-REGISTER
039710     IF WS-DSHR-OPEN
039720         CLOSE DISHONOUR-FILE
039730     END-IF
039740     IF WS-CHQBK-OPEN
039750         CLOSE CHEQUE-BOOK-REGISTER
039760     END-IF.
039800 9999-TERMINATE-EXIT.
039900     EXIT.
040000
