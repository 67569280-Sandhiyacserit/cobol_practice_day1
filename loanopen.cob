000700*                THROUGH THE DEPOSIT LOG (AND THE INDEXED       *
000800*                HISTORY), AND SETS THE FIRST INSTALLMENT DUE   *
000900*                ONE MONTH OUT FOR THE EMICOLL COLLECTION JOB.  *
001000*                A LOAN IS ONLY OPENED AGAINST AN APPLICATION   *
001010*                SANCTIONED IN LOANAPP - THE CUSTOMER, RATE AND *
001020*                TERM COME FROM THE APPLICATION AND THE         *
001030*                PRINCIPAL MAY NOT EXCEED THE SANCTIONED        *
001040*                AMOUNT.  A FLOATING-RATE LOAN IS PRICED AT     *
001050*                TODAY'S BENCHMARK RATE PLUS ITS SPREAD.        *
001075*                REQUIRES AN OPERATOR LOGIN.                    *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. LOANOPEN.
002420*                  OWN TRANSACTION TYPE "L" INSTEAD OF "D", SO  *
002430*                  THE NEW GL JOURNAL EXTRACT CAN POST IT TO    *
002440*                  LOAN PRINCIPAL INSTEAD OF TELLER CASH.       *
002441* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002442*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002443*                  HELD.                                        *
002444* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002445*                  PLACE OF YYMMDD.                             *
002446* 2026-10-15 SN    A LOAN IS NOW OPENED ONLY AGAINST AN         *
002447*                  APPLICATION SANCTIONED IN THE NEW LOANAPP    *
002448*                  PROGRAM. THE CUSTOMER, RATE AND TERM ARE     *
002449*                  TAKEN FROM THE APPLICATION, THE PRINCIPAL    *
002450*                  MAY NOT EXCEED THE SANCTIONED AMOUNT, AND    *
002451*                  THE APPLICATION IS MARKED DISBURSED.         *
002452* 2026-10-15 SN    A FLOATING-RATE LOAN IS NOW PRICED AT THE    *
002453*                  BENCHMARK RATE IN FORCE ON THE DAY OF        *
002454*                  DISBURSEMENT PLUS THE SANCTIONED SPREAD,     *
002455*                  CARRIES ITS RESET TERMS FROM THE             *
002456*                  APPLICATION, AND HAS ITS FIRST RESET SET ONE *
002457*                  RESET PERIOD OUT.                            *
002458* 2026-10-15 SN    THE DISBURSEMENT NOW OPENS THE LOAN'S        *
002459*                  ENTRIES ON THE NEW LOAN HISTORY FILE, READ   *
002460*                  BY LOANSTMT AND LOANCERT.                    *
002461* 2026-10-15 SN    THE LOAN NOW CARRIES THE PRODUCT IT WAS      *
002462*                  APPLIED FOR UNDER. A LOAN UNDER A SECURED    *
002463*                  PRODUCT IS REFUSED UNLESS ACTIVE COLLATERAL  *
002464*                  IS ON THE NEW COLLATERAL REGISTER AND COVERS *
002465*                  THE PRINCIPAL AT THE PRODUCT'S PERMITTED     *
002466*                  LOAN-TO-VALUE.                               *
002467* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002468*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002469*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002469* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002469*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002469*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004450         RECORD KEY IS HOLD-KEY
004460         FILE STATUS IS WS-HOLDFILE-STATUS.
004500
004510     SELECT LOAN-APPLICATION ASSIGN TO "LAPPFILE"
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS LAPP-NUMBER
004550         FILE STATUS IS WS-LAPPFILE-STATUS.
004560
004565     SELECT COLLATERAL-FILE ASSIGN TO "COLLFILE"
004570         ORGANIZATION IS INDEXED
004576         ACCESS MODE IS DYNAMIC
004582         RECORD KEY IS COLL-KEY
004588         FILE STATUS IS WS-COLLFILE-STATUS.
004594
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACCOUNT-MASTER
005430     LABEL RECORDS ARE STANDARD.
005440     COPY HOLDREC.
005500
005510 FD  LOAN-APPLICATION
005520     LABEL RECORDS ARE STANDARD.
005530     COPY LAPPREC.
005540
005550 FD  COLLATERAL-FILE
005560     LABEL RECORDS ARE STANDARD.
005570     COPY COLLREC.
005580
005600 FD  DEPOSIT-LOG
005700     LABEL RECORDS ARE STANDARD.
005800 01  DEPOSIT-LOG-RECORD.
005900     05  LOG-DATE             PIC 9(08).
006000     05  LOG-TIME             PIC 9(08).
006100     05  FILLER               PIC X(01) VALUE SPACE.
006200     05  LOG-ACCT-NUMBER      PIC 9(06).
006300     05  FILLER               PIC X(01) VALUE SPACE.
006400     05  LOG-DEPOSIT-AMT      PIC 9(09).
006500     05  FILLER               PIC X(01) VALUE SPACE.
006600     05  LOG-NEW-BALANCE      PIC S9(09).
006700     05  FILLER               PIC X(01) VALUE SPACE.
006800     05  LOG-CURRENCY-CODE    PIC X(03).
006900     05  FILLER               PIC X(01) VALUE SPACE.
007700     05  LOG-BRANCH-CODE      PIC 9(03).
007800     05  FILLER               PIC X(01) VALUE SPACE.
007900     05  LOG-TXN-REF          PIC 9(10).
007909     05  FILLER               PIC X(01) VALUE SPACE.
007918     05  LOG-VALUE-DATE       PIC 9(08).
007927     05  FILLER               PIC X(01) VALUE SPACE.
007936     05  LOG-POST-BRANCH      PIC 9(03).
007945     05  FILLER               PIC X(01) VALUE SPACE.
007954     05  LOG-INSTRUMENT       PIC X(01).
007963         88  LOG-INSTR-CASH       VALUE "C".
007972         88  LOG-INSTR-CHEQUE     VALUE "Q".
007981         88  LOG-INSTR-TRANSFER   VALUE "T".
007990         88  LOG-INSTR-SYSTEM     VALUE "S".
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-ACCMSTR-STATUS        PIC X(02).
008900 01  WS-DEPLOG-STATUS         PIC X(02).
009000     88  WS-DEPLOG-OK         VALUE "00".
009100
009110 01  WS-LAPPFILE-STATUS       PIC X(02).
009120     88  WS-LAPPFILE-OK       VALUE "00".
009130     88  WS-LAPPFILE-NOTFOUND VALUE "35".
009140
009200 01  WS-OPERATOR-ID           PIC 9(04).
009300 01  WS-OPERATOR-AUTH         PIC X(01).
009400 01  WS-CUST-NAME             PIC X(30).
009700 01  WS-CUST-FOUND-SW         PIC X(01).
009800     88  WS-CUST-FOUND        VALUE "Y".
009900
010000 01  WS-TODAYS-DATE           PIC 9(08).
010100 01  WS-TXN-TYPE              PIC X(01).
010200 01  WS-TXN-REF               PIC 9(10).
010210
010220*    LOAN HISTORY ENTRY, HANDED TO LOANHWRT.
010230     COPY LOANHREC.
010300
010400 01  WS-MONTHLY-RATE          PIC 9(01)V9(09).
010500 01  WS-FACTOR                PIC 9(03)V9(09).
010600 01  WS-TERM-COUNT            PIC 9(03) COMP.
010700
010800 01  WS-CCYY                  PIC 9(04).
010900 01  WS-MM                    PIC 9(02).
011000 01  WS-DD                    PIC 9(02).
011100 01  WS-DUE-DAY-COUNT         PIC 9(07).
011330     88  WS-HOLDFILE-NOTFOUND VALUE "35".
011340
011350 01  WS-LIEN-MARGIN-PCT       PIC 9(03) VALUE 10.
011360 01  WS-LIEN-AMOUNT           PIC 9(10).
011370 01  WS-NEXT-HOLD-ID          PIC 9(03).
011375 01  WS-BENCHMARK-RATE        PIC 9(03)V99.
011380
011381 01  WS-COLLFILE-STATUS       PIC X(02).
011382     88  WS-COLLFILE-OK       VALUE "00".
011383
011384*    THE LOAN'S PRODUCT, THROUGH PRDLKUP.  A SECURED PRODUCT NEEDS
011385*    ACTIVE COLLATERAL ON THE REGISTER WORTH ENOUGH TO COVER THE
011386*    PRINCIPAL AT THE PRODUCT'S PERMITTED LOAN-TO-VALUE.
011387 01  WS-LOAN-TYPE-CODE        PIC X(01) VALUE "L".
011388 01  WS-PRODUCT-FOUND-SW      PIC X(01).
011389     88  WS-PRODUCT-FOUND     VALUE "Y".
011390     88  WS-PRODUCT-NOT-FOUND VALUE "N".
011391     COPY PRODREC.
011392 01  WS-COLL-COUNT            PIC 9(03) COMP.
011394 01  WS-COLL-TOTAL            PIC 9(13).
011396 01  WS-COLL-LENDABLE         PIC 9(13).
011398
011400 01  WS-SWITCHES.
011500     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
011600         88  WS-OPERATOR-OK   VALUE "Y".
011820         88  WS-SECURITY-OK   VALUE "Y".
011830     05  WS-HOLD-EOF-SW       PIC X(01) VALUE "N".
011840         88  WS-HOLD-EOF      VALUE "Y".
011850     05  WS-PRICING-SW        PIC X(01) VALUE "N".
011860         88  WS-PRICING-OK    VALUE "Y".
011870     05  WS-BMK-FOUND-SW      PIC X(01) VALUE "N".
011880         88  WS-BMK-FOUND     VALUE "Y".
011884     05  WS-COLLATERAL-OK-SW  PIC X(01) VALUE "N".
011888         88  WS-COLLATERAL-OK VALUE "Y".
011892     05  WS-COLL-EOF-SW       PIC X(01) VALUE "N".
011896         88  WS-COLL-EOF      VALUE "Y".
011896
011896 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "LOANOPEN".
011896 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
011896 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
011896     88  WS-ENTITLED          VALUE "Y".
011900
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
015000                 "REFUSED"
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF
015200     MOVE "N" TO WS-ENTITLED-SW
015200     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
015200                          WS-ENTL-MODE WS-ENTITLED-SW
015200     IF NOT WS-ENTITLED
015200         DISPLAY "LOANOPEN: OPERATOR " WS-OPERATOR-ID " IS NOT "
015200                 "ENTITLED TO LOANOPEN, REFUSED"
015200         MOVE "N" TO WS-OPERATOR-SW
015200         GO TO 1000-INITIALIZE-EXIT
015200     END-IF
015300
015400     OPEN I-O ACCOUNT-MASTER
015500     IF NOT WS-ACCMSTR-OK
018000         GO TO 1000-INITIALIZE-EXIT
018100     END-IF
018200
018300     OPEN I-O LOAN-APPLICATION
018306     IF WS-LAPPFILE-NOTFOUND
018312         DISPLAY "LOANOPEN: NO LOAN APPLICATIONS ON FILE - "
018318                 "CAPTURE AND SANCTION ONE IN LOANAPP FIRST"
018324         MOVE "N" TO WS-OPERATOR-SW
018330         GO TO 1000-INITIALIZE-EXIT
018337     END-IF
018344     IF NOT WS-LAPPFILE-OK
018351         DISPLAY "LOANOPEN: UNABLE TO OPEN APPLICATION "
018358                 "REGISTER, STATUS = " WS-LAPPFILE-STATUS
018365         MOVE "N" TO WS-OPERATOR-SW
018372         GO TO 1000-INITIALIZE-EXIT
018379     END-IF
018386
018393     CALL "BUSDATE" USING WS-TODAYS-DATE.
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600
018700*-----------------------------------------------------------------
018800* CAPTURE THE LOAN - NUMBER, SANCTIONED APPLICATION,
018900* DISBURSEMENT ACCOUNT AND PRINCIPAL - VALIDATING EVERY PIECE,
019000* TAKE THE CUSTOMER, RATE AND TERM FROM THE APPLICATION, AND
019010* COMPUTE THE LEVEL EMI.
019100*-----------------------------------------------------------------
019200 2000-CAPTURE-LOAN.
019300     DISPLAY "ENTER NEW LOAN NUMBER: "
020400         GO TO 2000-CAPTURE-LOAN-EXIT
020500     END-IF
020600
020700     DISPLAY "ENTER SANCTIONED APPLICATION NUMBER: "
020800     ACCEPT LAPP-NUMBER
020900     READ LOAN-APPLICATION
020905         KEY IS LAPP-NUMBER
020910         INVALID KEY
020915             DISPLAY "LOANOPEN: NO APPLICATION " LAPP-NUMBER
020920                     " ON FILE"
020925             GO TO 2000-CAPTURE-LOAN-EXIT
020930     END-READ
020935     IF NOT LAPP-STAGE-SANCTIONED
020940         DISPLAY "LOANOPEN: APPLICATION " LAPP-NUMBER
020945                 " IS NOT SANCTIONED AND AWAITING DISBURSEMENT, "
020950                 "LOAN REFUSED"
020955         GO TO 2000-CAPTURE-LOAN-EXIT
020960     END-IF
020965
020970     MOVE LAPP-CUST-NUMBER TO LOAN-CUST-NUMBER
020976     DISPLAY "CUSTOMER " LOAN-CUST-NUMBER " SANCTIONED "
020982             LAPP-SANCTION-AMOUNT " OVER " LAPP-TERM-MONTHS
020988             " MONTHS AT " LAPP-RATE-PCT " PCT"
020994
021000     DISPLAY "ENTER DISBURSEMENT ACCOUNT: "
021100     ACCEPT LOAN-DISB-ACCT
021200
024000         DISPLAY "LOANOPEN: INVALID PRINCIPAL"
024100         GO TO 2000-CAPTURE-LOAN-EXIT
024200     END-IF
024300     IF LOAN-PRINCIPAL > LAPP-SANCTION-AMOUNT
024400         DISPLAY "LOANOPEN: PRINCIPAL IS ABOVE THE "
024500                 LAPP-SANCTION-AMOUNT " SANCTIONED, LOAN REFUSED"
024600         GO TO 2000-CAPTURE-LOAN-EXIT
024700     END-IF
024800
024900     MOVE LAPP-RATE-PCT    TO LOAN-RATE-PCT
025000     MOVE LAPP-TERM-MONTHS TO LOAN-TERM-MONTHS
025000     MOVE LAPP-PRODUCT-CODE TO LOAN-PRODUCT-CODE
025000
025000*    A LOAN UNDER A SECURED PRODUCT IS NOT DISBURSED UNTIL ITS
025000*    COLLATERAL IS ON THE REGISTER.
025000     MOVE "N" TO WS-PRODUCT-FOUND-SW
025000     CALL "PRDLKUP" USING LOAN-PRODUCT-CODE WS-LOAN-TYPE-CODE
025000                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
025000     IF WS-PRODUCT-NOT-FOUND
025000         DISPLAY "LOANOPEN: PRODUCT " LOAN-PRODUCT-CODE " NOT ON "
025000                 "THE PRODUCT MASTER, LOAN REFUSED"
025001         GO TO 2000-CAPTURE-LOAN-EXIT
025002     END-IF
025003     IF PRD-SECURED
025004         PERFORM 2900-VET-COLLATERAL
025005             THRU 2900-VET-COLLATERAL-EXIT
025006         IF NOT WS-COLLATERAL-OK
025007             GO TO 2000-CAPTURE-LOAN-EXIT
025008         END-IF
025009     END-IF
025010
025020*    A FLOATING-RATE LOAN CARRIES THE BENCHMARK AND RESET TERMS
025030*    IT WAS SANCTIONED ON, PRICED AT TODAY'S BENCHMARK RATE.
025040     MOVE SPACES TO LOAN-BENCHMARK-CODE
025050     MOVE 0 TO LOAN-SPREAD-PCT
025060     MOVE 0 TO LOAN-RESET-MONTHS
025070     MOVE 0 TO LOAN-NEXT-RESET-DATE
025080     MOVE SPACES TO LOAN-RESET-OPTION
025090     IF LAPP-RATE-FLOATING
025100         PERFORM 2800-PRICE-FLOATING-LOAN
025110             THRU 2800-PRICE-FLOATING-LOAN-EXIT
025120         IF NOT WS-PRICING-OK
025130             GO TO 2000-CAPTURE-LOAN-EXIT
025140         END-IF
025150     ELSE
025160         MOVE "F" TO LOAN-RATE-TYPE
025170     END-IF
025210
025211*    A LOAN MAY BE SECURED ON THE CUSTOMER'S OWN FIXED
025212*    DEPOSIT - THE LIEN GOES ON AUTOMATICALLY AT DISBURSEMENT.
026055     SET WS-SECURITY-OK TO TRUE.
026056 2700-VET-SECURITY-EXIT.
026100     EXIT.
026103
026106*-----------------------------------------------------------------
026109* PRICE A FLOATING-RATE LOAN AT THE BENCHMARK RATE IN FORCE
026112* TODAY PLUS THE SANCTIONED SPREAD, AND CARRY THE RESET TERMS
026115* ACROSS FROM THE APPLICATION.
026118*-----------------------------------------------------------------
026121 2800-PRICE-FLOATING-LOAN.
026124     MOVE "N" TO WS-PRICING-SW
026127
026130     CALL "BMRKRATE" USING LAPP-BENCHMARK-CODE WS-TODAYS-DATE
026133                           WS-BENCHMARK-RATE WS-BMK-FOUND-SW
026136     IF NOT WS-BMK-FOUND
026139         DISPLAY "LOANOPEN: NO RATE IN FORCE FOR BENCHMARK "
026142                 LAPP-BENCHMARK-CODE ", LOAN REFUSED"
026145         GO TO 2800-PRICE-FLOATING-LOAN-EXIT
026148     END-IF
026151
026154     MOVE "V" TO LOAN-RATE-TYPE
026157     MOVE LAPP-BENCHMARK-CODE TO LOAN-BENCHMARK-CODE
026160     MOVE LAPP-SPREAD-PCT     TO LOAN-SPREAD-PCT
026163     MOVE LAPP-RESET-MONTHS   TO LOAN-RESET-MONTHS
026166     MOVE LAPP-RESET-OPTION   TO LOAN-RESET-OPTION
026169     COMPUTE LOAN-RATE-PCT = WS-BENCHMARK-RATE + LOAN-SPREAD-PCT
026172     DISPLAY "LOANOPEN: FLOATING RATE TODAY " LOAN-RATE-PCT
026176             " PCT - BENCHMARK " LOAN-BENCHMARK-CODE " AT "
026180             WS-BENCHMARK-RATE " PLUS " LOAN-SPREAD-PCT
026184
026188     SET WS-PRICING-OK TO TRUE.
026192 2800-PRICE-FLOATING-LOAN-EXIT.
026196     EXIT.
026200
026201*-----------------------------------------------------------------
026202* A SECURED LOAN NEEDS AT LEAST ONE ACTIVE ITEM OF COLLATERAL ON
026203* THE REGISTER, AND THE PRINCIPAL MAY NOT EXCEED THE PRODUCT'S
026204* PERMITTED LOAN-TO-VALUE OF WHAT IS REGISTERED.
026205*-----------------------------------------------------------------
026206 2900-VET-COLLATERAL.
026207     MOVE "N" TO WS-COLLATERAL-OK-SW
026208     MOVE 0 TO WS-COLL-COUNT
026209     MOVE 0 TO WS-COLL-TOTAL
026210
026211     OPEN INPUT COLLATERAL-FILE
026212     IF NOT WS-COLLFILE-OK
026213         DISPLAY "LOANOPEN: PRODUCT " LOAN-PRODUCT-CODE " IS "
026214                 "SECURED BUT THERE IS NO COLLATERAL REGISTER - "
026215                 "REGISTER THE COLLATERAL WITH COLLMNT, LOAN "
026216                 "REFUSED"
026217         GO TO 2900-VET-COLLATERAL-EXIT
026218     END-IF
026219
026220     MOVE "N" TO WS-COLL-EOF-SW
026221     MOVE LOAN-NUMBER TO COLL-LOAN-NUMBER
026222     MOVE 0 TO COLL-SEQ
026223     START COLLATERAL-FILE
026224         KEY IS NOT LESS THAN COLL-KEY
026225         INVALID KEY
026226             SET WS-COLL-EOF TO TRUE
026227     END-START
026228
026229     PERFORM 2950-ADD-ONE-COLLATERAL
026230         THRU 2950-ADD-ONE-COLLATERAL-EXIT
026231         UNTIL WS-COLL-EOF
026232     CLOSE COLLATERAL-FILE
026233
026234     IF WS-COLL-COUNT = 0
026235         DISPLAY "LOANOPEN: PRODUCT " LOAN-PRODUCT-CODE " IS "
026236                 "SECURED BUT NO COLLATERAL IS REGISTERED "
026237                 "AGAINST LOAN " LOAN-NUMBER " - REGISTER IT "
026238                 "WITH COLLMNT, LOAN REFUSED"
026239         GO TO 2900-VET-COLLATERAL-EXIT
026240     END-IF
026241
026242     IF PRD-MAX-LTV-PCT NUMERIC
026243         COMPUTE WS-COLL-LENDABLE =
026244                 WS-COLL-TOTAL * PRD-MAX-LTV-PCT / 100
026245         IF LOAN-PRINCIPAL > WS-COLL-LENDABLE
026246             DISPLAY "LOANOPEN: COLLATERAL OF " WS-COLL-TOTAL
026247                     " SUPPORTS AT MOST " WS-COLL-LENDABLE
026248                     " AT " PRD-MAX-LTV-PCT " PCT LOAN-TO-VALUE, "
026249                     "LOAN REFUSED"
026250             GO TO 2900-VET-COLLATERAL-EXIT
026251         END-IF
026252     END-IF
026253
026254     DISPLAY "LOANOPEN: " WS-COLL-COUNT " ITEM(S) OF COLLATERAL "
026255             "VALUED AT " WS-COLL-TOTAL " REGISTERED"
026256     SET WS-COLLATERAL-OK TO TRUE.
026257 2900-VET-COLLATERAL-EXIT.
026258     EXIT.
026259
026260*-----------------------------------------------------------------
026261* COUNT AND VALUE ONE OF THE LOAN'S ACTIVE COLLATERAL ITEMS.
026262*-----------------------------------------------------------------
026264 2950-ADD-ONE-COLLATERAL.
026266     READ COLLATERAL-FILE NEXT RECORD
026268         AT END
026270             SET WS-COLL-EOF TO TRUE
026272             GO TO 2950-ADD-ONE-COLLATERAL-EXIT
026274     END-READ
026276
026278     IF COLL-LOAN-NUMBER NOT = LOAN-NUMBER
026280         SET WS-COLL-EOF TO TRUE
026282         GO TO 2950-ADD-ONE-COLLATERAL-EXIT
026284     END-IF
026286
026288     IF COLL-STATUS-ACTIVE
026290         ADD 1 TO WS-COLL-COUNT
026292         ADD COLL-VALUE TO WS-COLL-TOTAL
026294     END-IF.
026296 2950-ADD-ONE-COLLATERAL-EXIT.
026298     EXIT.
026300*-----------------------------------------------------------------
026400* LEVEL EMI = P * R * F / (F - 1), WHERE R IS THE MONTHLY RATE
026500* AND F IS (1 + R) RAISED TO THE TERM - THE POWER IS BUILT BY
030500     MOVE WS-TODAYS-DATE TO LOAN-NEXT-DUE-DATE
030600     PERFORM 3500-ADVANCE-DUE-DATE
030700         THRU 3500-ADVANCE-DUE-DATE-EXIT
030800     IF LOAN-RATE-FLOATING
030810         PERFORM 3600-SET-FIRST-RESET
030820             THRU 3600-SET-FIRST-RESET-EXIT
030830     END-IF
030840     MOVE 0 TO LOAN-PAID-COUNT
030900     MOVE 0 TO LOAN-ARREARS-COUNT
031000     SET LOAN-STATUS-ACTIVE TO TRUE
031100
033800     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
033900     CALL "TXNREF" USING WS-TXN-REF
034000     MOVE WS-TXN-REF TO LOG-TXN-REF
034001     MOVE 0 TO LOG-VALUE-DATE
034002     MOVE 0 TO LOG-POST-BRANCH
034003     SET LOG-INSTR-TRANSFER TO TRUE
034100     WRITE DEPOSIT-LOG-RECORD
034200
034300     MOVE "D" TO WS-TXN-TYPE
034500                           WS-TXN-TYPE LOG-DEPOSIT-AMT
034600                           LOG-NEW-BALANCE LOG-OPERATOR-ID
034600                           LOG-TXN-REF
034600                           LOG-INSTRUMENT
034700
034800*    OPEN THE LOAN'S HISTORY WITH THE DISBURSEMENT - THE WHOLE
034806*    PRINCIPAL IS OUTSTANDING.
034812     MOVE LOAN-NUMBER     TO LHST-LOAN-NUMBER
034818     MOVE LOG-DATE        TO LHST-DATE
034824     MOVE LOG-TIME        TO LHST-TIME
034830     SET LHST-DISBURSEMENT TO TRUE
034836     MOVE LOAN-PRINCIPAL  TO LHST-AMOUNT
034842     MOVE LOAN-PRINCIPAL  TO LHST-PRINCIPAL
034848     MOVE 0               TO LHST-INTEREST
034854     MOVE LOAN-PRINCIPAL  TO LHST-OUTSTANDING
034860     MOVE LOAN-DISB-ACCT  TO LHST-ACCT-NUMBER
034866     MOVE WS-TXN-REF      TO LHST-TXN-REF
034872     MOVE WS-OPERATOR-ID  TO LHST-OPERATOR-ID
034879     CALL "LOANHWRT" USING LOAN-HISTORY-RECORD
034886
034893     DISPLAY "LOANOPEN: LOAN " LOAN-NUMBER " FOR "
034900             LOAN-PRINCIPAL " DISBURSED TO ACCOUNT "
035000             LOAN-DISB-ACCT
035001
035002*    THE APPLICATION IS DRAWN DOWN - IT CANNOT BE DISBURSED TWICE.
035003     SET LAPP-STAGE-DISBURSED TO TRUE
035004     MOVE WS-TODAYS-DATE TO LAPP-STAGE-DATE
035005     MOVE LOAN-NUMBER    TO LAPP-LOAN-NUMBER
035006     MOVE LOAN-PRINCIPAL TO LAPP-DISB-AMOUNT
035007     MOVE WS-TODAYS-DATE TO LAPP-DISB-DATE
035008     REWRITE LOAN-APPLICATION-RECORD
035009         INVALID KEY
035010             DISPLAY "LOANOPEN: UNABLE TO MARK APPLICATION "
035011                     LAPP-NUMBER " DISBURSED"
035012     END-REWRITE
035013
035020*    A SECURED LOAN PLACES ITS LIEN ON THE FIXED DEPOSIT THE
035030*    MOMENT THE MONEY MOVES.
035040     IF LOAN-SECURITY-ACCT > 0
035600* 30-DAY-MONTH/360-DAY-YEAR CONVENTION AS STDINPOST.
035700*-----------------------------------------------------------------
035800 3500-ADVANCE-DUE-DATE.
035900     MOVE LOAN-NEXT-DUE-DATE(1:4) TO WS-CCYY
035910     MOVE LOAN-NEXT-DUE-DATE(5:2) TO WS-MM
035920     MOVE LOAN-NEXT-DUE-DATE(7:2) TO WS-DD
036000     COMPUTE WS-DUE-DAY-COUNT =
036100             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD + 30
036200
036300     COMPUTE WS-CCYY = WS-DUE-DAY-COUNT / 360
036400     COMPUTE WS-REMAINDER =
036500             WS-DUE-DAY-COUNT - (WS-CCYY * 360)
036600     COMPUTE WS-MM = WS-REMAINDER / 30
036700     COMPUTE WS-DD = WS-REMAINDER - (WS-MM * 30)
036800
037200     END-IF
037300     IF WS-MM = 0
037400         MOVE 12 TO WS-MM
037500         SUBTRACT 1 FROM WS-CCYY
037600     END-IF
037700
037800     MOVE WS-CCYY TO LOAN-NEXT-DUE-DATE(1:4)
037900     MOVE WS-MM TO LOAN-NEXT-DUE-DATE(5:2)
038000     MOVE WS-DD TO LOAN-NEXT-DUE-DATE(7:2)
038010
038020*    A DUE DATE LANDING ON A WEEKEND OR BANK HOLIDAY SHIFTS
038030*    TO THE NEXT WORKING DAY.
038040     CALL "NEXTBDAY" USING LOAN-NEXT-DUE-DATE.
038100 3500-ADVANCE-DUE-DATE-EXIT.
038200     EXIT.
038202
038204*-----------------------------------------------------------------
038207* THE FIRST RATE RESET FALLS ONE RESET PERIOD AFTER TODAY, ON THE
038210* SAME 30-DAY-MONTH CONVENTION.  LOANRSET TAKES IT FROM THERE.
038213*-----------------------------------------------------------------
038216 3600-SET-FIRST-RESET.
038219     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
038222     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
038225     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
038228     COMPUTE WS-DUE-DAY-COUNT =
038231             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD
038234             + (LOAN-RESET-MONTHS * 30)
038237
038240     COMPUTE WS-CCYY = WS-DUE-DAY-COUNT / 360
038243     COMPUTE WS-REMAINDER =
038246             WS-DUE-DAY-COUNT - (WS-CCYY * 360)
038249     COMPUTE WS-MM = WS-REMAINDER / 30
038252     COMPUTE WS-DD = WS-REMAINDER - (WS-MM * 30)
038255
038258     IF WS-DD = 0
038261         MOVE 30 TO WS-DD
038264         SUBTRACT 1 FROM WS-MM
038267     END-IF
038270     IF WS-MM = 0
038273         MOVE 12 TO WS-MM
038276         SUBTRACT 1 FROM WS-CCYY
038279     END-IF
038282
038285     MOVE WS-CCYY TO LOAN-NEXT-RESET-DATE(1:4)
038288     MOVE WS-MM TO LOAN-NEXT-RESET-DATE(5:2)
038291     MOVE WS-DD TO LOAN-NEXT-RESET-DATE(7:2).
038294 3600-SET-FIRST-RESET-EXIT.
038297     EXIT.
038300
038400*-----------------------------------------------------------------
038500* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
038700 9999-TERMINATE.
038800     CLOSE ACCOUNT-MASTER
038900     CLOSE LOAN-MASTER
039000     CLOSE DEPOSIT-LOG
039010     CLOSE LOAN-APPLICATION.
039100 9999-TERMINATE-EXIT.
039200     EXIT.
039300
