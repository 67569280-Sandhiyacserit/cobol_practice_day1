000700*                TRANSACTION FILE - ACCOUNT EXISTS, ACCOUNT     *
000800*                ACTIVE, CURRENCY MATCHES, DAILY DEPOSIT LIMIT  *
000900*                RESPECTED - WRITING THE USUAL DEPOSIT LOG      *
001000*                ENTRIES.  AN ITEM IT CANNOT POST HAS ALREADY   *
001100*                BEEN SETTLED TO US, SO IT IS PARKED ON THE     *
001200*                SUSPENSE LEDGER WITH A REASON CODE FOR SUSPCLR *
001210*                TO APPLY OR RETURN; AN ITEM WITH NO AMOUNT, OR *
001220*                ONE THE LEDGER CANNOT TAKE, GOES TO THE RETURN *
001230*                FILE FOR THE CLEARING HOUSE TO BOUNCE BACK.    *
001300*****************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. INWCLEAR.
002791* 2026-09-02 SN    THE INWARD CREDIT IS NOW TYPED AS A         *
002792*                  CLEARING CREDIT, SO THE GL JOURNAL DEBITS   *
002793*                  CLEARING SETTLEMENT INSTEAD OF TELLER CASH. *
002794* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002795*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002796*                  HELD.                                        *
002797* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002798*                  PLACE OF YYMMDD.                             *
002799* 2026-10-15 SN    A HEADER DATE FALLING IN A FINANCIAL YEAR    *
002799*                  CLOSED AND LOCKED BY YECLOSE IS NOT TAKEN AS *
002799*                  THE VALUE DATE - THE FILE POSTS UNDER        *
002799*                  TODAY'S DATE.                                *
002799* 2026-10-15 SN    UNPOSTABLE ITEMS PARKED ON THE SUSPENSE      *
002799*                  LEDGER RATHER THAN RETURNED; ONLY ITEMS WITH *
002799*                  NO AMOUNT GO BACK.                           *
002799* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002799*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002799*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
004700     SELECT DEPOSIT-LOG ASSIGN TO "DEPLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DEPLOG-STATUS.
004910     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
004920         ORGANIZATION IS INDEXED
004930         ACCESS MODE IS DYNAMIC
004940         RECORD KEY IS SUSP-ITEM-REF
004950         FILE STATUS IS WS-SUSPENSE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
006100     05  FILLER               PIC X(01).
006200     05  ICH-ACCT-NUMBER      PIC 9(06).
006300     05  FILLER               PIC X(01).
006400     05  ICH-AMOUNT           PIC 9(09).
006500     05  FILLER               PIC X(01).
006600     05  ICH-CURRENCY-CODE    PIC X(03).
006610*    THE SAME BYTES SEEN AS THE BATCH CONTROL HEADER AND
006670     05  FILLER               PIC X(01).
006680     05  ICH-HDR-ORIGIN       PIC X(08).
006690     05  FILLER               PIC X(01).
006691     05  ICH-HDR-DATE         PIC 9(08).
006692     05  FILLER               PIC X(10).
006693 01  ICH-TRAILER-RECORD.
006694     05  FILLER               PIC X(02).
006695     05  ICH-TRL-COUNT        PIC 9(06).
006696     05  FILLER               PIC X(01).
006697     05  ICH-TRL-HASH         PIC 9(12).
006698     05  FILLER               PIC X(06).
006700
006710 FD  CONTROL-REPORT
006720     LABEL RECORDS ARE STANDARD.
007200     05  FILLER               PIC X(01) VALUE SPACE.
007300     05  RET-ACCT-NUMBER      PIC 9(06).
007400     05  FILLER               PIC X(01) VALUE SPACE.
007500     05  RET-AMOUNT           PIC 9(09).
007600     05  FILLER               PIC X(01) VALUE SPACE.
007700     05  RET-REASON-CODE      PIC X(04).
007800
007900 FD  DEPOSIT-LOG
008000     LABEL RECORDS ARE STANDARD.
008100 01  DEPOSIT-LOG-RECORD.
008200     05  LOG-DATE             PIC 9(08).
008300     05  LOG-TIME             PIC 9(08).
008400     05  FILLER               PIC X(01) VALUE SPACE.
008500     05  LOG-ACCT-NUMBER      PIC 9(06).
008600     05  FILLER               PIC X(01) VALUE SPACE.
008700     05  LOG-DEPOSIT-AMT      PIC 9(09).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008900     05  LOG-NEW-BALANCE      PIC S9(09).
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  LOG-CURRENCY-CODE    PIC X(03).
009200     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  LOG-TXN-REF          PIC 9(10).
010010     05  FILLER               PIC X(01) VALUE SPACE.
010020     05  LOG-VALUE-DATE       PIC 9(08).
010028     05  FILLER               PIC X(01) VALUE SPACE.
010036     05  LOG-POST-BRANCH      PIC 9(03).
010044     05  FILLER               PIC X(01) VALUE SPACE.
010052     05  LOG-INSTRUMENT       PIC X(01).
010060         88  LOG-INSTR-CASH       VALUE "C".
010068         88  LOG-INSTR-CHEQUE     VALUE "Q".
010076         88  LOG-INSTR-TRANSFER   VALUE "T".
010084         88  LOG-INSTR-SYSTEM     VALUE "S".
010100
010200 FD  SUSPENSE-FILE
010210     LABEL RECORDS ARE STANDARD.
010220     COPY SUSPREC.
010230
010240 WORKING-STORAGE SECTION.
010300 01  WS-ACCMSTR-STATUS        PIC X(02).
010400     88  WS-ACCMSTR-OK        VALUE "00".
010500
011200 01  WS-DEPLOG-STATUS         PIC X(02).
011300     88  WS-DEPLOG-OK         VALUE "00".
011400
011410 01  WS-SUSPENSE-STATUS       PIC X(02).
011420     88  WS-SUSPENSE-OK       VALUE "00".
011430     88  WS-SUSPENSE-NOTFOUND VALUE "35".
011440
011500 01  WS-JOB-NAME              PIC X(08) VALUE "INWCLEAR".
011600 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
011700     88  WS-BATCH-ACQUIRED    VALUE "Y".
011820     88  WS-CONTROL-OK        VALUE "00".
011830
011831 01  WS-BACK-LIMIT-DAYS       PIC 9(02) VALUE 5.
011832 01  WS-VALUE-DATE            PIC 9(08).
011832 01  WS-LOCK-DATE             PIC 9(08).
011833 01  WS-HDR-DATE-SAVE         PIC 9(08) VALUE ZERO.
011833 01  WS-HDR-ORIGIN-SAVE       PIC X(08) VALUE SPACES.
011834 01  WS-VD-CCYY               PIC 9(04).
011835 01  WS-VD-MM                 PIC 9(02).
011836 01  WS-VD-DD                 PIC 9(02).
011837 01  WS-VD-TODAY-DAYS         PIC 9(07).
011870 01  WS-CTL-TRL-HASH          PIC 9(12).
011880
011900 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
012000 01  WS-TODAYS-DATE           PIC 9(08).
012100 01  WS-TXN-TYPE              PIC X(01).
012110 01  WS-TXN-REF               PIC 9(10).
012200 01  WS-REASON-CODE           PIC X(04).
012210 01  WS-CHK-FUNCTION          PIC X(01).
012220 01  WS-CHK-VALID-SW          PIC X(01).
012300
012400*    THE GL THE CLEARING HOUSE SETTLES THROUGH - A PARKED ITEM
012500*    SITS IN SUSPENSE AGAINST IT - AND THE BRANCH A PARKED ITEM
012510*    IS HELD AT, THE INTENDED ACCOUNT'S OWN WHERE IT IS ON FILE.
012520 01  WS-GL-CLEARING-SETTLE    PIC 9(04) VALUE 1020.
012530 01  WS-PARK-BRANCH           PIC 9(03).
012540
012550 01  WS-POSTED-COUNT          PIC 9(06) COMP VALUE ZERO.
012560 01  WS-RETURNED-COUNT        PIC 9(06) COMP VALUE ZERO.
012570 01  WS-PARKED-COUNT          PIC 9(06) COMP VALUE ZERO.
012600
012700 01  WS-SWITCHES.
012800     05  WS-EOF-SW            PIC X(01) VALUE "N".
014676         WHEN ICH-REC-HEADER
014677             SET WS-HEADER-SEEN TO TRUE
014677             MOVE ICH-HDR-DATE TO WS-HDR-DATE-SAVE
014677             MOVE ICH-HDR-ORIGIN TO WS-HDR-ORIGIN-SAVE
014678         WHEN ICH-REC-TRAILER
014679             SET WS-TRAILER-SEEN TO TRUE
014680             MOVE ICH-TRL-COUNT TO WS-CTL-TRL-COUNT
015930*    HEADER DATE AS THE VALUE DATE - WITHIN THE BOUNDED
015940*    BACK-PERIOD - SO THE CUSTOMER EARNS FROM THE DAY THE
015950*    MONEY WAS ACTUALLY OURS.
015960*    A HEADER DATE IN A FINANCIAL YEAR ALREADY CLOSED AND LOCKED
015970*    IS NOT TAKEN - THE FILE POSTS UNDER TODAY'S DATE INSTEAD.
015971     MOVE WS-TODAYS-DATE TO WS-VALUE-DATE
015971     CALL "YRLOCK" USING WS-LOCK-DATE
015971     IF WS-HDR-DATE-SAVE > 0
015971         AND WS-HDR-DATE-SAVE NOT > WS-LOCK-DATE
015971         DISPLAY "INWCLEAR: HEADER DATE " WS-HDR-DATE-SAVE
015971                 " FALLS IN A CLOSED FINANCIAL YEAR, POSTING "
015971                 "UNDER TODAY'S DATE"
015971     END-IF
015971     IF WS-HDR-DATE-SAVE > WS-LOCK-DATE
015971         AND WS-HDR-DATE-SAVE < WS-TODAYS-DATE
015972         MOVE WS-TODAYS-DATE(1:4) TO WS-VD-CCYY
015973         MOVE WS-TODAYS-DATE(5:2) TO WS-VD-MM
015974         MOVE WS-TODAYS-DATE(7:2) TO WS-VD-DD
015975         COMPUTE WS-VD-TODAY-DAYS =
015976                 (WS-VD-CCYY * 360) + (WS-VD-MM * 30) + WS-VD-DD
015977         MOVE WS-HDR-DATE-SAVE(1:4) TO WS-VD-CCYY
015978         MOVE WS-HDR-DATE-SAVE(5:2) TO WS-VD-MM
015979         MOVE WS-HDR-DATE-SAVE(7:2) TO WS-VD-DD
015980         COMPUTE WS-VD-VALUE-DAYS =
015981                 (WS-VD-CCYY * 360) + (WS-VD-MM * 30) + WS-VD-DD
015982         IF (WS-VD-TODAY-DAYS - WS-VD-VALUE-DAYS)
015983                 NOT GREATER THAN WS-BACK-LIMIT-DAYS
015984             MOVE WS-HDR-DATE-SAVE TO WS-VALUE-DATE
018900         SET WS-EOF TO TRUE
019000         GO TO 1000-INITIALIZE-EXIT
019100     END-IF
019107     OPEN I-O SUSPENSE-FILE
019114     IF WS-SUSPENSE-NOTFOUND
019121         OPEN OUTPUT SUSPENSE-FILE
019128         CLOSE SUSPENSE-FILE
019136         OPEN I-O SUSPENSE-FILE
019144     END-IF
019152     IF NOT WS-SUSPENSE-OK
019160         DISPLAY "INWCLEAR: UNABLE TO OPEN SUSPENSE LEDGER, "
019168                 "STATUS = " WS-SUSPENSE-STATUS
019176         SET WS-EOF TO TRUE
019184         GO TO 1000-INITIALIZE-EXIT
019192     END-IF
019200
019300     READ INWARD-CREDITS
019400         AT END
021400
021500*-----------------------------------------------------------------
021600* THE SAME GATES DEPOSITB APPLIES: AMOUNT, ACCOUNT EXISTS,
021700* ACCOUNT ACTIVE, CURRENCY MATCHES, DAILY LIMIT.  AN ITEM WITH
021800* NO AMOUNT GOES TO THE RETURN FILE; ANY OTHER GATE THAT FAILS
021900* PARKS THE ITEM ON THE SUSPENSE LEDGER INSTEAD.
021910*-----------------------------------------------------------------
022000 2500-POST-ONE-CREDIT.
022010*    THE CONTROL HEADER AND TRAILER WERE PROVED IN THE FIRST
022020*    PASS - THEY ARE NOT ITEMS TO POST.
022030     IF ICH-REC-HEADER OR ICH-REC-TRAILER
022040         GO TO 2500-POST-ONE-CREDIT-EXIT
022050     END-IF
022060     MOVE 0 TO WS-PARK-BRANCH
022070
022100     IF ICH-AMOUNT NOT > 0
022200         MOVE "AMNT" TO WS-REASON-CODE
022300         PERFORM 3000-RETURN-ONE-ITEM
022650                          WS-CHK-VALID-SW
022660     IF WS-CHK-VALID-SW NOT = "Y"
022670         MOVE "CHKD" TO WS-REASON-CODE
022680         PERFORM 3500-PARK-ONE-ITEM
022690             THRU 3500-PARK-ONE-ITEM-EXIT
022691         GO TO 2500-POST-ONE-CREDIT-EXIT
022692     END-IF
022693
023000         KEY IS ACCT-NUMBER
023100         INVALID KEY
023200             MOVE "NOAC" TO WS-REASON-CODE
023300             PERFORM 3500-PARK-ONE-ITEM
023400                 THRU 3500-PARK-ONE-ITEM-EXIT
023500             GO TO 2500-POST-ONE-CREDIT-EXIT
023600     END-READ
023700     MOVE ACCT-BRANCH-CODE TO WS-PARK-BRANCH
023710
023800     CALL "ACCSTATUS" USING ACCT-STATUS
023900     IF NOT ACCT-STATUS-ACTIVE
024000         MOVE "CLSD" TO WS-REASON-CODE
024100         PERFORM 3500-PARK-ONE-ITEM
024200             THRU 3500-PARK-ONE-ITEM-EXIT
024300         GO TO 2500-POST-ONE-CREDIT-EXIT
024400     END-IF
024500
024600     IF ICH-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE
024700         MOVE "CURR" TO WS-REASON-CODE
024800         PERFORM 3500-PARK-ONE-ITEM
024900             THRU 3500-PARK-ONE-ITEM-EXIT
025000         GO TO 2500-POST-ONE-CREDIT-EXIT
025100     END-IF
025200
025700
025800     IF (ACCT-DAILY-DEP-TOTAL + ICH-AMOUNT) > WS-DAILY-DEP-LIMIT
025900         MOVE "LIMT" TO WS-REASON-CODE
026000         PERFORM 3500-PARK-ONE-ITEM
026100             THRU 3500-PARK-ONE-ITEM-EXIT
026200         GO TO 2500-POST-ONE-CREDIT-EXIT
026300     END-IF
026400
029100     ADD 1 TO WS-RETURNED-COUNT.
029200 3000-RETURN-ONE-ITEM-EXIT.
029300     EXIT.
029302
029304*-----------------------------------------------------------------
029306* PARK ONE ITEM ON THE SUSPENSE LEDGER WITH ITS REASON, UNDER A
029308* NEW TRANSACTION REFERENCE - THE CLEARING HOUSE HAS ALREADY
029310* SETTLED THE MONEY TO US.  AN ITEM THE LEDGER CANNOT TAKE GOES
029312* BACK TO THE CLEARING HOUSE ON THE RETURN FILE AS BEFORE.
029314*-----------------------------------------------------------------
029316 3500-PARK-ONE-ITEM.
029318     INITIALIZE SUSPENSE-RECORD
029320     CALL "TXNREF" USING WS-TXN-REF
029322     IF WS-TXN-REF = 0
029324         PERFORM 3000-RETURN-ONE-ITEM
029326             THRU 3000-RETURN-ONE-ITEM-EXIT
029328         GO TO 3500-PARK-ONE-ITEM-EXIT
029330     END-IF
029332     MOVE WS-TXN-REF            TO SUSP-ITEM-REF
029334     SET SUSP-SOURCE-CLEARING TO TRUE
029336     STRING WS-HDR-ORIGIN-SAVE " " ICH-SEQ-NO
029338            DELIMITED BY SIZE INTO SUSP-SOURCE-REF
029340     MOVE ICH-ACCT-NUMBER       TO SUSP-INTENDED-ACCT
029342     MOVE ICH-AMOUNT            TO SUSP-AMOUNT
029344     MOVE ICH-CURRENCY-CODE     TO SUSP-CURRENCY-CODE
029346     MOVE WS-REASON-CODE        TO SUSP-REASON-CODE
029349     MOVE WS-PARK-BRANCH        TO SUSP-BRANCH-CODE
029352     MOVE WS-GL-CLEARING-SETTLE TO SUSP-SOURCE-GL
029355     MOVE 0                     TO SUSP-RETURN-ACCT
029358     MOVE WS-TODAYS-DATE        TO SUSP-PARK-DATE
029361     MOVE 0                     TO SUSP-PARKED-BY
029364     SET SUSP-STATUS-OPEN TO TRUE
029367     WRITE SUSPENSE-RECORD
029370         INVALID KEY
029373             DISPLAY "INWCLEAR: UNABLE TO PARK ITEM " ICH-SEQ-NO
029376                     " ON THE SUSPENSE LEDGER, RETURNED"
029379             PERFORM 3000-RETURN-ONE-ITEM
029382                 THRU 3000-RETURN-ONE-ITEM-EXIT
029385             GO TO 3500-PARK-ONE-ITEM-EXIT
029388     END-WRITE
029391     ADD 1 TO WS-PARKED-COUNT.
029394 3500-PARK-ONE-ITEM-EXIT.
029397     EXIT.
029400
029500*-----------------------------------------------------------------
029600* APPEND THE USUAL DEPOSIT LOG ENTRY (AND INDEXED HISTORY)
030810     CALL "TXNREF" USING WS-TXN-REF
030820     MOVE WS-TXN-REF TO LOG-TXN-REF
030830     MOVE WS-VALUE-DATE TO LOG-VALUE-DATE
030831     MOVE 0 TO LOG-POST-BRANCH
030832     SET LOG-INSTR-CHEQUE TO TRUE
030900     WRITE DEPOSIT-LOG-RECORD
031000
031050*    THE HISTORY IS KEYED UNDER THE VALUE DATE, SO THE
031200     CALL "TXNWRITE" USING LOG-ACCT-NUMBER WS-VALUE-DATE
031300                           LOG-TIME WS-TXN-TYPE LOG-DEPOSIT-AMT
031400                           LOG-NEW-BALANCE LOG-OPERATOR-ID
031400                           LOG-TXN-REF
031400                           LOG-INSTRUMENT.
031500 4000-WRITE-LOG-EXIT.
031600     EXIT.
031700
032500
032600     DISPLAY "INWCLEAR: CREDITS POSTED   = " WS-POSTED-COUNT
032700     DISPLAY "INWCLEAR: CREDITS RETURNED = " WS-RETURNED-COUNT
032710     DISPLAY "INWCLEAR: CREDITS PARKED   = " WS-PARKED-COUNT
032800
032900     CLOSE INWARD-CREDITS
033000     CLOSE RETURN-FILE
033100     CLOSE ACCOUNT-MASTER
033200     CLOSE DEPOSIT-LOG
033210     CLOSE SUSPENSE-FILE.
033300 9999-TERMINATE-EXIT.
033400     EXIT.
033500
