002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-09-02 SN    NEW PROGRAM - REGIONAL ATM NETWORK           *
002700*                  SETTLEMENT POSTING, RUN AS AN EODDRIVE STEP. *
002701* 2026-10-15 SN    EVERY ITEM NOW CARRIES THE CARD NUMBER AND   *
002702*                  IS CHECKED AGAINST THE NEW DEBIT CARD        *
002703*                  MASTER. AN UNKNOWN, HOTLISTED, REPLACED OR   *
002704*                  EXPIRED CARD, OR AN ITEM OVER THE CARD'S     *
002705*                  DAILY LIMIT, GOES TO THE DISPUTE FILE WITH   *
002706*                  ITS OWN REASON CODE.                         *
002707* 2026-10-15 SN    THE DISPUTE FILE NOW CARRIES THE CARD NUMBER *
002708*                  AND THE SETTLEMENT DATE SO THE NEW ATM       *
002709*                  DISPUTE CASE REGISTER CAN OPEN A CASE FROM   *
002710*                  AN ITEM.                                     *
002711* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002712*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002713*                  HELD.                                        *
002714* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002715*                  PLACE OF YYMMDD.                             *
002716* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002717*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002718*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002719* 2026-10-15 SN    EACH SETTLED ATM WITHDRAWAL NOW RAISES AN    *
002720*                  ATM ALERT TO THE HOLDERS VIA THE NEW         *
002721*                  ALRTRAIS SUBPROGRAM.                         *
002725* 2026-10-15 SN    ITEMS DISPENSED AT OUR OWN TERMINALS NOW     *
002729*                  CARRY THE TERMINAL ID, ITS REPLENISHMENT     *
002733*                  CYCLE AND THE CARD ORIGIN.  EACH ONE IS      *
002737*                  ADDED TO THE CYCLE'S ON-US OR OFF-US TOTALS  *
002741*                  FOR ATMBAL.  AN OTHER BANK'S CARD IS NOT     *
002745*                  POSTED TO ANY ACCOUNT BUT COUNTED AS         *
002750*                  ACQUIRED, AND THE PROOF NOW READS POSTED     *
002754*                  PLUS DISPUTED PLUS ACQUIRED.                 *
002758* 2026-10-15 SN    A DISPENSE AT OUR OWN TERMINAL IS NOW LOGGED *
002762*                  AS TYPE "B" WITH THE TERMINAL'S BRANCH AS    *
002766*                  THE POSTING BRANCH, SO GLJRNL TAKES IT OUT   *
002770*                  OF THAT BRANCH'S CASH.  AN OTHER BANK'S CARD *
002775*                  AT OUR TERMINAL IS LOGGED AGAINST ACCOUNT    *
002779*                  ZERO AS TYPE "Z", OWED TO US BY THE NETWORK. *
002783* 2026-10-15 SN    A DISPENSE IS ADDED TO ITS CYCLE ONLY ONCE   *
002787*                  IT IS LOGGED AS POSTED OR ACQUIRED - THE     *
002791*                  CASH OF A DISPUTED ITEM AT OUR OWN TERMINAL  *
002795*                  NOW SHOWS AS A SHORTAGE AT ATMBAL.           *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003900     SELECT SWITCH-FILE ASSIGN TO "ATMFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ATMFILE-STATUS.
004101
004102     SELECT CARD-FILE ASSIGN TO "CARDFILE"
004103         ORGANIZATION IS INDEXED
004104         ACCESS MODE IS DYNAMIC
004105         RECORD KEY IS CARD-NUMBER
004106         FILE STATUS IS WS-CARDFILE-STATUS.
004200
004300     SELECT DISPUTE-FILE ASSIGN TO "ATMDISP"
004400         ORGANIZATION IS LINE SEQUENTIAL
004700     SELECT WITHDRAW-LOG ASSIGN TO "WDLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-WDLOG-STATUS.
004907
004915     SELECT ATM-TERMINAL-FILE ASSIGN TO "ATMTERM"
004923         ORGANIZATION IS INDEXED
004930         ACCESS MODE IS DYNAMIC
004938         RECORD KEY IS ATMT-TERM-ID
004946         FILE STATUS IS WS-ATMTERM-STATUS.
004953
004961     SELECT ATM-CYCLE-FILE ASSIGN TO "ATMCYCLE"
004969         ORGANIZATION IS INDEXED
004976         ACCESS MODE IS DYNAMIC
004984         RECORD KEY IS ATMY-KEY
004992         FILE STATUS IS WS-ATMCYCLE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
006400     05  ATM-AMOUNT           PIC 9(06).
006500     05  FILLER               PIC X(01).
006600     05  ATM-CURRENCY-CODE    PIC X(03).
006605     05  FILLER               PIC X(01).
006610     05  ATM-CARD-NUMBER      PIC 9(16).
006615*    FILLED ONLY FOR AN ITEM DISPENSED AT ONE OF OUR OWN
006621*    TERMINALS - THE TERMINAL, THE CASSETTE CYCLE IT WAS ON
006626*    (ZERO WHEN THE SWITCH DOES NOT KNOW IT) AND WHETHER THE
006631*    CARD WAS OURS OR ANOTHER BANK'S.
006636     05  FILLER               PIC X(01).
006642     05  ATM-TERMINAL-ID      PIC X(08).
006647     05  FILLER               PIC X(01).
006652     05  ATM-TERM-CYCLE       PIC 9(04).
006657     05  FILLER               PIC X(01).
006663     05  ATM-CARD-ORIGIN      PIC X(01).
006668         88  ATM-CARD-OWN         VALUE "O" " ".
006673         88  ATM-CARD-FOREIGN     VALUE "F".
006678
006684 FD  CARD-FILE
006689     LABEL RECORDS ARE STANDARD.
006694     COPY CARDREC.
006700
006800 FD  DISPUTE-FILE
006900     LABEL RECORDS ARE STANDARD.
007500     05  DSP-AMOUNT           PIC 9(06).
007600     05  FILLER               PIC X(01) VALUE SPACE.
007700     05  DSP-REASON-CODE      PIC X(04).
007701     05  FILLER               PIC X(01) VALUE SPACE.
007702     05  DSP-CARD-NUMBER      PIC 9(16).
007703     05  FILLER               PIC X(01) VALUE SPACE.
007704     05  DSP-SETTLE-DATE      PIC 9(08).
007800
007900 FD  WITHDRAW-LOG
008000     LABEL RECORDS ARE STANDARD.
008100 01  WITHDRAW-LOG-RECORD.
008200     05  WDLOG-DATE           PIC 9(08).
008300     05  WDLOG-TIME           PIC 9(08).
008400     05  FILLER               PIC X(01) VALUE SPACE.
008500     05  WDLOG-ACCT-NUMBER    PIC 9(06).
008600     05  FILLER               PIC X(01) VALUE SPACE.
008700     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
008800     05  FILLER               PIC X(01) VALUE SPACE.
008900     05  WDLOG-NEW-BALANCE    PIC S9(09).
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  WDLOG-OPERATOR-ID    PIC 9(04).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  WDLOG-TRANS-TYPE     PIC X(01).
009800         88  WDLOG-TRANS-ATM      VALUE "A".
009801         88  WDLOG-TRANS-OWN-ATM  VALUE "B".
009802         88  WDLOG-TRANS-ATM-ACQUIRED VALUE "Z".
009810     05  FILLER               PIC X(01) VALUE SPACE.
009820     05  WDLOG-POST-BRANCH    PIC 9(03).
009830     05  FILLER               PIC X(01) VALUE SPACE.
009840     05  WDLOG-INSTRUMENT     PIC X(01).
009850         88  WDLOG-INSTR-CASH     VALUE "C".
009860         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
009870         88  WDLOG-INSTR-TRANSFER VALUE "T".
009880         88  WDLOG-INSTR-SYSTEM   VALUE "S".
009900
009912 FD  ATM-TERMINAL-FILE
009925     LABEL RECORDS ARE STANDARD.
009937     COPY ATMTREC.
009950
009962 FD  ATM-CYCLE-FILE
009975     LABEL RECORDS ARE STANDARD.
009987     COPY ATMYREC.
009999
010000 WORKING-STORAGE SECTION.
010100 01  WS-ACCMSTR-STATUS        PIC X(02).
010200     88  WS-ACCMSTR-OK        VALUE "00".
010300
010400 01  WS-ATMFILE-STATUS        PIC X(02).
010500     88  WS-ATMFILE-OK        VALUE "00".
010501
010502 01  WS-CARDFILE-STATUS       PIC X(02).
010503     88  WS-CARDFILE-OK       VALUE "00".
010600
010700 01  WS-DISPUTE-STATUS        PIC X(02).
010800     88  WS-DISPUTE-OK        VALUE "00".
010900
011000 01  WS-WDLOG-STATUS          PIC X(02).
011100     88  WS-WDLOG-OK          VALUE "00".
011114
011128 01  WS-ATMTERM-STATUS        PIC X(02).
011142     88  WS-ATMTERM-OK        VALUE "00".
011157
011171 01  WS-ATMCYCLE-STATUS       PIC X(02).
011185     88  WS-ATMCYCLE-OK       VALUE "00".
011200
011300 01  WS-JOB-NAME              PIC X(08) VALUE "ATMSETTL".
011400 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
011800*    POSTS UNDER - NO TELLER IS INVOLVED.
011900 01  WS-ATM-OPERATOR-ID       PIC 9(04) VALUE 9999.
012000
012100 01  WS-TODAYS-DATE           PIC 9(08).
012200 01  WS-TXN-TYPE              PIC X(01).
012300 01  WS-TXN-REF               PIC 9(10).
012310 01  WS-ALERT-EVENT           PIC X(01).
012400 01  WS-REASON-CODE           PIC X(04).
012500 01  WS-WITHDRAW-FLOOR        PIC S9(11).
012600 01  WS-HOLD-TOTAL            PIC 9(10).
012601 01  WS-CARD-DAY-TOTAL        PIC 9(07).
012650 01  WS-CYCLE-NO              PIC 9(04).
012660 01  WS-TERM-BRANCH           PIC 9(03).
012700
012800 01  WS-FILE-TOTAL            PIC 9(10) VALUE 0.
012900 01  WS-POSTED-TOTAL          PIC 9(10) VALUE 0.
013000 01  WS-DISPUTE-TOTAL         PIC 9(10) VALUE 0.
013050 01  WS-ACQUIRED-TOTAL        PIC 9(10) VALUE 0.
013100 01  WS-POSTED-COUNT          PIC 9(06) COMP VALUE 0.
013200 01  WS-DISPUTE-COUNT         PIC 9(06) COMP VALUE 0.
013225 01  WS-ACQUIRED-COUNT        PIC 9(06) COMP VALUE 0.
013250 01  WS-TERMINAL-COUNT        PIC 9(06) COMP VALUE 0.
013275 01  WS-UNMATCHED-COUNT       PIC 9(06) COMP VALUE 0.
013300
013400 01  WS-SWITCHES.
013500     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
013600         88  WS-INIT-FAILED   VALUE "Y".
013700     05  WS-EOF-SW            PIC X(01) VALUE "N".
013800         88  WS-EOF           VALUE "Y".
013820     05  WS-ATMTERM-SW        PIC X(01) VALUE "N".
013840         88  WS-ATMTERM-OPEN  VALUE "Y".
013860     05  WS-ATMCYCLE-SW       PIC X(01) VALUE "N".
013880         88  WS-ATMCYCLE-OPEN VALUE "Y".
013885     05  WS-OWN-TERMINAL-SW   PIC X(01) VALUE "N".
013890         88  WS-OWN-TERMINAL  VALUE "Y".
013895     05  WS-CYCLE-MATCHED-SW  PIC X(01) VALUE "N".
013897         88  WS-CYCLE-MATCHED VALUE "Y".
013900
014000 PROCEDURE DIVISION.
014100 0000-MAINLINE.
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700
019701     OPEN I-O CARD-FILE
019702     IF NOT WS-CARDFILE-OK
019703         DISPLAY "ATMSETTL: UNABLE TO OPEN CARD FILE, "
019704                 "STATUS = " WS-CARDFILE-STATUS
019705         SET WS-INIT-FAILED TO TRUE
019706         SET WS-EOF TO TRUE
019707         GO TO 1000-INITIALIZE-EXIT
019708     END-IF
019709
019800     OPEN EXTEND WITHDRAW-LOG
019900     IF NOT WS-WDLOG-OK
020000         DISPLAY "ATMSETTL: UNABLE TO OPEN WITHDRAW LOG, "
020400         GO TO 1000-INITIALIZE-EXIT
020500     END-IF
020600
020609*    THE TERMINAL MASTER AND CYCLE FILE EXIST ONCE THE FIRST OWN
020618*    TERMINAL IS SET UP - UNTIL THEN NO ITEM CAN NAME ONE.
020627     OPEN INPUT ATM-TERMINAL-FILE
020636     IF WS-ATMTERM-OK
020645         SET WS-ATMTERM-OPEN TO TRUE
020654     END-IF
020663     OPEN I-O ATM-CYCLE-FILE
020672     IF WS-ATMCYCLE-OK
020681         SET WS-ATMCYCLE-OPEN TO TRUE
020690     END-IF
020695
020700     READ SWITCH-FILE
020800         AT END
020900             SET WS-EOF TO TRUE
021200     EXIT.
021300
021400*-----------------------------------------------------------------
021440* MATCH AN OWN-TERMINAL DISPENSE TO ITS CYCLE, THEN POST
021480* ONE SWITCH ITEM OR SEND IT TO THE DISPUTE FILE - AN OTHER
021520* BANK'S CARD AT OUR TERMINAL IS ONLY COUNTED AS ACQUIRED, AND
021560* ONE ANYWHERE ELSE IS NOT OURS TO SETTLE.  THEN
021600* ADVANCE TO THE NEXT ONE.
021700*-----------------------------------------------------------------
021800 2000-PROCESS-ITEM.
021900     ADD ATM-AMOUNT TO WS-FILE-TOTAL
021910     MOVE "N" TO WS-OWN-TERMINAL-SW
021912     MOVE "N" TO WS-CYCLE-MATCHED-SW
021915     IF ATM-TERMINAL-ID NOT = SPACES
021931         PERFORM 2100-RECORD-DISPENSE
021947             THRU 2100-RECORD-DISPENSE-EXIT
021963     END-IF
021978
021994     IF ATM-CARD-FOREIGN
022010         IF ATM-TERMINAL-ID = SPACES
022026             MOVE "FORN" TO WS-REASON-CODE
022042             PERFORM 3000-DISPUTE-ONE-ITEM
022057                 THRU 3000-DISPUTE-ONE-ITEM-EXIT
022073         ELSE
022089             ADD ATM-AMOUNT TO WS-ACQUIRED-TOTAL
022105             ADD 1 TO WS-ACQUIRED-COUNT
022110             IF WS-OWN-TERMINAL
022113                 PERFORM 4500-WRITE-ACQUIRED-LOG
022116                     THRU 4500-WRITE-ACQUIRED-LOG-EXIT
022119             END-IF
022121         END-IF
022136     ELSE
022152         PERFORM 2500-POST-ONE-ITEM
022168             THRU 2500-POST-ONE-ITEM-EXIT
022184     END-IF
022200
022300     READ SWITCH-FILE
022400         AT END
022800     EXIT.
022900
023000*-----------------------------------------------------------------
023002* FIND THE TERMINAL'S CYCLE - THE ONE THE SWITCH NAMED, OR THE
023005* ONE THE TERMINAL IS ON WHEN THE SWITCH SENT NONE.  NOTHING IS
023007* ADDED TO IT HERE: 2150 ADDS THE DISPENSE ONLY ONCE THE ITEM
023010* IS LOGGED AS POSTED OR ACQUIRED, SO THE CASH OF A DISPUTED
023012* ITEM SHOWS AS A SHORTAGE WHEN ATMBAL BALANCES THE CYCLE.  AN
023015* UNKNOWN TERMINAL OR CYCLE, OR ONE ALREADY BALANCED, IS
023017* COUNTED AS UNMATCHED FOR THE BRANCH TO INVESTIGATE.  A
023020* TERMINAL FOUND ON FILE IS MARKED AS OURS SO THE LOG ENTRY
023021* TAKES THE CASH OUT OF ITS BRANCH.
023023*-----------------------------------------------------------------
023026 2100-RECORD-DISPENSE.
023029     IF NOT WS-ATMTERM-OPEN
023032         OR NOT WS-ATMCYCLE-OPEN
023035         DISPLAY "ATMSETTL: ITEM " ATM-SEQ-NO " TERMINAL "
023038                 ATM-TERMINAL-ID " - NO TERMINAL FILES"
023041         ADD 1 TO WS-UNMATCHED-COUNT
023044         GO TO 2100-RECORD-DISPENSE-EXIT
023047     END-IF
023051
023054     MOVE ATM-TERMINAL-ID TO ATMT-TERM-ID
023057     READ ATM-TERMINAL-FILE
023060         KEY IS ATMT-TERM-ID
023063         INVALID KEY
023066             DISPLAY "ATMSETTL: ITEM " ATM-SEQ-NO
023069                     " UNKNOWN TERMINAL " ATM-TERMINAL-ID
023072             ADD 1 TO WS-UNMATCHED-COUNT
023075             GO TO 2100-RECORD-DISPENSE-EXIT
023079     END-READ
023082     SET WS-OWN-TERMINAL TO TRUE
023085     MOVE ATMT-BRANCH-CODE TO WS-TERM-BRANCH
023088
023091     IF ATM-TERM-CYCLE NUMERIC
023094         AND ATM-TERM-CYCLE > 0
023097         MOVE ATM-TERM-CYCLE TO WS-CYCLE-NO
023100     ELSE
023103         MOVE ATMT-CYCLE-NO TO WS-CYCLE-NO
023107     END-IF
023110
023113     MOVE ATM-TERMINAL-ID TO ATMY-TERM-ID
023116     MOVE WS-CYCLE-NO     TO ATMY-CYCLE-NO
023119     READ ATM-CYCLE-FILE
023122         KEY IS ATMY-KEY
023125         INVALID KEY
023128             DISPLAY "ATMSETTL: ITEM " ATM-SEQ-NO " TERMINAL "
023131                     ATM-TERMINAL-ID " NO CYCLE " WS-CYCLE-NO
023135             ADD 1 TO WS-UNMATCHED-COUNT
023138             GO TO 2100-RECORD-DISPENSE-EXIT
023141     END-READ
023144
023147     IF ATMY-STATUS-BALANCED
023150         DISPLAY "ATMSETTL: ITEM " ATM-SEQ-NO " TERMINAL "
023153                 ATM-TERMINAL-ID " CYCLE " WS-CYCLE-NO
023156                 " ALREADY BALANCED"
023159         ADD 1 TO WS-UNMATCHED-COUNT
023163         GO TO 2100-RECORD-DISPENSE-EXIT
023166     END-IF
023169     SET WS-CYCLE-MATCHED TO TRUE.
023172 2100-RECORD-DISPENSE-EXIT.
023175     EXIT.
023178
023181*-----------------------------------------------------------------
023184* ADD A LOGGED DISPENSE TO THE ON-US OR OFF-US TOTAL OF THE
023187* CYCLE 2100 MATCHED IT TO.
023191*-----------------------------------------------------------------
023194 2150-ADD-TO-CYCLE.
023197     MOVE ATM-TERMINAL-ID TO ATMY-TERM-ID
023200     MOVE WS-CYCLE-NO     TO ATMY-CYCLE-NO
023203     READ ATM-CYCLE-FILE
023206         KEY IS ATMY-KEY
023209         INVALID KEY
023212             DISPLAY "ATMSETTL: ITEM " ATM-SEQ-NO " TERMINAL "
023215                     ATM-TERMINAL-ID " NO CYCLE " WS-CYCLE-NO
023219             ADD 1 TO WS-UNMATCHED-COUNT
023222             GO TO 2150-ADD-TO-CYCLE-EXIT
023225     END-READ
023228
023231     IF ATM-CARD-FOREIGN
023234         ADD ATM-AMOUNT TO ATMY-OFFUS-AMOUNT
023237         ADD 1 TO ATMY-OFFUS-COUNT
023240     ELSE
023243         ADD ATM-AMOUNT TO ATMY-ONUS-AMOUNT
023247         ADD 1 TO ATMY-ONUS-COUNT
023250     END-IF
023253     REWRITE ATM-CYCLE-RECORD
023256         INVALID KEY
023259             DISPLAY "ATMSETTL: UNABLE TO REWRITE CYCLE "
023262                     WS-CYCLE-NO " FOR TERMINAL "
023265                     ATM-TERMINAL-ID
023268             ADD 1 TO WS-UNMATCHED-COUNT
023271             GO TO 2150-ADD-TO-CYCLE-EXIT
023275     END-REWRITE
023278     ADD 1 TO WS-TERMINAL-COUNT.
023281 2150-ADD-TO-CYCLE-EXIT.
023284     EXIT.
023287
023290*-----------------------------------------------------------------
023293* THE AMOUNT AND CARD GATES, THEN THE GATES WITHDRAW APPLIES AT
023296* THE COUNTER: ACCOUNT EXISTS, ACCOUNT ACTIVE, CURRENCY, AND THE
023300* FLOOR NET OF ACTIVE HOLDS.  ANY GATE THAT FAILS SENDS THE
023400* ITEM TO THE DISPUTE FILE.
023500*-----------------------------------------------------------------
024100         GO TO 2500-POST-ONE-ITEM-EXIT
024200     END-IF
024300
024301     PERFORM 2200-CHECK-CARD
024302         THRU 2200-CHECK-CARD-EXIT
024303     IF WS-REASON-CODE NOT = SPACES
024304         PERFORM 3000-DISPUTE-ONE-ITEM
024305             THRU 3000-DISPUTE-ONE-ITEM-EXIT
024306         GO TO 2500-POST-ONE-ITEM-EXIT
024307     END-IF
024308
024400     MOVE ATM-ACCT-NUMBER TO ACCT-NUMBER
024500     READ ACCOUNT-MASTER
024600         KEY IS ACCT-NUMBER
029700     PERFORM 4000-WRITE-LOG
029800         THRU 4000-WRITE-LOG-EXIT
029900
029910     PERFORM 2700-UPDATE-CARD-USAGE
030010         THRU 2700-UPDATE-CARD-USAGE-EXIT
030020
030030     ADD ATM-AMOUNT TO WS-POSTED-TOTAL
030100     ADD 1 TO WS-POSTED-COUNT.
030200 2500-POST-ONE-ITEM-EXIT.
030300     EXIT.
030400
030401*-----------------------------------------------------------------
030402* THE CARD THE ITEM WAS DRAWN ON MUST BE ON THE CARD MASTER
030403* AGAINST THE SAME ACCOUNT, ACTIVE, NOT PAST ITS EXPIRY DATE, AND
030404* WITHIN ITS DAILY LIMIT COUNTING WHAT IT HAS ALREADY DRAWN
030405* TODAY.  A FAILING GATE LEAVES ITS REASON CODE IN
030406* WS-REASON-CODE; AN ACTIVE CARD FOUND PAST EXPIRY IS MARKED
030407* EXPIRED ON THE MASTER.
030408*-----------------------------------------------------------------
030409 2200-CHECK-CARD.
030410     MOVE SPACES TO WS-REASON-CODE
030411     MOVE ATM-CARD-NUMBER TO CARD-NUMBER
030412     READ CARD-FILE
030413         KEY IS CARD-NUMBER
030414         INVALID KEY
030415             MOVE "NOCD" TO WS-REASON-CODE
030416             GO TO 2200-CHECK-CARD-EXIT
030417     END-READ
030418
030419     IF CARD-ACCT-NUMBER NOT = ATM-ACCT-NUMBER
030420         MOVE "NOCD" TO WS-REASON-CODE
030421         GO TO 2200-CHECK-CARD-EXIT
030422     END-IF
030423
030424     IF CARD-STATUS-HOTLISTED
030425         OR CARD-STATUS-REPLACED
030426         MOVE "HOTL" TO WS-REASON-CODE
030427         GO TO 2200-CHECK-CARD-EXIT
030428     END-IF
030429
030430     IF CARD-STATUS-ACTIVE
030431         AND CARD-EXPIRY-DATE < WS-TODAYS-DATE
030432         SET CARD-STATUS-EXPIRED TO TRUE
030433         REWRITE CARD-RECORD
030434             INVALID KEY
030435                 DISPLAY "ATMSETTL: UNABLE TO REWRITE CARD "
030436                         CARD-NUMBER
030437         END-REWRITE
030438     END-IF
030439     IF CARD-STATUS-EXPIRED
030440         MOVE "EXPD" TO WS-REASON-CODE
030441         GO TO 2200-CHECK-CARD-EXIT
030442     END-IF
030443
030444     IF CARD-DAY-DATE = WS-TODAYS-DATE
030445         MOVE CARD-DAY-TOTAL TO WS-CARD-DAY-TOTAL
030446     ELSE
030447         MOVE 0 TO WS-CARD-DAY-TOTAL
030448     END-IF
030449     IF (WS-CARD-DAY-TOTAL + ATM-AMOUNT) > CARD-DAILY-LIMIT
030450         MOVE "CLIM" TO WS-REASON-CODE
030451         GO TO 2200-CHECK-CARD-EXIT
030452     END-IF.
030453 2200-CHECK-CARD-EXIT.
030454     EXIT.
030455
030456*-----------------------------------------------------------------
030457* ADD A POSTED ITEM TO THE CARD'S DRAWINGS FOR THE DAY.  THE
030458* CARD RECORD IS STILL THE ONE 2200-CHECK-CARD READ.
030459*-----------------------------------------------------------------
030460 2700-UPDATE-CARD-USAGE.
030461     ADD ATM-AMOUNT TO WS-CARD-DAY-TOTAL
030462     MOVE WS-TODAYS-DATE    TO CARD-DAY-DATE
030463     MOVE WS-CARD-DAY-TOTAL TO CARD-DAY-TOTAL
030464     REWRITE CARD-RECORD
030465         INVALID KEY
030466             DISPLAY "ATMSETTL: UNABLE TO REWRITE CARD "
030467                     CARD-NUMBER
030468     END-REWRITE.
030469 2700-UPDATE-CARD-USAGE-EXIT.
030470     EXIT.
030471
030500*-----------------------------------------------------------------
030600* SEND ONE ITEM TO THE DISPUTE FILE WITH ITS REASON.
030700*-----------------------------------------------------------------
031000     MOVE ATM-ACCT-NUMBER  TO DSP-ACCT-NUMBER
031100     MOVE ATM-AMOUNT       TO DSP-AMOUNT
031200     MOVE WS-REASON-CODE   TO DSP-REASON-CODE
031201     MOVE ATM-CARD-NUMBER  TO DSP-CARD-NUMBER
031202     MOVE WS-TODAYS-DATE   TO DSP-SETTLE-DATE
031300     WRITE DISPUTE-RECORD
031400     ADD ATM-AMOUNT TO WS-DISPUTE-TOTAL
031500     ADD 1 TO WS-DISPUTE-COUNT.
031800
031900*-----------------------------------------------------------------
032000* APPEND THE WITHDRAW LOG ENTRY (AND INDEXED HISTORY) UNDER THE
032100* RESERVED ATM OPERATOR ID.  CASH FROM OUR OWN TERMINAL IS
032110* LOGGED AS SUCH, POSTED AT THE TERMINAL'S BRANCH; CASH FROM
032120* ANY OTHER TERMINAL IS OWED TO THE NETWORK.
032200*-----------------------------------------------------------------
032300 4000-WRITE-LOG.
032400     MOVE WS-TODAYS-DATE TO WDLOG-DATE
033000     MOVE ACCT-BRANCH-CODE  TO WDLOG-BRANCH-CODE
033100     CALL "TXNREF" USING WS-TXN-REF
033200     MOVE WS-TXN-REF TO WDLOG-TXN-REF
033212     IF WS-OWN-TERMINAL
033225         SET WDLOG-TRANS-OWN-ATM TO TRUE
033238         MOVE WS-TERM-BRANCH TO WDLOG-POST-BRANCH
033251     ELSE
033263         SET WDLOG-TRANS-ATM TO TRUE
033276         MOVE 0 TO WDLOG-POST-BRANCH
033289     END-IF
033302     SET WDLOG-INSTR-CASH TO TRUE
033400     WRITE WITHDRAW-LOG-RECORD
033450     IF WS-CYCLE-MATCHED
033460         PERFORM 2150-ADD-TO-CYCLE
033470             THRU 2150-ADD-TO-CYCLE-EXIT
033480     END-IF
033500
033600     MOVE "W" TO WS-TXN-TYPE
033700     CALL "TXNWRITE" USING WDLOG-ACCT-NUMBER WDLOG-DATE
033800                           WDLOG-TIME WS-TXN-TYPE
033900                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
034000                           WDLOG-OPERATOR-ID
034010                           WDLOG-TXN-REF
034020                           WDLOG-INSTRUMENT
034030
034040*    TELL THE HOLDERS WHO ASKED FOR ATM ALERTS.
034050     MOVE "A" TO WS-ALERT-EVENT
034060     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
034070                           WDLOG-TIME WS-ALERT-EVENT
034080                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
034090                           WDLOG-TXN-REF.
034100 4000-WRITE-LOG-EXIT.
034200     EXIT.
034201
034202*-----------------------------------------------------------------
034203* LOG CASH OUR TERMINAL PAID TO AN OTHER BANK'S CARD AGAINST
034204* ACCOUNT ZERO - NO CUSTOMER ACCOUNT IS TOUCHED - SO GLJRNL
034205* TAKES IT OUT OF THE TERMINAL BRANCH'S CASH AND BOOKS IT AS
034206* OWED TO US BY THE NETWORK.
034207*-----------------------------------------------------------------
034208 4500-WRITE-ACQUIRED-LOG.
034212     MOVE WS-TODAYS-DATE     TO WDLOG-DATE
034217     ACCEPT WDLOG-TIME FROM TIME
034221     MOVE 0                  TO WDLOG-ACCT-NUMBER
034226     MOVE ATM-AMOUNT         TO WDLOG-WITHDRAW-AMT
034231     MOVE 0                  TO WDLOG-NEW-BALANCE
034235     MOVE WS-ATM-OPERATOR-ID TO WDLOG-OPERATOR-ID
034240     MOVE WS-TERM-BRANCH     TO WDLOG-BRANCH-CODE
034244     CALL "TXNREF" USING WS-TXN-REF
034249     MOVE WS-TXN-REF         TO WDLOG-TXN-REF
034254     SET WDLOG-TRANS-ATM-ACQUIRED TO TRUE
034258     MOVE WS-TERM-BRANCH     TO WDLOG-POST-BRANCH
034263     SET WDLOG-INSTR-CASH TO TRUE
034267     WRITE WITHDRAW-LOG-RECORD
034272     IF WS-CYCLE-MATCHED
034277         PERFORM 2150-ADD-TO-CYCLE
034281             THRU 2150-ADD-TO-CYCLE-EXIT
034286     END-IF.
034290 4500-WRITE-ACQUIRED-LOG-EXIT.
034295     EXIT.
034300
034400*-----------------------------------------------------------------
034500* PRINT THE SETTLEMENT PROOF, RELEASE THE BATCH WINDOW AND
034566* CLOSE DOWN.  THE FILE TOTAL MUST EQUAL POSTED PLUS DISPUTED
034633* PLUS ACQUIRED.
034700*-----------------------------------------------------------------
034800 9999-TERMINATE.
034900     IF WS-BATCH-ACQUIRED
035500             " (" WS-POSTED-COUNT " ITEMS)"
035600     DISPLAY "ATMSETTL: DISPUTED TOTAL = " WS-DISPUTE-TOTAL
035700             " (" WS-DISPUTE-COUNT " ITEMS)"
035714     DISPLAY "ATMSETTL: ACQUIRED TOTAL = " WS-ACQUIRED-TOTAL
035728             " (" WS-ACQUIRED-COUNT " ITEMS)"
035742     DISPLAY "ATMSETTL: OWN-TERMINAL ITEMS RECORDED   = "
035757             WS-TERMINAL-COUNT
035771     DISPLAY "ATMSETTL: OWN-TERMINAL ITEMS UNMATCHED  = "
035785             WS-UNMATCHED-COUNT
035800     IF WS-FILE-TOTAL NOT =
035866             (WS-POSTED-TOTAL + WS-DISPUTE-TOTAL
035933              + WS-ACQUIRED-TOTAL)
036000         DISPLAY "ATMSETTL: SETTLEMENT DOES NOT PROVE - "
036100                 "INVESTIGATE BEFORE PAYING THE SWITCH"
036200     ELSE
036600     CLOSE SWITCH-FILE
036700     CLOSE DISPUTE-FILE
036800     CLOSE ACCOUNT-MASTER
036801     CLOSE CARD-FILE
036825     CLOSE WITHDRAW-LOG
036850     IF WS-ATMTERM-OPEN
036875         CLOSE ATM-TERMINAL-FILE
036900     END-IF
036925     IF WS-ATMCYCLE-OPEN
036950         CLOSE ATM-CYCLE-FILE
036975     END-IF.
037000 9999-TERMINATE-EXIT.
037100     EXIT.
037200
