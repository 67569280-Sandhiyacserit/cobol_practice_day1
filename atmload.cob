000100*****************************************************************
000200* PROGRAM      : ATMLOAD                                        *
000300* DESCRIPTION  : OWN-ATM CASH LOAD AND UNLOAD AGAINST THE       *
000400*                BRANCH VAULT.  A "LOAD" MOVES NOTES FROM THE   *
000500*                VAULT OF THE TERMINAL'S BRANCH INTO ITS        *
000600*                CASSETTES, OPENING A NEW REPLENISHMENT CYCLE   *
000700*                OR TOPPING UP THE OPEN ONE.  AN "UNLOAD" TAKES *
000800*                THE CASH COUNTED BACK OUT OF THE CASSETTES     *
000900*                INTO THE VAULT AND CLOSES THE CYCLE FOR        *
001000*                ATMBAL TO BALANCE.  DENOMINATIONS ARE PROVED   *
001100*                AGAINST THE AMOUNT AND THE VAULT AND CYCLE ARE *
001200*                UPDATED TOGETHER, AS TILLBUY DOES FOR A TELLER *
001300*                DRAWER.  REQUIRES AN OPERATOR LOGIN AND A      *
001400*                VAULT OPENED FOR TODAY.                        *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. ATMLOAD.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - CASH MOVEMENT BETWEEN THE      *
002800*                  BRANCH VAULT AND AN OWN-ATM TERMINAL, BY     *
002900*                  REPLENISHMENT CYCLE.                         *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT VAULT-FILE ASSIGN TO "VAULTFIL"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS VAULT-BRANCH-CODE
003900         FILE STATUS IS WS-VAULTFIL-STATUS.
004000
004100     SELECT ATM-TERMINAL-FILE ASSIGN TO "ATMTERM"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ATMT-TERM-ID
004500         FILE STATUS IS WS-ATMTERM-STATUS.
004600
004700     SELECT ATM-CYCLE-FILE ASSIGN TO "ATMCYCLE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ATMY-KEY
005100         FILE STATUS IS WS-ATMCYCLE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  VAULT-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY VAULTREC.
005800
005900 FD  ATM-TERMINAL-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY ATMTREC.
006200
006300 FD  ATM-CYCLE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY ATMYREC.
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-VAULTFIL-STATUS       PIC X(02).
006900     88  WS-VAULTFIL-OK       VALUE "00".
007000
007100 01  WS-ATMTERM-STATUS        PIC X(02).
007200     88  WS-ATMTERM-OK        VALUE "00".
007300
007400 01  WS-ATMCYCLE-STATUS       PIC X(02).
007500     88  WS-ATMCYCLE-OK       VALUE "00".
007600     88  WS-ATMCYCLE-NOTFOUND VALUE "35".
007700
007800 01  WS-OPERATOR-ID           PIC 9(04).
007900 01  WS-OPERATOR-AUTH         PIC X(01).
008000 01  WS-TERM-ID               PIC X(08).
008100 01  WS-DIRECTION             PIC X(01).
008200     88  WS-DIRECTION-LOAD    VALUE "L".
008300     88  WS-DIRECTION-UNLOAD  VALUE "U".
008400 01  WS-MOVE-AMOUNT           PIC 9(09).
008500 01  WS-COUNTED-TOTAL         PIC 9(09).
008600 01  WS-TODAYS-DATE           PIC 9(08).
008700
008800 01  WS-ENTERED-COUNTS.
008900     05  WS-2000-COUNT        PIC 9(05).
009000     05  WS-500-COUNT         PIC 9(05).
009100     05  WS-200-COUNT         PIC 9(05).
009200     05  WS-100-COUNT         PIC 9(05).
009300     05  WS-50-COUNT          PIC 9(05).
009400     05  WS-20-COUNT          PIC 9(05).
009500     05  WS-10-COUNT          PIC 9(05).
009600
009700 01  WS-SWITCHES.
009800     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
009900         88  WS-OPERATOR-OK   VALUE "Y".
010000     05  WS-READY-SW          PIC X(01) VALUE "N".
010100         88  WS-READY         VALUE "Y".
010200     05  WS-NEW-CYCLE-SW      PIC X(01) VALUE "N".
010300         88  WS-NEW-CYCLE     VALUE "Y".
010400     05  WS-VAULTFIL-SW       PIC X(01) VALUE "N".
010500         88  WS-VAULTFIL-OPEN VALUE "Y".
010600     05  WS-ATMTERM-SW        PIC X(01) VALUE "N".
010700         88  WS-ATMTERM-OPEN  VALUE "Y".
010800     05  WS-ATMCYCLE-SW       PIC X(01) VALUE "N".
010900         88  WS-ATMCYCLE-OPEN VALUE "Y".
011000
011100 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ATMLOAD".
011200 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
011300 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
011400     88  WS-ENTITLED          VALUE "Y".
011500
011600 PROCEDURE DIVISION.
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE
011900         THRU 1000-INITIALIZE-EXIT
012000
012100     IF WS-READY
012200         PERFORM 2000-MOVE-CASH
012300             THRU 2000-MOVE-CASH-EXIT
012400     END-IF
012500
012600     PERFORM 9999-TERMINATE
012700         THRU 9999-TERMINATE-EXIT
012800
012900     STOP RUN.
013000
013100*-----------------------------------------------------------------
013200* REQUIRE AN OPERATOR LOGIN, THEN READ THE TERMINAL AND THE
013300* VAULT OF THE BRANCH THAT SERVICES IT.  THE TERMINAL MUST BE
013400* IN SERVICE AND THE VAULT OPENED FOR TODAY.
013500*-----------------------------------------------------------------
013600 1000-INITIALIZE.
013700     MOVE "N" TO WS-OPERATOR-SW
013800     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
013900                           WS-OPERATOR-AUTH
014000     IF NOT WS-OPERATOR-OK
014100         DISPLAY "ATMLOAD: OPERATOR LOGIN FAILED, MOVEMENT "
014200                 "REFUSED"
014300         GO TO 1000-INITIALIZE-EXIT
014400     END-IF
014500     MOVE "N" TO WS-ENTITLED-SW
014600     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
014700                          WS-ENTL-MODE WS-ENTITLED-SW
014800     IF NOT WS-ENTITLED
014900         DISPLAY "ATMLOAD: OPERATOR " WS-OPERATOR-ID " IS NOT "
015000                 "ENTITLED TO ATMLOAD, REFUSED"
015100         MOVE "N" TO WS-OPERATOR-SW
015200         GO TO 1000-INITIALIZE-EXIT
015300     END-IF
015400
015500     CALL "BUSDATE" USING WS-TODAYS-DATE
015600
015700     OPEN I-O ATM-TERMINAL-FILE
015800     IF NOT WS-ATMTERM-OK
015900         DISPLAY "ATMLOAD: UNABLE TO OPEN TERMINAL MASTER, "
016000                 "STATUS = " WS-ATMTERM-STATUS
016100         GO TO 1000-INITIALIZE-EXIT
016200     END-IF
016300     SET WS-ATMTERM-OPEN TO TRUE
016400
016500     DISPLAY "ENTER TERMINAL ID: "
016600     ACCEPT WS-TERM-ID
016700     MOVE WS-TERM-ID TO ATMT-TERM-ID
016800     READ ATM-TERMINAL-FILE
016900         KEY IS ATMT-TERM-ID
017000         INVALID KEY
017100             DISPLAY "ATMLOAD: NO TERMINAL RECORD FOR "
017200                     WS-TERM-ID ", RUN ATMTMNT FIRST"
017300             GO TO 1000-INITIALIZE-EXIT
017400     END-READ
017500
017600     IF NOT ATMT-STATUS-ACTIVE
017700         DISPLAY "ATMLOAD: TERMINAL " WS-TERM-ID
017800                 " HAS BEEN WITHDRAWN FROM SERVICE"
017900         GO TO 1000-INITIALIZE-EXIT
018000     END-IF
018100
018200     OPEN I-O VAULT-FILE
018300     IF NOT WS-VAULTFIL-OK
018400         DISPLAY "ATMLOAD: UNABLE TO OPEN VAULT FILE, "
018500                 "STATUS = " WS-VAULTFIL-STATUS
018600         GO TO 1000-INITIALIZE-EXIT
018700     END-IF
018800     SET WS-VAULTFIL-OPEN TO TRUE
018900
019000     MOVE ATMT-BRANCH-CODE TO VAULT-BRANCH-CODE
019100     READ VAULT-FILE
019200         KEY IS VAULT-BRANCH-CODE
019300         INVALID KEY
019400             DISPLAY "ATMLOAD: NO VAULT OPENED FOR BRANCH "
019500                     ATMT-BRANCH-CODE ", RUN VAULTOPN FIRST"
019600             GO TO 1000-INITIALIZE-EXIT
019700     END-READ
019800
019900     IF VAULT-BUSINESS-DATE NOT = WS-TODAYS-DATE
020000         DISPLAY "ATMLOAD: VAULT FOR BRANCH " ATMT-BRANCH-CODE
020100                 " WAS OPENED FOR " VAULT-BUSINESS-DATE
020200                 ", RUN VAULTOPN FOR TODAY FIRST"
020300         GO TO 1000-INITIALIZE-EXIT
020400     END-IF
020500
020600     OPEN I-O ATM-CYCLE-FILE
020700     IF WS-ATMCYCLE-NOTFOUND
020800         OPEN OUTPUT ATM-CYCLE-FILE
020900         CLOSE ATM-CYCLE-FILE
021000         OPEN I-O ATM-CYCLE-FILE
021100     END-IF
021200     IF NOT WS-ATMCYCLE-OK
021300         DISPLAY "ATMLOAD: UNABLE TO OPEN CYCLE FILE, "
021400                 "STATUS = " WS-ATMCYCLE-STATUS
021500         GO TO 1000-INITIALIZE-EXIT
021600     END-IF
021700     SET WS-ATMCYCLE-OPEN TO TRUE
021800
021900     SET WS-READY TO TRUE.
022000 1000-INITIALIZE-EXIT.
022100     EXIT.
022200
022300*-----------------------------------------------------------------
022400* CAPTURE THE MOVEMENT, PROVE THE DENOMINATIONS, FIND OR OPEN
022500* THE CYCLE, THEN UPDATE VAULT, CYCLE AND TERMINAL TOGETHER -
022600* NOTHING IS REWRITTEN UNLESS THE MOVEMENT PROVES.
022700*-----------------------------------------------------------------
022800 2000-MOVE-CASH.
022900     DISPLAY "TERMINAL " ATMT-TERM-ID " BRANCH "
023000             ATMT-BRANCH-CODE " CYCLE " ATMT-CYCLE-NO
023100     IF ATMT-CYCLE-OPEN
023200         DISPLAY "  CYCLE IS OPEN - CASH IS IN THE TERMINAL"
023300     ELSE
023400         DISPLAY "  NO CYCLE OPEN - THE TERMINAL IS EMPTY"
023500     END-IF
023600     DISPLAY "ENTER DIRECTION (L = LOAD FROM VAULT, "
023700             "U = UNLOAD TO VAULT): "
023800     ACCEPT WS-DIRECTION
023900     IF NOT WS-DIRECTION-LOAD AND NOT WS-DIRECTION-UNLOAD
024000         DISPLAY "ATMLOAD: INVALID DIRECTION"
024100         GO TO 2000-MOVE-CASH-EXIT
024200     END-IF
024300
024400     IF WS-DIRECTION-UNLOAD
024500         AND NOT ATMT-CYCLE-OPEN
024600         DISPLAY "ATMLOAD: TERMINAL " ATMT-TERM-ID
024700                 " HAS NO OPEN CYCLE, NOTHING TO UNLOAD"
024800         GO TO 2000-MOVE-CASH-EXIT
024900     END-IF
025000
025100*    AN UNLOAD MAY COUNT BACK NOTHING AT ALL IF THE CASSETTES
025200*    RAN DRY - ONLY A LOAD MUST CARRY AN AMOUNT.
025300     IF WS-DIRECTION-LOAD
025400         DISPLAY "ENTER AMOUNT LOADED: "
025500     ELSE
025600         DISPLAY "ENTER AMOUNT COUNTED BACK: "
025700     END-IF
025800     ACCEPT WS-MOVE-AMOUNT
025900     IF WS-DIRECTION-LOAD
026000         AND WS-MOVE-AMOUNT NOT > 0
026100         DISPLAY "ATMLOAD: INVALID LOAD AMOUNT"
026200         GO TO 2000-MOVE-CASH-EXIT
026300     END-IF
026400
026500     PERFORM 2100-ACCEPT-DENOMINATIONS
026600         THRU 2100-ACCEPT-DENOMINATIONS-EXIT
026700
026800     IF WS-COUNTED-TOTAL NOT = WS-MOVE-AMOUNT
026900         DISPLAY "ATMLOAD: DENOMINATIONS TOTAL "
027000                 WS-COUNTED-TOTAL " BUT MOVEMENT AMOUNT IS "
027100                 WS-MOVE-AMOUNT ", MOVEMENT REFUSED"
027200         GO TO 2000-MOVE-CASH-EXIT
027300     END-IF
027400
027500     IF WS-DIRECTION-LOAD
027600         IF WS-2000-COUNT > VAULT-2000-COUNT
027700            OR WS-500-COUNT > VAULT-500-COUNT
027800            OR WS-200-COUNT > VAULT-200-COUNT
027900            OR WS-100-COUNT > VAULT-100-COUNT
028000            OR WS-50-COUNT  > VAULT-50-COUNT
028100            OR WS-20-COUNT  > VAULT-20-COUNT
028200            OR WS-10-COUNT  > VAULT-10-COUNT
028300             DISPLAY "ATMLOAD: VAULT DOES NOT HOLD ENOUGH "
028400                     "NOTES OF A REQUESTED DENOMINATION, LOAD "
028500                     "REFUSED"
028600             GO TO 2000-MOVE-CASH-EXIT
028700         END-IF
028800     END-IF
028900
029000     PERFORM 2200-FIND-CYCLE
029100         THRU 2200-FIND-CYCLE-EXIT
029200     IF NOT WS-READY
029300         GO TO 2000-MOVE-CASH-EXIT
029400     END-IF
029500
029600     IF WS-DIRECTION-LOAD
029700         PERFORM 3000-VAULT-TO-TERMINAL
029800             THRU 3000-VAULT-TO-TERMINAL-EXIT
029900     ELSE
030000         PERFORM 3500-TERMINAL-TO-VAULT
030100             THRU 3500-TERMINAL-TO-VAULT-EXIT
030200     END-IF
030300
030400     PERFORM 4000-REWRITE-RECORDS
030500         THRU 4000-REWRITE-RECORDS-EXIT.
030600 2000-MOVE-CASH-EXIT.
030700     EXIT.
030800
030900*-----------------------------------------------------------------
031000* PROMPT FOR THE NOTE COUNT OF EACH DENOMINATION AND TOTAL THEM.
031100*-----------------------------------------------------------------
031200 2100-ACCEPT-DENOMINATIONS.
031300     DISPLAY "ENTER NOTE COUNTS FOR THIS MOVEMENT"
031400     DISPLAY "  2000S: "
031500     ACCEPT WS-2000-COUNT
031600     DISPLAY "  500S : "
031700     ACCEPT WS-500-COUNT
031800     DISPLAY "  200S : "
031900     ACCEPT WS-200-COUNT
032000     DISPLAY "  100S : "
032100     ACCEPT WS-100-COUNT
032200     DISPLAY "  50S  : "
032300     ACCEPT WS-50-COUNT
032400     DISPLAY "  20S  : "
032500     ACCEPT WS-20-COUNT
032600     DISPLAY "  10S  : "
032700     ACCEPT WS-10-COUNT
032800
032900     COMPUTE WS-COUNTED-TOTAL =
033000             (WS-2000-COUNT * 2000)
033100           + (WS-500-COUNT * 500)
033200           + (WS-200-COUNT * 200)
033300           + (WS-100-COUNT * 100)
033400           + (WS-50-COUNT * 50)
033500           + (WS-20-COUNT * 20)
033600           + (WS-10-COUNT * 10).
033700 2100-ACCEPT-DENOMINATIONS-EXIT.
033800     EXIT.
033900
034000*-----------------------------------------------------------------
034100* READ THE TERMINAL'S OPEN CYCLE, OR - FOR A LOAD INTO AN EMPTY
034200* TERMINAL - BUILD THE NEXT ONE, WRITTEN IN 4000 ONCE THE
034300* VAULT HAS BEEN UPDATED.
034400*-----------------------------------------------------------------
034500 2200-FIND-CYCLE.
034600     MOVE "N" TO WS-NEW-CYCLE-SW
034700     IF ATMT-CYCLE-OPEN
034800         MOVE ATMT-TERM-ID  TO ATMY-TERM-ID
034900         MOVE ATMT-CYCLE-NO TO ATMY-CYCLE-NO
035000         READ ATM-CYCLE-FILE
035100             KEY IS ATMY-KEY
035200             INVALID KEY
035300                 DISPLAY "ATMLOAD: CYCLE " ATMT-CYCLE-NO
035400                         " FOR TERMINAL " ATMT-TERM-ID
035500                         " IS MISSING - ADVISE THE SUPERVISOR"
035600                 MOVE "N" TO WS-READY-SW
035700         END-READ
035800         GO TO 2200-FIND-CYCLE-EXIT
035900     END-IF
036000
036100     INITIALIZE ATM-CYCLE-RECORD
036200     MOVE ATMT-TERM-ID     TO ATMY-TERM-ID
036300     COMPUTE ATMY-CYCLE-NO = ATMT-CYCLE-NO + 1
036400     MOVE ATMT-BRANCH-CODE TO ATMY-BRANCH-CODE
036500     SET ATMY-STATUS-OPEN TO TRUE
036600     MOVE WS-TODAYS-DATE   TO ATMY-OPEN-DATE
036700     MOVE WS-OPERATOR-ID   TO ATMY-OPENED-BY
036800     SET WS-NEW-CYCLE TO TRUE.
036900 2200-FIND-CYCLE-EXIT.
037000     EXIT.
037100
037200*-----------------------------------------------------------------
037300* MOVE THE COUNTED NOTES OUT OF THE VAULT INTO THE CASSETTES.
037400*-----------------------------------------------------------------
037500 3000-VAULT-TO-TERMINAL.
037600     SUBTRACT WS-2000-COUNT FROM VAULT-2000-COUNT
037700     SUBTRACT WS-500-COUNT  FROM VAULT-500-COUNT
037800     SUBTRACT WS-200-COUNT  FROM VAULT-200-COUNT
037900     SUBTRACT WS-100-COUNT  FROM VAULT-100-COUNT
038000     SUBTRACT WS-50-COUNT   FROM VAULT-50-COUNT
038100     SUBTRACT WS-20-COUNT   FROM VAULT-20-COUNT
038200     SUBTRACT WS-10-COUNT   FROM VAULT-10-COUNT
038300     SUBTRACT WS-MOVE-AMOUNT FROM VAULT-CASH-BALANCE
038400
038500     ADD WS-2000-COUNT TO ATMY-LOAD-2000
038600     ADD WS-500-COUNT  TO ATMY-LOAD-500
038700     ADD WS-200-COUNT  TO ATMY-LOAD-200
038800     ADD WS-100-COUNT  TO ATMY-LOAD-100
038900     ADD WS-50-COUNT   TO ATMY-LOAD-50
039000     ADD WS-20-COUNT   TO ATMY-LOAD-20
039100     ADD WS-10-COUNT   TO ATMY-LOAD-10
039200     ADD WS-MOVE-AMOUNT TO ATMY-LOADED-AMOUNT.
039300 3000-VAULT-TO-TERMINAL-EXIT.
039400     EXIT.
039500
039600*-----------------------------------------------------------------
039700* MOVE THE NOTES COUNTED BACK OUT OF THE CASSETTES INTO THE
039800* VAULT AND CLOSE THE CYCLE FOR BALANCING.
039900*-----------------------------------------------------------------
040000 3500-TERMINAL-TO-VAULT.
040100     ADD WS-2000-COUNT TO VAULT-2000-COUNT
040200     ADD WS-500-COUNT  TO VAULT-500-COUNT
040300     ADD WS-200-COUNT  TO VAULT-200-COUNT
040400     ADD WS-100-COUNT  TO VAULT-100-COUNT
040500     ADD WS-50-COUNT   TO VAULT-50-COUNT
040600     ADD WS-20-COUNT   TO VAULT-20-COUNT
040700     ADD WS-10-COUNT   TO VAULT-10-COUNT
040800     ADD WS-MOVE-AMOUNT TO VAULT-CASH-BALANCE
040900
041000     MOVE WS-2000-COUNT TO ATMY-COUNT-2000
041100     MOVE WS-500-COUNT  TO ATMY-COUNT-500
041200     MOVE WS-200-COUNT  TO ATMY-COUNT-200
041300     MOVE WS-100-COUNT  TO ATMY-COUNT-100
041400     MOVE WS-50-COUNT   TO ATMY-COUNT-50
041500     MOVE WS-20-COUNT   TO ATMY-COUNT-20
041600     MOVE WS-10-COUNT   TO ATMY-COUNT-10
041700     MOVE WS-MOVE-AMOUNT TO ATMY-COUNTED-AMOUNT
041800     MOVE WS-TODAYS-DATE TO ATMY-UNLOAD-DATE
041900     MOVE WS-OPERATOR-ID TO ATMY-UNLOADED-BY
042000     SET ATMY-STATUS-UNLOADED TO TRUE.
042100 3500-TERMINAL-TO-VAULT-EXIT.
042200     EXIT.
042300
042400*-----------------------------------------------------------------
042500* REWRITE THE VAULT, THEN WRITE OR REWRITE THE CYCLE, THEN
042600* RECORD ON THE TERMINAL WHETHER IT NOW HOLDS CASH.
042700*-----------------------------------------------------------------
042800 4000-REWRITE-RECORDS.
042900     REWRITE VAULT-RECORD
043000         INVALID KEY
043100             DISPLAY "ATMLOAD: UNABLE TO REWRITE VAULT FOR "
043200                     "BRANCH " VAULT-BRANCH-CODE
043300             GO TO 4000-REWRITE-RECORDS-EXIT
043400     END-REWRITE
043500
043600     IF WS-NEW-CYCLE
043700         WRITE ATM-CYCLE-RECORD
043800             INVALID KEY
043900                 DISPLAY "ATMLOAD: CYCLE " ATMY-CYCLE-NO
044000                         " FOR TERMINAL " ATMY-TERM-ID
044100                         " ALREADY ON FILE, VAULT AND TERMINAL"
044200                         " ARE OUT OF STEP - ADVISE THE "
044300                         "SUPERVISOR"
044400                 GO TO 4000-REWRITE-RECORDS-EXIT
044500         END-WRITE
044600     ELSE
044700         REWRITE ATM-CYCLE-RECORD
044800             INVALID KEY
044900                 DISPLAY "ATMLOAD: UNABLE TO REWRITE CYCLE "
045000                         ATMY-CYCLE-NO " FOR TERMINAL "
045100                         ATMY-TERM-ID ", VAULT AND TERMINAL"
045200                         " ARE OUT OF STEP - ADVISE THE "
045300                         "SUPERVISOR"
045400                 GO TO 4000-REWRITE-RECORDS-EXIT
045500         END-REWRITE
045600     END-IF
045700
045800     MOVE ATMY-CYCLE-NO TO ATMT-CYCLE-NO
045900     IF WS-DIRECTION-LOAD
046000         SET ATMT-CYCLE-OPEN TO TRUE
046100     ELSE
046200         SET ATMT-CYCLE-CLOSED TO TRUE
046300     END-IF
046400     REWRITE ATM-TERMINAL-RECORD
046500         INVALID KEY
046600             DISPLAY "ATMLOAD: UNABLE TO REWRITE TERMINAL "
046700                     ATMT-TERM-ID " - ADVISE THE SUPERVISOR"
046800             GO TO 4000-REWRITE-RECORDS-EXIT
046900     END-REWRITE
047000
047100     IF WS-DIRECTION-LOAD
047200         DISPLAY "ATMLOAD: LOADED " WS-MOVE-AMOUNT
047300                 " FROM VAULT " VAULT-BRANCH-CODE
047400                 " INTO TERMINAL " ATMT-TERM-ID
047500                 " CYCLE " ATMY-CYCLE-NO
047600         DISPLAY "ATMLOAD: CYCLE LOADED TOTAL NOW "
047700                 ATMY-LOADED-AMOUNT
047800     ELSE
047900         DISPLAY "ATMLOAD: UNLOADED " WS-MOVE-AMOUNT
048000                 " FROM TERMINAL " ATMT-TERM-ID
048100                 " CYCLE " ATMY-CYCLE-NO
048200                 " INTO VAULT " VAULT-BRANCH-CODE
048300         DISPLAY "ATMLOAD: CYCLE CLOSED, TO BE BALANCED AT "
048400                 "END OF DAY"
048500     END-IF
048600     DISPLAY "ATMLOAD: VAULT BALANCE NOW " VAULT-CASH-BALANCE.
048700 4000-REWRITE-RECORDS-EXIT.
048800     EXIT.
048900
049000*-----------------------------------------------------------------
049100* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
049200*-----------------------------------------------------------------
049300 9999-TERMINATE.
049400     IF WS-VAULTFIL-OPEN
049500         CLOSE VAULT-FILE
049600     END-IF
049700     IF WS-ATMTERM-OPEN
049800         CLOSE ATM-TERMINAL-FILE
049900     END-IF
050000     IF WS-ATMCYCLE-OPEN
050100         CLOSE ATM-CYCLE-FILE
050200     END-IF.
050300 9999-TERMINATE-EXIT.
050400     EXIT.
