000100*****************************************************************
000200* PROGRAM      : NOSTMNT                                        *
000300* DESCRIPTION  : NOSTRO ACCOUNT MASTER MAINTENANCE.  SETS UP A  *
000400*                NOSTRO FOR A CURRENCY AND CORRESPONDENT WITH   *
000500*                THE BALANCE AGREED AT TAKE-ON, CHANGES ITS     *
000600*                DETAILS OR WHICH NOSTRO SETTLES THE CURRENCY,  *
000700*                CLOSES ONE WITH NOTHING LEFT TO RECONCILE, AND *
000800*                LISTS THE MASTER.  ONLY A SUPERVISOR MAY ADD,  *
000900*                CHANGE OR CLOSE.  EVERY CHANGE IS JOURNALLED   *
001000*                THROUGH MNTJRNL.                               *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. NOSTMNT.
001400 AUTHOR. S NATARAJAN.
001500 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001600 DATE-WRITTEN. 2026-10-15.
001700 DATE-COMPILED.
001800
001900*****************************************************************
002000* MODIFICATION HISTORY                                          *
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW NOSTRO *
002400*                  ACCOUNT MASTER.                              *
002400* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002400*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002400*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT NOSTRO-MASTER ASSIGN TO "NOSTMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS NOS-KEY
003400         FILE STATUS IS WS-NOSTMSTR-STATUS.
003500
003600     SELECT NOSTRO-ENTRIES ASSIGN TO "NOSTENT"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS NE-KEY
004000         FILE STATUS IS WS-NOSTENT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  NOSTRO-MASTER
004500     LABEL RECORDS ARE STANDARD.
004600     COPY NOSTREC.
004700
004800 FD  NOSTRO-ENTRIES
004900     LABEL RECORDS ARE STANDARD.
005000     COPY NOSTENT.
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-NOSTMSTR-STATUS       PIC X(02).
005400     88  WS-NOSTMSTR-OK       VALUE "00".
005500     88  WS-NOSTMSTR-NOTFOUND VALUE "35".
005600 01  WS-NOSTENT-STATUS        PIC X(02).
005700     88  WS-NOSTENT-OK        VALUE "00".
005800     88  WS-NOSTENT-NOTFOUND  VALUE "35".
005900
006000 01  WS-FUNCTION-CODE         PIC 9(01).
006100 01  WS-NOSTRO-KEY.
006200     05  WS-CURRENCY-CODE     PIC X(03).
006300     05  WS-CORR-CODE         PIC X(04).
006400 01  WS-SETTLE-ANSWER         PIC X(01).
006500 01  WS-TODAYS-DATE           PIC 9(08).
006600 01  WS-OPERATOR-ID           PIC 9(04).
006700 01  WS-OPERATOR-AUTH         PIC X(01).
006800 01  WS-OTHER-SETTLE-CODE     PIC X(04).
006900 01  WS-OPEN-ENTRY-COUNT      PIC 9(06) COMP.
007000 01  WS-LIST-COUNT            PIC 9(04) COMP.
007100
007200 01  WS-NEW-NAME              PIC X(20).
007300 01  WS-NEW-BIC               PIC X(11).
007400 01  WS-NEW-ACCT              PIC X(16).
007500 01  WS-OPENING-BAL           PIC S9(11).
007600
007700 01  WS-JRNL-FILE             PIC X(08) VALUE "NOSTMSTR".
007800 01  WS-JRNL-KEY              PIC X(12).
007900 01  WS-BEFORE-IMAGE          PIC X(100).
008000 01  WS-AFTER-IMAGE           PIC X(100).
008100
008200 01  WS-SWITCHES.
008300     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
008400         88  WS-OPERATOR-OK   VALUE "Y".
008500     05  WS-EOF-SW            PIC X(01) VALUE "N".
008600         88  WS-EOF           VALUE "Y".
008700     05  WS-FOUND-SW          PIC X(01) VALUE "N".
008800         88  WS-NOSTRO-FOUND  VALUE "Y".
008800
008800 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "NOSTMNT".
008800 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
008800 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
008800     88  WS-ENTITLED          VALUE "Y".
008900
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE
009300         THRU 1000-INITIALIZE-EXIT
009400
009500     IF WS-OPERATOR-OK
009600         PERFORM 2000-PROCESS-FUNCTION
009700             THRU 2000-PROCESS-FUNCTION-EXIT
009800     END-IF
009900
010000     PERFORM 9999-TERMINATE
010100         THRU 9999-TERMINATE-EXIT
010200
010300     STOP RUN.
010400
010500*-----------------------------------------------------------------
010600* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE NOSTRO MASTER,
010700* CREATING IT IF IT HAS NEVER BEEN SET UP.
010800*-----------------------------------------------------------------
010900 1000-INITIALIZE.
011000     MOVE "N" TO WS-OPERATOR-SW
011100     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
011200                           WS-OPERATOR-AUTH
011300     IF NOT WS-OPERATOR-OK
011400         DISPLAY "NOSTMNT: OPERATOR LOGIN FAILED, "
011500                 "MAINTENANCE REFUSED"
011600         GO TO 1000-INITIALIZE-EXIT
011700     END-IF
011700     MOVE "N" TO WS-ENTITLED-SW
011700     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
011700                          WS-ENTL-MODE WS-ENTITLED-SW
011700     IF NOT WS-ENTITLED
011700         DISPLAY "NOSTMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
011700                 "ENTITLED TO NOSTMNT, REFUSED"
011700         MOVE "N" TO WS-OPERATOR-SW
011700         GO TO 1000-INITIALIZE-EXIT
011700     END-IF
011800
011900     CALL "BUSDATE" USING WS-TODAYS-DATE
012000
012100     OPEN I-O NOSTRO-MASTER
012200     IF WS-NOSTMSTR-NOTFOUND
012300         OPEN OUTPUT NOSTRO-MASTER
012400         CLOSE NOSTRO-MASTER
012500         OPEN I-O NOSTRO-MASTER
012600     END-IF
012700     IF NOT WS-NOSTMSTR-OK
012800         DISPLAY "NOSTMNT: UNABLE TO OPEN NOSTRO MASTER, "
012900                 "STATUS = " WS-NOSTMSTR-STATUS
013000         MOVE "N" TO WS-OPERATOR-SW
013100         GO TO 1000-INITIALIZE-EXIT
013200     END-IF.
013300 1000-INITIALIZE-EXIT.
013400     EXIT.
013500
013600*-----------------------------------------------------------------
013700* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.  EVERYTHING BUT
013800* THE LISTING NEEDS A SUPERVISOR.
013900*-----------------------------------------------------------------
014000 2000-PROCESS-FUNCTION.
014100     DISPLAY "1. ADD NOSTRO ACCOUNT"
014200     DISPLAY "2. CHANGE NOSTRO DETAILS"
014300     DISPLAY "3. CLOSE NOSTRO ACCOUNT"
014400     DISPLAY "4. LIST NOSTRO ACCOUNTS"
014500     DISPLAY "ENTER FUNCTION: "
014600     ACCEPT WS-FUNCTION-CODE
014700
014800     IF WS-FUNCTION-CODE NOT = 4
014900         AND WS-OPERATOR-AUTH NOT = "S"
015000         DISPLAY "NOSTMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
015100                 "A SUPERVISOR, MAINTENANCE REFUSED"
015200         GO TO 2000-PROCESS-FUNCTION-EXIT
015300     END-IF
015400
015500     EVALUATE WS-FUNCTION-CODE
015600         WHEN 1
015700             PERFORM 3000-ADD-NOSTRO
015800                 THRU 3000-ADD-NOSTRO-EXIT
015900         WHEN 2
016000             PERFORM 4000-CHANGE-NOSTRO
016100                 THRU 4000-CHANGE-NOSTRO-EXIT
016200         WHEN 3
016300             PERFORM 5000-CLOSE-NOSTRO
016400                 THRU 5000-CLOSE-NOSTRO-EXIT
016500         WHEN 4
016600             PERFORM 7000-LIST-NOSTROS
016700                 THRU 7000-LIST-NOSTROS-EXIT
016800         WHEN OTHER
016900             DISPLAY "NOSTMNT: INVALID FUNCTION"
017000     END-EVALUATE.
017100 2000-PROCESS-FUNCTION-EXIT.
017200     EXIT.
017300
017400*-----------------------------------------------------------------
017500* SET UP A NEW NOSTRO.  THE BALANCE KEYED IS THE ONE AGREED WITH
017600* THE CORRESPONDENT AT TAKE-ON: IT OPENS OUR LEDGER AND IS THE
017700* OPENING BALANCE THE FIRST STATEMENT LOADED MUST CARRY.
017800*-----------------------------------------------------------------
017900 3000-ADD-NOSTRO.
018000     PERFORM 8000-ACCEPT-KEY
018100         THRU 8000-ACCEPT-KEY-EXIT
018200     IF WS-CURRENCY-CODE = SPACES OR WS-CURRENCY-CODE = "INR"
018300         DISPLAY "NOSTMNT: A NOSTRO MUST BE HELD IN A FOREIGN "
018400                 "CURRENCY"
018500         GO TO 3000-ADD-NOSTRO-EXIT
018600     END-IF
018700     IF WS-CORR-CODE = SPACES
018800         DISPLAY "NOSTMNT: CORRESPONDENT CODE IS REQUIRED"
018900         GO TO 3000-ADD-NOSTRO-EXIT
019000     END-IF
019100
019200     MOVE WS-NOSTRO-KEY TO NOS-KEY
019300     READ NOSTRO-MASTER
019400         KEY IS NOS-KEY
019500         INVALID KEY
019600             CONTINUE
019700         NOT INVALID KEY
019800             DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
019900                     WS-CORR-CODE " IS ALREADY ON FILE"
020000             GO TO 3000-ADD-NOSTRO-EXIT
020100     END-READ
020200
020300     DISPLAY "ENTER CORRESPONDENT NAME: "
020400     ACCEPT WS-NEW-NAME
020500     DISPLAY "ENTER CORRESPONDENT BIC: "
020600     ACCEPT WS-NEW-BIC
020700     DISPLAY "ENTER OUR ACCOUNT NUMBER AT THE CORRESPONDENT: "
020800     ACCEPT WS-NEW-ACCT
020900     IF WS-NEW-NAME = SPACES OR WS-NEW-ACCT = SPACES
021000         DISPLAY "NOSTMNT: NAME AND ACCOUNT NUMBER ARE REQUIRED"
021100         GO TO 3000-ADD-NOSTRO-EXIT
021200     END-IF
021300     DISPLAY "ENTER AGREED OPENING BALANCE (- IF OVERDRAWN): "
021400     ACCEPT WS-OPENING-BAL
021500
021600     DISPLAY "SETTLEMENT NOSTRO FOR " WS-CURRENCY-CODE " (Y/N): "
021700     ACCEPT WS-SETTLE-ANSWER
021800     IF WS-SETTLE-ANSWER = "Y"
021900         PERFORM 6000-FIND-SETTLEMENT
022000             THRU 6000-FIND-SETTLEMENT-EXIT
022100         IF WS-OTHER-SETTLE-CODE NOT = SPACES
022200             DISPLAY "NOSTMNT: " WS-CURRENCY-CODE "/"
022300                     WS-OTHER-SETTLE-CODE " ALREADY SETTLES "
022400                     WS-CURRENCY-CODE ", NOSTRO NOT ADDED"
022500             GO TO 3000-ADD-NOSTRO-EXIT
022600         END-IF
022700     ELSE
022800         MOVE "N" TO WS-SETTLE-ANSWER
022900     END-IF
023000
023100     INITIALIZE NOSTRO-RECORD
023200     MOVE WS-NOSTRO-KEY    TO NOS-KEY
023300     MOVE WS-NEW-NAME      TO NOS-CORR-NAME
023400     MOVE WS-NEW-BIC       TO NOS-CORR-BIC
023500     MOVE WS-NEW-ACCT      TO NOS-ACCT-AT-CORR
023600     MOVE WS-SETTLE-ANSWER TO NOS-SETTLE-SW
023700     SET NOS-STATUS-ACTIVE TO TRUE
023800     MOVE WS-TODAYS-DATE   TO NOS-OPENING-DATE
023900     MOVE WS-OPENING-BAL   TO NOS-OPENING-BAL
024000     MOVE 0                TO NOS-STMT-SEQ
024100     MOVE WS-TODAYS-DATE   TO NOS-STMT-DATE
024200     MOVE WS-OPENING-BAL   TO NOS-STMT-BAL
024300     WRITE NOSTRO-RECORD
024400         INVALID KEY
024500             DISPLAY "NOSTMNT: UNABLE TO WRITE NOSTRO "
024600                     WS-CURRENCY-CODE "/" WS-CORR-CODE
024700             GO TO 3000-ADD-NOSTRO-EXIT
024800     END-WRITE
024900
025000     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
025100     PERFORM 9000-JOURNAL-CHANGE
025200         THRU 9000-JOURNAL-CHANGE-EXIT
025300
025400     DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
025500             WS-CORR-CODE " ADDED, OPENING BALANCE "
025600             NOS-OPENING-BAL.
025700 3000-ADD-NOSTRO-EXIT.
025800     EXIT.
025900
026000*-----------------------------------------------------------------
026100* CHANGE THE CORRESPONDENT'S DETAILS AND WHETHER THE NOSTRO
026200* SETTLES ITS CURRENCY.  BLANK KEEPS THE DETAIL AS IT IS.  THE
026300* BALANCES ARE NEVER KEYED AGAIN - THEY MOVE ONLY BY POSTINGS
026400* AND STATEMENTS.
026500*-----------------------------------------------------------------
026600 4000-CHANGE-NOSTRO.
026700     PERFORM 8500-READ-NOSTRO
026800         THRU 8500-READ-NOSTRO-EXIT
026900     IF NOT WS-NOSTRO-FOUND
027000         GO TO 4000-CHANGE-NOSTRO-EXIT
027100     END-IF
027200     IF NOS-STATUS-CLOSED
027300         DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
027400                 WS-CORR-CODE " IS CLOSED"
027500         GO TO 4000-CHANGE-NOSTRO-EXIT
027600     END-IF
027700     MOVE NOSTRO-RECORD TO WS-BEFORE-IMAGE
027800
027900     DISPLAY "NAME    : " NOS-CORR-NAME
028000     DISPLAY "BIC     : " NOS-CORR-BIC
028100     DISPLAY "ACCOUNT : " NOS-ACCT-AT-CORR
028200     DISPLAY "SETTLES : " NOS-SETTLE-SW
028300     DISPLAY "ENTER NEW NAME (BLANK TO KEEP): "
028400     ACCEPT WS-NEW-NAME
028500     DISPLAY "ENTER NEW BIC (BLANK TO KEEP): "
028600     ACCEPT WS-NEW-BIC
028700     DISPLAY "ENTER NEW ACCOUNT NUMBER (BLANK TO KEEP): "
028800     ACCEPT WS-NEW-ACCT
028900     DISPLAY "SETTLEMENT NOSTRO FOR " WS-CURRENCY-CODE
029000             " (Y/N, BLANK TO KEEP): "
029100     ACCEPT WS-SETTLE-ANSWER
029200
029300     IF WS-SETTLE-ANSWER = "Y" AND NOT NOS-SETTLEMENT
029400         PERFORM 6000-FIND-SETTLEMENT
029500             THRU 6000-FIND-SETTLEMENT-EXIT
029600         IF WS-OTHER-SETTLE-CODE NOT = SPACES
029700             DISPLAY "NOSTMNT: " WS-CURRENCY-CODE "/"
029800                     WS-OTHER-SETTLE-CODE " ALREADY SETTLES "
029900                     WS-CURRENCY-CODE " - CHANGE IT FIRST"
030000             GO TO 4000-CHANGE-NOSTRO-EXIT
030100         END-IF
030200         PERFORM 8600-REREAD-NOSTRO
030300             THRU 8600-REREAD-NOSTRO-EXIT
030400     END-IF
030500
030600     IF WS-NEW-NAME NOT = SPACES
030700         MOVE WS-NEW-NAME TO NOS-CORR-NAME
030800     END-IF
030900     IF WS-NEW-BIC NOT = SPACES
031000         MOVE WS-NEW-BIC TO NOS-CORR-BIC
031100     END-IF
031200     IF WS-NEW-ACCT NOT = SPACES
031300         MOVE WS-NEW-ACCT TO NOS-ACCT-AT-CORR
031400     END-IF
031500     IF WS-SETTLE-ANSWER = "Y" OR WS-SETTLE-ANSWER = "N"
031600         MOVE WS-SETTLE-ANSWER TO NOS-SETTLE-SW
031700     END-IF
031800
031900     PERFORM 8700-REWRITE-NOSTRO
032000         THRU 8700-REWRITE-NOSTRO-EXIT
032100     IF WS-NOSTMSTR-OK
032200         DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
032300                 WS-CORR-CODE " CHANGED"
032400     END-IF.
032500 4000-CHANGE-NOSTRO-EXIT.
032600     EXIT.
032700
032800*-----------------------------------------------------------------
032900* CLOSE A NOSTRO.  EVERY ENTRY ON BOTH SIDES MUST BE MATCHED
033000* FIRST, AND A CLOSED NOSTRO NO LONGER SETTLES ITS CURRENCY.
033100*-----------------------------------------------------------------
033200 5000-CLOSE-NOSTRO.
033300     PERFORM 8500-READ-NOSTRO
033400         THRU 8500-READ-NOSTRO-EXIT
033500     IF NOT WS-NOSTRO-FOUND
033600         GO TO 5000-CLOSE-NOSTRO-EXIT
033700     END-IF
033800     IF NOS-STATUS-CLOSED
033900         DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
034000                 WS-CORR-CODE " IS ALREADY CLOSED"
034100         GO TO 5000-CLOSE-NOSTRO-EXIT
034200     END-IF
034300
034400     PERFORM 6500-COUNT-OPEN-ENTRIES
034500         THRU 6500-COUNT-OPEN-ENTRIES-EXIT
034600     IF WS-OPEN-ENTRY-COUNT > 0
034700         DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
034800                 WS-CORR-CODE " STILL HAS " WS-OPEN-ENTRY-COUNT
034900                 " UNMATCHED ENTRIES, NOT CLOSED"
035000         GO TO 5000-CLOSE-NOSTRO-EXIT
035100     END-IF
035200
035300     MOVE NOSTRO-RECORD TO WS-BEFORE-IMAGE
035400     SET NOS-STATUS-CLOSED TO TRUE
035500     MOVE "N" TO NOS-SETTLE-SW
035600     PERFORM 8700-REWRITE-NOSTRO
035700         THRU 8700-REWRITE-NOSTRO-EXIT
035800     IF WS-NOSTMSTR-OK
035900         DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
036000                 WS-CORR-CODE " CLOSED"
036100     END-IF.
036200 5000-CLOSE-NOSTRO-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------------
036600* LOOK FOR ANOTHER ACTIVE NOSTRO ALREADY SETTLING THE CURRENCY,
036700* RETURNING ITS CORRESPONDENT CODE OR SPACES.  THIS MOVES THE
036800* MASTER'S POSITION, SO A CALLER HOLDING A RECORD READS IT AGAIN.
036900*-----------------------------------------------------------------
037000 6000-FIND-SETTLEMENT.
037100     MOVE SPACES TO WS-OTHER-SETTLE-CODE
037200     MOVE "N" TO WS-EOF-SW
037300     MOVE WS-CURRENCY-CODE TO NOS-CURRENCY-CODE
037400     MOVE LOW-VALUES TO NOS-CORR-CODE
037500     START NOSTRO-MASTER
037600         KEY IS NOT LESS THAN NOS-KEY
037700         INVALID KEY
037800             SET WS-EOF TO TRUE
037900     END-START
038000     PERFORM 6100-EXAMINE-ONE-NOSTRO
038100         THRU 6100-EXAMINE-ONE-NOSTRO-EXIT
038200         UNTIL WS-EOF.
038300 6000-FIND-SETTLEMENT-EXIT.
038400     EXIT.
038500
038600*-----------------------------------------------------------------
038700* TAKE ONE NOSTRO OF THE CURRENCY AND NOTE IT IF IT SETTLES.
038800*-----------------------------------------------------------------
038900 6100-EXAMINE-ONE-NOSTRO.
039000     READ NOSTRO-MASTER NEXT RECORD
039100         AT END
039200             SET WS-EOF TO TRUE
039300             GO TO 6100-EXAMINE-ONE-NOSTRO-EXIT
039400     END-READ
039500     IF NOS-CURRENCY-CODE NOT = WS-CURRENCY-CODE
039600         SET WS-EOF TO TRUE
039700         GO TO 6100-EXAMINE-ONE-NOSTRO-EXIT
039800     END-IF
039900     IF NOS-SETTLEMENT AND NOS-STATUS-ACTIVE
040000         AND NOS-CORR-CODE NOT = WS-CORR-CODE
040100         MOVE NOS-CORR-CODE TO WS-OTHER-SETTLE-CODE
040200         SET WS-EOF TO TRUE
040300     END-IF.
040400 6100-EXAMINE-ONE-NOSTRO-EXIT.
040500     EXIT.
040600
040700*-----------------------------------------------------------------
040800* COUNT THE NOSTRO'S UNMATCHED ENTRIES ON BOTH SIDES.  NO ENTRY
040900* FILE YET MEANS NOTHING IS OPEN.
041000*-----------------------------------------------------------------
041100 6500-COUNT-OPEN-ENTRIES.
041200     MOVE 0 TO WS-OPEN-ENTRY-COUNT
041300     OPEN INPUT NOSTRO-ENTRIES
041400     IF WS-NOSTENT-NOTFOUND
041500         GO TO 6500-COUNT-OPEN-ENTRIES-EXIT
041600     END-IF
041700     IF NOT WS-NOSTENT-OK
041800         DISPLAY "NOSTMNT: UNABLE TO OPEN NOSTRO ENTRIES, "
041900                 "STATUS = " WS-NOSTENT-STATUS
042000         MOVE 1 TO WS-OPEN-ENTRY-COUNT
042100         GO TO 6500-COUNT-OPEN-ENTRIES-EXIT
042200     END-IF
042300
042400     MOVE "N" TO WS-EOF-SW
042500     MOVE WS-NOSTRO-KEY TO NE-NOSTRO-KEY
042600     MOVE LOW-VALUES TO NE-SIDE
042700     MOVE 0 TO NE-ENTRY-REF
042800     START NOSTRO-ENTRIES
042900         KEY IS NOT LESS THAN NE-KEY
043000         INVALID KEY
043100             SET WS-EOF TO TRUE
043200     END-START
043300     PERFORM 6600-COUNT-ONE-ENTRY
043400         THRU 6600-COUNT-ONE-ENTRY-EXIT
043500         UNTIL WS-EOF
043600     CLOSE NOSTRO-ENTRIES.
043700 6500-COUNT-OPEN-ENTRIES-EXIT.
043800     EXIT.
043900
044000*-----------------------------------------------------------------
044100* TAKE ONE OF THE NOSTRO'S ENTRIES AND COUNT IT IF STILL OPEN.
044200*-----------------------------------------------------------------
044300 6600-COUNT-ONE-ENTRY.
044400     READ NOSTRO-ENTRIES NEXT RECORD
044500         AT END
044600             SET WS-EOF TO TRUE
044700             GO TO 6600-COUNT-ONE-ENTRY-EXIT
044800     END-READ
044900     IF NE-NOSTRO-KEY NOT = WS-NOSTRO-KEY
045000         SET WS-EOF TO TRUE
045100         GO TO 6600-COUNT-ONE-ENTRY-EXIT
045200     END-IF
045300     IF NE-STATUS-OPEN
045400         ADD 1 TO WS-OPEN-ENTRY-COUNT
045500     END-IF.
045600 6600-COUNT-ONE-ENTRY-EXIT.
045700     EXIT.
045800
045900*-----------------------------------------------------------------
046000* LIST EVERY NOSTRO ON THE MASTER.
046100*-----------------------------------------------------------------
046200 7000-LIST-NOSTROS.
046300     MOVE "N" TO WS-EOF-SW
046400     MOVE 0 TO WS-LIST-COUNT
046500     MOVE LOW-VALUES TO NOS-KEY
046600     START NOSTRO-MASTER
046700         KEY IS NOT LESS THAN NOS-KEY
046800         INVALID KEY
046900             SET WS-EOF TO TRUE
047000     END-START
047100     PERFORM 7100-LIST-ONE-NOSTRO
047200         THRU 7100-LIST-ONE-NOSTRO-EXIT
047300         UNTIL WS-EOF
047400     DISPLAY "NOSTMNT: " WS-LIST-COUNT " NOSTRO ACCOUNTS".
047500 7000-LIST-NOSTROS-EXIT.
047600     EXIT.
047700
047800*-----------------------------------------------------------------
047900* SHOW ONE NOSTRO WITH ITS LAST STATEMENT.
048000*-----------------------------------------------------------------
048100 7100-LIST-ONE-NOSTRO.
048200     READ NOSTRO-MASTER NEXT RECORD
048300         AT END
048400             SET WS-EOF TO TRUE
048500             GO TO 7100-LIST-ONE-NOSTRO-EXIT
048600     END-READ
048700     DISPLAY NOS-CURRENCY-CODE "/" NOS-CORR-CODE " "
048800             NOS-CORR-NAME " " NOS-CORR-BIC " " NOS-ACCT-AT-CORR
048900             " " NOS-STATUS NOS-SETTLE-SW
049000     DISPLAY "    STATEMENT " NOS-STMT-SEQ " OF " NOS-STMT-DATE
049100             " BALANCE " NOS-STMT-BAL
049200     ADD 1 TO WS-LIST-COUNT.
049300 7100-LIST-ONE-NOSTRO-EXIT.
049400     EXIT.
049500
049600*-----------------------------------------------------------------
049700* TAKE THE CURRENCY AND CORRESPONDENT CODE NAMING A NOSTRO.
049800*-----------------------------------------------------------------
049900 8000-ACCEPT-KEY.
050000     DISPLAY "ENTER CURRENCY CODE (USD/GBP/EUR): "
050100     ACCEPT WS-CURRENCY-CODE
050200     DISPLAY "ENTER CORRESPONDENT CODE: "
050300     ACCEPT WS-CORR-CODE.
050400 8000-ACCEPT-KEY-EXIT.
050500     EXIT.
050600
050700*-----------------------------------------------------------------
050800* TAKE A NOSTRO'S KEY AND READ IT.
050900*-----------------------------------------------------------------
051000 8500-READ-NOSTRO.
051100     MOVE "N" TO WS-FOUND-SW
051200     PERFORM 8000-ACCEPT-KEY
051300         THRU 8000-ACCEPT-KEY-EXIT
051400     MOVE WS-NOSTRO-KEY TO NOS-KEY
051500     READ NOSTRO-MASTER
051600         KEY IS NOS-KEY
051700         INVALID KEY
051800             DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
051900                     WS-CORR-CODE " NOT ON THE NOSTRO MASTER"
052000             GO TO 8500-READ-NOSTRO-EXIT
052100     END-READ
052200     SET WS-NOSTRO-FOUND TO TRUE.
052300 8500-READ-NOSTRO-EXIT.
052400     EXIT.
052500
052600*-----------------------------------------------------------------
052700* READ THE NOSTRO BEING CHANGED AGAIN AFTER A SCAN OF THE MASTER.
052800*-----------------------------------------------------------------
052900 8600-REREAD-NOSTRO.
053000     MOVE WS-NOSTRO-KEY TO NOS-KEY
053100     READ NOSTRO-MASTER
053200         KEY IS NOS-KEY
053300         INVALID KEY
053400             DISPLAY "NOSTMNT: NOSTRO " WS-CURRENCY-CODE "/"
053500                     WS-CORR-CODE " NO LONGER ON FILE"
053600     END-READ.
053700 8600-REREAD-NOSTRO-EXIT.
053800     EXIT.
053900
054000*-----------------------------------------------------------------
054100* REWRITE THE NOSTRO JUST CHANGED AND JOURNAL IT AGAINST THE
054200* BEFORE-IMAGE THE CALLER SAVED.
054300*-----------------------------------------------------------------
054400 8700-REWRITE-NOSTRO.
054500     REWRITE NOSTRO-RECORD
054600         INVALID KEY
054700             DISPLAY "NOSTMNT: UNABLE TO REWRITE NOSTRO "
054800                     WS-CURRENCY-CODE "/" WS-CORR-CODE
054900             GO TO 8700-REWRITE-NOSTRO-EXIT
055000     END-REWRITE
055100
055200     PERFORM 9000-JOURNAL-CHANGE
055300         THRU 9000-JOURNAL-CHANGE-EXIT.
055400 8700-REWRITE-NOSTRO-EXIT.
055500     EXIT.
055600
055700*-----------------------------------------------------------------
055800* WRITE THE BEFORE/AFTER IMAGE TO THE MAINTENANCE JOURNAL.
055900*-----------------------------------------------------------------
056000 9000-JOURNAL-CHANGE.
056100     MOVE SPACES TO WS-JRNL-KEY
056200     MOVE NOS-KEY TO WS-JRNL-KEY
056300     MOVE NOSTRO-RECORD TO WS-AFTER-IMAGE
056400     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
056500                          WS-JRNL-KEY WS-BEFORE-IMAGE
056600                          WS-AFTER-IMAGE.
056700 9000-JOURNAL-CHANGE-EXIT.
056800     EXIT.
056900
057000*-----------------------------------------------------------------
057100* CLOSE DOWN THE NOSTRO MASTER BEFORE ENDING THE RUN.
057200*-----------------------------------------------------------------
057300 9999-TERMINATE.
057400     IF WS-OPERATOR-OK
057500         CLOSE NOSTRO-MASTER
057600     END-IF.
057700 9999-TERMINATE-EXIT.
057800     EXIT.
