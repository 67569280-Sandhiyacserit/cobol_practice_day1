000100*****************************************************************
000200* PROGRAM      : NOSTMTCH                                       *
000300* DESCRIPTION  : NOSTRO MANUAL MATCHING.  LETS AN OPERATOR PAIR *
000400*                AN OPEN OUR-SIDE ENTRY WITH AN OPEN STATEMENT  *
000500*                LINE OF THE SAME NOSTRO THAT NOSTAUTO COULD    *
000600*                NOT MATCH - THE TWO MUST AGREE IN DIRECTION    *
000700*                AND AMOUNT - LETS A SUPERVISOR UNDO A MATCH,   *
000800*                AND LISTS A NOSTRO'S OPEN ITEMS.  EVERY CHANGE *
000900*                IS JOURNALLED THROUGH MNTJRNL.                 *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. NOSTMTCH.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - MANUAL MATCHING AND UNMATCHING *
002300*                  FOR THE NEW NOSTRO RECONCILIATION.           *
002300* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002300*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002300*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT NOSTRO-ENTRIES ASSIGN TO "NOSTENT"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS NE-KEY
003300         FILE STATUS IS WS-NOSTENT-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  NOSTRO-ENTRIES
003800     LABEL RECORDS ARE STANDARD.
003900     COPY NOSTENT.
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-NOSTENT-STATUS        PIC X(02).
004300     88  WS-NOSTENT-OK        VALUE "00".
004400     88  WS-NOSTENT-NOTFOUND  VALUE "35".
004500
004600 01  WS-FUNCTION-CODE         PIC 9(01).
004700 01  WS-NOSTRO-KEY.
004800     05  WS-CURRENCY-CODE     PIC X(03).
004900     05  WS-CORR-CODE         PIC X(04).
005000 01  WS-OUR-REF               PIC 9(10).
005100 01  WS-THEIR-REF             PIC 9(10).
005200 01  WS-SIDE-ANSWER           PIC X(01).
005300 01  WS-CONFIRM               PIC X(01).
005400 01  WS-TODAYS-DATE           PIC 9(08).
005500 01  WS-OPERATOR-ID           PIC 9(04).
005600 01  WS-OPERATOR-AUTH         PIC X(01).
005700 01  WS-LIST-COUNT            PIC 9(04) COMP.
005800
005900*    THE OUR-SIDE ENTRY OF A MATCH, HELD WHILE THE STATEMENT LINE
006000*    IS READ.
006100 01  WS-OUR-DR-CR             PIC X(01).
006200 01  WS-OUR-AMOUNT            PIC 9(09).
006300
006400*    THE ENTRY 8800-MARK-ENTRY IS TO SET, AND WHAT TO SET IT TO.
006500 01  WS-MARK-SIDE             PIC X(01).
006600 01  WS-MARK-REF              PIC 9(10).
006700 01  WS-MARK-STATUS           PIC X(01).
006800 01  WS-MARK-MATCH-REF        PIC 9(10).
006900 01  WS-MARK-DATE             PIC 9(08).
007000 01  WS-MARK-BY               PIC 9(04).
007100
007200 01  WS-JRNL-FILE             PIC X(08) VALUE "NOSTENT".
007300 01  WS-JRNL-KEY              PIC X(12).
007400 01  WS-BEFORE-IMAGE          PIC X(100).
007500 01  WS-AFTER-IMAGE           PIC X(100).
007600
007700 01  WS-SWITCHES.
007800     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
007900         88  WS-OPERATOR-OK   VALUE "Y".
008000     05  WS-EOF-SW            PIC X(01) VALUE "N".
008100         88  WS-EOF           VALUE "Y".
008200     05  WS-FOUND-SW          PIC X(01) VALUE "N".
008300         88  WS-ENTRY-FOUND   VALUE "Y".
008400     05  WS-MARKED-SW         PIC X(01) VALUE "N".
008500         88  WS-ENTRY-MARKED  VALUE "Y".
008500
008500 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "NOSTMTCH".
008500 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
008500 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
008500     88  WS-ENTITLED          VALUE "Y".
008600
008700 PROCEDURE DIVISION.
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE
009000         THRU 1000-INITIALIZE-EXIT
009100
009200     IF WS-OPERATOR-OK
009300         PERFORM 2000-PROCESS-FUNCTION
009400             THRU 2000-PROCESS-FUNCTION-EXIT
009500     END-IF
009600
009700     PERFORM 9999-TERMINATE
009800         THRU 9999-TERMINATE-EXIT
009900
010000     STOP RUN.
010100
010200*-----------------------------------------------------------------
010300* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE ENTRY FILE.  NO ENTRY
010400* FILE MEANS NOTHING HAS YET BEEN BOOKED TO ANY NOSTRO.
010500*-----------------------------------------------------------------
010600 1000-INITIALIZE.
010700     MOVE "N" TO WS-OPERATOR-SW
010800     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
010900                           WS-OPERATOR-AUTH
011000     IF NOT WS-OPERATOR-OK
011100         DISPLAY "NOSTMTCH: OPERATOR LOGIN FAILED, "
011200                 "MATCHING REFUSED"
011300         GO TO 1000-INITIALIZE-EXIT
011400     END-IF
011400     MOVE "N" TO WS-ENTITLED-SW
011400     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
011400                          WS-ENTL-MODE WS-ENTITLED-SW
011400     IF NOT WS-ENTITLED
011400         DISPLAY "NOSTMTCH: OPERATOR " WS-OPERATOR-ID " IS NOT "
011400                 "ENTITLED TO NOSTMTCH, REFUSED"
011400         MOVE "N" TO WS-OPERATOR-SW
011400         GO TO 1000-INITIALIZE-EXIT
011400     END-IF
011500
011600     CALL "BUSDATE" USING WS-TODAYS-DATE
011700
011800     OPEN I-O NOSTRO-ENTRIES
011900     IF WS-NOSTENT-NOTFOUND
012000         DISPLAY "NOSTMTCH: NO NOSTRO ENTRIES ARE ON FILE"
012100         MOVE "N" TO WS-OPERATOR-SW
012200         GO TO 1000-INITIALIZE-EXIT
012300     END-IF
012400     IF NOT WS-NOSTENT-OK
012500         DISPLAY "NOSTMTCH: UNABLE TO OPEN NOSTRO ENTRIES, "
012600                 "STATUS = " WS-NOSTENT-STATUS
012700         MOVE "N" TO WS-OPERATOR-SW
012800         GO TO 1000-INITIALIZE-EXIT
012900     END-IF.
013000 1000-INITIALIZE-EXIT.
013100     EXIT.
013200
013300*-----------------------------------------------------------------
013400* TAKE ONE FUNCTION AND ACT ON IT.  ONLY A SUPERVISOR MAY UNDO A
013500* MATCH.
013600*-----------------------------------------------------------------
013700 2000-PROCESS-FUNCTION.
013800     DISPLAY "1. MATCH AN ENTRY TO A STATEMENT LINE"
013900     DISPLAY "2. UNDO A MATCH"
014000     DISPLAY "3. LIST OPEN ITEMS FOR A NOSTRO"
014100     DISPLAY "ENTER FUNCTION: "
014200     ACCEPT WS-FUNCTION-CODE
014300
014400     IF WS-FUNCTION-CODE = 2
014500         AND WS-OPERATOR-AUTH NOT = "S"
014600         DISPLAY "NOSTMTCH: OPERATOR " WS-OPERATOR-ID " IS NOT "
014700                 "A SUPERVISOR, UNMATCH REFUSED"
014800         GO TO 2000-PROCESS-FUNCTION-EXIT
014900     END-IF
015000
015100     EVALUATE WS-FUNCTION-CODE
015200         WHEN 1
015300             PERFORM 3000-MATCH-ENTRIES
015400                 THRU 3000-MATCH-ENTRIES-EXIT
015500         WHEN 2
015600             PERFORM 4000-UNMATCH-ENTRIES
015700                 THRU 4000-UNMATCH-ENTRIES-EXIT
015800         WHEN 3
015900             PERFORM 5000-LIST-OPEN-ITEMS
016000                 THRU 5000-LIST-OPEN-ITEMS-EXIT
016100         WHEN OTHER
016200             DISPLAY "NOSTMTCH: INVALID FUNCTION"
016300     END-EVALUATE.
016400 2000-PROCESS-FUNCTION-EXIT.
016500     EXIT.
016600
016700*-----------------------------------------------------------------
016800* PAIR AN OPEN OUR-SIDE ENTRY WITH AN OPEN STATEMENT LINE OF THE
016900* SAME NOSTRO.  THEY MUST AGREE IN DIRECTION AND AMOUNT; THE
017000* VALUE DATES ARE SHOWN FOR THE OPERATOR TO JUDGE.
017100*-----------------------------------------------------------------
017200 3000-MATCH-ENTRIES.
017300     PERFORM 8000-ACCEPT-KEY
017400         THRU 8000-ACCEPT-KEY-EXIT
017500     DISPLAY "ENTER OUR-SIDE ENTRY REFERENCE: "
017600     ACCEPT WS-OUR-REF
017700     DISPLAY "ENTER STATEMENT LINE REFERENCE: "
017800     ACCEPT WS-THEIR-REF
017900
018000     MOVE "O" TO WS-MARK-SIDE
018100     MOVE WS-OUR-REF TO WS-MARK-REF
018200     PERFORM 8500-READ-ENTRY
018300         THRU 8500-READ-ENTRY-EXIT
018400     IF NOT WS-ENTRY-FOUND
018500         GO TO 3000-MATCH-ENTRIES-EXIT
018600     END-IF
018700     IF NOT NE-STATUS-OPEN
018800         DISPLAY "NOSTMTCH: OUR-SIDE ENTRY " WS-OUR-REF
018900                 " IS ALREADY MATCHED TO " NE-MATCH-REF
019000         GO TO 3000-MATCH-ENTRIES-EXIT
019100     END-IF
019200     MOVE NE-DR-CR  TO WS-OUR-DR-CR
019300     MOVE NE-AMOUNT TO WS-OUR-AMOUNT
019400     DISPLAY "OURS  " NE-ENTRY-REF " " NE-VALUE-DATE " " NE-DR-CR
019500             " " NE-AMOUNT " " NE-SOURCE " " NE-ACCT-NUMBER
019600
019700     MOVE "T" TO WS-MARK-SIDE
019800     MOVE WS-THEIR-REF TO WS-MARK-REF
019900     PERFORM 8500-READ-ENTRY
020000         THRU 8500-READ-ENTRY-EXIT
020100     IF NOT WS-ENTRY-FOUND
020200         GO TO 3000-MATCH-ENTRIES-EXIT
020300     END-IF
020400     IF NOT NE-STATUS-OPEN
020500         DISPLAY "NOSTMTCH: STATEMENT LINE " WS-THEIR-REF
020600                 " IS ALREADY MATCHED TO " NE-MATCH-REF
020700         GO TO 3000-MATCH-ENTRIES-EXIT
020800     END-IF
020900     DISPLAY "THEIR " NE-ENTRY-REF " " NE-VALUE-DATE " " NE-DR-CR
021000             " " NE-AMOUNT " " NE-THEIR-REF " " NE-OUR-REF
021100
021200     IF NE-DR-CR NOT = WS-OUR-DR-CR
021300         OR NE-AMOUNT NOT = WS-OUR-AMOUNT
021400         DISPLAY "NOSTMTCH: DIRECTION OR AMOUNT DIFFERS, "
021500                 "ENTRIES NOT MATCHED"
021600         GO TO 3000-MATCH-ENTRIES-EXIT
021700     END-IF
021800
021900     DISPLAY "CONFIRM MATCH (Y/N): "
022000     ACCEPT WS-CONFIRM
022100     IF WS-CONFIRM NOT = "Y"
022200         DISPLAY "NOSTMTCH: MATCH NOT CONFIRMED"
022300         GO TO 3000-MATCH-ENTRIES-EXIT
022400     END-IF
022500
022600     MOVE "M"            TO WS-MARK-STATUS
022700     MOVE WS-TODAYS-DATE TO WS-MARK-DATE
022800     MOVE WS-OPERATOR-ID TO WS-MARK-BY
022900
023000     MOVE "O"          TO WS-MARK-SIDE
023100     MOVE WS-OUR-REF   TO WS-MARK-REF
023200     MOVE WS-THEIR-REF TO WS-MARK-MATCH-REF
023300     PERFORM 8800-MARK-ENTRY
023400         THRU 8800-MARK-ENTRY-EXIT
023500     IF NOT WS-ENTRY-MARKED
023600         GO TO 3000-MATCH-ENTRIES-EXIT
023700     END-IF
023800
023900     MOVE "T"          TO WS-MARK-SIDE
024000     MOVE WS-THEIR-REF TO WS-MARK-REF
024100     MOVE WS-OUR-REF   TO WS-MARK-MATCH-REF
024200     PERFORM 8800-MARK-ENTRY
024300         THRU 8800-MARK-ENTRY-EXIT
024400     IF WS-ENTRY-MARKED
024500         DISPLAY "NOSTMTCH: ENTRY " WS-OUR-REF " MATCHED TO "
024600                 "STATEMENT LINE " WS-THEIR-REF
024700     END-IF.
024800 3000-MATCH-ENTRIES-EXIT.
024900     EXIT.
025000
025100*-----------------------------------------------------------------
025200* UNDO A MATCH, NAMED BY EITHER OF ITS ENTRIES - BOTH ENTRIES
025300* ARE OPEN AGAIN FOR MATCHING.
025400*-----------------------------------------------------------------
025500 4000-UNMATCH-ENTRIES.
025600     PERFORM 8000-ACCEPT-KEY
025700         THRU 8000-ACCEPT-KEY-EXIT
025800     DISPLAY "ENTER SIDE (O = OURS, T = STATEMENT): "
025900     ACCEPT WS-SIDE-ANSWER
026000     IF WS-SIDE-ANSWER NOT = "O" AND WS-SIDE-ANSWER NOT = "T"
026100         DISPLAY "NOSTMTCH: SIDE MUST BE O OR T"
026200         GO TO 4000-UNMATCH-ENTRIES-EXIT
026300     END-IF
026400     DISPLAY "ENTER ENTRY REFERENCE: "
026500     ACCEPT WS-OUR-REF
026600
026700     MOVE WS-SIDE-ANSWER TO WS-MARK-SIDE
026800     MOVE WS-OUR-REF TO WS-MARK-REF
026900     PERFORM 8500-READ-ENTRY
027000         THRU 8500-READ-ENTRY-EXIT
027100     IF NOT WS-ENTRY-FOUND
027200         GO TO 4000-UNMATCH-ENTRIES-EXIT
027300     END-IF
027400     IF NOT NE-STATUS-MATCHED
027500         DISPLAY "NOSTMTCH: ENTRY " WS-OUR-REF " IS NOT MATCHED"
027600         GO TO 4000-UNMATCH-ENTRIES-EXIT
027700     END-IF
027800     MOVE NE-MATCH-REF TO WS-THEIR-REF
027900     DISPLAY "NOSTMTCH: ENTRY " WS-OUR-REF " IS MATCHED TO "
028000             WS-THEIR-REF " ON " NE-MATCH-DATE " BY OPERATOR "
028100             NE-MATCHED-BY
028200
028300     DISPLAY "CONFIRM UNMATCH (Y/N): "
028400     ACCEPT WS-CONFIRM
028500     IF WS-CONFIRM NOT = "Y"
028600         DISPLAY "NOSTMTCH: UNMATCH NOT CONFIRMED"
028700         GO TO 4000-UNMATCH-ENTRIES-EXIT
028800     END-IF
028900
029000     MOVE "O" TO WS-MARK-STATUS
029100     MOVE 0   TO WS-MARK-MATCH-REF
029200     MOVE 0   TO WS-MARK-DATE
029300     MOVE 0   TO WS-MARK-BY
029400     PERFORM 8800-MARK-ENTRY
029500         THRU 8800-MARK-ENTRY-EXIT
029600     IF NOT WS-ENTRY-MARKED
029700         GO TO 4000-UNMATCH-ENTRIES-EXIT
029800     END-IF
029900
030000     IF WS-SIDE-ANSWER = "O"
030100         MOVE "T" TO WS-MARK-SIDE
030200     ELSE
030300         MOVE "O" TO WS-MARK-SIDE
030400     END-IF
030500     MOVE WS-THEIR-REF TO WS-MARK-REF
030600     PERFORM 8800-MARK-ENTRY
030700         THRU 8800-MARK-ENTRY-EXIT
030800     IF WS-ENTRY-MARKED
030900         DISPLAY "NOSTMTCH: MATCH OF " WS-OUR-REF " AND "
031000                 WS-THEIR-REF " UNDONE, BOTH OPEN AGAIN"
031100     END-IF.
031200 4000-UNMATCH-ENTRIES-EXIT.
031300     EXIT.
031400
031500*-----------------------------------------------------------------
031600* LIST THE OPEN ITEMS ON BOTH SIDES OF ONE NOSTRO.
031700*-----------------------------------------------------------------
031800 5000-LIST-OPEN-ITEMS.
031900     PERFORM 8000-ACCEPT-KEY
032000         THRU 8000-ACCEPT-KEY-EXIT
032100     MOVE 0 TO WS-LIST-COUNT
032200     MOVE "N" TO WS-EOF-SW
032300     MOVE WS-NOSTRO-KEY TO NE-NOSTRO-KEY
032400     MOVE LOW-VALUES TO NE-SIDE
032500     MOVE 0 TO NE-ENTRY-REF
032600     START NOSTRO-ENTRIES
032700         KEY IS NOT LESS THAN NE-KEY
032800         INVALID KEY
032900             SET WS-EOF TO TRUE
033000     END-START
033100     PERFORM 5100-LIST-ONE-ITEM
033200         THRU 5100-LIST-ONE-ITEM-EXIT
033300         UNTIL WS-EOF
033400     DISPLAY "NOSTMTCH: " WS-LIST-COUNT " OPEN ITEMS ON "
033500             WS-CURRENCY-CODE "/" WS-CORR-CODE.
033600 5000-LIST-OPEN-ITEMS-EXIT.
033700     EXIT.
033800
033900*-----------------------------------------------------------------
034000* SHOW ONE OF THE NOSTRO'S ENTRIES IF IT IS STILL OPEN.
034100*-----------------------------------------------------------------
034200 5100-LIST-ONE-ITEM.
034300     READ NOSTRO-ENTRIES NEXT RECORD
034400         AT END
034500             SET WS-EOF TO TRUE
034600             GO TO 5100-LIST-ONE-ITEM-EXIT
034700     END-READ
034800     IF NE-NOSTRO-KEY NOT = WS-NOSTRO-KEY
034900         SET WS-EOF TO TRUE
035000         GO TO 5100-LIST-ONE-ITEM-EXIT
035100     END-IF
035200     IF NOT NE-STATUS-OPEN
035300         GO TO 5100-LIST-ONE-ITEM-EXIT
035400     END-IF
035500
035600     IF NE-SIDE-OURS
035700         DISPLAY "OURS  " NE-ENTRY-REF " " NE-VALUE-DATE " "
035800                 NE-DR-CR " " NE-AMOUNT " " NE-SOURCE " "
035900                 NE-ACCT-NUMBER
036000     ELSE
036100         DISPLAY "THEIR " NE-ENTRY-REF " " NE-VALUE-DATE " "
036200                 NE-DR-CR " " NE-AMOUNT " " NE-THEIR-REF " "
036300                 NE-OUR-REF
036400     END-IF
036500     ADD 1 TO WS-LIST-COUNT.
036600 5100-LIST-ONE-ITEM-EXIT.
036700     EXIT.
036800
036900*-----------------------------------------------------------------
037000* TAKE THE CURRENCY AND CORRESPONDENT CODE NAMING A NOSTRO.
037100*-----------------------------------------------------------------
037200 8000-ACCEPT-KEY.
037300     DISPLAY "ENTER CURRENCY CODE (USD/GBP/EUR): "
037400     ACCEPT WS-CURRENCY-CODE
037500     DISPLAY "ENTER CORRESPONDENT CODE: "
037600     ACCEPT WS-CORR-CODE.
037700 8000-ACCEPT-KEY-EXIT.
037800     EXIT.
037900
038000*-----------------------------------------------------------------
038100* READ THE NOSTRO'S ENTRY ON SIDE WS-MARK-SIDE UNDER REFERENCE
038200* WS-MARK-REF.
038300*-----------------------------------------------------------------
038400 8500-READ-ENTRY.
038500     MOVE "N" TO WS-FOUND-SW
038600     MOVE WS-NOSTRO-KEY TO NE-NOSTRO-KEY
038700     MOVE WS-MARK-SIDE  TO NE-SIDE
038800     MOVE WS-MARK-REF   TO NE-ENTRY-REF
038900     READ NOSTRO-ENTRIES
039000         KEY IS NE-KEY
039100         INVALID KEY
039200             DISPLAY "NOSTMTCH: ENTRY " WS-MARK-REF " SIDE "
039300                     WS-MARK-SIDE " NOT FOUND FOR NOSTRO "
039400                     WS-CURRENCY-CODE "/" WS-CORR-CODE
039500             GO TO 8500-READ-ENTRY-EXIT
039600     END-READ
039700     SET WS-ENTRY-FOUND TO TRUE.
039800 8500-READ-ENTRY-EXIT.
039900     EXIT.
040000
040100*-----------------------------------------------------------------
040200* SET THE STATUS AND MATCH DETAILS OF ONE ENTRY, REWRITE IT AND
040300* JOURNAL THE CHANGE.
040400*-----------------------------------------------------------------
040500 8800-MARK-ENTRY.
040600     MOVE "N" TO WS-MARKED-SW
040700     PERFORM 8500-READ-ENTRY
040800         THRU 8500-READ-ENTRY-EXIT
040900     IF NOT WS-ENTRY-FOUND
041000         GO TO 8800-MARK-ENTRY-EXIT
041100     END-IF
041200     MOVE NOSTRO-ENTRY-RECORD TO WS-BEFORE-IMAGE
041300
041400     MOVE WS-MARK-STATUS    TO NE-STATUS
041500     MOVE WS-MARK-MATCH-REF TO NE-MATCH-REF
041600     MOVE WS-MARK-DATE      TO NE-MATCH-DATE
041700     MOVE WS-MARK-BY        TO NE-MATCHED-BY
041800     REWRITE NOSTRO-ENTRY-RECORD
041900         INVALID KEY
042000             DISPLAY "NOSTMTCH: UNABLE TO REWRITE ENTRY "
042100                     WS-MARK-REF " SIDE " WS-MARK-SIDE
042200             GO TO 8800-MARK-ENTRY-EXIT
042300     END-REWRITE
042400     SET WS-ENTRY-MARKED TO TRUE
042500
042600     PERFORM 9000-JOURNAL-CHANGE
042700         THRU 9000-JOURNAL-CHANGE-EXIT.
042800 8800-MARK-ENTRY-EXIT.
042900     EXIT.
043000
043100*-----------------------------------------------------------------
043200* WRITE THE BEFORE/AFTER IMAGE TO THE MAINTENANCE JOURNAL.  THE
043300* JOURNAL KEY CARRIES THE SIDE AND ENTRY REFERENCE; THE NOSTRO
043400* IS IN THE IMAGES.
043500*-----------------------------------------------------------------
043600 9000-JOURNAL-CHANGE.
043700     MOVE SPACES TO WS-JRNL-KEY
043800     MOVE NE-KEY(8:11) TO WS-JRNL-KEY
043900     MOVE NOSTRO-ENTRY-RECORD TO WS-AFTER-IMAGE
044000     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
044100                          WS-JRNL-KEY WS-BEFORE-IMAGE
044200                          WS-AFTER-IMAGE.
044300 9000-JOURNAL-CHANGE-EXIT.
044400     EXIT.
044500
044600*-----------------------------------------------------------------
044700* CLOSE DOWN THE ENTRY FILE BEFORE ENDING THE RUN.
044800*-----------------------------------------------------------------
044900 9999-TERMINATE.
045000     IF WS-OPERATOR-OK
045100         CLOSE NOSTRO-ENTRIES
045200     END-IF.
045300 9999-TERMINATE-EXIT.
045400     EXIT.
