000100*****************************************************************
000200* PROGRAM      : NOSTIMP                                        *
000300* DESCRIPTION  : NOSTRO STATEMENT IMPORT.  READS THE STATEMENT  *
000400*                FILE RECEIVED FROM THE CORRESPONDENT BANKS -   *
000500*                ONE OR MORE STATEMENTS, EACH A HEADER, ITS     *
000600*                ENTRY LINES AND A TRAILER - AND LOADS EACH     *
000700*                STATEMENT THAT PROVES AS THEIR-SIDE ENTRIES ON *
000800*                THE NOSTRO ENTRY FILE, CARRYING ITS CLOSING    *
000900*                BALANCE TO THE NOSTRO MASTER.  A STATEMENT     *
001000*                MUST BE FOR A NOSTRO ON THE MASTER, FOLLOW ON  *
001100*                FROM THE LAST ONE LOADED IN NUMBER AND         *
001200*                BALANCE, AND ADD UP TO ITS TRAILER, OR NONE OF *
001300*                IT IS LOADED.  A STATEMENT ALREADY LOADED IS   *
001400*                PASSED OVER, SO THE RUN MAY BE REPEATED.       *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. NOSTIMP.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - LOADS CORRESPONDENT STATEMENTS *
002800*                  FOR THE NEW NOSTRO RECONCILIATION.           *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT STATEMENT-FILE ASSIGN TO "NOSTSTMT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-NOSTSTMT-STATUS.
003700
003800     SELECT NOSTRO-MASTER ASSIGN TO "NOSTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS NOS-KEY
004200         FILE STATUS IS WS-NOSTMSTR-STATUS.
004300
004400     SELECT NOSTRO-ENTRIES ASSIGN TO "NOSTENT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS NE-KEY
004800         FILE STATUS IS WS-NOSTENT-STATUS.
004900
005000     SELECT CONTROL-REPORT ASSIGN TO "NOSTIRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-NOSTIRPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  STATEMENT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  STMT-DETAIL-RECORD.
005900     05  STD-REC-TYPE         PIC X(01).
006000     05  FILLER               PIC X(01).
006100     05  STD-VALUE-DATE       PIC 9(08).
006200     05  FILLER               PIC X(01).
006300     05  STD-DR-CR            PIC X(01).
006400         88  STD-VALID-DR-CR      VALUE "C" "D".
006500     05  FILLER               PIC X(01).
006600     05  STD-AMOUNT           PIC 9(09).
006700     05  FILLER               PIC X(01).
006800     05  STD-THEIR-REF        PIC X(16).
006900     05  FILLER               PIC X(01).
007000     05  STD-OUR-REF          PIC 9(10).
007100*    THE SAME BYTES SEEN AS THE STATEMENT HEADER AND TRAILER -
007200*    THE FIRST BYTE TELLS THEM APART FROM AN ENTRY LINE.  A
007300*    BALANCE IS UNSIGNED WITH A SEPARATE "-" WHEN OVERDRAWN.
007400 01  STMT-HEADER-RECORD.
007500     05  STH-REC-TYPE         PIC X(01).
007600         88  STH-REC-HEADER       VALUE "H".
007700         88  STH-REC-DETAIL       VALUE "D".
007800         88  STH-REC-TRAILER      VALUE "T".
007900     05  FILLER               PIC X(01).
008000     05  STH-CURRENCY-CODE    PIC X(03).
008100     05  FILLER               PIC X(01).
008200     05  STH-CORR-CODE        PIC X(04).
008300     05  FILLER               PIC X(01).
008400     05  STH-STMT-SEQ         PIC 9(05).
008500     05  FILLER               PIC X(01).
008600     05  STH-STMT-DATE        PIC 9(08).
008700     05  FILLER               PIC X(01).
008800     05  STH-BAL-SIGN         PIC X(01).
008900     05  STH-OPENING-BAL      PIC 9(11).
009000     05  FILLER               PIC X(12).
009100 01  STMT-TRAILER-RECORD.
009200     05  FILLER               PIC X(02).
009300     05  STT-LINE-COUNT       PIC 9(05).
009400     05  FILLER               PIC X(01).
009500     05  STT-BAL-SIGN         PIC X(01).
009600     05  STT-CLOSING-BAL      PIC 9(11).
009700     05  FILLER               PIC X(30).
009800
009900 FD  NOSTRO-MASTER
010000     LABEL RECORDS ARE STANDARD.
010100     COPY NOSTREC.
010200
010300 FD  NOSTRO-ENTRIES
010400     LABEL RECORDS ARE STANDARD.
010500     COPY NOSTENT.
010600
010700 FD  CONTROL-REPORT
010800     LABEL RECORDS ARE STANDARD.
010900 01  CONTROL-LINE             PIC X(80).
011000
011100 WORKING-STORAGE SECTION.
011200 01  WS-NOSTSTMT-STATUS       PIC X(02).
011300     88  WS-NOSTSTMT-OK       VALUE "00".
011400 01  WS-NOSTMSTR-STATUS       PIC X(02).
011500     88  WS-NOSTMSTR-OK       VALUE "00".
011600 01  WS-NOSTENT-STATUS        PIC X(02).
011700     88  WS-NOSTENT-OK        VALUE "00".
011800     88  WS-NOSTENT-NOTFOUND  VALUE "35".
011900 01  WS-NOSTIRPT-STATUS       PIC X(02).
012000     88  WS-NOSTIRPT-OK       VALUE "00".
012100
012200 01  WS-JOB-NAME              PIC X(08) VALUE "NOSTIMP".
012300 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
012400     88  WS-BATCH-ACQUIRED    VALUE "Y".
012500
012600 01  WS-TODAYS-DATE           PIC 9(08).
012700
012800*    THE STATEMENT BEING READ - ITS LINES ARE HELD UNTIL THE
012900*    TRAILER PROVES THEM, THEN LOADED TOGETHER.
013000 01  WS-MAX-LINES             PIC 9(03) VALUE 999.
013100 01  WS-STMT-NOSTRO-KEY.
013200     05  WS-STMT-CURRENCY     PIC X(03).
013300     05  WS-STMT-CORR         PIC X(04).
013400 01  WS-STMT-SEQ              PIC 9(05).
013500 01  WS-STMT-DATE             PIC 9(08).
013600 01  WS-OPENING-BAL           PIC S9(11).
013700 01  WS-CLOSING-BAL           PIC S9(11).
013800 01  WS-RUNNING-BAL           PIC S9(11).
013900 01  WS-LINE-COUNT            PIC 9(05).
014000 01  WS-LINE-IDX              PIC 9(05).
014100 01  WS-REJECT-REASON         PIC X(39).
014200
014300 01  WS-LINE-TABLE.
014400     05  WS-LINE-ENTRY        OCCURS 999 TIMES.
014500         10  WS-LN-VALUE-DATE PIC 9(08).
014600         10  WS-LN-DR-CR      PIC X(01).
014700         10  WS-LN-AMOUNT     PIC 9(09).
014800         10  WS-LN-THEIR-REF  PIC X(16).
014900         10  WS-LN-OUR-REF    PIC 9(10).
015000
015100 01  WS-LOADED-COUNT          PIC 9(04) COMP VALUE 0.
015200 01  WS-REJECTED-COUNT        PIC 9(04) COMP VALUE 0.
015300 01  WS-SKIPPED-COUNT         PIC 9(04) COMP VALUE 0.
015400 01  WS-STRAY-COUNT           PIC 9(06) COMP VALUE 0.
015500 01  WS-LINES-LOADED          PIC 9(07) COMP VALUE 0.
015600
015700 01  WS-RESULT-LINE.
015800     05  RES-CURRENCY         PIC X(03).
015900     05  FILLER               PIC X(01) VALUE "/".
016000     05  RES-CORR             PIC X(04).
016100     05  FILLER               PIC X(06) VALUE " STMT ".
016200     05  RES-SEQ              PIC 9(05).
016300     05  FILLER               PIC X(01) VALUE SPACE.
016400     05  RES-DATE             PIC 9(08).
016500     05  FILLER               PIC X(07) VALUE " LINES ".
016600     05  RES-LINES            PIC ZZZZ9.
016700     05  FILLER               PIC X(01) VALUE SPACE.
016800     05  RES-RESULT           PIC X(39).
016900
017000 01  WS-TOTAL-LINE.
017100     05  TOT-LABEL            PIC X(30).
017200     05  TOT-COUNT            PIC Z(6)9.
017300
017400 01  WS-SWITCHES.
017500     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
017600         88  WS-INIT-FAILED   VALUE "Y".
017700     05  WS-EOF-SW            PIC X(01) VALUE "N".
017800         88  WS-EOF           VALUE "Y".
017900     05  WS-REPORT-SW         PIC X(01) VALUE "N".
018000         88  WS-REPORT-OPEN   VALUE "Y".
018100     05  WS-ENTRIES-SW        PIC X(01) VALUE "N".
018200         88  WS-ENTRIES-OPEN  VALUE "Y".
018300     05  WS-STMT-FILE-SW      PIC X(01) VALUE "N".
018400         88  WS-STMT-FILE-OPEN VALUE "Y".
018500     05  WS-STMT-SW           PIC X(01) VALUE "N".
018600         88  WS-STMT-ACTIVE   VALUE "Y".
018700     05  WS-STMT-REJECT-SW    PIC X(01) VALUE "N".
018800         88  WS-STMT-REJECTED VALUE "Y".
018900     05  WS-STMT-SKIP-SW      PIC X(01) VALUE "N".
019000         88  WS-STMT-SKIPPED  VALUE "Y".
019100
019200 PROCEDURE DIVISION.
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE
019500         THRU 1000-INITIALIZE-EXIT
019600
019700     PERFORM 2000-PROCESS-RECORD
019800         THRU 2000-PROCESS-RECORD-EXIT
019900         UNTIL WS-EOF
020000
020100     IF NOT WS-INIT-FAILED
020200         IF WS-STMT-ACTIVE
020300             MOVE "REJECTED - NO TRAILER" TO WS-REJECT-REASON
020400             PERFORM 3900-REJECT-STATEMENT
020500                 THRU 3900-REJECT-STATEMENT-EXIT
020600         END-IF
020700         PERFORM 5000-WRITE-TOTALS
020800             THRU 5000-WRITE-TOTALS-EXIT
020900     END-IF
021000
021100     PERFORM 9999-TERMINATE
021200         THRU 9999-TERMINATE-EXIT
021300
021400     IF WS-INIT-FAILED
021500         MOVE 8 TO RETURN-CODE
021600     END-IF
021700     GOBACK.
021800
021900*-----------------------------------------------------------------
022000* ACQUIRE THE BATCH WINDOW AND OPEN THE FILES.  NO STATEMENT
022100* FILE MEANS NO STATEMENTS CAME IN TODAY.  THE ENTRY FILE IS
022200* CREATED ON FIRST USE.
022300*-----------------------------------------------------------------
022400 1000-INITIALIZE.
022500     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
022600     IF NOT WS-BATCH-ACQUIRED
022700         DISPLAY "NOSTIMP: BATCH WINDOW CHECK FAILED, RUN "
022800                 "REFUSED"
022900         SET WS-INIT-FAILED TO TRUE
023000         SET WS-EOF TO TRUE
023100         GO TO 1000-INITIALIZE-EXIT
023200     END-IF
023300
023400     CALL "BUSDATE" USING WS-TODAYS-DATE
023500
023600     OPEN OUTPUT CONTROL-REPORT
023700     IF NOT WS-NOSTIRPT-OK
023800         DISPLAY "NOSTIMP: UNABLE TO OPEN CONTROL REPORT, "
023900                 "STATUS = " WS-NOSTIRPT-STATUS
024000         SET WS-INIT-FAILED TO TRUE
024100         SET WS-EOF TO TRUE
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF
024400     SET WS-REPORT-OPEN TO TRUE
024500     MOVE SPACES TO CONTROL-LINE
024600     STRING "NOSTRO STATEMENT IMPORT - " WS-TODAYS-DATE
024700            DELIMITED BY SIZE INTO CONTROL-LINE
024800     WRITE CONTROL-LINE
024900
025000     OPEN I-O NOSTRO-MASTER
025100     IF NOT WS-NOSTMSTR-OK
025200         DISPLAY "NOSTIMP: UNABLE TO OPEN NOSTRO MASTER, "
025300                 "STATUS = " WS-NOSTMSTR-STATUS
025400         SET WS-INIT-FAILED TO TRUE
025500         SET WS-EOF TO TRUE
025600         GO TO 1000-INITIALIZE-EXIT
025700     END-IF
025800
025900     OPEN I-O NOSTRO-ENTRIES
026000     IF WS-NOSTENT-NOTFOUND
026100         OPEN OUTPUT NOSTRO-ENTRIES
026200         CLOSE NOSTRO-ENTRIES
026300         OPEN I-O NOSTRO-ENTRIES
026400     END-IF
026500     IF NOT WS-NOSTENT-OK
026600         DISPLAY "NOSTIMP: UNABLE TO OPEN NOSTRO ENTRIES, "
026700                 "STATUS = " WS-NOSTENT-STATUS
026800         CLOSE NOSTRO-MASTER
026900         SET WS-INIT-FAILED TO TRUE
027000         SET WS-EOF TO TRUE
027100         GO TO 1000-INITIALIZE-EXIT
027200     END-IF
027300     SET WS-ENTRIES-OPEN TO TRUE
027400
027500     OPEN INPUT STATEMENT-FILE
027600     IF NOT WS-NOSTSTMT-OK
027700         DISPLAY "NOSTIMP: NO CORRESPONDENT STATEMENTS TODAY, "
027800                 "STATUS = " WS-NOSTSTMT-STATUS
027900         SET WS-EOF TO TRUE
028000         GO TO 1000-INITIALIZE-EXIT
028100     END-IF
028200     SET WS-STMT-FILE-OPEN TO TRUE.
028300 1000-INITIALIZE-EXIT.
028400     EXIT.
028500
028600*-----------------------------------------------------------------
028700* READ ONE RECORD AND HAND IT ON BY ITS TYPE.  ANYTHING OUTSIDE
028800* A HEADER AND ITS TRAILER IS COUNTED AND IGNORED.
028900*-----------------------------------------------------------------
029000 2000-PROCESS-RECORD.
029100     READ STATEMENT-FILE
029200         AT END
029300             SET WS-EOF TO TRUE
029400             GO TO 2000-PROCESS-RECORD-EXIT
029500     END-READ
029600
029700     EVALUATE TRUE
029800         WHEN STH-REC-HEADER
029900             IF WS-STMT-ACTIVE
030000                 MOVE "REJECTED - NO TRAILER" TO WS-REJECT-REASON
030100                 PERFORM 3900-REJECT-STATEMENT
030200                     THRU 3900-REJECT-STATEMENT-EXIT
030300             END-IF
030400             PERFORM 3000-START-STATEMENT
030500                 THRU 3000-START-STATEMENT-EXIT
030600         WHEN STH-REC-DETAIL AND WS-STMT-ACTIVE
030700             PERFORM 3100-TAKE-LINE
030800                 THRU 3100-TAKE-LINE-EXIT
030900         WHEN STH-REC-TRAILER AND WS-STMT-ACTIVE
031000             PERFORM 3200-END-STATEMENT
031100                 THRU 3200-END-STATEMENT-EXIT
031200         WHEN WS-STMT-ACTIVE
031300             IF NOT WS-STMT-REJECTED
031400                 SET WS-STMT-REJECTED TO TRUE
031500                 MOVE "REJECTED - UNKNOWN RECORD TYPE"
031600                     TO WS-REJECT-REASON
031700             END-IF
031800         WHEN OTHER
031900             ADD 1 TO WS-STRAY-COUNT
032000     END-EVALUATE.
032100 2000-PROCESS-RECORD-EXIT.
032200     EXIT.
032300
032400*-----------------------------------------------------------------
032500* START A STATEMENT FROM ITS HEADER.  THE NOSTRO MUST BE ACTIVE
032600* ON THE MASTER AND THE STATEMENT MUST BE THE NEXT ONE, OPENING
032700* ON THE BALANCE THE LAST ONE CLOSED ON.  ONE ALREADY LOADED IS
032800* PASSED OVER.
032900*-----------------------------------------------------------------
033000 3000-START-STATEMENT.
033100     SET WS-STMT-ACTIVE TO TRUE
033200     MOVE "N" TO WS-STMT-REJECT-SW
033300     MOVE "N" TO WS-STMT-SKIP-SW
033400     MOVE SPACES TO WS-REJECT-REASON
033500     MOVE 0 TO WS-LINE-COUNT
033600     MOVE STH-CURRENCY-CODE TO WS-STMT-CURRENCY
033700     MOVE STH-CORR-CODE     TO WS-STMT-CORR
033800     MOVE STH-STMT-SEQ      TO WS-STMT-SEQ
033900     MOVE STH-STMT-DATE     TO WS-STMT-DATE
034000     IF STH-OPENING-BAL NOT NUMERIC
034100         MOVE 0 TO WS-OPENING-BAL
034200     ELSE
034300         IF STH-BAL-SIGN = "-"
034400             COMPUTE WS-OPENING-BAL = 0 - STH-OPENING-BAL
034500         ELSE
034600             MOVE STH-OPENING-BAL TO WS-OPENING-BAL
034700         END-IF
034800     END-IF
034900     MOVE WS-OPENING-BAL TO WS-RUNNING-BAL
035000
035100     IF STH-STMT-SEQ NOT NUMERIC OR STH-STMT-DATE NOT NUMERIC
035200         OR STH-OPENING-BAL NOT NUMERIC
035300         SET WS-STMT-REJECTED TO TRUE
035400         MOVE "REJECTED - HEADER NOT NUMERIC"
035500             TO WS-REJECT-REASON
035600         GO TO 3000-START-STATEMENT-EXIT
035700     END-IF
035800
035900     MOVE WS-STMT-NOSTRO-KEY TO NOS-KEY
036000     READ NOSTRO-MASTER
036100         KEY IS NOS-KEY
036200         INVALID KEY
036300             SET WS-STMT-REJECTED TO TRUE
036400             MOVE "REJECTED - NOSTRO NOT ON MASTER"
036500                 TO WS-REJECT-REASON
036600             GO TO 3000-START-STATEMENT-EXIT
036700     END-READ
036800     IF NOT NOS-STATUS-ACTIVE
036900         SET WS-STMT-REJECTED TO TRUE
037000         MOVE "REJECTED - NOSTRO IS CLOSED" TO WS-REJECT-REASON
037100         GO TO 3000-START-STATEMENT-EXIT
037200     END-IF
037300
037400     IF WS-STMT-SEQ NOT > NOS-STMT-SEQ
037500         SET WS-STMT-SKIPPED TO TRUE
037600         GO TO 3000-START-STATEMENT-EXIT
037700     END-IF
037800     IF WS-STMT-SEQ NOT = NOS-STMT-SEQ + 1
037900         SET WS-STMT-REJECTED TO TRUE
038000         MOVE "REJECTED - STATEMENT OUT OF SEQUENCE"
038100             TO WS-REJECT-REASON
038200         GO TO 3000-START-STATEMENT-EXIT
038300     END-IF
038400     IF WS-OPENING-BAL NOT = NOS-STMT-BAL
038500         SET WS-STMT-REJECTED TO TRUE
038600         MOVE "REJECTED - OPENING BALANCE BREAK"
038700             TO WS-REJECT-REASON
038800     END-IF.
038900 3000-START-STATEMENT-EXIT.
039000     EXIT.
039100
039200*-----------------------------------------------------------------
039300* HOLD ONE ENTRY LINE OF THE STATEMENT AND RUN IT INTO THE
039400* BALANCE.  ONE BAD LINE SPOILS THE WHOLE STATEMENT.
039500*-----------------------------------------------------------------
039600 3100-TAKE-LINE.
039700     ADD 1 TO WS-LINE-COUNT
039800     IF WS-STMT-REJECTED OR WS-STMT-SKIPPED
039900         GO TO 3100-TAKE-LINE-EXIT
040000     END-IF
040100
040200     IF WS-LINE-COUNT > WS-MAX-LINES
040300         SET WS-STMT-REJECTED TO TRUE
040400         MOVE "REJECTED - TOO MANY LINES" TO WS-REJECT-REASON
040500         GO TO 3100-TAKE-LINE-EXIT
040600     END-IF
040700     IF STD-VALUE-DATE NOT NUMERIC OR STD-VALUE-DATE = 0
040800         OR NOT STD-VALID-DR-CR
040900         OR STD-AMOUNT NOT NUMERIC OR STD-AMOUNT = 0
041000         OR STD-OUR-REF NOT NUMERIC
041100         SET WS-STMT-REJECTED TO TRUE
041200         MOVE "REJECTED - INVALID ENTRY LINE"
041300             TO WS-REJECT-REASON
041400         GO TO 3100-TAKE-LINE-EXIT
041500     END-IF
041600
041700     MOVE STD-VALUE-DATE TO WS-LN-VALUE-DATE(WS-LINE-COUNT)
041800     MOVE STD-DR-CR      TO WS-LN-DR-CR(WS-LINE-COUNT)
041900     MOVE STD-AMOUNT     TO WS-LN-AMOUNT(WS-LINE-COUNT)
042000     MOVE STD-THEIR-REF  TO WS-LN-THEIR-REF(WS-LINE-COUNT)
042100     MOVE STD-OUR-REF    TO WS-LN-OUR-REF(WS-LINE-COUNT)
042200     IF STD-DR-CR = "C"
042300         ADD STD-AMOUNT TO WS-RUNNING-BAL
042400     ELSE
042500         SUBTRACT STD-AMOUNT FROM WS-RUNNING-BAL
042600     END-IF.
042700 3100-TAKE-LINE-EXIT.
042800     EXIT.
042900
043000*-----------------------------------------------------------------
043100* CLOSE A STATEMENT ON ITS TRAILER.  THE LINE COUNT AND CLOSING
043200* BALANCE MUST AGREE WITH THE LINES HELD BEFORE ANY IS LOADED.
043300*-----------------------------------------------------------------
043400 3200-END-STATEMENT.
043500     IF WS-STMT-SKIPPED
043600         ADD 1 TO WS-SKIPPED-COUNT
043700         MOVE "ALREADY LOADED - PASSED OVER" TO RES-RESULT
043800         PERFORM 3800-WRITE-RESULT
043900             THRU 3800-WRITE-RESULT-EXIT
044000         GO TO 3200-END-STATEMENT-EXIT
044100     END-IF
044200     IF WS-STMT-REJECTED
044300         PERFORM 3900-REJECT-STATEMENT
044400             THRU 3900-REJECT-STATEMENT-EXIT
044500         GO TO 3200-END-STATEMENT-EXIT
044600     END-IF
044700
044800     IF STT-LINE-COUNT NOT NUMERIC
044900         OR STT-CLOSING-BAL NOT NUMERIC
045000         OR STT-LINE-COUNT NOT = WS-LINE-COUNT
045100         MOVE "REJECTED - TRAILER LINE COUNT" TO WS-REJECT-REASON
045200         PERFORM 3900-REJECT-STATEMENT
045300             THRU 3900-REJECT-STATEMENT-EXIT
045400         GO TO 3200-END-STATEMENT-EXIT
045500     END-IF
045600     IF STT-BAL-SIGN = "-"
045700         COMPUTE WS-CLOSING-BAL = 0 - STT-CLOSING-BAL
045800     ELSE
045900         MOVE STT-CLOSING-BAL TO WS-CLOSING-BAL
046000     END-IF
046100     IF WS-CLOSING-BAL NOT = WS-RUNNING-BAL
046200         MOVE "REJECTED - LINES DO NOT PROVE TO CLOSING"
046300             TO WS-REJECT-REASON
046400         PERFORM 3900-REJECT-STATEMENT
046500             THRU 3900-REJECT-STATEMENT-EXIT
046600         GO TO 3200-END-STATEMENT-EXIT
046700     END-IF
046800
046900     PERFORM 3300-LOAD-ONE-LINE
047000         THRU 3300-LOAD-ONE-LINE-EXIT
047100         VARYING WS-LINE-IDX FROM 1 BY 1
047200         UNTIL WS-LINE-IDX > WS-LINE-COUNT
047300
047400     MOVE WS-STMT-SEQ    TO NOS-STMT-SEQ
047500     MOVE WS-STMT-DATE   TO NOS-STMT-DATE
047600     MOVE WS-CLOSING-BAL TO NOS-STMT-BAL
047700     REWRITE NOSTRO-RECORD
047800         INVALID KEY
047900             DISPLAY "NOSTIMP: UNABLE TO REWRITE NOSTRO "
048000                     WS-STMT-CURRENCY "/" WS-STMT-CORR
048100     END-REWRITE
048200
048300     ADD 1 TO WS-LOADED-COUNT
048400     MOVE "LOADED" TO RES-RESULT
048500     PERFORM 3800-WRITE-RESULT
048600         THRU 3800-WRITE-RESULT-EXIT.
048700 3200-END-STATEMENT-EXIT.
048800     EXIT.
048900
049000*-----------------------------------------------------------------
049100* WRITE ONE HELD LINE AS AN OPEN THEIR-SIDE ENTRY.
049200*-----------------------------------------------------------------
049300 3300-LOAD-ONE-LINE.
049400     INITIALIZE NOSTRO-ENTRY-RECORD
049500     MOVE WS-STMT-NOSTRO-KEY TO NE-NOSTRO-KEY
049600     SET NE-SIDE-THEIRS TO TRUE
049700     COMPUTE NE-ENTRY-REF = (WS-STMT-SEQ * 100000) + WS-LINE-IDX
049800     MOVE WS-LN-VALUE-DATE(WS-LINE-IDX) TO NE-VALUE-DATE
049900     MOVE WS-LN-DR-CR(WS-LINE-IDX)      TO NE-DR-CR
050000     MOVE WS-LN-AMOUNT(WS-LINE-IDX)     TO NE-AMOUNT
050100     MOVE WS-LN-OUR-REF(WS-LINE-IDX)    TO NE-OUR-REF
050200     MOVE WS-LN-THEIR-REF(WS-LINE-IDX)  TO NE-THEIR-REF
050300     SET NE-SOURCE-STATEMENT TO TRUE
050400     MOVE 0 TO NE-ACCT-NUMBER
050500     SET NE-STATUS-OPEN TO TRUE
050600     WRITE NOSTRO-ENTRY-RECORD
050700         INVALID KEY
050800             DISPLAY "NOSTIMP: ENTRY " NE-ENTRY-REF " FOR "
050900                     WS-STMT-CURRENCY "/" WS-STMT-CORR
051000                     " ALREADY ON FILE"
051100             GO TO 3300-LOAD-ONE-LINE-EXIT
051200     END-WRITE
051300     ADD 1 TO WS-LINES-LOADED.
051400 3300-LOAD-ONE-LINE-EXIT.
051500     EXIT.
051600
051700*-----------------------------------------------------------------
051800* PRINT THE OUTCOME OF THE STATEMENT JUST CLOSED.
051900*-----------------------------------------------------------------
052000 3800-WRITE-RESULT.
052100     MOVE WS-STMT-CURRENCY TO RES-CURRENCY
052200     MOVE WS-STMT-CORR     TO RES-CORR
052300     MOVE WS-STMT-SEQ      TO RES-SEQ
052400     MOVE WS-STMT-DATE     TO RES-DATE
052500     MOVE WS-LINE-COUNT    TO RES-LINES
052600     MOVE WS-RESULT-LINE TO CONTROL-LINE
052700     WRITE CONTROL-LINE
052800     MOVE "N" TO WS-STMT-SW.
052900 3800-WRITE-RESULT-EXIT.
053000     EXIT.
053100
053200*-----------------------------------------------------------------
053300* PRINT A STATEMENT AS REJECTED FOR THE REASON GIVEN.  NOTHING
053400* OF IT HAS BEEN LOADED.
053500*-----------------------------------------------------------------
053600 3900-REJECT-STATEMENT.
053700     ADD 1 TO WS-REJECTED-COUNT
053800     MOVE WS-REJECT-REASON TO RES-RESULT
053900     PERFORM 3800-WRITE-RESULT
054000         THRU 3800-WRITE-RESULT-EXIT
054100     DISPLAY "NOSTIMP: " WS-STMT-CURRENCY "/" WS-STMT-CORR
054200             " STATEMENT " WS-STMT-SEQ " " WS-REJECT-REASON.
054300 3900-REJECT-STATEMENT-EXIT.
054400     EXIT.
054500
054600*-----------------------------------------------------------------
054700* WRITE THE RUN TOTALS.
054800*-----------------------------------------------------------------
054900 5000-WRITE-TOTALS.
055000     MOVE SPACES TO CONTROL-LINE
055100     WRITE CONTROL-LINE
055200
055300     MOVE "STATEMENTS LOADED" TO TOT-LABEL
055400     MOVE WS-LOADED-COUNT TO TOT-COUNT
055500     MOVE WS-TOTAL-LINE TO CONTROL-LINE
055600     WRITE CONTROL-LINE
055700
055800     MOVE "STATEMENTS REJECTED" TO TOT-LABEL
055900     MOVE WS-REJECTED-COUNT TO TOT-COUNT
056000     MOVE WS-TOTAL-LINE TO CONTROL-LINE
056100     WRITE CONTROL-LINE
056200
056300     MOVE "STATEMENTS ALREADY LOADED" TO TOT-LABEL
056400     MOVE WS-SKIPPED-COUNT TO TOT-COUNT
056500     MOVE WS-TOTAL-LINE TO CONTROL-LINE
056600     WRITE CONTROL-LINE
056700
056800     MOVE "ENTRY LINES LOADED" TO TOT-LABEL
056900     MOVE WS-LINES-LOADED TO TOT-COUNT
057000     MOVE WS-TOTAL-LINE TO CONTROL-LINE
057100     WRITE CONTROL-LINE
057200
057300     MOVE "RECORDS OUTSIDE A STATEMENT" TO TOT-LABEL
057400     MOVE WS-STRAY-COUNT TO TOT-COUNT
057500     MOVE WS-TOTAL-LINE TO CONTROL-LINE
057600     WRITE CONTROL-LINE
057700
057800     DISPLAY "NOSTIMP: STATEMENTS LOADED = " WS-LOADED-COUNT
057900             ", REJECTED = " WS-REJECTED-COUNT
058000             ", ENTRY LINES LOADED = " WS-LINES-LOADED.
058100 5000-WRITE-TOTALS-EXIT.
058200     EXIT.
058300
058400*-----------------------------------------------------------------
058500* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
058600*-----------------------------------------------------------------
058700 9999-TERMINATE.
058800     IF WS-STMT-FILE-OPEN
058900         CLOSE STATEMENT-FILE
059000     END-IF
059100     IF WS-ENTRIES-OPEN
059200         CLOSE NOSTRO-ENTRIES
059300         CLOSE NOSTRO-MASTER
059400     END-IF
059500     IF WS-REPORT-OPEN
059600         CLOSE CONTROL-REPORT
059700     END-IF
059800     IF WS-BATCH-ACQUIRED
059900         CALL "BATCHREL" USING WS-JOB-NAME
060000     END-IF.
060100 9999-TERMINATE-EXIT.
060200     EXIT.
