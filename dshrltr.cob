000100*****************************************************************
000200* PROGRAM      : DSHRLTR                                        *
000300* DESCRIPTION  : CHEQUE DISHONOUR WARNING LETTER LISTING.       *
000400*                WALKS THE DISHONOUR REGISTER FOR EVERY         *
000500*                RETURNED CHEQUE THAT TOOK ITS DRAWER TO OR     *
000600*                PAST THE YEAR'S SANCTION LIMIT AND HAS NOT YET *
000700*                BEEN LISTED, AND PRINTS THE BRANCH, THE        *
000800*                CHEQUE, THE YEAR'S COUNT AND THE CUSTOMER'S    *
000900*                NAME, ADDRESS AND PHONE FOR THE WARNING        *
001000*                LETTER.  EACH ENTRY IS MARKED LISTED SO NO     *
001100*                LETTER GOES TWICE.  RUN AFTER INWDEBIT.        *
001200*****************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. DSHRLTR.
001500 AUTHOR. S NATARAJAN.
001600 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900
002000*****************************************************************
002100* MODIFICATION HISTORY                                          *
002200*-----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION                                  *
002400* 2026-10-15 SN    NEW PROGRAM - WARNING LETTERS FOR THE NEW    *
002500*                  REPEAT-BOUNCE SANCTIONS.                     *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DISHONOUR-FILE ASSIGN TO "DSHRFILE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS DSH-KEY
003500         FILE STATUS IS WS-DSHRFILE-STATUS.
003600
003700     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS ACCT-NUMBER
004100         FILE STATUS IS WS-ACCMSTR-STATUS.
004200
004300     SELECT LETTER-LISTING ASSIGN TO "DSHRLTR"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DSHRLTR-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DISHONOUR-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DSHRREC.
005200
005300 FD  ACCOUNT-MASTER
005400     LABEL RECORDS ARE STANDARD.
005500     COPY ACCTREC.
005600
005700 FD  LETTER-LISTING
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-LINE                PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-DSHRFILE-STATUS       PIC X(02).
006300     88  WS-DSHRFILE-OK       VALUE "00".
006400     88  WS-DSHRFILE-NOTFOUND VALUE "35".
006500 01  WS-ACCMSTR-STATUS        PIC X(02).
006600     88  WS-ACCMSTR-OK        VALUE "00".
006700 01  WS-DSHRLTR-STATUS        PIC X(02).
006800     88  WS-DSHRLTR-OK        VALUE "00".
006900
007000 01  WS-JOB-NAME              PIC X(08) VALUE "DSHRLTR".
007100 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
007200     88  WS-BATCH-ACQUIRED    VALUE "Y".
007300
007400 01  WS-TODAYS-DATE           PIC 9(08).
007500 01  WS-CUST-NAME             PIC X(30).
007600 01  WS-CUST-ADDRESS          PIC X(40).
007700 01  WS-CUST-PHONE            PIC X(15).
007800 01  WS-CUST-FOUND-SW         PIC X(01).
007900
008000 01  WS-LETTER-COUNT          PIC 9(06) COMP VALUE 0.
008100
008200 01  WS-HEADING-LINE.
008300     05  FILLER               PIC X(04) VALUE "BRN".
008400     05  FILLER               PIC X(07) VALUE "ACCT".
008500     05  FILLER               PIC X(07) VALUE "CHEQUE".
008600     05  FILLER               PIC X(09) VALUE "RETURNED".
008700     05  FILLER               PIC X(10) VALUE "   AMOUNT".
008800     05  FILLER               PIC X(04) VALUE "CNT".
008900     05  FILLER               PIC X(30) VALUE "CUSTOMER".
009000
009100 01  WS-DETAIL-LINE.
009200     05  DTL-BRANCH-CODE      PIC 9(03).
009300     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  DTL-ACCT-NUMBER      PIC 9(06).
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  DTL-CHEQUE-NUMBER    PIC 9(06).
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  DTL-DATE             PIC 9(08).
009900     05  FILLER               PIC X(01) VALUE SPACE.
010000     05  DTL-AMOUNT           PIC Z(8)9.
010100     05  FILLER               PIC X(01) VALUE SPACE.
010200     05  DTL-FY-COUNT         PIC ZZ9.
010300     05  FILLER               PIC X(01) VALUE SPACE.
010400     05  DTL-CUST-NAME        PIC X(30).
010500
010600 01  WS-ADDRESS-LINE.
010700     05  FILLER               PIC X(11) VALUE SPACES.
010800     05  ADR-CUST-ADDRESS     PIC X(40).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  ADR-CUST-PHONE       PIC X(15).
011100
011200 01  WS-TOTAL-LINE.
011300     05  TOT-LABEL            PIC X(36).
011400     05  TOT-AMOUNT           PIC Z(11)9.
011500     05  FILLER               PIC X(02) VALUE SPACES.
011600     05  TOT-COUNT            PIC Z(5)9.
011700
011800 01  WS-SWITCHES.
011900     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
012000         88  WS-INIT-FAILED   VALUE "Y".
012100     05  WS-EOF-SW            PIC X(01) VALUE "N".
012200         88  WS-EOF           VALUE "Y".
012300     05  WS-REPORT-SW         PIC X(01) VALUE "N".
012400         88  WS-REPORT-OPEN   VALUE "Y".
012500     05  WS-DSHRFILE-SW       PIC X(01) VALUE "N".
012600         88  WS-DSHRFILE-OPEN VALUE "Y".
012700     05  WS-ACCMSTR-SW        PIC X(01) VALUE "N".
012800         88  WS-ACCMSTR-OPEN  VALUE "Y".
012900
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE
013300         THRU 1000-INITIALIZE-EXIT
013400
013500     PERFORM 2000-EXAMINE-ONE-ENTRY
013600         THRU 2000-EXAMINE-ONE-ENTRY-EXIT
013700         UNTIL WS-EOF
013800
013900     IF NOT WS-INIT-FAILED
014000         PERFORM 6000-WRITE-SUMMARY
014100             THRU 6000-WRITE-SUMMARY-EXIT
014200     END-IF
014300
014400     PERFORM 9999-TERMINATE
014500         THRU 9999-TERMINATE-EXIT
014600
014700     IF WS-INIT-FAILED
014800         MOVE 8 TO RETURN-CODE
014900     END-IF
015000     GOBACK.
015100
015200*-----------------------------------------------------------------
015300* ACQUIRE THE BATCH WINDOW AND OPEN THE LISTING, THE ACCOUNT
015400* MASTER AND THE DISHONOUR REGISTER.  NO REGISTER MEANS NO
015500* CHEQUE HAS EVER BEEN RETURNED - AN EMPTY LISTING.
015600*-----------------------------------------------------------------
015700 1000-INITIALIZE.
015800     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
015900     IF NOT WS-BATCH-ACQUIRED
016000         DISPLAY "DSHRLTR: BATCH WINDOW CHECK FAILED, RUN "
016100                 "REFUSED"
016200         SET WS-INIT-FAILED TO TRUE
016300         SET WS-EOF TO TRUE
016400         GO TO 1000-INITIALIZE-EXIT
016500     END-IF
016600
016700     CALL "BUSDATE" USING WS-TODAYS-DATE
016800
016900     OPEN OUTPUT LETTER-LISTING
017000     IF NOT WS-DSHRLTR-OK
017100         DISPLAY "DSHRLTR: UNABLE TO OPEN LETTER LISTING, "
017200                 "STATUS = " WS-DSHRLTR-STATUS
017300         SET WS-INIT-FAILED TO TRUE
017400         SET WS-EOF TO TRUE
017500         GO TO 1000-INITIALIZE-EXIT
017600     END-IF
017700     SET WS-REPORT-OPEN TO TRUE
017800     MOVE SPACES TO REPORT-LINE
017900     STRING "CHEQUE DISHONOUR WARNING LETTERS AS AT "
018000            WS-TODAYS-DATE
018100            DELIMITED BY SIZE INTO REPORT-LINE
018200     WRITE REPORT-LINE
018300     MOVE WS-HEADING-LINE TO REPORT-LINE
018400     WRITE REPORT-LINE
018500
018600     OPEN INPUT ACCOUNT-MASTER
018700     IF NOT WS-ACCMSTR-OK
018800         DISPLAY "DSHRLTR: UNABLE TO OPEN ACCOUNT MASTER, "
018900                 "STATUS = " WS-ACCMSTR-STATUS
019000         SET WS-INIT-FAILED TO TRUE
019100         SET WS-EOF TO TRUE
019200         GO TO 1000-INITIALIZE-EXIT
019300     END-IF
019400     SET WS-ACCMSTR-OPEN TO TRUE
019500
019600     OPEN I-O DISHONOUR-FILE
019700     IF WS-DSHRFILE-NOTFOUND
019800         SET WS-EOF TO TRUE
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF
020100     IF NOT WS-DSHRFILE-OK
020200         DISPLAY "DSHRLTR: UNABLE TO OPEN DISHONOUR REGISTER, "
020300                 "STATUS = " WS-DSHRFILE-STATUS
020400         SET WS-INIT-FAILED TO TRUE
020500         SET WS-EOF TO TRUE
020600         GO TO 1000-INITIALIZE-EXIT
020700     END-IF
020800     SET WS-DSHRFILE-OPEN TO TRUE.
020900 1000-INITIALIZE-EXIT.
021000     EXIT.
021100
021200*-----------------------------------------------------------------
021300* READ THE NEXT REGISTER ENTRY AND LIST IT IF ITS LETTER IS DUE.
021400*-----------------------------------------------------------------
021500 2000-EXAMINE-ONE-ENTRY.
021600     READ DISHONOUR-FILE NEXT RECORD
021700         AT END
021800             SET WS-EOF TO TRUE
021900             GO TO 2000-EXAMINE-ONE-ENTRY-EXIT
022000     END-READ
022100
022200     IF DSH-LETTER-DUE
022300         PERFORM 3000-LIST-ONE-LETTER
022400             THRU 3000-LIST-ONE-LETTER-EXIT
022500     END-IF.
022600 2000-EXAMINE-ONE-ENTRY-EXIT.
022700     EXIT.
022800
022900*-----------------------------------------------------------------
023000* PRINT ONE WARNING LETTER ENTRY - THE CHEQUE AND COUNT ON THE
023100* FIRST LINE, THE ADDRESS AND PHONE UNDER IT - AND MARK THE
023200* REGISTER ENTRY LISTED.
023300*-----------------------------------------------------------------
023400 3000-LIST-ONE-LETTER.
023500     MOVE ZERO TO DTL-BRANCH-CODE
023600     MOVE DSH-ACCT-NUMBER TO ACCT-NUMBER
023700     READ ACCOUNT-MASTER
023800         KEY IS ACCT-NUMBER
023900         INVALID KEY
024000             CONTINUE
024100         NOT INVALID KEY
024200             MOVE ACCT-BRANCH-CODE TO DTL-BRANCH-CODE
024300     END-READ
024400
024500     CALL "CUSTLKUP" USING DSH-ACCT-NUMBER WS-CUST-NAME
024600                           WS-CUST-ADDRESS WS-CUST-PHONE
024700                           WS-CUST-FOUND-SW
024800
024900     MOVE DSH-ACCT-NUMBER   TO DTL-ACCT-NUMBER
025000     MOVE DSH-CHEQUE-NUMBER TO DTL-CHEQUE-NUMBER
025100     MOVE DSH-DATE          TO DTL-DATE
025200     MOVE DSH-AMOUNT        TO DTL-AMOUNT
025300     MOVE DSH-FY-COUNT      TO DTL-FY-COUNT
025400     MOVE WS-CUST-NAME      TO DTL-CUST-NAME
025500     MOVE WS-DETAIL-LINE    TO REPORT-LINE
025600     WRITE REPORT-LINE
025700
025800     MOVE WS-CUST-ADDRESS   TO ADR-CUST-ADDRESS
025900     MOVE WS-CUST-PHONE     TO ADR-CUST-PHONE
026000     MOVE WS-ADDRESS-LINE   TO REPORT-LINE
026100     WRITE REPORT-LINE
026200
026300     SET DSH-LETTER-LISTED TO TRUE
026400     REWRITE DISHONOUR-RECORD
026500         INVALID KEY
026600             DISPLAY "DSHRLTR: UNABLE TO REWRITE DISHONOUR "
026700                     "ENTRY FOR ACCOUNT " DSH-ACCT-NUMBER
026800     END-REWRITE
026900
027000     ADD 1 TO WS-LETTER-COUNT.
027100 3000-LIST-ONE-LETTER-EXIT.
027200     EXIT.
027300
027400*-----------------------------------------------------------------
027500* CLOSE THE LISTING WITH THE NUMBER OF LETTERS TO SEND.
027600*-----------------------------------------------------------------
027700 6000-WRITE-SUMMARY.
027800     MOVE SPACES TO REPORT-LINE
027900     WRITE REPORT-LINE
028000
028100     MOVE SPACES TO WS-TOTAL-LINE
028200     MOVE "WARNING LETTERS DUE" TO TOT-LABEL
028300     MOVE WS-LETTER-COUNT TO TOT-COUNT
028400     MOVE WS-TOTAL-LINE TO REPORT-LINE
028500     WRITE REPORT-LINE
028600
028700     DISPLAY "DSHRLTR: WARNING LETTERS DUE = " WS-LETTER-COUNT.
028800 6000-WRITE-SUMMARY-EXIT.
028900     EXIT.
029000
029100*-----------------------------------------------------------------
029200* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
029300*-----------------------------------------------------------------
029400 9999-TERMINATE.
029500     IF WS-BATCH-ACQUIRED
029600         CALL "BATCHREL" USING WS-JOB-NAME
029700     END-IF
029800
029900     IF WS-DSHRFILE-OPEN
030000         CLOSE DISHONOUR-FILE
030100     END-IF
030200     IF WS-ACCMSTR-OPEN
030300         CLOSE ACCOUNT-MASTER
030400     END-IF
030500     IF WS-REPORT-OPEN
030600         CLOSE LETTER-LISTING
030700     END-IF.
030800 9999-TERMINATE-EXIT.
030900     EXIT.
