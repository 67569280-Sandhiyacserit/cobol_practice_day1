002600* 2026-08-23 SN    NEW PROGRAM - MERGED AUDIT SEARCH ACROSS THE *
002700*                  FOUR LOGS, IN PLACE OF EYEBALLING THEM IN A  *
002800*                  TEXT EDITOR.                                 *
002801* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002802*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002803*                  HELD.                                        *
002804* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002805*                  PLACE OF YYMMDD.                             *
002806* 2026-10-15 SN    A SEARCH ON AN ACCOUNT MOVED TO THE CLOSED-  *
002807*                  ACCOUNT ARCHIVE NOW ALSO LISTS ITS ARCHIVED  *
002808*                  TRANSACTION HISTORY, SKIPPING ANY ENTRY      *
002809*                  ALREADY FOUND ON A LOG.                      *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
004600     SELECT SECURITY-LOG ASSIGN TO "PINLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SECLOG-STATUS.
004810
004820     SELECT CLOSED-ARCHIVE ASSIGN TO "CLSARCH"
004830         ORGANIZATION IS INDEXED
004840         ACCESS MODE IS DYNAMIC
004850         RECORD KEY IS CLA-KEY
004860         FILE STATUS IS WS-CLSARCH-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DEPOSIT-LOG
005300     LABEL RECORDS ARE STANDARD.
005400 01  DEPOSIT-LOG-RECORD.
005500     05  LOG-DATE             PIC 9(08).
005600     05  LOG-TIME             PIC 9(08).
005700     05  FILLER               PIC X(01).
005800     05  LOG-ACCT-NUMBER      PIC 9(06).
005900     05  FILLER               PIC X(01).
006000     05  LOG-DEPOSIT-AMT      PIC 9(09).
006100     05  FILLER               PIC X(01).
006200     05  LOG-NEW-BALANCE      PIC S9(09).
006300     05  FILLER               PIC X(01).
006400     05  LOG-CURRENCY-CODE    PIC X(03).
006500     05  FILLER               PIC X(01).
007000 FD  WITHDRAW-LOG
007100     LABEL RECORDS ARE STANDARD.
007200 01  WITHDRAW-LOG-RECORD.
007300     05  WDLOG-DATE           PIC 9(08).
007400     05  WDLOG-TIME           PIC 9(08).
007500     05  FILLER               PIC X(01).
007600     05  WDLOG-ACCT-NUMBER    PIC 9(06).
007700     05  FILLER               PIC X(01).
007800     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
007900     05  FILLER               PIC X(01).
008000     05  WDLOG-NEW-BALANCE    PIC S9(09).
008100     05  FILLER               PIC X(01).
008200     05  WDLOG-OPERATOR-ID    PIC 9(04).
008300
008312 FD  DEPOSIT-ARCHIVE
008313     LABEL RECORDS ARE STANDARD.
008314 01  DEPOSIT-ARCH-RECORD.
008315     05  ARCLOG-DATE          PIC 9(08).
008316     05  ARCLOG-TIME          PIC 9(08).
008317     05  FILLER               PIC X(01).
008318     05  ARCLOG-ACCT-NUMBER   PIC 9(06).
008319     05  FILLER               PIC X(01).
008320     05  ARCLOG-DEPOSIT-AMT   PIC 9(09).
008321     05  FILLER               PIC X(01).
008322     05  ARCLOG-NEW-BALANCE   PIC S9(09).
008323     05  FILLER               PIC X(01).
008324     05  ARCLOG-CURRENCY-CODE PIC X(03).
008325     05  FILLER               PIC X(01).
008330 FD  WITHDRAW-ARCHIVE
008331     LABEL RECORDS ARE STANDARD.
008332 01  WITHDRAW-ARCH-RECORD.
008333     05  ARCWD-DATE           PIC 9(08).
008334     05  ARCWD-TIME           PIC 9(08).
008335     05  FILLER               PIC X(01).
008336     05  ARCWD-ACCT-NUMBER    PIC 9(06).
008337     05  FILLER               PIC X(01).
008338     05  ARCWD-WITHDRAW-AMT   PIC 9(09).
008339     05  FILLER               PIC X(01).
008340     05  ARCWD-NEW-BALANCE    PIC S9(09).
008341     05  FILLER               PIC X(01).
008342     05  ARCWD-OPERATOR-ID    PIC 9(04).
008343
008400 FD  COMPLIANCE-LOG
008500     LABEL RECORDS ARE STANDARD.
008600 01  COMPLIANCE-LOG-RECORD.
008700     05  COMPLOG-DATE         PIC 9(08).
008800     05  COMPLOG-TIME         PIC 9(08).
008900     05  FILLER               PIC X(01).
009000     05  COMPLOG-ACCT-NUMBER  PIC 9(06).
009100     05  FILLER               PIC X(01).
009200     05  COMPLOG-WITHDRAW-AMT PIC 9(09).
009300     05  FILLER               PIC X(01).
009400     05  COMPLOG-NEW-BALANCE  PIC S9(09).
009500     05  FILLER               PIC X(01).
009600     05  COMPLOG-OPERATOR-ID  PIC 9(04).
009700
009710 FD  MAINT-JOURNAL
009720     LABEL RECORDS ARE STANDARD.
009730 01  MAINT-JOURNAL-RECORD.
009740     05  MJ-DATE              PIC 9(08).
009750     05  MJ-TIME              PIC 9(08).
009760     05  FILLER               PIC X(01).
009770     05  MJ-OPERATOR-ID       PIC 9(04).
009800 FD  SECURITY-LOG
009900     LABEL RECORDS ARE STANDARD.
010000 01  SECURITY-LOG-RECORD.
010100     05  SECLOG-DATE          PIC 9(08).
010200     05  SECLOG-TIME          PIC 9(08).
010300     05  FILLER               PIC X(01).
010400     05  SECLOG-ACCT-NUMBER   PIC 9(06).
010800     05  FILLER               PIC X(01).
010900     05  SECLOG-OPERATOR-X    PIC X(04).
011000
011010*    AN ACCOUNT CLOSED LONG ENOUGH AGO HAS HAD ITS TRANSACTION
011020*    HISTORY MOVED TO THE CLOSED-ACCOUNT ARCHIVE.
011030 FD  CLOSED-ARCHIVE
011040     LABEL RECORDS ARE STANDARD.
011050     COPY CLSARCH.
011060
011100 WORKING-STORAGE SECTION.
011200 01  WS-DEPLOG-STATUS         PIC X(02).
011300     88  WS-DEPLOG-OK         VALUE "00".
012220 01  WS-MNTJRNL-STATUS        PIC X(02).
012230     88  WS-MNTJRNL-OK        VALUE "00".
012240
012241 01  WS-CLSARCH-STATUS        PIC X(02).
012242     88  WS-CLSARCH-OK        VALUE "00".
012243
012244*    AN ARCHIVED HISTORY ENTRY IS UNPACKED HERE FROM ITS IMAGE.
012246     COPY TXNREC.
012248
012250 01  WS-MAINT-SHOWN           PIC 9(04) COMP VALUE 0.
012300
012400 01  WS-ACCT-FILTER           PIC 9(06).
012500 01  WS-OPER-FILTER           PIC 9(04).
012600 01  WS-OPER-FILTER-X REDEFINES WS-OPER-FILTER
012700                              PIC X(04).
012800 01  WS-FROM-DATE             PIC 9(08).
012900 01  WS-TO-DATE               PIC 9(08).
013000
013100 01  WS-AUD-COUNT             PIC 9(04) COMP VALUE 0.
013200 01  WS-AUD-MAX               PIC 9(04) COMP VALUE 500.
013400 01  WS-AUD-TABLE.
013500     05  WS-AUD-ENTRY OCCURS 500 TIMES
013600                      INDEXED BY WS-AUD-IDX.
013700         10  AUD-DATE             PIC 9(08).
013800         10  AUD-TIME             PIC 9(08).
013900         10  AUD-SOURCE           PIC X(08).
014000         10  AUD-ACCT-NUMBER      PIC 9(06).
014100         10  AUD-OPERATOR-ID      PIC X(04).
014200         10  AUD-AMOUNT           PIC S9(09).
014300         10  AUD-TYPE             PIC X(01).
014400
014500 01  WS-SWAP-ENTRY            PIC X(44).
014600 01  WS-SORT-I                PIC 9(04) COMP.
014700 01  WS-SORT-J                PIC 9(04) COMP.
014800
015700         88  WS-SECLOG-EOF    VALUE "Y".
015710     05  WS-MNTJRNL-EOF-SW    PIC X(01) VALUE "N".
015720         88  WS-MNTJRNL-EOF   VALUE "Y".
015730     05  WS-CLSARCH-EOF-SW    PIC X(01) VALUE "N".
015740         88  WS-CLSARCH-EOF   VALUE "Y".
015750     05  WS-CLSARCH-AVAIL-SW  PIC X(01) VALUE "N".
015760         88  WS-CLSARCH-AVAIL VALUE "Y".
015770     05  WS-LOGGED-SW         PIC X(01) VALUE "N".
015780         88  WS-ALREADY-LOGGED VALUE "Y".
015800
015900 01  WS-DETAIL-LINE.
016000     05  DTL-DATE             PIC 9(08).
016100     05  FILLER               PIC X(01) VALUE SPACE.
016200     05  DTL-TIME             PIC 9(08).
016300     05  FILLER               PIC X(01) VALUE SPACE.
016900     05  FILLER               PIC X(01) VALUE SPACE.
017000     05  DTL-TYPE             PIC X(01).
017100     05  FILLER               PIC X(01) VALUE SPACE.
017200     05  DTL-AMOUNT           PIC -(9)9.
017300
017400 PROCEDURE DIVISION.
017500 0000-MAINLINE.
019200         THRU 5000-LOAD-SECURITY-LOG-EXIT
019300         UNTIL WS-SECLOG-EOF
019400
019410*    LAST, SO AN ARCHIVED ENTRY STILL ON A LOG IS NOT LISTED
019415*    TWICE.
019420     PERFORM 5500-LOAD-CLOSED-ARCHIVE
019430         THRU 5500-LOAD-CLOSED-ARCHIVE-EXIT
019440         UNTIL WS-CLSARCH-EOF
019450
019500     PERFORM 6000-SORT-ENTRIES
019600         THRU 6000-SORT-ENTRIES-EXIT
019700
021400     DISPLAY "ENTER OPERATOR ID (0 FOR ALL): "
021500     ACCEPT WS-OPER-FILTER
021600
021700     DISPLAY "ENTER FROM DATE (CCYYMMDD, 0 FOR OPEN): "
021800     ACCEPT WS-FROM-DATE
021900
022000     DISPLAY "ENTER TO DATE (CCYYMMDD, 0 FOR OPEN): "
022100     ACCEPT WS-TO-DATE
022200     IF WS-TO-DATE = 0
022300         MOVE 99999999 TO WS-TO-DATE
022400     END-IF
022500
022600     OPEN INPUT DEPOSIT-LOG
024110     OPEN INPUT MAINT-JOURNAL
024120     IF NOT WS-MNTJRNL-OK
024130         SET WS-MNTJRNL-EOF TO TRUE
024140     END-IF
024200
024300     PERFORM 1500-CHECK-CLOSED-ARCHIVE
024302         THRU 1500-CHECK-CLOSED-ARCHIVE-EXIT.
024304 1000-INITIALIZE-EXIT.
024306     EXIT.
024308
024310*-----------------------------------------------------------------
024312* A SEARCH ON ONE ACCOUNT THAT HAS BEEN MOVED TO THE CLOSED-
024314* ACCOUNT ARCHIVE ALSO TAKES IN ITS ARCHIVED HISTORY, POSITIONED
024316* ON THE FROM DATE.  ANY OTHER SEARCH LEAVES THE ARCHIVE ALONE.
024318*-----------------------------------------------------------------
024320 1500-CHECK-CLOSED-ARCHIVE.
024322     SET WS-CLSARCH-EOF TO TRUE
024324     IF WS-ACCT-FILTER = 0
024326         GO TO 1500-CHECK-CLOSED-ARCHIVE-EXIT
024328     END-IF
024330
024332     OPEN INPUT CLOSED-ARCHIVE
024334     IF NOT WS-CLSARCH-OK
024336         GO TO 1500-CHECK-CLOSED-ARCHIVE-EXIT
024338     END-IF
024340     SET WS-CLSARCH-AVAIL TO TRUE
024342
024344     MOVE WS-ACCT-FILTER TO CLA-ACCT-NUMBER
024346     SET CLA-TYPE-ACCOUNT TO TRUE
024348     MOVE SPACES TO CLA-SOURCE-KEY
024350     READ CLOSED-ARCHIVE
024352         KEY IS CLA-KEY
024354         INVALID KEY
024356             GO TO 1500-CHECK-CLOSED-ARCHIVE-EXIT
024358     END-READ
024360     DISPLAY "AUDITINQ: ACCOUNT " WS-ACCT-FILTER " CLOSED "
024362             CLA-CLOSED-DATE ", ARCHIVED " CLA-ARCHIVED-DATE
024364             " - ARCHIVED HISTORY INCLUDED"
024366
024368     MOVE WS-ACCT-FILTER TO TXN-ACCT-NUMBER
024370     MOVE WS-FROM-DATE   TO TXN-DATE
024372     MOVE 0              TO TXN-TIME
024374     MOVE WS-ACCT-FILTER TO CLA-ACCT-NUMBER
024376     SET CLA-TYPE-HISTORY TO TRUE
024378     MOVE TXN-KEY TO CLA-SOURCE-KEY
024380     START CLOSED-ARCHIVE
024382         KEY IS NOT LESS THAN CLA-KEY
024384         INVALID KEY
024386             GO TO 1500-CHECK-CLOSED-ARCHIVE-EXIT
024388     END-START
024391     MOVE "N" TO WS-CLSARCH-EOF-SW.
024394 1500-CHECK-CLOSED-ARCHIVE-EXIT.
024397     EXIT.
024400
024500*-----------------------------------------------------------------
024600* LOAD THE DEPOSIT LOG ENTRIES THAT PASS THE FILTERS.
040100 5000-LOAD-SECURITY-LOG-EXIT.
040200     EXIT.
040300
040301*-----------------------------------------------------------------
040302* LOAD THE SEARCHED ACCOUNT'S ARCHIVED HISTORY ENTRIES THAT PASS
040303* THE FILTERS AND ARE NOT ALREADY IN THE TABLE FROM A LOG.
040304*-----------------------------------------------------------------
040305 5500-LOAD-CLOSED-ARCHIVE.
040306     READ CLOSED-ARCHIVE NEXT RECORD
040307         AT END
040308             SET WS-CLSARCH-EOF TO TRUE
040309             GO TO 5500-LOAD-CLOSED-ARCHIVE-EXIT
040310     END-READ
040311
040312     IF CLA-ACCT-NUMBER NOT = WS-ACCT-FILTER
040313         OR NOT CLA-TYPE-HISTORY
040314         SET WS-CLSARCH-EOF TO TRUE
040315         GO TO 5500-LOAD-CLOSED-ARCHIVE-EXIT
040316     END-IF
040317     MOVE CLA-IMAGE TO TXN-RECORD
040318     IF TXN-DATE > WS-TO-DATE
040319         SET WS-CLSARCH-EOF TO TRUE
040320         GO TO 5500-LOAD-CLOSED-ARCHIVE-EXIT
040321     END-IF
040322     IF WS-OPER-FILTER NOT = 0
040324         AND TXN-OPERATOR-ID NOT = WS-OPER-FILTER
040326         GO TO 5500-LOAD-CLOSED-ARCHIVE-EXIT
040328     END-IF
040330
040332     MOVE "N" TO WS-LOGGED-SW
040334     PERFORM 5600-CHECK-LOGGED
040336         THRU 5600-CHECK-LOGGED-EXIT
040338         VARYING WS-AUD-IDX FROM 1 BY 1
040340         UNTIL WS-AUD-IDX > WS-AUD-COUNT
040342            OR WS-ALREADY-LOGGED
040344     IF WS-ALREADY-LOGGED
040346         GO TO 5500-LOAD-CLOSED-ARCHIVE-EXIT
040348     END-IF
040350
040352     IF WS-AUD-COUNT NOT LESS THAN WS-AUD-MAX
040354         DISPLAY "AUDITINQ: RESULT TABLE FULL, ENTRY SKIPPED"
040356         GO TO 5500-LOAD-CLOSED-ARCHIVE-EXIT
040358     END-IF
040360
040362     ADD 1 TO WS-AUD-COUNT
040364     MOVE TXN-DATE        TO AUD-DATE(WS-AUD-COUNT)
040366     MOVE TXN-TIME        TO AUD-TIME(WS-AUD-COUNT)
040368     MOVE "CLSARCH "      TO AUD-SOURCE(WS-AUD-COUNT)
040370     MOVE TXN-ACCT-NUMBER TO AUD-ACCT-NUMBER(WS-AUD-COUNT)
040372     MOVE TXN-OPERATOR-ID TO AUD-OPERATOR-ID(WS-AUD-COUNT)
040374     MOVE TXN-AMOUNT      TO AUD-AMOUNT(WS-AUD-COUNT)
040376     MOVE TXN-TYPE        TO AUD-TYPE(WS-AUD-COUNT).
040378 5500-LOAD-CLOSED-ARCHIVE-EXIT.
040380     EXIT.
040382
040384 5600-CHECK-LOGGED.
040386     IF AUD-DATE(WS-AUD-IDX) = TXN-DATE
040388         AND AUD-TIME(WS-AUD-IDX) = TXN-TIME
040390         AND AUD-ACCT-NUMBER(WS-AUD-IDX) = TXN-ACCT-NUMBER
040392         SET WS-ALREADY-LOGGED TO TRUE
040394     END-IF.
040396 5600-CHECK-LOGGED-EXIT.
040398     EXIT.
040400*-----------------------------------------------------------------
040500* PUT THE MERGED TABLE INTO DATE/TIME ORDER - REPEATED BUBBLE
040600* PASSES UNTIL A PASS MAKES NO SWAP.
045000* SHOW THE MERGED, ORDERED RESULT.
045100*-----------------------------------------------------------------
045200 7000-DISPLAY-ENTRIES.
045300     DISPLAY "DATE   TIME     SOURCE   ACCT   OPER T     AMOUNT"
045400
045500     IF WS-AUD-COUNT = 0
045600         DISPLAY "  (NO MATCHING ENTRIES)"
048698 7500-SEARCH-MAINT-JOURNAL-EXIT.
048699     EXIT.
048700
048710 9999-TERMINATE.
048800     CLOSE DEPOSIT-LOG
048900     CLOSE DEPOSIT-ARCHIVE
049100     CLOSE WITHDRAW-LOG
049200     CLOSE WITHDRAW-ARCHIVE
049400     CLOSE COMPLIANCE-LOG
049500     CLOSE MAINT-JOURNAL
049700     CLOSE SECURITY-LOG
049710     IF WS-CLSARCH-AVAIL
049720         CLOSE CLOSED-ARCHIVE
049730     END-IF.
050000 9999-TERMINATE-EXIT.
050100     EXIT.
050200
