000100*****************************************************************
000200* PROGRAM      : GLPROOF                                        *
000300* DESCRIPTION  : DAILY DEPOSIT-TO-GL PROOF.  TOTALS             *
000400*                ACCT-BALANCE OVER THE ACCOUNT MASTER FOR EACH  *
000500*                BRANCH AND AGREES IT TO THAT BRANCH'S BALANCE  *
000600*                ON THE CUSTOMER-DEPOSITS GL IN THE GL BALANCE  *
000700*                FILE.  EVERY BRANCH IS LISTED ON THE PROOF     *
000800*                REPORT, AND EVERY BRANCH THAT DOES NOT AGREE - *
000900*                INCLUDING ONE WITH ACCOUNTS BUT NO GL BALANCE  *
001000*                OR THE OTHER WAY ROUND - ON THE BREAK REPORT.  *
001100*                A BREAK IS REPORTED FOR THE ACCOUNTANTS TO     *
001200*                CLEAR; IT DOES NOT STOP THE NIGHTLY SEQUENCE.  *
001300*                RUN AS AN EODDRIVE STEP AFTER GLPOST.          *
001400*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. GLPROOF.
001700 AUTHOR. S NATARAJAN.
001800 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100
002200*****************************************************************
002300* MODIFICATION HISTORY                                          *
002400*-----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION                                  *
002600* 2026-10-15 SN    NEW PROGRAM - BRANCH-BY-BRANCH PROOF OF THE  *
002700*                  ACCOUNT MASTER AGAINST THE CUSTOMER-DEPOSITS *
002800*                  GL, WITH A BREAK REPORT.                     *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCT-NUMBER
003800         FILE STATUS IS WS-ACCMSTR-STATUS.
003900
004000     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS GLB-KEY
004400         FILE STATUS IS WS-GLBAL-STATUS.
004500
004600     SELECT PROOF-REPORT ASSIGN TO "GLPRFRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PROOF-STATUS.
004900
005000     SELECT BREAK-REPORT ASSIGN TO "GLBRKRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-BREAK-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACCOUNT-MASTER
005700     LABEL RECORDS ARE STANDARD.
005800     COPY ACCTREC.
005900
006000 FD  GL-BALANCE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY GLBALREC.
006300
006400 FD  PROOF-REPORT
006500     LABEL RECORDS ARE STANDARD.
006600 01  PROOF-LINE                 PIC X(80).
006700
006800 FD  BREAK-REPORT
006900     LABEL RECORDS ARE STANDARD.
007000 01  BREAK-LINE                 PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-ACCMSTR-STATUS        PIC X(02).
007400     88  WS-ACCMSTR-OK        VALUE "00".
007500
007600 01  WS-GLBAL-STATUS          PIC X(02).
007700     88  WS-GLBAL-OK          VALUE "00".
007800     88  WS-GLBAL-NOTFOUND    VALUE "35".
007900
008000 01  WS-PROOF-STATUS          PIC X(02).
008100     88  WS-PROOF-OK          VALUE "00".
008200
008300 01  WS-BREAK-STATUS          PIC X(02).
008400     88  WS-BREAK-OK          VALUE "00".
008500
008600 01  WS-JOB-NAME              PIC X(08) VALUE "GLPROOF".
008700 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
008800     88  WS-BATCH-ACQUIRED    VALUE "Y".
008900
009000 01  WS-TODAYS-DATE           PIC 9(08).
009100
009200*    THE CUSTOMER-DEPOSITS GL GLJRNL POSTS EVERY CUSTOMER ACCOUNT
009300*    MOVEMENT TO.
009400 01  WS-GL-CUST-DEPOSITS      PIC 9(04) VALUE 2010.
009500
009600*    ONE ENTRY PER BRANCH, KEPT IN BRANCH ORDER.  THE GL BALANCE
009700*    IS HELD CREDIT POSITIVE TO COMPARE WITH THE ACCOUNT TOTAL.
009800 01  WS-BRT-COUNT             PIC 9(03) COMP VALUE 0.
009900 01  WS-BRT-MAX               PIC 9(03) COMP VALUE 200.
010000 01  WS-BRT-FOUND-IDX         PIC 9(03) COMP VALUE 0.
010100 01  WS-BRT-SHIFT-IDX         PIC 9(03) COMP VALUE 0.
010200 01  WS-LOOKUP-BRANCH         PIC 9(03).
010300 01  WS-BRANCH-TABLE.
010400     05  WS-BRT-ENTRY OCCURS 200 TIMES
010500                      INDEXED BY WS-BRT-IDX.
010600         10  BRT-BRANCH-CODE  PIC 9(03).
010700         10  BRT-ACCT-COUNT   PIC 9(07).
010800         10  BRT-LEDGER-TOTAL PIC S9(14).
010900         10  BRT-GL-BALANCE   PIC S9(14).
011000         10  BRT-GL-FOUND-SW  PIC X(01).
011100             88  BRT-GL-FOUND VALUE "Y".
011200
011300 01  WS-ACCOUNT-COUNT         PIC 9(07) VALUE 0.
011400 01  WS-LEDGER-TOTAL          PIC S9(14) VALUE 0.
011500 01  WS-GL-TOTAL              PIC S9(14) VALUE 0.
011600 01  WS-DIFFERENCE            PIC S9(14) VALUE 0.
011700 01  WS-BREAK-COUNT           PIC 9(03) COMP VALUE 0.
011800
011900 01  WS-HEADING-LINE.
012000     05  FILLER               PIC X(28)
012100         VALUE "BRN   ACCTS ACCOUNT LEDGER ".
012200     05  FILLER               PIC X(29)
012300         VALUE "    GL BALANCE     DIFFERENCE".
012400
012500 01  WS-DETAIL-LINE.
012600     05  DTL-BRANCH-CODE      PIC 9(03).
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800     05  DTL-ACCT-COUNT       PIC Z(6)9.
012900     05  FILLER               PIC X(01) VALUE SPACE.
013000     05  DTL-LEDGER-TOTAL     PIC -(13)9.
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  DTL-GL-BALANCE       PIC -(13)9.
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  DTL-DIFFERENCE       PIC -(13)9.
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  DTL-REMARK           PIC X(23).
013700
013800 01  WS-SWITCHES.
013900     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
014000         88  WS-INIT-FAILED   VALUE "Y".
014100     05  WS-EOF-SW            PIC X(01) VALUE "N".
014200         88  WS-EOF           VALUE "Y".
014300     05  WS-BALANCE-SW        PIC X(01) VALUE "N".
014400         88  WS-BALANCE-OPEN  VALUE "Y".
014500
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE
014900         THRU 1000-INITIALIZE-EXIT
015000
015100     PERFORM 2000-TOTAL-ONE-ACCOUNT
015200         THRU 2000-TOTAL-ONE-ACCOUNT-EXIT
015300         UNTIL WS-EOF
015400
015500     IF NOT WS-INIT-FAILED
015600         PERFORM 3000-LOAD-GL-BALANCES
015700             THRU 3000-LOAD-GL-BALANCES-EXIT
015800         PERFORM 5000-WRITE-PROOF
015900             THRU 5000-WRITE-PROOF-EXIT
016000     END-IF
016100
016200     PERFORM 9999-TERMINATE
016300         THRU 9999-TERMINATE-EXIT
016400
016500     IF WS-INIT-FAILED
016600         MOVE 8 TO RETURN-CODE
016700     END-IF
016800     GOBACK.
016900
017000*-----------------------------------------------------------------
017100* ACQUIRE THE BATCH WINDOW, OPEN THE ACCOUNT MASTER AND BOTH
017200* REPORTS, AND PRIME THE FIRST ACCOUNT.
017300*-----------------------------------------------------------------
017400 1000-INITIALIZE.
017500     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
017600     IF NOT WS-BATCH-ACQUIRED
017700         DISPLAY "GLPROOF: BATCH WINDOW CHECK FAILED, RUN "
017800                 "REFUSED"
017900         SET WS-INIT-FAILED TO TRUE
018000         SET WS-EOF TO TRUE
018100         GO TO 1000-INITIALIZE-EXIT
018200     END-IF
018300
018400     CALL "BUSDATE" USING WS-TODAYS-DATE
018500
018600     OPEN INPUT ACCOUNT-MASTER
018700     IF NOT WS-ACCMSTR-OK
018800         DISPLAY "GLPROOF: UNABLE TO OPEN ACCOUNT MASTER, "
018900                 "STATUS = " WS-ACCMSTR-STATUS
019000         SET WS-INIT-FAILED TO TRUE
019100         SET WS-EOF TO TRUE
019200         GO TO 1000-INITIALIZE-EXIT
019300     END-IF
019400
019500     OPEN OUTPUT PROOF-REPORT
019600     IF NOT WS-PROOF-OK
019700         DISPLAY "GLPROOF: UNABLE TO OPEN PROOF REPORT, "
019800                 "STATUS = " WS-PROOF-STATUS
019900         SET WS-INIT-FAILED TO TRUE
020000         SET WS-EOF TO TRUE
020100         GO TO 1000-INITIALIZE-EXIT
020200     END-IF
020300
020400     OPEN OUTPUT BREAK-REPORT
020500     IF NOT WS-BREAK-OK
020600         DISPLAY "GLPROOF: UNABLE TO OPEN BREAK REPORT, "
020700                 "STATUS = " WS-BREAK-STATUS
020800         SET WS-INIT-FAILED TO TRUE
020900         SET WS-EOF TO TRUE
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200
021300     MOVE SPACES TO PROOF-LINE
021400     STRING "DEPOSIT-TO-GL PROOF AGAINST GL " WS-GL-CUST-DEPOSITS
021500            " AS AT CLOSE OF " WS-TODAYS-DATE
021600            DELIMITED BY SIZE INTO PROOF-LINE
021700     WRITE PROOF-LINE
021800     MOVE SPACES TO PROOF-LINE
021900     WRITE PROOF-LINE
022000     MOVE WS-HEADING-LINE TO PROOF-LINE
022100     WRITE PROOF-LINE
022200
022300     MOVE SPACES TO BREAK-LINE
022400     STRING "DEPOSIT-TO-GL BREAKS AGAINST GL " WS-GL-CUST-DEPOSITS
022500            " AS AT CLOSE OF " WS-TODAYS-DATE
022600            DELIMITED BY SIZE INTO BREAK-LINE
022700     WRITE BREAK-LINE
022800     MOVE SPACES TO BREAK-LINE
022900     WRITE BREAK-LINE
023000     MOVE WS-HEADING-LINE TO BREAK-LINE
023100     WRITE BREAK-LINE
023200
023300     READ ACCOUNT-MASTER NEXT RECORD
023400         AT END
023500             SET WS-EOF TO TRUE
023600     END-READ.
023700 1000-INITIALIZE-EXIT.
023800     EXIT.
023900
024000*-----------------------------------------------------------------
024100* ADD ONE ACCOUNT'S BALANCE INTO ITS BRANCH'S LEDGER TOTAL, THEN
024200* ADVANCE TO THE NEXT ACCOUNT.
024300*-----------------------------------------------------------------
024400 2000-TOTAL-ONE-ACCOUNT.
024500     MOVE ACCT-BRANCH-CODE TO WS-LOOKUP-BRANCH
024600     PERFORM 4000-FIND-OR-ADD-BRANCH
024700         THRU 4000-FIND-OR-ADD-BRANCH-EXIT
024800     IF WS-BRT-FOUND-IDX > 0
024900         ADD 1 TO BRT-ACCT-COUNT(WS-BRT-FOUND-IDX)
025000         ADD ACCT-BALANCE TO BRT-LEDGER-TOTAL(WS-BRT-FOUND-IDX)
025100     END-IF
025200
025300     READ ACCOUNT-MASTER NEXT RECORD
025400         AT END
025500             SET WS-EOF TO TRUE
025600     END-READ.
025700 2000-TOTAL-ONE-ACCOUNT-EXIT.
025800     EXIT.
025900
026000*-----------------------------------------------------------------
026100* PICK UP EVERY BRANCH'S CUSTOMER-DEPOSITS BALANCE FROM THE GL
026200* BALANCE FILE.  A FILE THAT HAS NEVER BEEN SET UP HOLDS NONE.
026300*-----------------------------------------------------------------
026400 3000-LOAD-GL-BALANCES.
026500     OPEN INPUT GL-BALANCE-FILE
026600     IF WS-GLBAL-NOTFOUND
026700         GO TO 3000-LOAD-GL-BALANCES-EXIT
026800     END-IF
026900     IF NOT WS-GLBAL-OK
027000         DISPLAY "GLPROOF: UNABLE TO OPEN GL BALANCE FILE, "
027100                 "STATUS = " WS-GLBAL-STATUS
027200                 " - ACCOUNTS PROVED AGAINST ZERO GL BALANCES"
027300         GO TO 3000-LOAD-GL-BALANCES-EXIT
027400     END-IF
027500     SET WS-BALANCE-OPEN TO TRUE
027600
027700     MOVE WS-GL-CUST-DEPOSITS TO GLB-GL-NUMBER
027800     MOVE 0 TO GLB-BRANCH-CODE
027900     MOVE "N" TO WS-EOF-SW
028000     START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
028100         INVALID KEY
028200             SET WS-EOF TO TRUE
028300     END-START
028400
028500     PERFORM 3100-LOAD-ONE-GL-BALANCE
028600         THRU 3100-LOAD-ONE-GL-BALANCE-EXIT
028700         UNTIL WS-EOF.
028800 3000-LOAD-GL-BALANCES-EXIT.
028900     EXIT.
029000
029100*-----------------------------------------------------------------
029200* TAKE ONE BRANCH'S CUSTOMER-DEPOSITS BALANCE, STOPPING AT THE
029300* FIRST RECORD FOR ANY OTHER GL ACCOUNT.
029400*-----------------------------------------------------------------
029500 3100-LOAD-ONE-GL-BALANCE.
029600     READ GL-BALANCE-FILE NEXT RECORD
029700         AT END
029800             SET WS-EOF TO TRUE
029900             GO TO 3100-LOAD-ONE-GL-BALANCE-EXIT
030000     END-READ
030100
030200     IF GLB-GL-NUMBER NOT = WS-GL-CUST-DEPOSITS
030300         SET WS-EOF TO TRUE
030400         GO TO 3100-LOAD-ONE-GL-BALANCE-EXIT
030500     END-IF
030600
030700     MOVE GLB-BRANCH-CODE TO WS-LOOKUP-BRANCH
030800     PERFORM 4000-FIND-OR-ADD-BRANCH
030900         THRU 4000-FIND-OR-ADD-BRANCH-EXIT
031000     IF WS-BRT-FOUND-IDX > 0
031100         COMPUTE BRT-GL-BALANCE(WS-BRT-FOUND-IDX) =
031200                 0 - GLB-BALANCE
031300         MOVE "Y" TO BRT-GL-FOUND-SW(WS-BRT-FOUND-IDX)
031400     END-IF.
031500 3100-LOAD-ONE-GL-BALANCE-EXIT.
031600     EXIT.
031700
031800*-----------------------------------------------------------------
031900* FIND THE TABLE ENTRY FOR WS-LOOKUP-BRANCH.  A BRANCH NOT YET IN
032000* THE TABLE IS INSERTED IN BRANCH ORDER, THE ENTRIES ABOVE IT
032100* MOVED UP ONE PLACE.
032200*-----------------------------------------------------------------
032300 4000-FIND-OR-ADD-BRANCH.
032400     MOVE 0 TO WS-BRT-FOUND-IDX
032500
032600     PERFORM 4100-SEARCH-ONE-BRANCH
032700         THRU 4100-SEARCH-ONE-BRANCH-EXIT
032800         VARYING WS-BRT-IDX FROM 1 BY 1
032900         UNTIL WS-BRT-IDX > WS-BRT-COUNT
033000            OR WS-BRT-FOUND-IDX NOT = 0
033100
033200     IF WS-BRT-FOUND-IDX NOT = 0
033300         IF BRT-BRANCH-CODE(WS-BRT-FOUND-IDX) = WS-LOOKUP-BRANCH
033400             GO TO 4000-FIND-OR-ADD-BRANCH-EXIT
033500         END-IF
033600     ELSE
033700         COMPUTE WS-BRT-FOUND-IDX = WS-BRT-COUNT + 1
033800     END-IF
033900
034000     IF WS-BRT-COUNT NOT LESS THAN WS-BRT-MAX
034100         DISPLAY "GLPROOF: BRANCH TABLE FULL, BRANCH "
034200                 WS-LOOKUP-BRANCH " LEFT OUT OF THE PROOF"
034300         MOVE 0 TO WS-BRT-FOUND-IDX
034400         GO TO 4000-FIND-OR-ADD-BRANCH-EXIT
034500     END-IF
034600
034700     PERFORM 4200-SHIFT-ONE-BRANCH
034800         THRU 4200-SHIFT-ONE-BRANCH-EXIT
034900         VARYING WS-BRT-SHIFT-IDX FROM WS-BRT-COUNT BY -1
035000         UNTIL WS-BRT-SHIFT-IDX < WS-BRT-FOUND-IDX
035100     ADD 1 TO WS-BRT-COUNT
035200
035300     MOVE WS-LOOKUP-BRANCH TO BRT-BRANCH-CODE(WS-BRT-FOUND-IDX)
035400     MOVE 0   TO BRT-ACCT-COUNT(WS-BRT-FOUND-IDX)
035500     MOVE 0   TO BRT-LEDGER-TOTAL(WS-BRT-FOUND-IDX)
035600     MOVE 0   TO BRT-GL-BALANCE(WS-BRT-FOUND-IDX)
035700     MOVE "N" TO BRT-GL-FOUND-SW(WS-BRT-FOUND-IDX).
035800 4000-FIND-OR-ADD-BRANCH-EXIT.
035900     EXIT.
036000
036100*-----------------------------------------------------------------
036200* STOP AT THE FIRST ENTRY FOR THE BRANCH, OR FOR A HIGHER BRANCH
036300* WHERE A NEW ONE WOULD GO.
036400*-----------------------------------------------------------------
036500 4100-SEARCH-ONE-BRANCH.
036600     IF BRT-BRANCH-CODE(WS-BRT-IDX) NOT LESS THAN WS-LOOKUP-BRANCH
036700         MOVE WS-BRT-IDX TO WS-BRT-FOUND-IDX
036800     END-IF.
036900 4100-SEARCH-ONE-BRANCH-EXIT.
037000     EXIT.
037100
037200*-----------------------------------------------------------------
037300* MOVE ONE ENTRY UP A PLACE TO OPEN A GAP FOR A NEW BRANCH.
037400*-----------------------------------------------------------------
037500 4200-SHIFT-ONE-BRANCH.
037600     MOVE WS-BRT-ENTRY(WS-BRT-SHIFT-IDX)
037700         TO WS-BRT-ENTRY(WS-BRT-SHIFT-IDX + 1).
037800 4200-SHIFT-ONE-BRANCH-EXIT.
037900     EXIT.
038000
038100*-----------------------------------------------------------------
038200* LIST EVERY BRANCH ON THE PROOF, AND THE BREAKS ON THE BREAK
038300* REPORT, THEN THE BANK-WIDE TOTALS.
038400*-----------------------------------------------------------------
038500 5000-WRITE-PROOF.
038600     PERFORM 5100-PROVE-ONE-BRANCH
038700         THRU 5100-PROVE-ONE-BRANCH-EXIT
038800         VARYING WS-BRT-IDX FROM 1 BY 1
038900         UNTIL WS-BRT-IDX > WS-BRT-COUNT
039000
039100     MOVE SPACES TO PROOF-LINE
039200     WRITE PROOF-LINE
039300     COMPUTE WS-DIFFERENCE = WS-LEDGER-TOTAL - WS-GL-TOTAL
039400     MOVE 0 TO DTL-BRANCH-CODE
039500     MOVE WS-ACCOUNT-COUNT TO DTL-ACCT-COUNT
039600     MOVE WS-LEDGER-TOTAL  TO DTL-LEDGER-TOTAL
039700     MOVE WS-GL-TOTAL      TO DTL-GL-BALANCE
039800     MOVE WS-DIFFERENCE    TO DTL-DIFFERENCE
039900     MOVE SPACES TO DTL-REMARK
040000     MOVE WS-DETAIL-LINE TO PROOF-LINE
040100     MOVE "ALL" TO PROOF-LINE(1:3)
040200     WRITE PROOF-LINE
040300
040400     MOVE SPACES TO PROOF-LINE
040500     MOVE SPACES TO BREAK-LINE
040600     IF WS-BREAK-COUNT = 0
040700         MOVE "EVERY BRANCH AGREES TO THE CUSTOMER-DEPOSITS GL"
040800             TO PROOF-LINE
040900         MOVE "NO BREAKS - EVERY BRANCH AGREES" TO BREAK-LINE
041000     ELSE
041100         MOVE "*** BREAKS FOUND - SEE THE BREAK REPORT"
041200             TO PROOF-LINE
041300         MOVE SPACES TO BREAK-LINE
041400         WRITE BREAK-LINE
041500         MOVE "*** BRANCHES IN BREAK:" TO BREAK-LINE
041600         MOVE WS-BREAK-COUNT TO DTL-ACCT-COUNT
041700         MOVE DTL-ACCT-COUNT TO BREAK-LINE(24:7)
041800         DISPLAY "GLPROOF: " WS-BREAK-COUNT " BRANCHES DO NOT "
041900                 "AGREE TO GL " WS-GL-CUST-DEPOSITS
042000                 " - SEE THE BREAK REPORT"
042100     END-IF
042200     WRITE PROOF-LINE
042300     WRITE BREAK-LINE
042400
042500     DISPLAY "GLPROOF: " WS-ACCOUNT-COUNT " ACCOUNTS, LEDGER "
042600             WS-LEDGER-TOTAL " GL " WS-GL-TOTAL.
042700 5000-WRITE-PROOF-EXIT.
042800     EXIT.
042900
043000*-----------------------------------------------------------------
043100* AGREE ONE BRANCH AND LIST IT, ALSO ON THE BREAK REPORT IF IT
043200* DOES NOT AGREE.
043300*-----------------------------------------------------------------
043400 5100-PROVE-ONE-BRANCH.
043500     ADD BRT-ACCT-COUNT(WS-BRT-IDX)   TO WS-ACCOUNT-COUNT
043600     ADD BRT-LEDGER-TOTAL(WS-BRT-IDX) TO WS-LEDGER-TOTAL
043700     ADD BRT-GL-BALANCE(WS-BRT-IDX)   TO WS-GL-TOTAL
043800     COMPUTE WS-DIFFERENCE = BRT-LEDGER-TOTAL(WS-BRT-IDX)
043900                           - BRT-GL-BALANCE(WS-BRT-IDX)
044000
044100     MOVE BRT-BRANCH-CODE(WS-BRT-IDX)  TO DTL-BRANCH-CODE
044200     MOVE BRT-ACCT-COUNT(WS-BRT-IDX)   TO DTL-ACCT-COUNT
044300     MOVE BRT-LEDGER-TOTAL(WS-BRT-IDX) TO DTL-LEDGER-TOTAL
044400     MOVE BRT-GL-BALANCE(WS-BRT-IDX)   TO DTL-GL-BALANCE
044500     MOVE WS-DIFFERENCE                TO DTL-DIFFERENCE
044600
044700     EVALUATE TRUE
044800         WHEN WS-DIFFERENCE = 0
044900             MOVE SPACES TO DTL-REMARK
045000         WHEN NOT BRT-GL-FOUND(WS-BRT-IDX)
045100             MOVE "BREAK - NO GL BALANCE" TO DTL-REMARK
045200         WHEN BRT-ACCT-COUNT(WS-BRT-IDX) = 0
045300             MOVE "BREAK - NO ACCOUNTS" TO DTL-REMARK
045400         WHEN OTHER
045500             MOVE "BREAK" TO DTL-REMARK
045600     END-EVALUATE
045700
045800     MOVE WS-DETAIL-LINE TO PROOF-LINE
045900     WRITE PROOF-LINE
046000     IF WS-DIFFERENCE NOT = 0
046100         ADD 1 TO WS-BREAK-COUNT
046200         MOVE WS-DETAIL-LINE TO BREAK-LINE
046300         WRITE BREAK-LINE
046400     END-IF.
046500 5100-PROVE-ONE-BRANCH-EXIT.
046600     EXIT.
046700
046800*-----------------------------------------------------------------
046900* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
047000*-----------------------------------------------------------------
047100 9999-TERMINATE.
047200     IF WS-BALANCE-OPEN
047300         CLOSE GL-BALANCE-FILE
047400     END-IF
047500     IF WS-BATCH-ACQUIRED
047600         CLOSE ACCOUNT-MASTER
047700         CLOSE PROOF-REPORT
047800         CLOSE BREAK-REPORT
047900         CALL "BATCHREL" USING WS-JOB-NAME
048000     END-IF.
048100 9999-TERMINATE-EXIT.
048200     EXIT.
