001000*                THEN CREDITS EACH EMPLOYEE THE WAY DEPOSITB    *
001100*                POSTS.  A FAILED CONTROL CHECK OR A FAILED     *
001200*                FUNDING DEBIT REFUSES THE WHOLE BATCH.         *
001300*                REJECTED ITEMS GO TO A REJECT REPORT AND ARE   *
001400*                PARKED ON THE SUSPENSE LEDGER FOR SUSPCLR TO   *
001500*                APPLY OR RETURN; ANY THE LEDGER CANNOT TAKE    *
001510*                ARE CREDITED BACK TO THE EMPLOYER AT THE END,  *
001520*                SO THE MONEY ALWAYS PROVES.                    *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. SALCRED.
002800* 2026-09-02 SN    NEW PROGRAM - EMPLOYER SALARY FILE POSTING,  *
002900*                  IN PLACE OF A TELLER KEYING EACH SALARY      *
003000*                  THROUGH DEPOSIT.                             *
003001* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
003002*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
003003*                  HELD.                                        *
003004* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
003005*                  PLACE OF YYMMDD.                             *
003006* 2026-10-15 SN    REJECTED ITEMS ARE PARKED ON THE SUSPENSE    *
003007*                  LEDGER; ONLY THOSE IT CANNOT TAKE ARE        *
003008*                  REFUNDED TO THE EMPLOYER.                    *
003009* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
003010*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
003011*                  CHEQUE, TRANSFER OR SYSTEM.                  *
003011* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
003011*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
003011*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-WDLOG-STATUS.
005700
005710     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS DYNAMIC
005740         RECORD KEY IS SUSP-ITEM-REF
005750         FILE STATUS IS WS-SUSPENSE-STATUS.
005760
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ACCOUNT-MASTER
007500     05  FILLER               PIC X(01).
007600     05  SALH-ITEM-COUNT      PIC 9(06).
007700     05  FILLER               PIC X(01).
007800     05  SALH-CONTROL-TOTAL   PIC 9(12).
007900     05  FILLER               PIC X(06).
008000 01  SALARY-DETAIL REDEFINES SALARY-RECORD.
008100     05  FILLER               PIC X(02).
008200     05  SALD-SEQ-NO          PIC 9(06).
008300     05  FILLER               PIC X(01).
008400     05  SALD-ACCT-NUMBER     PIC 9(06).
008500     05  FILLER               PIC X(01).
008600     05  SALD-AMOUNT          PIC 9(09).
008700     05  FILLER               PIC X(07).
008800
008900 FD  REJECT-REPORT
009000     LABEL RECORDS ARE STANDARD.
009300     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  REJ-ACCT-NUMBER      PIC 9(06).
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  REJ-AMOUNT           PIC 9(09).
009700     05  FILLER               PIC X(01) VALUE SPACE.
009800     05  REJ-REASON           PIC X(04).
009900
010000 FD  DEPOSIT-LOG
010100     LABEL RECORDS ARE STANDARD.
010200 01  DEPOSIT-LOG-RECORD.
010300     05  LOG-DATE             PIC 9(08).
010400     05  LOG-TIME             PIC 9(08).
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  LOG-ACCT-NUMBER      PIC 9(06).
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  LOG-DEPOSIT-AMT      PIC 9(09).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  LOG-NEW-BALANCE      PIC S9(09).
011100     05  FILLER               PIC X(01) VALUE SPACE.
011200     05  LOG-CURRENCY-CODE    PIC X(03).
011300     05  FILLER               PIC X(01) VALUE SPACE.
012000     05  LOG-BRANCH-CODE      PIC 9(03).
012100     05  FILLER               PIC X(01) VALUE SPACE.
012200     05  LOG-TXN-REF          PIC 9(10).
012209     05  FILLER               PIC X(01) VALUE SPACE.
012218     05  LOG-VALUE-DATE       PIC 9(08).
012227     05  FILLER               PIC X(01) VALUE SPACE.
012236     05  LOG-POST-BRANCH      PIC 9(03).
012245     05  FILLER               PIC X(01) VALUE SPACE.
012254     05  LOG-INSTRUMENT       PIC X(01).
012263         88  LOG-INSTR-CASH       VALUE "C".
012272         88  LOG-INSTR-CHEQUE     VALUE "Q".
012281         88  LOG-INSTR-TRANSFER   VALUE "T".
012290         88  LOG-INSTR-SYSTEM     VALUE "S".
012300
012400 FD  WITHDRAW-LOG
012500     LABEL RECORDS ARE STANDARD.
012600 01  WITHDRAW-LOG-RECORD.
012700     05  WDLOG-DATE           PIC 9(08).
012800     05  WDLOG-TIME           PIC 9(08).
012900     05  FILLER               PIC X(01) VALUE SPACE.
013000     05  WDLOG-ACCT-NUMBER    PIC 9(06).
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  WDLOG-NEW-BALANCE    PIC S9(09).
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  WDLOG-OPERATOR-ID    PIC 9(04).
013700     05  FILLER               PIC X(01) VALUE SPACE.
014100     05  FILLER               PIC X(01) VALUE SPACE.
014200     05  WDLOG-TRANS-TYPE     PIC X(01).
014300         88  WDLOG-TRANS-TRANSFER VALUE "T".
014310     05  FILLER               PIC X(01) VALUE SPACE.
014320     05  WDLOG-POST-BRANCH    PIC 9(03).
014330     05  FILLER               PIC X(01) VALUE SPACE.
014340     05  WDLOG-INSTRUMENT     PIC X(01).
014350         88  WDLOG-INSTR-CASH     VALUE "C".
014360         88  WDLOG-INSTR-CHEQUE   VALUE "Q".
014370         88  WDLOG-INSTR-TRANSFER VALUE "T".
014380         88  WDLOG-INSTR-SYSTEM   VALUE "S".
014400
014410 FD  SUSPENSE-FILE
014420     LABEL RECORDS ARE STANDARD.
014430     COPY SUSPREC.
014440
014500 WORKING-STORAGE SECTION.
014600 01  WS-ACCMSTR-STATUS        PIC X(02).
014700     88  WS-ACCMSTR-OK        VALUE "00".
015800 01  WS-WDLOG-STATUS          PIC X(02).
015900     88  WS-WDLOG-OK          VALUE "00".
016000
016010 01  WS-SUSPENSE-STATUS       PIC X(02).
016020     88  WS-SUSPENSE-OK       VALUE "00".
016030     88  WS-SUSPENSE-NOTFOUND VALUE "35".
016040
016100 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
016200 01  WS-TODAYS-DATE           PIC 9(08).
016300 01  WS-OPERATOR-ID           PIC 9(04).
016400 01  WS-OPERATOR-AUTH         PIC X(01).
016500 01  WS-TXN-TYPE              PIC X(01).
017000 01  WS-FUND-CURRENCY         PIC X(03).
017100 01  WS-FUND-BRANCH           PIC 9(03).
017200 01  WS-HEADER-COUNT          PIC 9(06).
017300 01  WS-HEADER-TOTAL          PIC 9(12).
017400 01  WS-LOADED-COUNT          PIC 9(06) VALUE 0.
017500 01  WS-LOADED-TOTAL          PIC 9(12) VALUE 0.
017600 01  WS-POSTED-COUNT          PIC 9(06) VALUE 0.
017700 01  WS-REJECT-COUNT          PIC 9(06) VALUE 0.
017800 01  WS-REJECT-TOTAL          PIC 9(12) VALUE 0.
017810 01  WS-PARKED-COUNT          PIC 9(06) VALUE 0.
017820 01  WS-PARKED-TOTAL          PIC 9(12) VALUE 0.
017830 01  WS-REFUND-TOTAL          PIC 9(12) VALUE 0.
017840*    THE INTER-BRANCH GL THE FUNDING DEBIT AND THE SALARY CREDITS
017850*    PASS THROUGH - A PARKED ITEM SITS IN SUSPENSE AGAINST IT.
017860 01  WS-GL-INTER-BRANCH       PIC 9(04) VALUE 1040.
017900 01  WS-WITHDRAW-FLOOR        PIC S9(11).
018000 01  WS-HOLD-TOTAL            PIC 9(10).
018100 01  WS-POST-AMOUNT           PIC 9(09).
018200
018300 01  WS-ITEM-COUNT            PIC 9(03) COMP VALUE 0.
018400 01  WS-ITEM-MAX              PIC 9(03) COMP VALUE 500.
018700                       INDEXED BY WS-ITEM-IDX.
018800         10  ITEM-SEQ-NO      PIC 9(06).
018900         10  ITEM-ACCT-NUMBER PIC 9(06).
019000         10  ITEM-AMOUNT      PIC 9(09).
019100
019200 01  WS-SWITCHES.
019300     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
020000         88  WS-HEADER-SEEN   VALUE "Y".
020100     05  WS-BATCH-OK-SW       PIC X(01) VALUE "N".
020200         88  WS-BATCH-OK      VALUE "Y".
020200
020200 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "SALCRED".
020200 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
020200 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
020200     88  WS-ENTITLED          VALUE "Y".
020300
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
024500                 "REFUSED"
024600         GO TO 1000-INITIALIZE-EXIT
024700     END-IF
024700     MOVE "N" TO WS-ENTITLED-SW
024700     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
024700                          WS-ENTL-MODE WS-ENTITLED-SW
024700     IF NOT WS-ENTITLED
024700         DISPLAY "SALCRED: OPERATOR " WS-OPERATOR-ID " IS NOT "
024700                 "ENTITLED TO SALCRED, REFUSED"
024700         MOVE "N" TO WS-OPERATOR-SW
024700         GO TO 1000-INITIALIZE-EXIT
024700     END-IF
024800
024900     CALL "BUSDATE" USING WS-TODAYS-DATE
025000
028600                 "STATUS = " WS-WDLOG-STATUS
028700         MOVE "N" TO WS-OPERATOR-SW
028800         GO TO 1000-INITIALIZE-EXIT
028900     END-IF
028907
028914     OPEN I-O SUSPENSE-FILE
028921     IF WS-SUSPENSE-NOTFOUND
028928         OPEN OUTPUT SUSPENSE-FILE
028935         CLOSE SUSPENSE-FILE
028942         OPEN I-O SUSPENSE-FILE
028949     END-IF
028956     IF NOT WS-SUSPENSE-OK
028963         DISPLAY "SALCRED: UNABLE TO OPEN SUSPENSE LEDGER, "
028970                 "STATUS = " WS-SUSPENSE-STATUS
028977         MOVE "N" TO WS-OPERATOR-SW
028984         GO TO 1000-INITIALIZE-EXIT
028992     END-IF.
029000 1000-INITIALIZE-EXIT.
029100     EXIT.
029200
037800*-----------------------------------------------------------------
037900* DEBIT THE EMPLOYER FOR THE FULL CONTROL TOTAL FIRST - THE
038000* WHOLE BATCH IS REFUSED IF THE FUNDING DEBIT FAILS - THEN
038100* CREDIT EACH EMPLOYEE, PARK THE REJECTED ITEMS ON THE SUSPENSE
038200* LEDGER, AND HAND BACK TO THE EMPLOYER ANY IT COULD NOT TAKE.
038300*-----------------------------------------------------------------
038400 4000-FUND-AND-POST.
038500     MOVE WS-FUND-ACCT TO ACCT-NUMBER
043500         VARYING WS-ITEM-IDX FROM 1 BY 1
043600         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
043700
043800     IF WS-REFUND-TOTAL > 0
043900         PERFORM 6000-REFUND-REJECTS
044000             THRU 6000-REFUND-REJECTS-EXIT
044100     END-IF
044200
044300     DISPLAY "SALCRED: ITEMS POSTED   = " WS-POSTED-COUNT
044400     DISPLAY "SALCRED: ITEMS REJECTED = " WS-REJECT-COUNT
044500             " FOR " WS-REJECT-TOTAL
044510     DISPLAY "SALCRED: ITEMS PARKED   = " WS-PARKED-COUNT
044520             " FOR " WS-PARKED-TOTAL.
044600 4000-FUND-AND-POST-EXIT.
044700     EXIT.
044800
046000     CALL "TXNREF" USING WS-TXN-REF
046100     MOVE WS-TXN-REF TO WDLOG-TXN-REF
046200     SET WDLOG-TRANS-TRANSFER TO TRUE
046201     MOVE 0 TO WDLOG-POST-BRANCH
046202     SET WDLOG-INSTR-TRANSFER TO TRUE
046300     WRITE WITHDRAW-LOG-RECORD
046400
046500     MOVE "W" TO WS-TXN-TYPE
046700                           WDLOG-TIME WS-TXN-TYPE
046800                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
046900                           WDLOG-OPERATOR-ID
046900                           WDLOG-TXN-REF
046900                           WDLOG-INSTRUMENT.
047000 4500-WRITE-FUNDING-LOG-EXIT.
047100     EXIT.
047200
054300     EXIT.
054400
054500*-----------------------------------------------------------------
054600* SEND ONE ITEM TO THE REJECT REPORT AND, IF IT CARRIES MONEY,
054700* PARK IT ON THE SUSPENSE LEDGER.
054800*-----------------------------------------------------------------
054900 5500-REJECT-ONE-ITEM.
055000     MOVE ITEM-SEQ-NO(WS-ITEM-IDX)      TO REJ-SEQ-NO
055300     MOVE WS-REASON-CODE                TO REJ-REASON
055400     WRITE REJECT-LINE
055500     ADD 1 TO WS-REJECT-COUNT
055600     ADD ITEM-AMOUNT(WS-ITEM-IDX) TO WS-REJECT-TOTAL
055700
055800     IF ITEM-AMOUNT(WS-ITEM-IDX) > 0
055802         PERFORM 5600-PARK-ONE-ITEM
055804             THRU 5600-PARK-ONE-ITEM-EXIT
055806     END-IF.
055808 5500-REJECT-ONE-ITEM-EXIT.
055810     EXIT.
055812
055814*-----------------------------------------------------------------
055816* PARK ONE REJECTED ITEM ON THE SUSPENSE LEDGER UNDER A NEW
055818* TRANSACTION REFERENCE, NAMING THE EMPLOYER'S ACCOUNT AS THE
055820* ACCOUNT A RETURN GOES BACK TO.  AN ITEM THE LEDGER CANNOT TAKE
055822* IS KEPT FOR THE EMPLOYER REFUND INSTEAD.
055824*-----------------------------------------------------------------
055826 5600-PARK-ONE-ITEM.
055828     INITIALIZE SUSPENSE-RECORD
055830     CALL "TXNREF" USING WS-TXN-REF
055832     IF WS-TXN-REF = 0
055834         ADD ITEM-AMOUNT(WS-ITEM-IDX) TO WS-REFUND-TOTAL
055836         GO TO 5600-PARK-ONE-ITEM-EXIT
055838     END-IF
055840     MOVE WS-TXN-REF                    TO SUSP-ITEM-REF
055842     SET SUSP-SOURCE-SALARY TO TRUE
055844     STRING WS-FUND-ACCT "/" ITEM-SEQ-NO(WS-ITEM-IDX)
055846            DELIMITED BY SIZE INTO SUSP-SOURCE-REF
055848     MOVE ITEM-ACCT-NUMBER(WS-ITEM-IDX) TO SUSP-INTENDED-ACCT
055850     MOVE ITEM-AMOUNT(WS-ITEM-IDX)      TO SUSP-AMOUNT
055852     MOVE WS-FUND-CURRENCY              TO SUSP-CURRENCY-CODE
055854     MOVE WS-REASON-CODE                TO SUSP-REASON-CODE
055856     MOVE WS-FUND-BRANCH                TO SUSP-BRANCH-CODE
055858     MOVE WS-GL-INTER-BRANCH            TO SUSP-SOURCE-GL
055860     MOVE WS-FUND-ACCT                  TO SUSP-RETURN-ACCT
055862     MOVE WS-TODAYS-DATE                TO SUSP-PARK-DATE
055864     MOVE WS-OPERATOR-ID                TO SUSP-PARKED-BY
055866     SET SUSP-STATUS-OPEN TO TRUE
055868     WRITE SUSPENSE-RECORD
055870         INVALID KEY
055872             DISPLAY "SALCRED: UNABLE TO PARK ITEM "
055874                     ITEM-SEQ-NO(WS-ITEM-IDX)
055876                     " ON THE SUSPENSE LEDGER, REFUNDED"
055879             ADD ITEM-AMOUNT(WS-ITEM-IDX) TO WS-REFUND-TOTAL
055882             GO TO 5600-PARK-ONE-ITEM-EXIT
055885     END-WRITE
055888     ADD 1 TO WS-PARKED-COUNT
055891     ADD ITEM-AMOUNT(WS-ITEM-IDX) TO WS-PARKED-TOTAL.
055894 5600-PARK-ONE-ITEM-EXIT.
055897     EXIT.
055900
056000*-----------------------------------------------------------------
056100* LOG ONE EMPLOYEE'S SALARY CREDIT AS A BOOK TRANSFER.
057200     MOVE ACCT-BRANCH-CODE TO LOG-BRANCH-CODE
057300     CALL "TXNREF" USING WS-TXN-REF
057400     MOVE WS-TXN-REF TO LOG-TXN-REF
057401     MOVE 0 TO LOG-VALUE-DATE
057402     MOVE 0 TO LOG-POST-BRANCH
057403     SET LOG-INSTR-TRANSFER TO TRUE
057500     WRITE DEPOSIT-LOG-RECORD
057600
057700     MOVE "D" TO WS-TXN-TYPE
057800     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
057900                           WS-TXN-TYPE LOG-DEPOSIT-AMT
058000                           LOG-NEW-BALANCE LOG-OPERATOR-ID
058000                           LOG-TXN-REF
058000                           LOG-INSTRUMENT.
058100 5800-WRITE-CREDIT-LOG-EXIT.
058200     EXIT.
058300
058400*-----------------------------------------------------------------
058500* CREDIT THE TOTAL OF THE REJECTED ITEMS THAT COULD NOT BE PARKED
058600* BACK TO THE EMPLOYER SO THE MONEY PROVES - THE EMPLOYER
058700* RESUBMITS THE CORRECTED ITEMS.
058710*-----------------------------------------------------------------
058800 6000-REFUND-REJECTS.
058900     MOVE WS-FUND-ACCT TO ACCT-NUMBER
059000     READ ACCOUNT-MASTER
059500             GO TO 6000-REFUND-REJECTS-EXIT
059600     END-READ
059700
059800     ADD WS-REFUND-TOTAL TO ACCT-BALANCE
059900     REWRITE ACCOUNT-RECORD
060000         INVALID KEY
060100             DISPLAY "SALCRED: UNABLE TO REWRITE FUNDING "
060600     MOVE WS-TODAYS-DATE TO LOG-DATE
060700     ACCEPT LOG-TIME FROM TIME
060800     MOVE WS-FUND-ACCT       TO LOG-ACCT-NUMBER
060900     MOVE WS-REFUND-TOTAL    TO LOG-DEPOSIT-AMT
061000     MOVE ACCT-BALANCE       TO LOG-NEW-BALANCE
061100     MOVE WS-FUND-CURRENCY   TO LOG-CURRENCY-CODE
061200     SET LOG-TRANS-TRANSFER TO TRUE
061400     MOVE WS-FUND-BRANCH TO LOG-BRANCH-CODE
061500     CALL "TXNREF" USING WS-TXN-REF
061600     MOVE WS-TXN-REF TO LOG-TXN-REF
061601     MOVE 0 TO LOG-VALUE-DATE
061602     MOVE 0 TO LOG-POST-BRANCH
061603     SET LOG-INSTR-TRANSFER TO TRUE
061700     WRITE DEPOSIT-LOG-RECORD
061800
061900     MOVE "D" TO WS-TXN-TYPE
062100                           WS-TXN-TYPE LOG-DEPOSIT-AMT
062200                           LOG-NEW-BALANCE LOG-OPERATOR-ID
062200                           LOG-TXN-REF
062200                           LOG-INSTRUMENT
062300
062400     DISPLAY "SALCRED: " WS-REFUND-TOTAL " REFUNDED TO THE "
062500             "FUNDING ACCOUNT FOR REJECTED ITEMS".
062600 6000-REFUND-REJECTS-EXIT.
062700     EXIT.
063400     CLOSE REJECT-REPORT
063500     CLOSE ACCOUNT-MASTER
063600     CLOSE DEPOSIT-LOG
063700     CLOSE WITHDRAW-LOG
063710     CLOSE SUSPENSE-FILE.
063800 9999-TERMINATE-EXIT.
063900     EXIT.
064000
