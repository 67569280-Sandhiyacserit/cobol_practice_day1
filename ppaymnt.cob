000100*****************************************************************
000200* PROGRAM      : PPAYMNT                                        *
000300* DESCRIPTION  : POSITIVE-PAY MAINTENANCE.  REGISTERS THE HIGH- *
000400*                VALUE CHEQUES A CUSTOMER HAS ISSUED - ACCOUNT, *
000500*                CHEQUE NUMBER, DATE, AMOUNT AND PAYEE - ON THE *
000600*                POSITIVE-PAY REGISTER, CANCELS A REGISTRATION, *
000700*                AND LISTS AN ACCOUNT'S REGISTRATIONS.  ONLY A  *
000800*                LEAF ISSUED TO THE ACCOUNT IN THE CHEQUE BOOK  *
000900*                REGISTER, NOT STOPPED, AND FOR AN AMOUNT ABOVE *
001000*                THE THRESHOLD MAY BE REGISTERED.  INWDEBIT     *
001100*                RETURNS ANY CHEQUE ABOVE THE THRESHOLD THAT    *
001200*                DOES NOT MATCH A REGISTRATION.  EVERY CHANGE   *
001300*                IS JOURNALLED THROUGH MNTJRNL.  REQUIRES AN    *
001400*                OPERATOR LOGIN.                                *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. PPAYMNT.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002800*                  POSITIVE-PAY REGISTER.                       *
002800* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002800*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002800*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT POSITIVE-PAY-FILE ASSIGN TO "PPAYFILE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PP-KEY
003800         FILE STATUS IS WS-PPAYFILE-STATUS.
003900
004000     SELECT CHEQUE-BOOK-REGISTER ASSIGN TO "CHQBKREG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CHQBK-KEY
004400         FILE STATUS IS WS-CHQBKREG-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  POSITIVE-PAY-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY PPAYREC.
005100
005200 FD  CHEQUE-BOOK-REGISTER
005300     LABEL RECORDS ARE STANDARD.
005400     COPY CHQBKREC.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-PPAYFILE-STATUS       PIC X(02).
005800     88  WS-PPAYFILE-OK       VALUE "00".
005900     88  WS-PPAYFILE-NOTFOUND VALUE "35".
006000
006100 01  WS-CHQBKREG-STATUS       PIC X(02).
006200     88  WS-CHQBKREG-OK       VALUE "00".
006300     88  WS-CHQBKREG-NOTFOUND VALUE "35".
006400
006500 01  WS-FUNCTION-CODE         PIC 9(01).
006600 01  WS-ACCT-NUMBER           PIC 9(06).
006700 01  WS-CHEQUE-NUMBER         PIC 9(06).
006800 01  WS-CHEQUE-DATE           PIC 9(08).
006900 01  WS-CHEQUE-DATE-PARTS REDEFINES WS-CHEQUE-DATE.
007000     05  WS-CHEQUE-CCYY       PIC 9(04).
007100     05  WS-CHEQUE-MM         PIC 9(02).
007200     05  WS-CHEQUE-DD         PIC 9(02).
007300 01  WS-AMOUNT                PIC 9(09).
007400 01  WS-PAYEE                 PIC X(30).
007500 01  WS-TODAYS-DATE           PIC 9(08).
007600 01  WS-OPERATOR-ID           PIC 9(04).
007700 01  WS-OPERATOR-AUTH         PIC X(01).
007800 01  WS-CONFIRM               PIC X(01).
007900 01  WS-ACCT-FOUND-SW         PIC X(01).
008000     88  WS-ACCT-FOUND        VALUE "Y".
008100 01  WS-STOPPED-SW            PIC X(01).
008200     88  WS-STOPPED           VALUE "Y".
008300 01  WS-LIST-COUNT            PIC 9(04) COMP.
008400 01  WS-LIST-STATUS           PIC X(09).
008500
008600*    PPAYCHK HANDS BACK THE THRESHOLD SO REGISTRATION AND THE
008700*    CLEARING CHECK ALWAYS AGREE ON THE FIGURE.
008800 01  WS-PPAY-FUNCTION         PIC X(01).
008900 01  WS-PPAY-THRESHOLD        PIC 9(09).
009000 01  WS-PPAY-RESULT           PIC X(01).
009100
009200 01  WS-JRNL-FILE             PIC X(08) VALUE "PPAYFILE".
009300 01  WS-JRNL-KEY              PIC X(12).
009400 01  WS-BEFORE-IMAGE          PIC X(100).
009500 01  WS-AFTER-IMAGE           PIC X(100).
009600
009700 01  WS-SWITCHES.
009800     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
009900         88  WS-OPERATOR-OK   VALUE "Y".
010000     05  WS-PPAY-OPEN-SW      PIC X(01) VALUE "N".
010100         88  WS-PPAY-OPEN     VALUE "Y".
010200     05  WS-LEAF-FOUND-SW     PIC X(01) VALUE "N".
010300         88  WS-LEAF-FOUND    VALUE "Y".
010400     05  WS-CHQBK-EOF-SW      PIC X(01) VALUE "N".
010500         88  WS-CHQBK-EOF     VALUE "Y".
010600     05  WS-REPLACE-SW        PIC X(01) VALUE "N".
010700         88  WS-REPLACE       VALUE "Y".
010800     05  WS-LIST-EOF-SW       PIC X(01) VALUE "N".
010900         88  WS-LIST-EOF      VALUE "Y".
010900
010900 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "PPAYMNT".
010900 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
010900 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
010900     88  WS-ENTITLED          VALUE "Y".
011000
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE
011400         THRU 1000-INITIALIZE-EXIT
011500
011600     IF WS-OPERATOR-OK
011700         PERFORM 2000-PROCESS-FUNCTION
011800             THRU 2000-PROCESS-FUNCTION-EXIT
011900     END-IF
012000
012100     PERFORM 9999-TERMINATE
012200         THRU 9999-TERMINATE-EXIT
012300
012400     STOP RUN.
012500
012600*-----------------------------------------------------------------
012700* REQUIRE AN OPERATOR LOGIN, FETCH THE THRESHOLD, THEN OPEN THE
012800* POSITIVE-PAY FILE, CREATING IT IF IT HAS NEVER BEEN SET UP.
012900*-----------------------------------------------------------------
013000 1000-INITIALIZE.
013100     MOVE "N" TO WS-OPERATOR-SW
013200     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
013300                           WS-OPERATOR-AUTH
013400     IF NOT WS-OPERATOR-OK
013500         DISPLAY "PPAYMNT: OPERATOR LOGIN FAILED, "
013600                 "MAINTENANCE REFUSED"
013700         GO TO 1000-INITIALIZE-EXIT
013800     END-IF
013800     MOVE "N" TO WS-ENTITLED-SW
013800     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
013800                          WS-ENTL-MODE WS-ENTITLED-SW
013800     IF NOT WS-ENTITLED
013800         DISPLAY "PPAYMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
013800                 "ENTITLED TO PPAYMNT, REFUSED"
013800         MOVE "N" TO WS-OPERATOR-SW
013800         GO TO 1000-INITIALIZE-EXIT
013800     END-IF
013900
014000     CALL "BUSDATE" USING WS-TODAYS-DATE
014100
014200     MOVE "T" TO WS-PPAY-FUNCTION
014300     CALL "PPAYCHK" USING WS-PPAY-FUNCTION WS-ACCT-NUMBER
014400                          WS-CHEQUE-NUMBER WS-PPAY-THRESHOLD
014500                          WS-PPAY-RESULT
014600
014700     OPEN I-O POSITIVE-PAY-FILE
014800     IF WS-PPAYFILE-NOTFOUND
014900         OPEN OUTPUT POSITIVE-PAY-FILE
015000         CLOSE POSITIVE-PAY-FILE
015100         OPEN I-O POSITIVE-PAY-FILE
015200     END-IF
015300     IF NOT WS-PPAYFILE-OK
015400         DISPLAY "PPAYMNT: UNABLE TO OPEN POSITIVE-PAY FILE, "
015500                 "STATUS = " WS-PPAYFILE-STATUS
015600         MOVE "N" TO WS-OPERATOR-SW
015700         GO TO 1000-INITIALIZE-EXIT
015800     END-IF
015900     SET WS-PPAY-OPEN TO TRUE.
016000 1000-INITIALIZE-EXIT.
016100     EXIT.
016200
016300*-----------------------------------------------------------------
016400* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
016500*-----------------------------------------------------------------
016600 2000-PROCESS-FUNCTION.
016700     DISPLAY "1. REGISTER CHEQUE"
016800     DISPLAY "2. CANCEL REGISTRATION"
016900     DISPLAY "3. LIST ACCOUNT REGISTRATIONS"
017000     DISPLAY "ENTER FUNCTION: "
017100     ACCEPT WS-FUNCTION-CODE
017200
017300     DISPLAY "ENTER ACCOUNT NUMBER: "
017400     ACCEPT WS-ACCT-NUMBER
017500
017600     EVALUATE WS-FUNCTION-CODE
017700         WHEN 1
017800             PERFORM 3000-REGISTER-CHEQUE
017900                 THRU 3000-REGISTER-CHEQUE-EXIT
018000         WHEN 2
018100             PERFORM 5000-CANCEL-CHEQUE
018200                 THRU 5000-CANCEL-CHEQUE-EXIT
018300         WHEN 3
018400             PERFORM 6000-LIST-ACCOUNT
018500                 THRU 6000-LIST-ACCOUNT-EXIT
018600         WHEN OTHER
018700             DISPLAY "PPAYMNT: INVALID FUNCTION"
018800     END-EVALUATE.
018900 2000-PROCESS-FUNCTION-EXIT.
019000     EXIT.
019100
019200*-----------------------------------------------------------------
019300* REGISTER ONE ISSUED CHEQUE.  THE ACCOUNT MUST EXIST, THE LEAF
019400* MUST HAVE BEEN ISSUED TO IT AND NOT BE STOPPED, AND THE AMOUNT
019500* MUST BE ABOVE THE THRESHOLD.  A CANCELLED REGISTRATION FOR THE
019600* SAME LEAF IS REPLACED; AN ACTIVE OR PAID ONE IS NOT.
019700*-----------------------------------------------------------------
019800 3000-REGISTER-CHEQUE.
019900     MOVE "N" TO WS-ACCT-FOUND-SW
020000     CALL "ACCTLKUP" USING WS-ACCT-NUMBER WS-ACCT-FOUND-SW
020100     IF NOT WS-ACCT-FOUND
020200         DISPLAY "PPAYMNT: ACCOUNT " WS-ACCT-NUMBER
020300                 " NOT FOUND ON ACCOUNT MASTER"
020400         GO TO 3000-REGISTER-CHEQUE-EXIT
020500     END-IF
020600
020700     DISPLAY "ENTER CHEQUE NUMBER: "
020800     ACCEPT WS-CHEQUE-NUMBER
020900     IF WS-CHEQUE-NUMBER NOT > 0
021000         DISPLAY "PPAYMNT: INVALID CHEQUE NUMBER"
021100         GO TO 3000-REGISTER-CHEQUE-EXIT
021200     END-IF
021300
021400     PERFORM 3100-CHECK-LEAF-ISSUED
021500         THRU 3100-CHECK-LEAF-ISSUED-EXIT
021600     IF NOT WS-LEAF-FOUND
021700         DISPLAY "PPAYMNT: CHEQUE " WS-CHEQUE-NUMBER
021800                 " WAS NOT ISSUED TO ACCOUNT " WS-ACCT-NUMBER
021900         GO TO 3000-REGISTER-CHEQUE-EXIT
022000     END-IF
022100
022200     MOVE "N" TO WS-STOPPED-SW
022300     CALL "STOPCHK" USING WS-ACCT-NUMBER WS-CHEQUE-NUMBER
022400                          WS-STOPPED-SW
022500     IF WS-STOPPED
022600         DISPLAY "PPAYMNT: CHEQUE " WS-CHEQUE-NUMBER
022700                 " IS STOPPED, REGISTRATION REFUSED"
022800         GO TO 3000-REGISTER-CHEQUE-EXIT
022900     END-IF
023000
023100     MOVE "N" TO WS-REPLACE-SW
023200     MOVE WS-ACCT-NUMBER   TO PP-ACCT-NUMBER
023300     MOVE WS-CHEQUE-NUMBER TO PP-CHEQUE-NUMBER
023400     READ POSITIVE-PAY-FILE
023500         KEY IS PP-KEY
023600         INVALID KEY
023700             MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
023800         NOT INVALID KEY
023900             IF NOT PP-STATUS-CANCELLED
024000                 DISPLAY "PPAYMNT: CHEQUE " WS-CHEQUE-NUMBER
024100                         " IS ALREADY REGISTERED FOR ACCOUNT "
024200                         WS-ACCT-NUMBER
024300                 GO TO 3000-REGISTER-CHEQUE-EXIT
024400             END-IF
024500             SET WS-REPLACE TO TRUE
024600             MOVE POSITIVE-PAY-RECORD TO WS-BEFORE-IMAGE
024700     END-READ
024800
024900     DISPLAY "ENTER CHEQUE DATE (CCYYMMDD): "
025000     ACCEPT WS-CHEQUE-DATE
025100     IF WS-CHEQUE-MM < 1 OR WS-CHEQUE-MM > 12
025200         OR WS-CHEQUE-DD < 1 OR WS-CHEQUE-DD > 31
025300         DISPLAY "PPAYMNT: INVALID CHEQUE DATE"
025400         GO TO 3000-REGISTER-CHEQUE-EXIT
025500     END-IF
025600
025700     DISPLAY "ENTER CHEQUE AMOUNT: "
025800     ACCEPT WS-AMOUNT
025900     IF WS-AMOUNT NOT > WS-PPAY-THRESHOLD
026000         DISPLAY "PPAYMNT: ONLY CHEQUES ABOVE " WS-PPAY-THRESHOLD
026100                 " ARE REGISTERED"
026200         GO TO 3000-REGISTER-CHEQUE-EXIT
026300     END-IF
026400
026500     DISPLAY "ENTER PAYEE NAME: "
026600     ACCEPT WS-PAYEE
026700     IF WS-PAYEE = SPACES
026800         DISPLAY "PPAYMNT: PAYEE NAME IS REQUIRED"
026900         GO TO 3000-REGISTER-CHEQUE-EXIT
027000     END-IF
027100
027200     DISPLAY "CONFIRM REGISTRATION OF CHEQUE " WS-CHEQUE-NUMBER
027300             " FOR " WS-AMOUNT " (Y/N): "
027400     ACCEPT WS-CONFIRM
027500     IF WS-CONFIRM NOT = "Y"
027600         DISPLAY "PPAYMNT: REGISTRATION ABANDONED"
027700         GO TO 3000-REGISTER-CHEQUE-EXIT
027800     END-IF
027900
028000     MOVE WS-ACCT-NUMBER   TO PP-ACCT-NUMBER
028100     MOVE WS-CHEQUE-NUMBER TO PP-CHEQUE-NUMBER
028200     MOVE WS-CHEQUE-DATE   TO PP-CHEQUE-DATE
028300     MOVE WS-AMOUNT        TO PP-AMOUNT
028400     MOVE WS-PAYEE         TO PP-PAYEE
028500     SET PP-STATUS-ACTIVE  TO TRUE
028600     MOVE WS-TODAYS-DATE   TO PP-REGISTERED-DATE
028700     MOVE WS-OPERATOR-ID   TO PP-OPERATOR-ID
028800     MOVE ZERO             TO PP-PAID-DATE
028900
029000     IF WS-REPLACE
029100         REWRITE POSITIVE-PAY-RECORD
029200             INVALID KEY
029300                 DISPLAY "PPAYMNT: UNABLE TO REWRITE CHEQUE "
029400                         WS-CHEQUE-NUMBER
029500                 GO TO 3000-REGISTER-CHEQUE-EXIT
029600         END-REWRITE
029700     ELSE
029800         WRITE POSITIVE-PAY-RECORD
029900             INVALID KEY
030000                 DISPLAY "PPAYMNT: UNABLE TO WRITE CHEQUE "
030100                         WS-CHEQUE-NUMBER
030200                 GO TO 3000-REGISTER-CHEQUE-EXIT
030300         END-WRITE
030400     END-IF
030500
030600     PERFORM 8000-JOURNAL-CHANGE
030700         THRU 8000-JOURNAL-CHANGE-EXIT
030800
030900     DISPLAY "PPAYMNT: CHEQUE " WS-CHEQUE-NUMBER " OF ACCOUNT "
031000             WS-ACCT-NUMBER " REGISTERED FOR " WS-AMOUNT.
031100 3000-REGISTER-CHEQUE-EXIT.
031200     EXIT.
031300
031400*-----------------------------------------------------------------
031500* WALK THE ACCOUNT'S CHEQUE BOOKS AND REPORT WHETHER ONE OF THEM
031600* COVERS THE CHEQUE NUMBER IN HAND.  NO REGISTER MEANS NO BOOK
031700* HAS EVER BEEN ISSUED.
031800*-----------------------------------------------------------------
031900 3100-CHECK-LEAF-ISSUED.
032000     MOVE "N" TO WS-LEAF-FOUND-SW
032100     MOVE "N" TO WS-CHQBK-EOF-SW
032200
032300     OPEN INPUT CHEQUE-BOOK-REGISTER
032400     IF WS-CHQBKREG-NOTFOUND
032500         GO TO 3100-CHECK-LEAF-ISSUED-EXIT
032600     END-IF
032700     IF NOT WS-CHQBKREG-OK
032800         DISPLAY "PPAYMNT: UNABLE TO OPEN CHEQUE BOOK "
032900                 "REGISTER, STATUS = " WS-CHQBKREG-STATUS
033000         GO TO 3100-CHECK-LEAF-ISSUED-EXIT
033100     END-IF
033200
033300     MOVE WS-ACCT-NUMBER TO CHQBK-ACCT-NUMBER
033400     MOVE 0 TO CHQBK-START-NUMBER
033500     START CHEQUE-BOOK-REGISTER
033600         KEY IS NOT LESS THAN CHQBK-KEY
033700         INVALID KEY
033800             SET WS-CHQBK-EOF TO TRUE
033900     END-START
034000
034100     PERFORM 3200-CHECK-ONE-BOOK
034200         THRU 3200-CHECK-ONE-BOOK-EXIT
034300         UNTIL WS-CHQBK-EOF
034400            OR WS-LEAF-FOUND
034500
034600     CLOSE CHEQUE-BOOK-REGISTER.
034700 3100-CHECK-LEAF-ISSUED-EXIT.
034800     EXIT.
034900
035000*-----------------------------------------------------------------
035100* TEST ONE BOOK ISSUED TO THE ACCOUNT AGAINST THE CHEQUE NUMBER.
035200*-----------------------------------------------------------------
035300 3200-CHECK-ONE-BOOK.
035400     READ CHEQUE-BOOK-REGISTER NEXT RECORD
035500         AT END
035600             SET WS-CHQBK-EOF TO TRUE
035700             GO TO 3200-CHECK-ONE-BOOK-EXIT
035800     END-READ
035900
036000     IF CHQBK-ACCT-NUMBER NOT = WS-ACCT-NUMBER
036100         SET WS-CHQBK-EOF TO TRUE
036200         GO TO 3200-CHECK-ONE-BOOK-EXIT
036300     END-IF
036400
036500     IF WS-CHEQUE-NUMBER NOT LESS THAN CHQBK-START-NUMBER
036600         AND WS-CHEQUE-NUMBER NOT GREATER THAN CHQBK-END-NUMBER
036700         SET WS-LEAF-FOUND TO TRUE
036800     END-IF.
036900 3200-CHECK-ONE-BOOK-EXIT.
037000     EXIT.
037100
037200*-----------------------------------------------------------------
037300* CANCEL AN ACTIVE REGISTRATION - IT STAYS ON FILE FOR THE AUDIT
037400* TRAIL, BUT A CHEQUE ABOVE THE THRESHOLD PRESENTED AGAINST IT
037500* WILL NOW BE RETURNED.
037600*-----------------------------------------------------------------
037700 5000-CANCEL-CHEQUE.
037800     DISPLAY "ENTER CHEQUE NUMBER: "
037900     ACCEPT WS-CHEQUE-NUMBER
038000
038100     MOVE WS-ACCT-NUMBER   TO PP-ACCT-NUMBER
038200     MOVE WS-CHEQUE-NUMBER TO PP-CHEQUE-NUMBER
038300     READ POSITIVE-PAY-FILE
038400         KEY IS PP-KEY
038500         INVALID KEY
038600             DISPLAY "PPAYMNT: CHEQUE " WS-CHEQUE-NUMBER
038700                     " IS NOT REGISTERED FOR ACCOUNT "
038800                     WS-ACCT-NUMBER
038900             GO TO 5000-CANCEL-CHEQUE-EXIT
039000     END-READ
039100
039200     IF NOT PP-STATUS-ACTIVE
039300         DISPLAY "PPAYMNT: REGISTRATION FOR CHEQUE "
039400                 WS-CHEQUE-NUMBER " IS NOT ACTIVE"
039500         GO TO 5000-CANCEL-CHEQUE-EXIT
039600     END-IF
039700
039800     DISPLAY "CONFIRM CANCELLATION OF CHEQUE " WS-CHEQUE-NUMBER
039900             " FOR " PP-AMOUNT " (Y/N): "
040000     ACCEPT WS-CONFIRM
040100     IF WS-CONFIRM NOT = "Y"
040200         DISPLAY "PPAYMNT: CANCELLATION ABANDONED"
040300         GO TO 5000-CANCEL-CHEQUE-EXIT
040400     END-IF
040500
040600     MOVE POSITIVE-PAY-RECORD TO WS-BEFORE-IMAGE
040700     SET PP-STATUS-CANCELLED TO TRUE
040800     REWRITE POSITIVE-PAY-RECORD
040900         INVALID KEY
041000             DISPLAY "PPAYMNT: UNABLE TO REWRITE CHEQUE "
041100                     WS-CHEQUE-NUMBER
041200             GO TO 5000-CANCEL-CHEQUE-EXIT
041300     END-REWRITE
041400
041500     PERFORM 8000-JOURNAL-CHANGE
041600         THRU 8000-JOURNAL-CHANGE-EXIT
041700
041800     DISPLAY "PPAYMNT: REGISTRATION FOR CHEQUE " WS-CHEQUE-NUMBER
041900             " OF ACCOUNT " WS-ACCT-NUMBER " CANCELLED".
042000 5000-CANCEL-CHEQUE-EXIT.
042100     EXIT.
042200
042300*-----------------------------------------------------------------
042400* LIST EVERY REGISTRATION HELD FOR THE ACCOUNT, WHATEVER ITS
042500* STATUS.
042600*-----------------------------------------------------------------
042700 6000-LIST-ACCOUNT.
042800     MOVE 0 TO WS-LIST-COUNT
042900     MOVE "N" TO WS-LIST-EOF-SW
043000
043100     MOVE WS-ACCT-NUMBER TO PP-ACCT-NUMBER
043200     MOVE 0 TO PP-CHEQUE-NUMBER
043300     START POSITIVE-PAY-FILE
043400         KEY IS NOT LESS THAN PP-KEY
043500         INVALID KEY
043600             SET WS-LIST-EOF TO TRUE
043700     END-START
043800
043900     PERFORM 6100-LIST-ONE-CHEQUE
044000         THRU 6100-LIST-ONE-CHEQUE-EXIT
044100         UNTIL WS-LIST-EOF
044200
044300     IF WS-LIST-COUNT = 0
044400         DISPLAY "PPAYMNT: NO CHEQUES REGISTERED FOR ACCOUNT "
044500                 WS-ACCT-NUMBER
044600     END-IF.
044700 6000-LIST-ACCOUNT-EXIT.
044800     EXIT.
044900
045000*-----------------------------------------------------------------
045100* SHOW ONE REGISTRATION FOR THE ACCOUNT.
045200*-----------------------------------------------------------------
045300 6100-LIST-ONE-CHEQUE.
045400     READ POSITIVE-PAY-FILE NEXT RECORD
045500         AT END
045600             SET WS-LIST-EOF TO TRUE
045700             GO TO 6100-LIST-ONE-CHEQUE-EXIT
045800     END-READ
045900
046000     IF PP-ACCT-NUMBER NOT = WS-ACCT-NUMBER
046100         SET WS-LIST-EOF TO TRUE
046200         GO TO 6100-LIST-ONE-CHEQUE-EXIT
046300     END-IF
046400
046500     EVALUATE TRUE
046600         WHEN PP-STATUS-ACTIVE
046700             MOVE "ACTIVE"    TO WS-LIST-STATUS
046800         WHEN PP-STATUS-PAID
046900             MOVE "PAID"      TO WS-LIST-STATUS
047000         WHEN OTHER
047100             MOVE "CANCELLED" TO WS-LIST-STATUS
047200     END-EVALUATE
047300
047400     ADD 1 TO WS-LIST-COUNT
047500     DISPLAY "CHEQUE " PP-CHEQUE-NUMBER " DATED " PP-CHEQUE-DATE
047600             " AMOUNT " PP-AMOUNT " " WS-LIST-STATUS
047700     DISPLAY "    PAYEE " PP-PAYEE.
047800 6100-LIST-ONE-CHEQUE-EXIT.
047900     EXIT.
048000
048100*-----------------------------------------------------------------
048200* RECORD THE BEFORE AND AFTER IMAGES OF THE CHANGE JUST MADE.
048300*-----------------------------------------------------------------
048400 8000-JOURNAL-CHANGE.
048500     MOVE SPACES TO WS-JRNL-KEY
048600     MOVE PP-KEY TO WS-JRNL-KEY
048700     MOVE POSITIVE-PAY-RECORD TO WS-AFTER-IMAGE
048800     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
048900                          WS-JRNL-KEY WS-BEFORE-IMAGE
049000                          WS-AFTER-IMAGE.
049100 8000-JOURNAL-CHANGE-EXIT.
049200     EXIT.
049300
049400*-----------------------------------------------------------------
049500* CLOSE DOWN THE FILE BEFORE ENDING THE RUN.
049600*-----------------------------------------------------------------
049700 9999-TERMINATE.
049800     IF WS-PPAY-OPEN
049900         CLOSE POSITIVE-PAY-FILE
050000     END-IF.
050100 9999-TERMINATE-EXIT.
050200     EXIT.
