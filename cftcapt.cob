000100*****************************************************************
000200* PROGRAM      : CFTCAPT                                        *
000300* DESCRIPTION  : CALLABLE COUNTERFEIT NOTE IMPOUNDING.  FUNCTION *
000400*                "C" ASKS THE TELLER WHETHER ANY NOTE IN THE    *
000500*                CASH TENDERED IS BEING IMPOUNDED AS FORGED,    *
000600*                TAKES EACH SUCH NOTE'S DENOMINATION AND SERIAL *
000700*                NUMBER AND THE NAME OF THE PERSON TENDERING,   *
000800*                AND RETURNS THE IMPOUNDED TOTAL SO THE CALLER  *
000900*                CREDITS - AND COUNTS INTO THE DRAWER - ONLY    *
001000*                THE GENUINE AMOUNT.  FUNCTION "W", CALLED ONCE *
001100*                THE TRANSACTION HAS POSTED, WRITES THE NOTES   *
001200*                HELD FROM THE CAPTURE TO THE COUNTERFEIT       *
001300*                REGISTER UNDER ITS TRANSACTION REFERENCE AND   *
001400*                PRINTS THE CUSTOMER'S IMPOUNDING               *
001500*                ACKNOWLEDGEMENT TO THE RECEIPT FILE.  CALLED   *
001600*                BY DEPOSIT AND FXCHG.                          *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. CFTCAPT.
002000 AUTHOR. S NATARAJAN.
002100 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED.
002400
002500*****************************************************************
002600* MODIFICATION HISTORY                                          *
002700*-----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION                                  *
002900* 2026-10-15 SN    NEW PROGRAM - COUNTERFEIT NOTE CAPTURE AND   *
003000*                  IMPOUNDING REGISTER SHARED BY DEPOSIT AND    *
003100*                  FXCHG.                                       *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT COUNTERFEIT-FILE ASSIGN TO "CFTFILE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CFT-KEY
004100         ALTERNATE RECORD KEY IS CFT-BRANCH-DATE
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-CFTFILE-STATUS.
004400
004500     SELECT RECEIPT-FILE ASSIGN TO "RCPTFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RECEIPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  COUNTERFEIT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CFTREC.
005400
005500 FD  RECEIPT-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  RECEIPT-LINE                PIC X(60).
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-CFTFILE-STATUS        PIC X(02).
006100     88  WS-CFTFILE-OK        VALUE "00".
006200     88  WS-CFTFILE-NOTFOUND  VALUE "35".
006300
006400 01  WS-RECEIPT-STATUS        PIC X(02).
006500     88  WS-RECEIPT-OK        VALUE "00".
006600     88  WS-RECEIPT-NOTFOUND  VALUE "35".
006700
006800*    THE NOTES TAKEN ON THE LAST CAPTURE - HELD HERE UNTIL THE
006900*    CALLER HAS POSTED AND ASKS FOR THEM TO BE REGISTERED.
007000 01  WS-MAX-NOTES             PIC 9(02) VALUE 20.
007100 01  WS-NOTE-COUNT            PIC 9(02) VALUE 0.
007200 01  WS-NOTE-TABLE.
007300     05  WS-NOTE-ENTRY        OCCURS 20 TIMES.
007400         10  WS-NOTE-DENOM    PIC 9(05).
007500         10  WS-NOTE-SERIAL   PIC X(15).
007600 01  WS-NOTE-IDX              PIC 9(02) COMP.
007700 01  WS-TENDERED-BY           PIC X(30).
007800 01  WS-IMPOUNDED-TOTAL       PIC 9(09) VALUE 0.
007900 01  WS-ANSWER                PIC X(01).
008000 01  WS-TODAYS-DATE           PIC 9(08).
008100 01  WS-TIME-NOW              PIC 9(08).
008200 01  WS-TELLER-BRANCH         PIC 9(03).
008300 01  WS-TILLBRN-SW            PIC X(01) VALUE "N".
008400     88  WS-TELLER-BRANCH-OK  VALUE "Y".
008500
008600 01  WS-SWITCHES.
008700     05  WS-NOTE-OK-SW        PIC X(01) VALUE "N".
008800         88  WS-NOTE-OK       VALUE "Y".
008900     05  WS-CFTFILE-SW        PIC X(01) VALUE "N".
009000         88  WS-CFTFILE-OPEN  VALUE "Y".
009100
009200 01  WS-ACK-REF-LINE.
009300     05  FILLER               PIC X(11) VALUE "REFERENCE: ".
009400     05  ACK-TXN-REF          PIC 9(10).
009500     05  FILLER               PIC X(08) VALUE "  DATE: ".
009600     05  ACK-DATE             PIC 9(08).
009700     05  FILLER               PIC X(10) VALUE "  BRANCH: ".
009800     05  ACK-BRANCH           PIC 9(03).
009900
010000 01  WS-ACK-NAME-LINE.
010100     05  FILLER               PIC X(13) VALUE "TENDERED BY: ".
010200     05  ACK-TENDERED-BY      PIC X(30).
010300
010400 01  WS-ACK-ACCT-LINE.
010500     05  FILLER               PIC X(09) VALUE "ACCOUNT: ".
010600     05  ACK-ACCT-NUMBER      PIC 9(06).
010700     05  FILLER               PIC X(12) VALUE "  CURRENCY: ".
010800     05  ACK-CURRENCY         PIC X(03).
010900
011000 01  WS-ACK-NOTE-LINE.
011100     05  FILLER               PIC X(06) VALUE "NOTE ".
011200     05  ACK-NOTE-SEQ         PIC Z9.
011300     05  FILLER               PIC X(09) VALUE "  DENOM: ".
011400     05  ACK-DENOM            PIC Z(4)9.
011500     05  FILLER               PIC X(10) VALUE "  SERIAL: ".
011600     05  ACK-SERIAL           PIC X(15).
011700
011800 01  WS-ACK-AMT-LINE.
011900     05  FILLER               PIC X(10) VALUE "TENDERED: ".
012000     05  ACK-TENDERED         PIC Z(8)9.
012100     05  FILLER               PIC X(13) VALUE "  IMPOUNDED: ".
012200     05  ACK-IMPOUNDED        PIC Z(8)9.
012300
012400 01  WS-ACK-GENUINE-LINE.
012500     05  FILLER               PIC X(18)
012600         VALUE "GENUINE CREDITED: ".
012700     05  ACK-GENUINE          PIC Z(8)9.
012800
012900 01  WS-ACK-OPR-LINE.
013000     05  FILLER               PIC X(10) VALUE "OPERATOR: ".
013100     05  ACK-OPERATOR-ID      PIC 9(04).
013200
013300 LINKAGE SECTION.
013400 01  LK-FUNCTION              PIC X(01).
013500     88  LK-FUNC-CAPTURE      VALUE "C".
013600     88  LK-FUNC-WRITE        VALUE "W".
013700 01  LK-OPERATOR-ID           PIC 9(04).
013800 01  LK-ACCT-NUMBER           PIC 9(06).
013900 01  LK-ACCT-BRANCH           PIC 9(03).
014000 01  LK-SOURCE                PIC X(08).
014100 01  LK-CURRENCY-CODE         PIC X(03).
014200 01  LK-TENDERED-AMT          PIC 9(09).
014300 01  LK-IMPOUNDED-AMT         PIC 9(09).
014400 01  LK-TXN-REF               PIC 9(10).
014500 01  LK-CFT-OK-SW             PIC X(01).
014600     88  LK-CFT-OK            VALUE "Y".
014700
014800 PROCEDURE DIVISION USING LK-FUNCTION
014900                          LK-OPERATOR-ID
015000                          LK-ACCT-NUMBER
015100                          LK-ACCT-BRANCH
015200                          LK-SOURCE
015300                          LK-CURRENCY-CODE
015400                          LK-TENDERED-AMT
015500                          LK-IMPOUNDED-AMT
015600                          LK-TXN-REF
015700                          LK-CFT-OK-SW.
015800 0000-MAINLINE.
015900     MOVE "N" TO LK-CFT-OK-SW
016000
016100     IF LK-FUNC-CAPTURE
016200         PERFORM 1000-CAPTURE-NOTES
016300             THRU 1000-CAPTURE-NOTES-EXIT
016400     END-IF
016500
016600     IF LK-FUNC-WRITE
016700         PERFORM 2000-REGISTER-NOTES
016800             THRU 2000-REGISTER-NOTES-EXIT
016900     END-IF
017000
017100     GOBACK.
017200
017300*-----------------------------------------------------------------
017400* ASK WHETHER ANY NOTE IS BEING IMPOUNDED.  IF SO TAKE WHO
017500* TENDERED THE CASH AND EACH FORGED NOTE, AND PROVE THAT THE
017600* IMPOUNDED TOTAL LEAVES SOMETHING GENUINE TO CREDIT.
017700*-----------------------------------------------------------------
017800 1000-CAPTURE-NOTES.
017900     MOVE 0 TO WS-NOTE-COUNT
018000     MOVE 0 TO WS-IMPOUNDED-TOTAL
018100     MOVE 0 TO LK-IMPOUNDED-AMT
018200     MOVE SPACES TO WS-TENDERED-BY
018300
018400     DISPLAY "ANY NOTES IMPOUNDED AS COUNTERFEIT (Y/N): "
018500     ACCEPT WS-ANSWER
018600     IF WS-ANSWER NOT = "Y"
018700         SET LK-CFT-OK TO TRUE
018800         GO TO 1000-CAPTURE-NOTES-EXIT
018900     END-IF
019000
019100     DISPLAY "ENTER NAME OF PERSON TENDERING: "
019200     ACCEPT WS-TENDERED-BY
019300     IF WS-TENDERED-BY = SPACES
019400         DISPLAY "CFTCAPT: THE PERSON TENDERING MUST BE "
019500                 "RECORDED, TRANSACTION REFUSED"
019600         GO TO 1000-CAPTURE-NOTES-EXIT
019700     END-IF
019800
019900     DISPLAY "ENTER NUMBER OF NOTES IMPOUNDED: "
020000     ACCEPT WS-NOTE-COUNT
020100     IF WS-NOTE-COUNT = 0 OR WS-NOTE-COUNT > WS-MAX-NOTES
020200         DISPLAY "CFTCAPT: BETWEEN 1 AND " WS-MAX-NOTES
020300                 " NOTES MAY BE IMPOUNDED ON ONE TRANSACTION, "
020400                 "TRANSACTION REFUSED"
020500         MOVE 0 TO WS-NOTE-COUNT
020600         GO TO 1000-CAPTURE-NOTES-EXIT
020700     END-IF
020800
020900     SET WS-NOTE-OK TO TRUE
021000     PERFORM 1100-CAPTURE-ONE-NOTE
021100         THRU 1100-CAPTURE-ONE-NOTE-EXIT
021200         VARYING WS-NOTE-IDX FROM 1 BY 1
021300         UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
021400            OR NOT WS-NOTE-OK
021500     IF NOT WS-NOTE-OK
021600         MOVE 0 TO WS-NOTE-COUNT
021700         GO TO 1000-CAPTURE-NOTES-EXIT
021800     END-IF
021900
022000*    A TENDER THAT IS ALL FORGERY LEAVES NOTHING TO POST - THE
022100*    TELLER IMPOUNDS IT OUTSIDE A CREDIT TRANSACTION.
022200     IF WS-IMPOUNDED-TOTAL NOT < LK-TENDERED-AMT
022300         DISPLAY "CFTCAPT: IMPOUNDED NOTES TOTAL "
022400                 WS-IMPOUNDED-TOTAL " AGAINST A TENDER OF "
022500                 LK-TENDERED-AMT ", NOTHING GENUINE TO CREDIT"
022600         MOVE 0 TO WS-NOTE-COUNT
022700         GO TO 1000-CAPTURE-NOTES-EXIT
022800     END-IF
022900
023000     MOVE WS-IMPOUNDED-TOTAL TO LK-IMPOUNDED-AMT
023100     DISPLAY "CFTCAPT: " WS-NOTE-COUNT " NOTES IMPOUNDED FOR "
023200             WS-IMPOUNDED-TOTAL " " LK-CURRENCY-CODE
023300     SET LK-CFT-OK TO TRUE.
023400 1000-CAPTURE-NOTES-EXIT.
023500     EXIT.
023600
023700*-----------------------------------------------------------------
023800* TAKE ONE FORGED NOTE.  A RUPEE NOTE MUST BE OF A DENOMINATION
023900* ACTUALLY ISSUED; A FOREIGN NOTE NEED ONLY BE ABOVE NOTHING.
024000*-----------------------------------------------------------------
024100 1100-CAPTURE-ONE-NOTE.
024200     DISPLAY "  NOTE " WS-NOTE-IDX " DENOMINATION: "
024300     ACCEPT WS-NOTE-DENOM(WS-NOTE-IDX)
024400     DISPLAY "  NOTE " WS-NOTE-IDX " SERIAL NUMBER: "
024500     ACCEPT WS-NOTE-SERIAL(WS-NOTE-IDX)
024600
024700     IF WS-NOTE-DENOM(WS-NOTE-IDX) = 0
024800         DISPLAY "CFTCAPT: DENOMINATION MAY NOT BE ZERO, "
024900                 "TRANSACTION REFUSED"
025000         MOVE "N" TO WS-NOTE-OK-SW
025100         GO TO 1100-CAPTURE-ONE-NOTE-EXIT
025200     END-IF
025300
025400     IF LK-CURRENCY-CODE = "INR"
025500         IF WS-NOTE-DENOM(WS-NOTE-IDX) NOT = 2000
025600            AND WS-NOTE-DENOM(WS-NOTE-IDX) NOT = 500
025700            AND WS-NOTE-DENOM(WS-NOTE-IDX) NOT = 200
025800            AND WS-NOTE-DENOM(WS-NOTE-IDX) NOT = 100
025900            AND WS-NOTE-DENOM(WS-NOTE-IDX) NOT = 50
026000            AND WS-NOTE-DENOM(WS-NOTE-IDX) NOT = 20
026100            AND WS-NOTE-DENOM(WS-NOTE-IDX) NOT = 10
026200             DISPLAY "CFTCAPT: " WS-NOTE-DENOM(WS-NOTE-IDX)
026300                     " IS NOT A RUPEE NOTE DENOMINATION, "
026400                     "TRANSACTION REFUSED"
026500             MOVE "N" TO WS-NOTE-OK-SW
026600             GO TO 1100-CAPTURE-ONE-NOTE-EXIT
026700         END-IF
026800     END-IF
026900
027000     IF WS-NOTE-SERIAL(WS-NOTE-IDX) = SPACES
027100         DISPLAY "CFTCAPT: EVERY IMPOUNDED NOTE NEEDS ITS "
027200                 "SERIAL NUMBER, TRANSACTION REFUSED"
027300         MOVE "N" TO WS-NOTE-OK-SW
027400         GO TO 1100-CAPTURE-ONE-NOTE-EXIT
027500     END-IF
027600
027700     ADD WS-NOTE-DENOM(WS-NOTE-IDX) TO WS-IMPOUNDED-TOTAL.
027800 1100-CAPTURE-ONE-NOTE-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------------
028200* REGISTER THE NOTES FROM THE LAST CAPTURE UNDER THE POSTED
028300* TRANSACTION'S REFERENCE AND PRINT THE ACKNOWLEDGEMENT.  THE
028400* BRANCH IS WHERE THE TELLER'S DRAWER SITS, OR THE ACCOUNT'S
028500* HOME BRANCH FOR A TELLER WITH NO DRAWER.  NOTHING CAPTURED
028600* IS NOTHING TO DO.
028700*-----------------------------------------------------------------
028800 2000-REGISTER-NOTES.
028900     IF WS-NOTE-COUNT = 0
029000         SET LK-CFT-OK TO TRUE
029100         GO TO 2000-REGISTER-NOTES-EXIT
029200     END-IF
029300
029400     CALL "BUSDATE" USING WS-TODAYS-DATE
029500     ACCEPT WS-TIME-NOW FROM TIME
029600     MOVE "N" TO WS-TILLBRN-SW
029700     CALL "TILLBRN" USING LK-OPERATOR-ID WS-TELLER-BRANCH
029800                          WS-TILLBRN-SW
029900     IF NOT WS-TELLER-BRANCH-OK
030000         MOVE LK-ACCT-BRANCH TO WS-TELLER-BRANCH
030100     END-IF
030200
030300     OPEN I-O COUNTERFEIT-FILE
030400     IF WS-CFTFILE-NOTFOUND
030500         OPEN OUTPUT COUNTERFEIT-FILE
030600         CLOSE COUNTERFEIT-FILE
030700         OPEN I-O COUNTERFEIT-FILE
030800     END-IF
030900     IF NOT WS-CFTFILE-OK
031000         DISPLAY "CFTCAPT: UNABLE TO OPEN COUNTERFEIT REGISTER, "
031100                 "STATUS = " WS-CFTFILE-STATUS
031200         GO TO 2000-REGISTER-NOTES-EXIT
031300     END-IF
031400     SET WS-CFTFILE-OPEN TO TRUE
031500
031600     PERFORM 2100-WRITE-ONE-NOTE
031700         THRU 2100-WRITE-ONE-NOTE-EXIT
031800         VARYING WS-NOTE-IDX FROM 1 BY 1
031900         UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
032000
032100     CLOSE COUNTERFEIT-FILE
032200     MOVE "N" TO WS-CFTFILE-SW
032300
032400     PERFORM 3000-PRINT-ACKNOWLEDGEMENT
032500         THRU 3000-PRINT-ACKNOWLEDGEMENT-EXIT
032600
032700     MOVE 0 TO WS-NOTE-COUNT
032800     SET LK-CFT-OK TO TRUE.
032900 2000-REGISTER-NOTES-EXIT.
033000     EXIT.
033100
033200*-----------------------------------------------------------------
033300* WRITE ONE IMPOUNDED NOTE TO THE REGISTER.
033400*-----------------------------------------------------------------
033500 2100-WRITE-ONE-NOTE.
033600     MOVE LK-TXN-REF                  TO CFT-IMPOUND-REF
033700     MOVE WS-NOTE-IDX                 TO CFT-NOTE-SEQ
033800     MOVE WS-TELLER-BRANCH            TO CFT-BRANCH-CODE
033900     MOVE WS-TODAYS-DATE              TO CFT-IMPOUND-DATE
034000     MOVE WS-TIME-NOW                 TO CFT-IMPOUND-TIME
034100     MOVE LK-OPERATOR-ID              TO CFT-OPERATOR-ID
034200     MOVE LK-ACCT-NUMBER              TO CFT-ACCT-NUMBER
034300     MOVE LK-SOURCE                   TO CFT-SOURCE
034400     MOVE LK-CURRENCY-CODE            TO CFT-CURRENCY-CODE
034500     MOVE WS-NOTE-DENOM(WS-NOTE-IDX)  TO CFT-DENOMINATION
034600     MOVE WS-NOTE-SERIAL(WS-NOTE-IDX) TO CFT-SERIAL-NUMBER
034700     MOVE WS-TENDERED-BY              TO CFT-TENDERED-BY
034800     MOVE LK-TENDERED-AMT             TO CFT-TENDERED-AMT
034900     COMPUTE CFT-GENUINE-AMT = LK-TENDERED-AMT
035000                             - WS-IMPOUNDED-TOTAL
035100
035200     WRITE COUNTERFEIT-RECORD
035300         INVALID KEY
035400             DISPLAY "CFTCAPT: NOTE " WS-NOTE-IDX " OF "
035500                     LK-TXN-REF " ALREADY ON THE REGISTER"
035600     END-WRITE.
035700 2100-WRITE-ONE-NOTE-EXIT.
035800     EXIT.
035900
036000*-----------------------------------------------------------------
036100* PRINT THE CUSTOMER'S IMPOUNDING ACKNOWLEDGEMENT - EVERY NOTE
036200* HELD BACK, WITH WHAT WAS TENDERED AND WHAT WAS CREDITED - TO
036300* THE RECEIPT FILE AND THE TERMINAL.
036400*-----------------------------------------------------------------
036500 3000-PRINT-ACKNOWLEDGEMENT.
036600     OPEN EXTEND RECEIPT-FILE
036700     IF WS-RECEIPT-NOTFOUND
036800         OPEN OUTPUT RECEIPT-FILE
036900     END-IF
037000     IF NOT WS-RECEIPT-OK
037100         DISPLAY "CFTCAPT: UNABLE TO OPEN RECEIPT FILE, "
037200                 "STATUS = " WS-RECEIPT-STATUS
037300         GO TO 3000-PRINT-ACKNOWLEDGEMENT-EXIT
037400     END-IF
037500
037600     MOVE LK-TXN-REF         TO ACK-TXN-REF
037700     MOVE WS-TODAYS-DATE     TO ACK-DATE
037800     MOVE WS-TELLER-BRANCH   TO ACK-BRANCH
037900     MOVE WS-TENDERED-BY     TO ACK-TENDERED-BY
038000     MOVE LK-ACCT-NUMBER     TO ACK-ACCT-NUMBER
038100     MOVE LK-CURRENCY-CODE   TO ACK-CURRENCY
038200     MOVE LK-TENDERED-AMT    TO ACK-TENDERED
038300     MOVE WS-IMPOUNDED-TOTAL TO ACK-IMPOUNDED
038400     COMPUTE ACK-GENUINE = LK-TENDERED-AMT - WS-IMPOUNDED-TOTAL
038500     MOVE LK-OPERATOR-ID     TO ACK-OPERATOR-ID
038600
038700     MOVE "*** UNITY TRUST BANK - IMPOUNDING ACKNOWLEDGEMENT ***"
038800         TO RECEIPT-LINE
038900     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
039000     MOVE WS-ACK-REF-LINE TO RECEIPT-LINE
039100     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
039200     MOVE WS-ACK-NAME-LINE TO RECEIPT-LINE
039300     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
039400     MOVE WS-ACK-ACCT-LINE TO RECEIPT-LINE
039500     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
039600
039700     PERFORM 3100-PRINT-ONE-NOTE
039800         THRU 3100-PRINT-ONE-NOTE-EXIT
039900         VARYING WS-NOTE-IDX FROM 1 BY 1
040000         UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
040100
040200     MOVE WS-ACK-AMT-LINE TO RECEIPT-LINE
040300     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
040400     MOVE WS-ACK-GENUINE-LINE TO RECEIPT-LINE
040500     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
040600     MOVE "THE NOTES ABOVE ARE HELD AS SUSPECTED COUNTERFEIT"
040700         TO RECEIPT-LINE
040800     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
040900     MOVE "AND WILL BE REPORTED TO THE POLICE. NO VALUE IS GIVEN."
041000         TO RECEIPT-LINE
041100     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
041200     MOVE WS-ACK-OPR-LINE TO RECEIPT-LINE
041300     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
041400     MOVE SPACES TO RECEIPT-LINE
041500     WRITE RECEIPT-LINE
041600
041700     CLOSE RECEIPT-FILE.
041800 3000-PRINT-ACKNOWLEDGEMENT-EXIT.
041900     EXIT.
042000
042100*-----------------------------------------------------------------
042200* ONE IMPOUNDED NOTE ON THE ACKNOWLEDGEMENT.
042300*-----------------------------------------------------------------
042400 3100-PRINT-ONE-NOTE.
042500     MOVE WS-NOTE-IDX                 TO ACK-NOTE-SEQ
042600     MOVE WS-NOTE-DENOM(WS-NOTE-IDX)  TO ACK-DENOM
042700     MOVE WS-NOTE-SERIAL(WS-NOTE-IDX) TO ACK-SERIAL
042800     MOVE WS-ACK-NOTE-LINE TO RECEIPT-LINE
042900     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT.
043000 3100-PRINT-ONE-NOTE-EXIT.
043100     EXIT.
043200
043300*-----------------------------------------------------------------
043400* WRITE ONE ACKNOWLEDGEMENT LINE AND ECHO IT TO THE TERMINAL.
043500*-----------------------------------------------------------------
043600 3900-PUT-LINE.
043700     WRITE RECEIPT-LINE
043800     DISPLAY RECEIPT-LINE.
043900 3900-PUT-LINE-EXIT.
044000     EXIT.
