000100*****************************************************************
000200* PROGRAM      : COLLMNT                                        *
000300* DESCRIPTION  : COLLATERAL REGISTER MAINTENANCE.  REGISTERS    *
000400*                THE PROPERTY, GOLD, VEHICLES AND OTHER ITEMS   *
000500*                SECURING A LOAN AGAINST ITS LOAN NUMBER - WHAT *
000600*                THE ITEM IS, ITS VALUATION, THE INSURANCE ON   *
000700*                IT AND THE REGISTRATION OF OUR CHARGE OVER IT. *
000800*                ALSO RECORDS A REVALUATION, UPDATES THE        *
000900*                INSURANCE AND CHARGE DETAILS, RELEASES AN ITEM *
001000*                (A SUPERVISOR ONLY) AND LISTS A LOAN'S ITEMS.  *
001100*                COLLATERAL MAY BE REGISTERED BEFORE THE LOAN   *
001200*                IS DISBURSED - LOANOPEN WILL NOT DISBURSE A    *
001300*                SECURED PRODUCT WITHOUT IT.  EVERY CHANGE IS   *
001400*                JOURNALLED THROUGH MNTJRNL.  REQUIRES AN       *
001500*                OPERATOR LOGIN.                                *
001600*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. COLLMNT.
001900 AUTHOR. S NATARAJAN.
002000 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300
002400*****************************************************************
002500* MODIFICATION HISTORY                                          *
002600*-----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION                                  *
002800* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002900*                  COLLATERAL REGISTER.                         *
002900* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002900*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002900*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT COLLATERAL-FILE ASSIGN TO "COLLFILE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS COLL-KEY
003900         FILE STATUS IS WS-COLLFILE-STATUS.
004000
004100     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS LOAN-NUMBER
004500         FILE STATUS IS WS-LOANMSTR-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  COLLATERAL-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY COLLREC.
005200
005300 FD  LOAN-MASTER
005400     LABEL RECORDS ARE STANDARD.
005500     COPY LOANREC.
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-COLLFILE-STATUS       PIC X(02).
005900     88  WS-COLLFILE-OK       VALUE "00".
006000     88  WS-COLLFILE-NOTFOUND VALUE "35".
006100
006200 01  WS-LOANMSTR-STATUS       PIC X(02).
006300     88  WS-LOANMSTR-OK       VALUE "00".
006400     88  WS-LOANMSTR-NOTFOUND VALUE "35".
006500
006600 01  WS-FUNCTION-CODE         PIC 9(01).
006700 01  WS-LOAN-NUMBER           PIC 9(06).
006800 01  WS-COLL-SEQ              PIC 9(02).
006900 01  WS-NEXT-SEQ              PIC 9(03).
007000 01  WS-VALUE                 PIC 9(11).
007100 01  WS-ENTRY-DATE            PIC 9(08).
007200 01  WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
007300     05  WS-ENTRY-CCYY        PIC 9(04).
007400     05  WS-ENTRY-MM          PIC 9(02).
007500     05  WS-ENTRY-DD          PIC 9(02).
007600 01  WS-TODAYS-DATE           PIC 9(08).
007700 01  WS-OPERATOR-ID           PIC 9(04).
007800 01  WS-OPERATOR-AUTH         PIC X(01).
007900 01  WS-CONFIRM               PIC X(01).
008000 01  WS-LIST-COUNT            PIC 9(04) COMP.
008100 01  WS-LIST-TOTAL            PIC 9(13).
008200 01  WS-LIST-TYPE             PIC X(08).
008300 01  WS-LIST-STATUS           PIC X(08).
008400
008500 01  WS-JRNL-FILE             PIC X(08) VALUE "COLLFILE".
008600 01  WS-JRNL-KEY              PIC X(12).
008700 01  WS-BEFORE-IMAGE          PIC X(100).
008800 01  WS-AFTER-IMAGE           PIC X(100).
008900
009000 01  WS-SWITCHES.
009100     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
009200         88  WS-OPERATOR-OK   VALUE "Y".
009300     05  WS-COLL-OPEN-SW      PIC X(01) VALUE "N".
009400         88  WS-COLL-OPEN     VALUE "Y".
009500     05  WS-COLL-FOUND-SW     PIC X(01) VALUE "N".
009600         88  WS-COLL-FOUND    VALUE "Y".
009700     05  WS-DATE-OK-SW        PIC X(01) VALUE "N".
009800         88  WS-DATE-OK       VALUE "Y".
009900     05  WS-DETAILS-OK-SW     PIC X(01) VALUE "N".
010000         88  WS-DETAILS-OK    VALUE "Y".
010100     05  WS-LIST-EOF-SW       PIC X(01) VALUE "N".
010200         88  WS-LIST-EOF      VALUE "Y".
010200
010200 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "COLLMNT".
010200 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
010200 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
010200     88  WS-ENTITLED          VALUE "Y".
010300
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE
010700         THRU 1000-INITIALIZE-EXIT
010800
010900     IF WS-OPERATOR-OK
011000         PERFORM 2000-PROCESS-FUNCTION
011100             THRU 2000-PROCESS-FUNCTION-EXIT
011200     END-IF
011300
011400     PERFORM 9999-TERMINATE
011500         THRU 9999-TERMINATE-EXIT
011600
011700     STOP RUN.
011800
011900*-----------------------------------------------------------------
012000* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE COLLATERAL REGISTER,
012100* CREATING IT IF IT HAS NEVER BEEN SET UP.
012200*-----------------------------------------------------------------
012300 1000-INITIALIZE.
012400     MOVE "N" TO WS-OPERATOR-SW
012500     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
012600                           WS-OPERATOR-AUTH
012700     IF NOT WS-OPERATOR-OK
012800         DISPLAY "COLLMNT: OPERATOR LOGIN FAILED, "
012900                 "MAINTENANCE REFUSED"
013000         GO TO 1000-INITIALIZE-EXIT
013100     END-IF
013100     MOVE "N" TO WS-ENTITLED-SW
013100     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
013100                          WS-ENTL-MODE WS-ENTITLED-SW
013100     IF NOT WS-ENTITLED
013100         DISPLAY "COLLMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
013100                 "ENTITLED TO COLLMNT, REFUSED"
013100         MOVE "N" TO WS-OPERATOR-SW
013100         GO TO 1000-INITIALIZE-EXIT
013100     END-IF
013200
013300     CALL "BUSDATE" USING WS-TODAYS-DATE
013400
013500     OPEN I-O COLLATERAL-FILE
013600     IF WS-COLLFILE-NOTFOUND
013700         OPEN OUTPUT COLLATERAL-FILE
013800         CLOSE COLLATERAL-FILE
013900         OPEN I-O COLLATERAL-FILE
014000     END-IF
014100     IF NOT WS-COLLFILE-OK
014200         DISPLAY "COLLMNT: UNABLE TO OPEN COLLATERAL REGISTER, "
014300                 "STATUS = " WS-COLLFILE-STATUS
014400         MOVE "N" TO WS-OPERATOR-SW
014500         GO TO 1000-INITIALIZE-EXIT
014600     END-IF
014700     SET WS-COLL-OPEN TO TRUE.
014800 1000-INITIALIZE-EXIT.
014900     EXIT.
015000
015100*-----------------------------------------------------------------
015200* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
015300*-----------------------------------------------------------------
015400 2000-PROCESS-FUNCTION.
015500     DISPLAY "1. REGISTER COLLATERAL"
015600     DISPLAY "2. REVALUE COLLATERAL"
015700     DISPLAY "3. UPDATE INSURANCE AND CHARGE DETAILS"
015800     DISPLAY "4. RELEASE COLLATERAL"
015900     DISPLAY "5. LIST LOAN COLLATERAL"
016000     DISPLAY "ENTER FUNCTION: "
016100     ACCEPT WS-FUNCTION-CODE
016200
016300     DISPLAY "ENTER LOAN NUMBER: "
016400     ACCEPT WS-LOAN-NUMBER
016500     IF WS-LOAN-NUMBER NOT > 0
016600         DISPLAY "COLLMNT: INVALID LOAN NUMBER"
016700         GO TO 2000-PROCESS-FUNCTION-EXIT
016800     END-IF
016900
017000     EVALUATE WS-FUNCTION-CODE
017100         WHEN 1
017200             PERFORM 3000-ADD-COLLATERAL
017300                 THRU 3000-ADD-COLLATERAL-EXIT
017400         WHEN 2
017500             PERFORM 4000-REVALUE-COLLATERAL
017600                 THRU 4000-REVALUE-COLLATERAL-EXIT
017700         WHEN 3
017800             PERFORM 5000-UPDATE-DETAILS
017900                 THRU 5000-UPDATE-DETAILS-EXIT
018000         WHEN 4
018100             PERFORM 6000-RELEASE-COLLATERAL
018200                 THRU 6000-RELEASE-COLLATERAL-EXIT
018300         WHEN 5
018400             PERFORM 7000-LIST-LOAN
018500                 THRU 7000-LIST-LOAN-EXIT
018600         WHEN OTHER
018700             DISPLAY "COLLMNT: INVALID FUNCTION"
018800     END-EVALUATE.
018900 2000-PROCESS-FUNCTION-EXIT.
019000     EXIT.
019100
019200*-----------------------------------------------------------------
019300* REGISTER A NEW ITEM OF COLLATERAL AGAINST THE LOAN UNDER THE
019400* NEXT FREE SEQUENCE NUMBER.  THE LOAN NEED NOT BE ON THE LOAN
019500* MASTER YET - COLLATERAL IS TAKEN BEFORE A SECURED LOAN IS
019600* DISBURSED - BUT A CLOSED OR WRITTEN-OFF LOAN TAKES NO MORE.
019700*-----------------------------------------------------------------
019800 3000-ADD-COLLATERAL.
019900     PERFORM 3050-CHECK-LOAN
020000         THRU 3050-CHECK-LOAN-EXIT
020100     IF WS-LOANMSTR-OK
020200         AND NOT LOAN-STATUS-ACTIVE
020300         DISPLAY "COLLMNT: LOAN " WS-LOAN-NUMBER " IS NO LONGER "
020400                 "ACTIVE, REGISTRATION REFUSED"
020500         GO TO 3000-ADD-COLLATERAL-EXIT
020600     END-IF
020700
020800     PERFORM 3900-FIND-NEXT-SEQ
020900         THRU 3900-FIND-NEXT-SEQ-EXIT
021000     IF WS-NEXT-SEQ > 99
021100         DISPLAY "COLLMNT: LOAN " WS-LOAN-NUMBER " ALREADY HAS "
021200                 "99 ITEMS OF COLLATERAL REGISTERED"
021300         GO TO 3000-ADD-COLLATERAL-EXIT
021400     END-IF
021500
021600     MOVE SPACES TO COLLATERAL-RECORD
021700     MOVE WS-LOAN-NUMBER TO COLL-LOAN-NUMBER
021800     MOVE WS-NEXT-SEQ    TO COLL-SEQ
021900
022000     DISPLAY "ENTER COLLATERAL TYPE (P=PROPERTY G=GOLD "
022100             "V=VEHICLE O=OTHER): "
022200     ACCEPT COLL-TYPE
022300     IF NOT COLL-TYPE-VALID
022400         DISPLAY "COLLMNT: INVALID COLLATERAL TYPE"
022500         GO TO 3000-ADD-COLLATERAL-EXIT
022600     END-IF
022700
022800     DISPLAY "ENTER DESCRIPTION: "
022900     ACCEPT COLL-DESCRIPTION
023000     IF COLL-DESCRIPTION = SPACES
023100         DISPLAY "COLLMNT: DESCRIPTION IS REQUIRED"
023200         GO TO 3000-ADD-COLLATERAL-EXIT
023300     END-IF
023400
023500     DISPLAY "ENTER VALUATION: "
023600     ACCEPT WS-VALUE
023700     IF WS-VALUE NOT > 0
023800         DISPLAY "COLLMNT: INVALID VALUATION"
023900         GO TO 3000-ADD-COLLATERAL-EXIT
024000     END-IF
024100
024200     DISPLAY "ENTER VALUATION DATE (CCYYMMDD): "
024300     ACCEPT WS-ENTRY-DATE
024400     PERFORM 8100-CHECK-PAST-DATE
024500         THRU 8100-CHECK-PAST-DATE-EXIT
024600     IF NOT WS-DATE-OK
024700         DISPLAY "COLLMNT: INVALID VALUATION DATE"
024800         GO TO 3000-ADD-COLLATERAL-EXIT
024900     END-IF
025000     MOVE WS-VALUE      TO COLL-VALUE
025100     MOVE WS-ENTRY-DATE TO COLL-VALUATION-DATE
025200     MOVE 0             TO COLL-PREV-VALUE
025300     MOVE 0             TO COLL-PREV-VALUATION-DATE
025400
025500     PERFORM 3100-CAPTURE-INSURANCE
025600         THRU 3100-CAPTURE-INSURANCE-EXIT
025700     IF NOT WS-DETAILS-OK
025800         GO TO 3000-ADD-COLLATERAL-EXIT
025900     END-IF
026000
026100     PERFORM 3200-CAPTURE-CHARGE
026200         THRU 3200-CAPTURE-CHARGE-EXIT
026300     IF NOT WS-DETAILS-OK
026400         GO TO 3000-ADD-COLLATERAL-EXIT
026500     END-IF
026600
026700     DISPLAY "CONFIRM REGISTRATION OF ITEM " COLL-SEQ
026800             " AGAINST LOAN " WS-LOAN-NUMBER " VALUED AT "
026900             COLL-VALUE " (Y/N): "
027000     ACCEPT WS-CONFIRM
027100     IF WS-CONFIRM NOT = "Y"
027200         DISPLAY "COLLMNT: REGISTRATION ABANDONED"
027300         GO TO 3000-ADD-COLLATERAL-EXIT
027400     END-IF
027500
027600     SET COLL-STATUS-ACTIVE TO TRUE
027700     MOVE WS-TODAYS-DATE TO COLL-ADDED-DATE
027800     MOVE WS-OPERATOR-ID TO COLL-ADDED-BY
027900     MOVE WS-TODAYS-DATE TO COLL-LAST-CHANGE-DATE
028000     MOVE WS-OPERATOR-ID TO COLL-LAST-CHANGED-BY
028100
028200     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
028300     WRITE COLLATERAL-RECORD
028400         INVALID KEY
028500             DISPLAY "COLLMNT: UNABLE TO WRITE ITEM " COLL-SEQ
028600                     " OF LOAN " WS-LOAN-NUMBER
028700             GO TO 3000-ADD-COLLATERAL-EXIT
028800     END-WRITE
028900
029000     PERFORM 8000-JOURNAL-CHANGE
029100         THRU 8000-JOURNAL-CHANGE-EXIT
029200
029300     DISPLAY "COLLMNT: ITEM " COLL-SEQ " REGISTERED AGAINST LOAN "
029400             WS-LOAN-NUMBER.
029500 3000-ADD-COLLATERAL-EXIT.
029600     EXIT.
029700
029800*-----------------------------------------------------------------
029900* LOOK THE LOAN UP ON THE LOAN MASTER.  A LOAN NOT YET DISBURSED
030000* IS NOT AN ERROR - THE OPERATOR IS TOLD AND CARRIES ON.
030100*-----------------------------------------------------------------
030200 3050-CHECK-LOAN.
030300     OPEN INPUT LOAN-MASTER
030400     IF NOT WS-LOANMSTR-OK
030500         DISPLAY "COLLMNT: LOAN " WS-LOAN-NUMBER " IS NOT YET "
030600                 "DISBURSED - REGISTERING AHEAD OF LOANOPEN"
030700         MOVE "35" TO WS-LOANMSTR-STATUS
030800         GO TO 3050-CHECK-LOAN-EXIT
030900     END-IF
031000
031100     MOVE WS-LOAN-NUMBER TO LOAN-NUMBER
031200     READ LOAN-MASTER
031300         KEY IS LOAN-NUMBER
031400         INVALID KEY
031500             DISPLAY "COLLMNT: LOAN " WS-LOAN-NUMBER
031600                     " IS NOT YET DISBURSED - REGISTERING AHEAD "
031700                     "OF LOANOPEN"
031800     END-READ
031900     CLOSE LOAN-MASTER.
032000 3050-CHECK-LOAN-EXIT.
032100     EXIT.
032200
032300*-----------------------------------------------------------------
032400* TAKE THE INSURANCE COVERING THE ITEM.  NO INSURER MEANS THE
032500* ITEM IS NOT INSURED AND CARRIES NO EXPIRY.
032600*-----------------------------------------------------------------
032700 3100-CAPTURE-INSURANCE.
032800     MOVE "N" TO WS-DETAILS-OK-SW
032900
033000     DISPLAY "ENTER INSURER (BLANK = NOT INSURED): "
033100     ACCEPT COLL-INSURER
033200     IF COLL-INSURER = SPACES
033300         MOVE SPACES TO COLL-POLICY-NUMBER
033400         MOVE 0 TO COLL-INS-EXPIRY-DATE
033500         SET WS-DETAILS-OK TO TRUE
033600         GO TO 3100-CAPTURE-INSURANCE-EXIT
033700     END-IF
033800
033900     DISPLAY "ENTER POLICY NUMBER: "
034000     ACCEPT COLL-POLICY-NUMBER
034100     IF COLL-POLICY-NUMBER = SPACES
034200         DISPLAY "COLLMNT: POLICY NUMBER IS REQUIRED"
034300         GO TO 3100-CAPTURE-INSURANCE-EXIT
034400     END-IF
034500
034600     DISPLAY "ENTER INSURANCE EXPIRY DATE (CCYYMMDD): "
034700     ACCEPT WS-ENTRY-DATE
034800     PERFORM 8200-CHECK-DATE
034900         THRU 8200-CHECK-DATE-EXIT
035000     IF NOT WS-DATE-OK
035100         DISPLAY "COLLMNT: INVALID INSURANCE EXPIRY DATE"
035200         GO TO 3100-CAPTURE-INSURANCE-EXIT
035300     END-IF
035400     IF WS-ENTRY-DATE < WS-TODAYS-DATE
035500         DISPLAY "COLLMNT: WARNING - THE INSURANCE HAS ALREADY "
035600                 "LAPSED"
035700     END-IF
035800     MOVE WS-ENTRY-DATE TO COLL-INS-EXPIRY-DATE
035900
036000     SET WS-DETAILS-OK TO TRUE.
036100 3100-CAPTURE-INSURANCE-EXIT.
036200     EXIT.
036300
036400*-----------------------------------------------------------------
036500* TAKE THE BANK'S CHARGE OVER THE ITEM.  A CHARGE NOT YET
036600* REGISTERED IS LEFT WITH A BLANK REFERENCE AND NO DATE.
036700*-----------------------------------------------------------------
036800 3200-CAPTURE-CHARGE.
036900     MOVE "N" TO WS-DETAILS-OK-SW
037000
037100     DISPLAY "ENTER CHARGE TYPE (M=MORTGAGE H=HYPOTHECATION "
037200             "P=PLEDGE): "
037300     ACCEPT COLL-CHARGE-TYPE
037400     IF NOT COLL-CHARGE-VALID
037500         DISPLAY "COLLMNT: INVALID CHARGE TYPE"
037600         GO TO 3200-CAPTURE-CHARGE-EXIT
037700     END-IF
037800
037900     DISPLAY "ENTER CHARGE REGISTRATION REFERENCE "
038000             "(BLANK = NOT YET REGISTERED): "
038100     ACCEPT COLL-CHARGE-REF
038200     IF COLL-CHARGE-REF = SPACES
038300         MOVE 0 TO COLL-CHARGE-DATE
038400         DISPLAY "COLLMNT: WARNING - THE CHARGE IS NOT YET "
038500                 "REGISTERED"
038600         SET WS-DETAILS-OK TO TRUE
038700         GO TO 3200-CAPTURE-CHARGE-EXIT
038800     END-IF
038900
039000     DISPLAY "ENTER CHARGE REGISTRATION DATE (CCYYMMDD): "
039100     ACCEPT WS-ENTRY-DATE
039200     PERFORM 8100-CHECK-PAST-DATE
039300         THRU 8100-CHECK-PAST-DATE-EXIT
039400     IF NOT WS-DATE-OK
039500         DISPLAY "COLLMNT: INVALID CHARGE REGISTRATION DATE"
039600         GO TO 3200-CAPTURE-CHARGE-EXIT
039700     END-IF
039800     MOVE WS-ENTRY-DATE TO COLL-CHARGE-DATE
039900
040000     SET WS-DETAILS-OK TO TRUE.
040100 3200-CAPTURE-CHARGE-EXIT.
040200     EXIT.
040300
040400*-----------------------------------------------------------------
040500* THE NEXT FREE SEQUENCE NUMBER FOR THE LOAN - ONE PAST THE
040600* HIGHEST ALREADY ON FILE, RELEASED ITEMS INCLUDED.
040700*-----------------------------------------------------------------
040800 3900-FIND-NEXT-SEQ.
040900     MOVE 1 TO WS-NEXT-SEQ
041000     MOVE "N" TO WS-LIST-EOF-SW
041100     MOVE WS-LOAN-NUMBER TO COLL-LOAN-NUMBER
041200     MOVE 0 TO COLL-SEQ
041300     START COLLATERAL-FILE
041400         KEY IS NOT LESS THAN COLL-KEY
041500         INVALID KEY
041600             SET WS-LIST-EOF TO TRUE
041700     END-START
041800
041900     PERFORM 3950-SCAN-ONE-ITEM
042000         THRU 3950-SCAN-ONE-ITEM-EXIT
042100         UNTIL WS-LIST-EOF.
042200 3900-FIND-NEXT-SEQ-EXIT.
042300     EXIT.
042400
042500*-----------------------------------------------------------------
042600* STEP PAST ONE OF THE LOAN'S EXISTING ITEMS.
042700*-----------------------------------------------------------------
042800 3950-SCAN-ONE-ITEM.
042900     READ COLLATERAL-FILE NEXT RECORD
043000         AT END
043100             SET WS-LIST-EOF TO TRUE
043200             GO TO 3950-SCAN-ONE-ITEM-EXIT
043300     END-READ
043400
043500     IF COLL-LOAN-NUMBER NOT = WS-LOAN-NUMBER
043600         SET WS-LIST-EOF TO TRUE
043700         GO TO 3950-SCAN-ONE-ITEM-EXIT
043800     END-IF
043900
044000     COMPUTE WS-NEXT-SEQ = COLL-SEQ + 1.
044100 3950-SCAN-ONE-ITEM-EXIT.
044200     EXIT.
044300
044400*-----------------------------------------------------------------
044500* RECORD A FRESH VALUATION OF AN ACTIVE ITEM.  THE VALUATION IT
044600* REPLACES IS KEPT ALONGSIDE.
044700*-----------------------------------------------------------------
044800 4000-REVALUE-COLLATERAL.
044900     PERFORM 8300-READ-ITEM
045000         THRU 8300-READ-ITEM-EXIT
045100     IF NOT WS-COLL-FOUND
045200         GO TO 4000-REVALUE-COLLATERAL-EXIT
045300     END-IF
045400
045500     DISPLAY "CURRENT VALUATION " COLL-VALUE " OF "
045600             COLL-VALUATION-DATE
045700     DISPLAY "ENTER NEW VALUATION: "
045800     ACCEPT WS-VALUE
045900     IF WS-VALUE NOT > 0
046000         DISPLAY "COLLMNT: INVALID VALUATION"
046100         GO TO 4000-REVALUE-COLLATERAL-EXIT
046200     END-IF
046300
046400     DISPLAY "ENTER VALUATION DATE (CCYYMMDD): "
046500     ACCEPT WS-ENTRY-DATE
046600     PERFORM 8100-CHECK-PAST-DATE
046700         THRU 8100-CHECK-PAST-DATE-EXIT
046800     IF NOT WS-DATE-OK
046900         OR WS-ENTRY-DATE < COLL-VALUATION-DATE
047000         DISPLAY "COLLMNT: INVALID VALUATION DATE"
047100         GO TO 4000-REVALUE-COLLATERAL-EXIT
047200     END-IF
047300
047400     DISPLAY "CONFIRM REVALUATION OF ITEM " COLL-SEQ " FROM "
047500             COLL-VALUE " TO " WS-VALUE " (Y/N): "
047600     ACCEPT WS-CONFIRM
047700     IF WS-CONFIRM NOT = "Y"
047800         DISPLAY "COLLMNT: REVALUATION ABANDONED"
047900         GO TO 4000-REVALUE-COLLATERAL-EXIT
048000     END-IF
048100
048200     MOVE COLLATERAL-RECORD   TO WS-BEFORE-IMAGE
048300     MOVE COLL-VALUE          TO COLL-PREV-VALUE
048400     MOVE COLL-VALUATION-DATE TO COLL-PREV-VALUATION-DATE
048500     MOVE WS-VALUE            TO COLL-VALUE
048600     MOVE WS-ENTRY-DATE       TO COLL-VALUATION-DATE
048700     MOVE WS-TODAYS-DATE      TO COLL-LAST-CHANGE-DATE
048800     MOVE WS-OPERATOR-ID      TO COLL-LAST-CHANGED-BY
048900     REWRITE COLLATERAL-RECORD
049000         INVALID KEY
049100             DISPLAY "COLLMNT: UNABLE TO REWRITE ITEM " COLL-SEQ
049200                     " OF LOAN " WS-LOAN-NUMBER
049300             GO TO 4000-REVALUE-COLLATERAL-EXIT
049400     END-REWRITE
049500
049600     PERFORM 8000-JOURNAL-CHANGE
049700         THRU 8000-JOURNAL-CHANGE-EXIT
049800
049900     DISPLAY "COLLMNT: ITEM " COLL-SEQ " OF LOAN " WS-LOAN-NUMBER
050000             " REVALUED AT " COLL-VALUE.
050100 4000-REVALUE-COLLATERAL-EXIT.
050200     EXIT.
050300
050400*-----------------------------------------------------------------
050500* RETAKE THE INSURANCE AND CHARGE DETAILS OF AN ACTIVE ITEM - A
050600* RENEWED POLICY, OR A CHARGE NOW REGISTERED.
050700*-----------------------------------------------------------------
050800 5000-UPDATE-DETAILS.
050900     PERFORM 8300-READ-ITEM
051000         THRU 8300-READ-ITEM-EXIT
051100     IF NOT WS-COLL-FOUND
051200         GO TO 5000-UPDATE-DETAILS-EXIT
051300     END-IF
051400
051500     DISPLAY "INSURED WITH " COLL-INSURER " POLICY "
051600             COLL-POLICY-NUMBER " EXPIRING " COLL-INS-EXPIRY-DATE
051700     DISPLAY "CHARGE " COLL-CHARGE-TYPE " REFERENCE "
051800             COLL-CHARGE-REF " OF " COLL-CHARGE-DATE
051900
052000     MOVE COLLATERAL-RECORD TO WS-BEFORE-IMAGE
052100     PERFORM 3100-CAPTURE-INSURANCE
052200         THRU 3100-CAPTURE-INSURANCE-EXIT
052300     IF NOT WS-DETAILS-OK
052400         GO TO 5000-UPDATE-DETAILS-EXIT
052500     END-IF
052600
052700     PERFORM 3200-CAPTURE-CHARGE
052800         THRU 3200-CAPTURE-CHARGE-EXIT
052900     IF NOT WS-DETAILS-OK
053000         GO TO 5000-UPDATE-DETAILS-EXIT
053100     END-IF
053200
053300     DISPLAY "CONFIRM UPDATE OF ITEM " COLL-SEQ " OF LOAN "
053400             WS-LOAN-NUMBER " (Y/N): "
053500     ACCEPT WS-CONFIRM
053600     IF WS-CONFIRM NOT = "Y"
053700         DISPLAY "COLLMNT: UPDATE ABANDONED"
053800         GO TO 5000-UPDATE-DETAILS-EXIT
053900     END-IF
054000
054100     MOVE WS-TODAYS-DATE TO COLL-LAST-CHANGE-DATE
054200     MOVE WS-OPERATOR-ID TO COLL-LAST-CHANGED-BY
054300     REWRITE COLLATERAL-RECORD
054400         INVALID KEY
054500             DISPLAY "COLLMNT: UNABLE TO REWRITE ITEM " COLL-SEQ
054600                     " OF LOAN " WS-LOAN-NUMBER
054700             GO TO 5000-UPDATE-DETAILS-EXIT
054800     END-REWRITE
054900
055000     PERFORM 8000-JOURNAL-CHANGE
055100         THRU 8000-JOURNAL-CHANGE-EXIT
055200
055300     DISPLAY "COLLMNT: ITEM " COLL-SEQ " OF LOAN " WS-LOAN-NUMBER
055400             " UPDATED".
055500 5000-UPDATE-DETAILS-EXIT.
055600     EXIT.
055700
055800*-----------------------------------------------------------------
055900* RELEASE AN ITEM BACK TO THE BORROWER.  ONLY A SUPERVISOR MAY
056000* DO THIS, AND IS WARNED IF THE LOAN IS STILL RUNNING.  THE ITEM
056100* STAYS ON FILE FOR THE AUDIT TRAIL.
056200*-----------------------------------------------------------------
056300 6000-RELEASE-COLLATERAL.
056400     IF WS-OPERATOR-AUTH NOT = "S"
056500         DISPLAY "COLLMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
056600                 "A SUPERVISOR, RELEASE REFUSED"
056700         GO TO 6000-RELEASE-COLLATERAL-EXIT
056800     END-IF
056900
057000     PERFORM 8300-READ-ITEM
057100         THRU 8300-READ-ITEM-EXIT
057200     IF NOT WS-COLL-FOUND
057300         GO TO 6000-RELEASE-COLLATERAL-EXIT
057400     END-IF
057500
057600     OPEN INPUT LOAN-MASTER
057700     IF WS-LOANMSTR-OK
057800         MOVE WS-LOAN-NUMBER TO LOAN-NUMBER
057900         READ LOAN-MASTER
058000             KEY IS LOAN-NUMBER
058100             INVALID KEY
058200                 CONTINUE
058300             NOT INVALID KEY
058400                 IF LOAN-STATUS-ACTIVE
058500                     DISPLAY "COLLMNT: WARNING - LOAN "
058600                             WS-LOAN-NUMBER " IS STILL ACTIVE"
058700                 END-IF
058800         END-READ
058900         CLOSE LOAN-MASTER
059000     END-IF
059100
059200     DISPLAY "CONFIRM RELEASE OF ITEM " COLL-SEQ " OF LOAN "
059300             WS-LOAN-NUMBER " - " COLL-DESCRIPTION " (Y/N): "
059400     ACCEPT WS-CONFIRM
059500     IF WS-CONFIRM NOT = "Y"
059600         DISPLAY "COLLMNT: RELEASE ABANDONED"
059700         GO TO 6000-RELEASE-COLLATERAL-EXIT
059800     END-IF
059900
060000     MOVE COLLATERAL-RECORD TO WS-BEFORE-IMAGE
060100     SET COLL-STATUS-RELEASED TO TRUE
060200     MOVE WS-TODAYS-DATE TO COLL-LAST-CHANGE-DATE
060300     MOVE WS-OPERATOR-ID TO COLL-LAST-CHANGED-BY
060400     REWRITE COLLATERAL-RECORD
060500         INVALID KEY
060600             DISPLAY "COLLMNT: UNABLE TO REWRITE ITEM " COLL-SEQ
060700                     " OF LOAN " WS-LOAN-NUMBER
060800             GO TO 6000-RELEASE-COLLATERAL-EXIT
060900     END-REWRITE
061000
061100     PERFORM 8000-JOURNAL-CHANGE
061200         THRU 8000-JOURNAL-CHANGE-EXIT
061300
061400     DISPLAY "COLLMNT: ITEM " COLL-SEQ " OF LOAN " WS-LOAN-NUMBER
061500             " RELEASED".
061600 6000-RELEASE-COLLATERAL-EXIT.
061700     EXIT.
061800
061900*-----------------------------------------------------------------
062000* LIST EVERY ITEM REGISTERED AGAINST THE LOAN, WHATEVER ITS
062100* STATUS, WITH THE VALUE OF THOSE STILL HELD.
062200*-----------------------------------------------------------------
062300 7000-LIST-LOAN.
062400     MOVE 0 TO WS-LIST-COUNT
062500     MOVE 0 TO WS-LIST-TOTAL
062600     MOVE "N" TO WS-LIST-EOF-SW
062700
062800     MOVE WS-LOAN-NUMBER TO COLL-LOAN-NUMBER
062900     MOVE 0 TO COLL-SEQ
063000     START COLLATERAL-FILE
063100         KEY IS NOT LESS THAN COLL-KEY
063200         INVALID KEY
063300             SET WS-LIST-EOF TO TRUE
063400     END-START
063500
063600     PERFORM 7100-LIST-ONE-ITEM
063700         THRU 7100-LIST-ONE-ITEM-EXIT
063800         UNTIL WS-LIST-EOF
063900
064000     IF WS-LIST-COUNT = 0
064100         DISPLAY "COLLMNT: NO COLLATERAL REGISTERED AGAINST LOAN "
064200                 WS-LOAN-NUMBER
064300     ELSE
064400         DISPLAY "ACTIVE COLLATERAL VALUE " WS-LIST-TOTAL
064500     END-IF.
064600 7000-LIST-LOAN-EXIT.
064700     EXIT.
064800
064900*-----------------------------------------------------------------
065000* SHOW ONE ITEM REGISTERED AGAINST THE LOAN.
065100*-----------------------------------------------------------------
065200 7100-LIST-ONE-ITEM.
065300     READ COLLATERAL-FILE NEXT RECORD
065400         AT END
065500             SET WS-LIST-EOF TO TRUE
065600             GO TO 7100-LIST-ONE-ITEM-EXIT
065700     END-READ
065800
065900     IF COLL-LOAN-NUMBER NOT = WS-LOAN-NUMBER
066000         SET WS-LIST-EOF TO TRUE
066100         GO TO 7100-LIST-ONE-ITEM-EXIT
066200     END-IF
066300
066400     EVALUATE TRUE
066500         WHEN COLL-TYPE-PROPERTY
066600             MOVE "PROPERTY" TO WS-LIST-TYPE
066700         WHEN COLL-TYPE-GOLD
066800             MOVE "GOLD"     TO WS-LIST-TYPE
066900         WHEN COLL-TYPE-VEHICLE
067000             MOVE "VEHICLE"  TO WS-LIST-TYPE
067100         WHEN OTHER
067200             MOVE "OTHER"    TO WS-LIST-TYPE
067300     END-EVALUATE
067400     IF COLL-STATUS-ACTIVE
067500         MOVE "ACTIVE"   TO WS-LIST-STATUS
067600         ADD COLL-VALUE TO WS-LIST-TOTAL
067700     ELSE
067800         MOVE "RELEASED" TO WS-LIST-STATUS
067900     END-IF
068000
068100     ADD 1 TO WS-LIST-COUNT
068200     DISPLAY "ITEM " COLL-SEQ " " WS-LIST-TYPE " " WS-LIST-STATUS
068300             " " COLL-DESCRIPTION
068400     DISPLAY "    VALUED " COLL-VALUE " ON " COLL-VALUATION-DATE
068500             " INSURANCE EXPIRES " COLL-INS-EXPIRY-DATE
068600     DISPLAY "    CHARGE " COLL-CHARGE-TYPE " " COLL-CHARGE-REF
068700             " OF " COLL-CHARGE-DATE.
068800 7100-LIST-ONE-ITEM-EXIT.
068900     EXIT.
069000
069100*-----------------------------------------------------------------
069200* RECORD THE BEFORE AND AFTER IMAGES OF THE CHANGE JUST MADE.
069300*-----------------------------------------------------------------
069400 8000-JOURNAL-CHANGE.
069500     MOVE SPACES TO WS-JRNL-KEY
069600     MOVE COLL-KEY TO WS-JRNL-KEY
069700     MOVE COLLATERAL-RECORD TO WS-AFTER-IMAGE
069800     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
069900                          WS-JRNL-KEY WS-BEFORE-IMAGE
070000                          WS-AFTER-IMAGE.
070100 8000-JOURNAL-CHANGE-EXIT.
070200     EXIT.
070300
070400*-----------------------------------------------------------------
070500* A DATE KEYED AS CCYYMMDD MUST LOOK LIKE A DATE AND, FOR A
070600* VALUATION OR A CHARGE, MAY NOT LIE IN THE FUTURE.
070700*-----------------------------------------------------------------
070800 8100-CHECK-PAST-DATE.
070900     PERFORM 8200-CHECK-DATE
071000         THRU 8200-CHECK-DATE-EXIT
071100     IF WS-ENTRY-DATE > WS-TODAYS-DATE
071200         MOVE "N" TO WS-DATE-OK-SW
071300     END-IF.
071400 8100-CHECK-PAST-DATE-EXIT.
071500     EXIT.
071600
071700 8200-CHECK-DATE.
071800     MOVE "N" TO WS-DATE-OK-SW
071900     IF WS-ENTRY-MM < 1 OR WS-ENTRY-MM > 12
072000         OR WS-ENTRY-DD < 1 OR WS-ENTRY-DD > 31
072100         OR WS-ENTRY-CCYY < 1900
072200         GO TO 8200-CHECK-DATE-EXIT
072300     END-IF
072400     SET WS-DATE-OK TO TRUE.
072500 8200-CHECK-DATE-EXIT.
072600     EXIT.
072700
072800*-----------------------------------------------------------------
072900* PROMPT FOR AND READ THE ITEM TO BE WORKED ON, WHICH MUST STILL
073000* BE HELD.
073100*-----------------------------------------------------------------
073200 8300-READ-ITEM.
073300     MOVE "N" TO WS-COLL-FOUND-SW
073400     DISPLAY "ENTER ITEM SEQUENCE NUMBER: "
073500     ACCEPT WS-COLL-SEQ
073600
073700     MOVE WS-LOAN-NUMBER TO COLL-LOAN-NUMBER
073800     MOVE WS-COLL-SEQ    TO COLL-SEQ
073900     READ COLLATERAL-FILE
074000         KEY IS COLL-KEY
074100         INVALID KEY
074200             DISPLAY "COLLMNT: NO ITEM " WS-COLL-SEQ
074300                     " REGISTERED AGAINST LOAN " WS-LOAN-NUMBER
074400             GO TO 8300-READ-ITEM-EXIT
074500     END-READ
074600
074700     IF NOT COLL-STATUS-ACTIVE
074800         DISPLAY "COLLMNT: ITEM " WS-COLL-SEQ " OF LOAN "
074900                 WS-LOAN-NUMBER " HAS BEEN RELEASED"
075000         GO TO 8300-READ-ITEM-EXIT
075100     END-IF
075200
075300     DISPLAY "ITEM: " COLL-DESCRIPTION
075400     SET WS-COLL-FOUND TO TRUE.
075500 8300-READ-ITEM-EXIT.
075600     EXIT.
075700
075800*-----------------------------------------------------------------
075900* CLOSE DOWN THE FILE BEFORE ENDING THE RUN.
076000*-----------------------------------------------------------------
076100 9999-TERMINATE.
076200     IF WS-COLL-OPEN
076300         CLOSE COLLATERAL-FILE
076400     END-IF.
076500 9999-TERMINATE-EXIT.
076600     EXIT.
