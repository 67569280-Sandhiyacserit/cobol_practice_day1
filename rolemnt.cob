000100*****************************************************************
000200* PROGRAM      : ROLEMNT                                        *
000300* DESCRIPTION  : OPERATOR ROLE MASTER MAINTENANCE.  ADDS A      *
000400*                ROLE (CASHIER, TELLER, LOANS OFFICER, BACK     *
000500*                OFFICE, BRANCH MANAGER AND SO ON), ADDS AND    *
000600*                REMOVES THE FUNCTIONS IT MAY USE - THE PROGRAM *
000700*                NAMES OF THE MENU OPTIONS, COUNTER PROGRAMS    *
000800*                AND MAINTENANCE PROGRAMS - WITHDRAWS OR        *
000900*                REINSTATES IT, AND LISTS THE ROLES ON FILE.    *
001000*                OPERATORS ARE GIVEN ROLES IN OPRMAINT.         *
001100*                REQUIRES A SUPERVISOR LOGIN.  ON A CLEAN ROLE  *
001200*                MASTER THE FIRST ROLE ADDED IS THE             *
001300*                ADMINISTRATOR ROLE - IT IS GIVEN EVERY         *
001400*                FUNCTION ("*ALL") AND THE SUPERVISOR ADDING    *
001500*                IT IS GIVEN THE ROLE, SO SOMEBODY CAN STILL    *
001600*                MAINTAIN ROLES ONCE ENTITLEMENTS COME INTO     *
001700*                FORCE.                                         *
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. ROLEMNT.
002100 AUTHOR. S NATARAJAN.
002200 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED.
002500
002600*****************************************************************
002700* MODIFICATION HISTORY                                          *
002800*-----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION                                  *
003000* 2026-10-15 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW ROLE   *
003100*                  MASTER BEHIND THE FUNCTION ENTITLEMENTS.     *
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ROLE-MASTER ASSIGN TO "ROLEFILE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ROLE-CODE
004100         FILE STATUS IS WS-ROLEFILE-STATUS.
004200
004300     SELECT OPERATOR-MASTER ASSIGN TO "OPRFILE"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS OPR-ID
004700         FILE STATUS IS WS-OPRFILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ROLE-MASTER
005200     LABEL RECORDS ARE STANDARD.
005300     COPY ROLEREC.
005400
005500 FD  OPERATOR-MASTER
005600     LABEL RECORDS ARE STANDARD.
005700     COPY OPRREC.
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-ROLEFILE-STATUS       PIC X(02).
006100     88  WS-ROLEFILE-OK       VALUE "00".
006200     88  WS-ROLEFILE-NOTFOUND VALUE "35".
006300
006400 01  WS-OPRFILE-STATUS        PIC X(02).
006500     88  WS-OPRFILE-OK        VALUE "00".
006600
006700 01  WS-FUNCTION-CODE         PIC 9(01).
006800 01  WS-TARGET-ROLE           PIC X(04).
006900 01  WS-NEW-NAME              PIC X(20).
007000 01  WS-FUNCTION-ID           PIC X(10).
007100 01  WS-ALL-FUNCTIONS         PIC X(10) VALUE "*ALL".
007200 01  WS-FUNC-IDX              PIC 9(02) COMP.
007300 01  WS-FOUND-IDX             PIC 9(02) COMP.
007400 01  WS-SHIFT-IDX             PIC 9(02) COMP.
007500 01  WS-ROLE-IDX              PIC 9(02) COMP.
007600 01  WS-LISTED-COUNT          PIC 9(05) VALUE 0.
007700 01  WS-TODAYS-DATE           PIC 9(08).
007800 01  WS-JRNL-FILE             PIC X(08).
007900 01  WS-JRNL-KEY              PIC X(12).
008000 01  WS-BEFORE-IMAGE          PIC X(100).
008100 01  WS-AFTER-IMAGE           PIC X(100).
008200 01  WS-SUPV-ID               PIC 9(04).
008300 01  WS-SUPV-AUTH             PIC X(01).
008400 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ROLEMNT".
008500 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
008600
008700 01  WS-ROLE-LINE.
008800     05  RLL-ROLE-CODE        PIC X(04).
008900     05  FILLER               PIC X(01) VALUE SPACE.
009000     05  RLL-ROLE-NAME        PIC X(20).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009200     05  RLL-STATUS           PIC X(01).
009300     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  RLL-FUNC-COUNT       PIC Z9.
009500
009600 01  WS-SWITCHES.
009700     05  WS-SUPV-SW           PIC X(01) VALUE "N".
009800         88  WS-SUPV-OK       VALUE "Y".
009900     05  WS-ENTITLED-SW       PIC X(01) VALUE "N".
010000         88  WS-ENTITLED      VALUE "Y".
010100     05  WS-ACCESS-SW         PIC X(01) VALUE "N".
010200         88  WS-ACCESS-GRANTED VALUE "Y".
010300     05  WS-FILE-EMPTY-SW     PIC X(01) VALUE "N".
010400         88  WS-FILE-EMPTY    VALUE "Y".
010500     05  WS-ROLE-FOUND-SW     PIC X(01) VALUE "N".
010600         88  WS-ROLE-FOUND    VALUE "Y".
010700     05  WS-ROLE-EOF-SW       PIC X(01) VALUE "N".
010800         88  WS-ROLE-EOF      VALUE "Y".
010900
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE
011300         THRU 1000-INITIALIZE-EXIT
011400
011500     IF WS-ACCESS-GRANTED
011600         PERFORM 2000-PROCESS-FUNCTION
011700             THRU 2000-PROCESS-FUNCTION-EXIT
011800     END-IF
011900
012000     PERFORM 9999-TERMINATE
012100         THRU 9999-TERMINATE-EXIT
012200
012300     STOP RUN.
012400
012500*-----------------------------------------------------------------
012600* REQUIRE A SUPERVISOR LOGIN ENTITLED TO ROLE MAINTENANCE, THEN
012700* OPEN THE ROLE MASTER, CREATING IT IF IT HAS NEVER BEEN SET UP.
012800*-----------------------------------------------------------------
012900 1000-INITIALIZE.
013000     MOVE "N" TO WS-SUPV-SW
013100     CALL "OPRLOGIN" USING WS-SUPV-ID WS-SUPV-SW WS-SUPV-AUTH
013200     IF NOT WS-SUPV-OK
013300         DISPLAY "ROLEMNT: OPERATOR LOGIN FAILED, MAINTENANCE "
013400                 "REFUSED"
013500         GO TO 1000-INITIALIZE-EXIT
013600     END-IF
013700     IF WS-SUPV-AUTH NOT = "S"
013800         DISPLAY "ROLEMNT: OPERATOR " WS-SUPV-ID " IS NOT A "
013900                 "SUPERVISOR, MAINTENANCE REFUSED"
014000         GO TO 1000-INITIALIZE-EXIT
014100     END-IF
014200     MOVE "N" TO WS-ENTITLED-SW
014300     CALL "ENTLCHK" USING WS-SUPV-ID WS-ENTL-FUNCTION
014400                          WS-ENTL-MODE WS-ENTITLED-SW
014500     IF NOT WS-ENTITLED
014600         DISPLAY "ROLEMNT: OPERATOR " WS-SUPV-ID " IS NOT "
014700                 "ENTITLED TO ROLEMNT, MAINTENANCE REFUSED"
014800         GO TO 1000-INITIALIZE-EXIT
014900     END-IF
015000
015100     CALL "BUSDATE" USING WS-TODAYS-DATE
015200
015300     OPEN I-O ROLE-MASTER
015400     IF WS-ROLEFILE-NOTFOUND
015500         OPEN OUTPUT ROLE-MASTER
015600         CLOSE ROLE-MASTER
015700         OPEN I-O ROLE-MASTER
015800     END-IF
015900     IF NOT WS-ROLEFILE-OK
016000         DISPLAY "ROLEMNT: UNABLE TO OPEN ROLE MASTER, "
016100                 "STATUS = " WS-ROLEFILE-STATUS
016200         GO TO 1000-INITIALIZE-EXIT
016300     END-IF
016400
016500     READ ROLE-MASTER NEXT RECORD
016600         AT END
016700             SET WS-FILE-EMPTY TO TRUE
016800     END-READ
016900     IF WS-FILE-EMPTY
017000         DISPLAY "ROLEMNT: NO ROLES ON FILE, INITIAL SET-UP "
017100                 "MODE - THE FIRST ROLE ADDED IS THE "
017200                 "ADMINISTRATOR ROLE"
017300     END-IF
017400
017500     SET WS-ACCESS-GRANTED TO TRUE.
017600 1000-INITIALIZE-EXIT.
017700     EXIT.
017800
017900*-----------------------------------------------------------------
018000* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
018100*-----------------------------------------------------------------
018200 2000-PROCESS-FUNCTION.
018300     DISPLAY "1. ADD ROLE"
018400     DISPLAY "2. ADD FUNCTION TO ROLE"
018500     DISPLAY "3. REMOVE FUNCTION FROM ROLE"
018600     DISPLAY "4. WITHDRAW ROLE"
018700     DISPLAY "5. REINSTATE ROLE"
018800     DISPLAY "6. LIST ROLES"
018900     DISPLAY "7. LIST FUNCTIONS OF A ROLE"
019000     DISPLAY "ENTER FUNCTION: "
019100     ACCEPT WS-FUNCTION-CODE
019200
019300     IF WS-FILE-EMPTY
019400         AND WS-FUNCTION-CODE NOT = 1
019500         DISPLAY "ROLEMNT: NO ROLES ON FILE, ADD THE "
019600                 "ADMINISTRATOR ROLE FIRST"
019700         GO TO 2000-PROCESS-FUNCTION-EXIT
019800     END-IF
019900
020000     EVALUATE WS-FUNCTION-CODE
020100         WHEN 1
020200             PERFORM 3000-ADD-ROLE
020300                 THRU 3000-ADD-ROLE-EXIT
020400         WHEN 2
020500             PERFORM 4000-ADD-FUNCTION
020600                 THRU 4000-ADD-FUNCTION-EXIT
020700         WHEN 3
020800             PERFORM 5000-REMOVE-FUNCTION
020900                 THRU 5000-REMOVE-FUNCTION-EXIT
021000         WHEN 4
021100             PERFORM 6000-WITHDRAW-ROLE
021200                 THRU 6000-WITHDRAW-ROLE-EXIT
021300         WHEN 5
021400             PERFORM 6500-REINSTATE-ROLE
021500                 THRU 6500-REINSTATE-ROLE-EXIT
021600         WHEN 6
021700             PERFORM 7000-LIST-ROLES
021800                 THRU 7000-LIST-ROLES-EXIT
021900         WHEN 7
022000             PERFORM 7500-LIST-FUNCTIONS
022100                 THRU 7500-LIST-FUNCTIONS-EXIT
022200         WHEN OTHER
022300             DISPLAY "ROLEMNT: INVALID FUNCTION"
022400     END-EVALUATE.
022500 2000-PROCESS-FUNCTION-EXIT.
022600     EXIT.
022700
022800*-----------------------------------------------------------------
022900* ADD A NEW ROLE WITH NO FUNCTIONS YET.  THE FIRST ROLE ON A
023000* CLEAN MASTER IS THE ADMINISTRATOR ROLE - IT GETS "*ALL" AND
023100* GOES ONTO THE SIGNED-ON SUPERVISOR'S OPERATOR RECORD.
023200*-----------------------------------------------------------------
023300 3000-ADD-ROLE.
023400     DISPLAY "ENTER NEW ROLE CODE: "
023500     ACCEPT WS-TARGET-ROLE
023600     IF WS-TARGET-ROLE = SPACES
023700         DISPLAY "ROLEMNT: ROLE CODE IS REQUIRED"
023800         GO TO 3000-ADD-ROLE-EXIT
023900     END-IF
024000
024100     MOVE WS-TARGET-ROLE TO ROLE-CODE
024200     READ ROLE-MASTER
024300         KEY IS ROLE-CODE
024400         INVALID KEY
024500             CONTINUE
024600     END-READ
024700     IF WS-ROLEFILE-OK
024800         DISPLAY "ROLEMNT: ROLE " WS-TARGET-ROLE
024900                 " ALREADY ON FILE"
025000         GO TO 3000-ADD-ROLE-EXIT
025100     END-IF
025200
025300     DISPLAY "ENTER ROLE NAME: "
025400     ACCEPT WS-NEW-NAME
025500
025600     MOVE SPACES TO ROLE-RECORD
025700     MOVE WS-TARGET-ROLE TO ROLE-CODE
025800     MOVE WS-NEW-NAME    TO ROLE-NAME
025900     SET ROLE-STATUS-ACTIVE TO TRUE
026000     MOVE 0 TO ROLE-FUNC-COUNT
026100     IF WS-FILE-EMPTY
026200         MOVE 1 TO ROLE-FUNC-COUNT
026300         MOVE WS-ALL-FUNCTIONS TO ROLE-FUNCTION(1)
026400     END-IF
026500     MOVE WS-TODAYS-DATE TO ROLE-UPDATED-DATE
026600     MOVE WS-SUPV-ID     TO ROLE-OPERATOR-ID
026700
026800     WRITE ROLE-RECORD
026900         INVALID KEY
027000             DISPLAY "ROLEMNT: UNABLE TO WRITE ROLE "
027100                     WS-TARGET-ROLE
027200             GO TO 3000-ADD-ROLE-EXIT
027300     END-WRITE
027400
027500     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
027600     PERFORM 8000-JOURNAL-ROLE
027700         THRU 8000-JOURNAL-ROLE-EXIT
027800
027900     DISPLAY "ROLEMNT: ROLE " WS-TARGET-ROLE " ADDED"
028000
028100     IF WS-FILE-EMPTY
028200         PERFORM 3100-GRANT-ADMIN-ROLE
028300             THRU 3100-GRANT-ADMIN-ROLE-EXIT
028400         MOVE "N" TO WS-FILE-EMPTY-SW
028500     END-IF.
028600 3000-ADD-ROLE-EXIT.
028700     EXIT.
028800
028900*-----------------------------------------------------------------
029000* PUT THE ADMINISTRATOR ROLE ON THE SIGNED-ON SUPERVISOR, IN THE
029100* FIRST FREE ROLE SLOT.
029200*-----------------------------------------------------------------
029300 3100-GRANT-ADMIN-ROLE.
029400     OPEN I-O OPERATOR-MASTER
029500     IF NOT WS-OPRFILE-OK
029600         DISPLAY "ROLEMNT: UNABLE TO OPEN OPERATOR MASTER, "
029700                 "STATUS = " WS-OPRFILE-STATUS
029800         GO TO 3100-GRANT-ADMIN-ROLE-EXIT
029900     END-IF
030000
030100     MOVE WS-SUPV-ID TO OPR-ID
030200     READ OPERATOR-MASTER
030300         KEY IS OPR-ID
030400         INVALID KEY
030500             DISPLAY "ROLEMNT: NO OPERATOR RECORD FOR ID "
030600                     WS-SUPV-ID
030700             CLOSE OPERATOR-MASTER
030800             GO TO 3100-GRANT-ADMIN-ROLE-EXIT
030900     END-READ
031000     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
031100
031200     MOVE 0 TO WS-FOUND-IDX
031300     PERFORM 3200-FIND-FREE-SLOT
031400         THRU 3200-FIND-FREE-SLOT-EXIT
031500         VARYING WS-ROLE-IDX FROM 1 BY 1
031600         UNTIL WS-ROLE-IDX > 4
031700            OR WS-FOUND-IDX NOT = 0
031800     IF WS-FOUND-IDX = 0
031900         MOVE 1 TO WS-FOUND-IDX
032000     END-IF
032100     MOVE WS-TARGET-ROLE TO OPR-ROLE-CODE(WS-FOUND-IDX)
032200
032300     REWRITE OPERATOR-RECORD
032400         INVALID KEY
032500             DISPLAY "ROLEMNT: UNABLE TO REWRITE OPERATOR "
032600                     WS-SUPV-ID
032700             CLOSE OPERATOR-MASTER
032800             GO TO 3100-GRANT-ADMIN-ROLE-EXIT
032900     END-REWRITE
033000
033100     MOVE "OPRFILE " TO WS-JRNL-FILE
033200     MOVE SPACES TO WS-JRNL-KEY
033300     MOVE WS-SUPV-ID TO WS-JRNL-KEY
033400     MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE
033500     CALL "MNTJRNL" USING WS-SUPV-ID WS-JRNL-FILE
033600                          WS-JRNL-KEY WS-BEFORE-IMAGE
033700                          WS-AFTER-IMAGE
033800
033900     CLOSE OPERATOR-MASTER
034000     DISPLAY "ROLEMNT: ADMINISTRATOR ROLE " WS-TARGET-ROLE
034100             " GIVEN TO OPERATOR " WS-SUPV-ID.
034200 3100-GRANT-ADMIN-ROLE-EXIT.
034300     EXIT.
034400
034500 3200-FIND-FREE-SLOT.
034600     IF OPR-ROLE-CODE(WS-ROLE-IDX) = SPACES
034700         OR OPR-ROLE-CODE(WS-ROLE-IDX) = LOW-VALUES
034800         MOVE WS-ROLE-IDX TO WS-FOUND-IDX
034900     END-IF.
035000 3200-FIND-FREE-SLOT-EXIT.
035100     EXIT.
035200
035300*-----------------------------------------------------------------
035400* ADD ONE FUNCTION (A PROGRAM NAME, OR "*ALL") TO A ROLE.
035500*-----------------------------------------------------------------
035600 4000-ADD-FUNCTION.
035700     PERFORM 8500-READ-TARGET
035800         THRU 8500-READ-TARGET-EXIT
035900     IF NOT WS-ROLE-FOUND
036000         GO TO 4000-ADD-FUNCTION-EXIT
036100     END-IF
036200
036300     DISPLAY "ENTER FUNCTION (PROGRAM NAME): "
036400     ACCEPT WS-FUNCTION-ID
036500     IF WS-FUNCTION-ID = SPACES
036600         DISPLAY "ROLEMNT: FUNCTION IS REQUIRED"
036700         GO TO 4000-ADD-FUNCTION-EXIT
036800     END-IF
036900
037000     PERFORM 8700-FIND-FUNCTION
037100         THRU 8700-FIND-FUNCTION-EXIT
037200     IF WS-FOUND-IDX NOT = 0
037300         DISPLAY "ROLEMNT: " WS-FUNCTION-ID " IS ALREADY ON "
037400                 "ROLE " WS-TARGET-ROLE
037500         GO TO 4000-ADD-FUNCTION-EXIT
037600     END-IF
037700     IF ROLE-FUNC-COUNT NOT LESS THAN 40
037800         DISPLAY "ROLEMNT: ROLE " WS-TARGET-ROLE " ALREADY "
037900                 "HOLDS 40 FUNCTIONS"
038000         GO TO 4000-ADD-FUNCTION-EXIT
038100     END-IF
038200
038300     ADD 1 TO ROLE-FUNC-COUNT
038400     MOVE WS-FUNCTION-ID TO ROLE-FUNCTION(ROLE-FUNC-COUNT)
038500     PERFORM 8600-REWRITE-TARGET
038600         THRU 8600-REWRITE-TARGET-EXIT
038700
038800     DISPLAY "ROLEMNT: " WS-FUNCTION-ID " ADDED TO ROLE "
038900             WS-TARGET-ROLE.
039000 4000-ADD-FUNCTION-EXIT.
039100     EXIT.
039200
039300*-----------------------------------------------------------------
039400* REMOVE ONE FUNCTION FROM A ROLE, CLOSING UP THE LIST.
039500*-----------------------------------------------------------------
039600 5000-REMOVE-FUNCTION.
039700     PERFORM 8500-READ-TARGET
039800         THRU 8500-READ-TARGET-EXIT
039900     IF NOT WS-ROLE-FOUND
040000         GO TO 5000-REMOVE-FUNCTION-EXIT
040100     END-IF
040200
040300     DISPLAY "ENTER FUNCTION (PROGRAM NAME): "
040400     ACCEPT WS-FUNCTION-ID
040500
040600     PERFORM 8700-FIND-FUNCTION
040700         THRU 8700-FIND-FUNCTION-EXIT
040800     IF WS-FOUND-IDX = 0
040900         DISPLAY "ROLEMNT: " WS-FUNCTION-ID " IS NOT ON ROLE "
041000                 WS-TARGET-ROLE
041100         GO TO 5000-REMOVE-FUNCTION-EXIT
041200     END-IF
041300
041400     PERFORM 5100-CLOSE-UP-ONE
041500         THRU 5100-CLOSE-UP-ONE-EXIT
041600         VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
041700         UNTIL WS-SHIFT-IDX NOT LESS THAN ROLE-FUNC-COUNT
041800     MOVE SPACES TO ROLE-FUNCTION(ROLE-FUNC-COUNT)
041900     SUBTRACT 1 FROM ROLE-FUNC-COUNT
042000
042100     PERFORM 8600-REWRITE-TARGET
042200         THRU 8600-REWRITE-TARGET-EXIT
042300
042400     DISPLAY "ROLEMNT: " WS-FUNCTION-ID " REMOVED FROM ROLE "
042500             WS-TARGET-ROLE.
042600 5000-REMOVE-FUNCTION-EXIT.
042700     EXIT.
042800
042900 5100-CLOSE-UP-ONE.
043000     MOVE ROLE-FUNCTION(WS-SHIFT-IDX + 1)
043100         TO ROLE-FUNCTION(WS-SHIFT-IDX).
043200 5100-CLOSE-UP-ONE-EXIT.
043300     EXIT.
043400
043500*-----------------------------------------------------------------
043600* WITHDRAW A ROLE - OPERATORS STILL HOLDING IT KEEP THE CODE BUT
043700* IT GRANTS NOTHING.
043800*-----------------------------------------------------------------
043900 6000-WITHDRAW-ROLE.
044000     PERFORM 8500-READ-TARGET
044100         THRU 8500-READ-TARGET-EXIT
044200     IF NOT WS-ROLE-FOUND
044300         GO TO 6000-WITHDRAW-ROLE-EXIT
044400     END-IF
044500
044600     SET ROLE-STATUS-WITHDRAWN TO TRUE
044700     PERFORM 8600-REWRITE-TARGET
044800         THRU 8600-REWRITE-TARGET-EXIT
044900
045000     DISPLAY "ROLEMNT: ROLE " WS-TARGET-ROLE " WITHDRAWN".
045100 6000-WITHDRAW-ROLE-EXIT.
045200     EXIT.
045300
045400*-----------------------------------------------------------------
045500* REINSTATE A WITHDRAWN ROLE.
045600*-----------------------------------------------------------------
045700 6500-REINSTATE-ROLE.
045800     PERFORM 8500-READ-TARGET
045900         THRU 8500-READ-TARGET-EXIT
046000     IF NOT WS-ROLE-FOUND
046100         GO TO 6500-REINSTATE-ROLE-EXIT
046200     END-IF
046300
046400     SET ROLE-STATUS-ACTIVE TO TRUE
046500     PERFORM 8600-REWRITE-TARGET
046600         THRU 8600-REWRITE-TARGET-EXIT
046700
046800     DISPLAY "ROLEMNT: ROLE " WS-TARGET-ROLE " REINSTATED".
046900 6500-REINSTATE-ROLE-EXIT.
047000     EXIT.
047100
047200*-----------------------------------------------------------------
047300* LIST EVERY ROLE ON FILE IN CODE ORDER.
047400*-----------------------------------------------------------------
047500 7000-LIST-ROLES.
047600     MOVE 0 TO WS-LISTED-COUNT
047700     MOVE "N" TO WS-ROLE-EOF-SW
047800     MOVE LOW-VALUES TO ROLE-CODE
047900     START ROLE-MASTER
048000         KEY IS NOT LESS THAN ROLE-CODE
048100         INVALID KEY
048200             SET WS-ROLE-EOF TO TRUE
048300     END-START
048400
048500     DISPLAY "ROLE NAME                 S FN"
048600     PERFORM 7100-LIST-ONE-ROLE
048700         THRU 7100-LIST-ONE-ROLE-EXIT
048800         UNTIL WS-ROLE-EOF
048900
049000     DISPLAY "ROLEMNT: " WS-LISTED-COUNT " ROLES ON FILE".
049100 7000-LIST-ROLES-EXIT.
049200     EXIT.
049300
049400 7100-LIST-ONE-ROLE.
049500     READ ROLE-MASTER NEXT RECORD
049600         AT END
049700             SET WS-ROLE-EOF TO TRUE
049800             GO TO 7100-LIST-ONE-ROLE-EXIT
049900     END-READ
050000
050100     MOVE ROLE-CODE       TO RLL-ROLE-CODE
050200     MOVE ROLE-NAME       TO RLL-ROLE-NAME
050300     MOVE ROLE-STATUS     TO RLL-STATUS
050400     MOVE ROLE-FUNC-COUNT TO RLL-FUNC-COUNT
050500     DISPLAY WS-ROLE-LINE
050600     ADD 1 TO WS-LISTED-COUNT.
050700 7100-LIST-ONE-ROLE-EXIT.
050800     EXIT.
050900
051000*-----------------------------------------------------------------
051100* LIST THE FUNCTIONS ONE ROLE MAY USE.
051200*-----------------------------------------------------------------
051300 7500-LIST-FUNCTIONS.
051400     PERFORM 8500-READ-TARGET
051500         THRU 8500-READ-TARGET-EXIT
051600     IF NOT WS-ROLE-FOUND
051700         GO TO 7500-LIST-FUNCTIONS-EXIT
051800     END-IF
051900
052000     DISPLAY "ROLE " ROLE-CODE " " ROLE-NAME
052100             " STATUS " ROLE-STATUS
052200     PERFORM 7600-LIST-ONE-FUNCTION
052300         THRU 7600-LIST-ONE-FUNCTION-EXIT
052400         VARYING WS-FUNC-IDX FROM 1 BY 1
052500         UNTIL WS-FUNC-IDX > ROLE-FUNC-COUNT
052600            OR WS-FUNC-IDX > 40.
052700 7500-LIST-FUNCTIONS-EXIT.
052800     EXIT.
052900
053000 7600-LIST-ONE-FUNCTION.
053100     DISPLAY "    " ROLE-FUNCTION(WS-FUNC-IDX).
053200 7600-LIST-ONE-FUNCTION-EXIT.
053300     EXIT.
053400
053500*-----------------------------------------------------------------
053600* WRITE THE MAINTENANCE JOURNAL ENTRY FOR THE ROLE IN HAND.
053700*-----------------------------------------------------------------
053800 8000-JOURNAL-ROLE.
053900     MOVE "ROLEFILE" TO WS-JRNL-FILE
054000     MOVE SPACES TO WS-JRNL-KEY
054100     MOVE ROLE-CODE TO WS-JRNL-KEY
054200     MOVE ROLE-RECORD TO WS-AFTER-IMAGE
054300     CALL "MNTJRNL" USING WS-SUPV-ID WS-JRNL-FILE
054400                          WS-JRNL-KEY WS-BEFORE-IMAGE
054500                          WS-AFTER-IMAGE.
054600 8000-JOURNAL-ROLE-EXIT.
054700     EXIT.
054800
054900*-----------------------------------------------------------------
055000* PROMPT FOR AND READ THE ROLE TO BE MAINTAINED.
055100*-----------------------------------------------------------------
055200 8500-READ-TARGET.
055300     MOVE "N" TO WS-ROLE-FOUND-SW
055400     DISPLAY "ENTER ROLE CODE: "
055500     ACCEPT WS-TARGET-ROLE
055600
055700     MOVE WS-TARGET-ROLE TO ROLE-CODE
055800     READ ROLE-MASTER
055900         KEY IS ROLE-CODE
056000         INVALID KEY
056100             DISPLAY "ROLEMNT: NO ROLE RECORD FOR CODE "
056200                     WS-TARGET-ROLE
056300             GO TO 8500-READ-TARGET-EXIT
056400     END-READ
056500
056600     MOVE ROLE-RECORD TO WS-BEFORE-IMAGE
056700     SET WS-ROLE-FOUND TO TRUE.
056800 8500-READ-TARGET-EXIT.
056900     EXIT.
057000
057100*-----------------------------------------------------------------
057200* REWRITE THE MAINTAINED ROLE AND JOURNAL THE CHANGE.
057300*-----------------------------------------------------------------
057400 8600-REWRITE-TARGET.
057500     MOVE WS-TODAYS-DATE TO ROLE-UPDATED-DATE
057600     MOVE WS-SUPV-ID     TO ROLE-OPERATOR-ID
057700     REWRITE ROLE-RECORD
057800         INVALID KEY
057900             DISPLAY "ROLEMNT: UNABLE TO REWRITE ROLE "
058000                     WS-TARGET-ROLE
058100             GO TO 8600-REWRITE-TARGET-EXIT
058200     END-REWRITE
058300
058400     PERFORM 8000-JOURNAL-ROLE
058500         THRU 8000-JOURNAL-ROLE-EXIT.
058600 8600-REWRITE-TARGET-EXIT.
058700     EXIT.
058800
058900*-----------------------------------------------------------------
059000* FIND THE FUNCTION IN HAND ON THE ROLE - ZERO IF NOT THERE.
059100*-----------------------------------------------------------------
059200 8700-FIND-FUNCTION.
059300     MOVE 0 TO WS-FOUND-IDX
059400     PERFORM 8800-CHECK-ONE-FUNCTION
059500         THRU 8800-CHECK-ONE-FUNCTION-EXIT
059600         VARYING WS-FUNC-IDX FROM 1 BY 1
059700         UNTIL WS-FUNC-IDX > ROLE-FUNC-COUNT
059800            OR WS-FUNC-IDX > 40
059900            OR WS-FOUND-IDX NOT = 0.
060000 8700-FIND-FUNCTION-EXIT.
060100     EXIT.
060200
060300 8800-CHECK-ONE-FUNCTION.
060400     IF ROLE-FUNCTION(WS-FUNC-IDX) = WS-FUNCTION-ID
060500         MOVE WS-FUNC-IDX TO WS-FOUND-IDX
060600     END-IF.
060700 8800-CHECK-ONE-FUNCTION-EXIT.
060800     EXIT.
060900
061000*-----------------------------------------------------------------
061100* CLOSE DOWN THE ROLE MASTER BEFORE ENDING THE RUN.
061200*-----------------------------------------------------------------
061300 9999-TERMINATE.
061400     CLOSE ROLE-MASTER.
061500 9999-TERMINATE-EXIT.
061600     EXIT.
