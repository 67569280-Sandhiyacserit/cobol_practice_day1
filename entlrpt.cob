000100*****************************************************************
000200* PROGRAM      : ENTLRPT                                        *
000300* DESCRIPTION  : QUARTERLY ENTITLEMENT REVIEW FOR THE AUDITORS. *
000400*                LISTS EVERY ROLE WITH ITS FUNCTIONS AND THE    *
000500*                NUMBER OF OPERATORS HOLDING IT, EVERY OPERATOR *
000600*                WITH THEIR STATUS, AUTHORITY AND ROLES -       *
000700*                FLAGGING THOSE THAT NEED A SECOND LOOK - AND   *
000800*                EVERY FUNCTION REFUSED FOR WANT OF ENTITLEMENT *
000900*                SINCE THE START OF THE QUARTER.                *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. ENTLRPT.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - ENTITLEMENT REVIEW REPORT FOR  *
002300*                  THE ROLE-BASED FUNCTION ENTITLEMENTS.        *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ROLE-MASTER ASSIGN TO "ROLEFILE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS ROLE-CODE
003300         FILE STATUS IS WS-ROLEFILE-STATUS.
003400
003500     SELECT OPERATOR-MASTER ASSIGN TO "OPRFILE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS OPR-ID
003900         FILE STATUS IS WS-OPRFILE-STATUS.
004000
004100     SELECT OPR-SECURITY-LOG ASSIGN TO "OPRSECLG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-OPRSECLG-STATUS.
004400
004500     SELECT ENTITLEMENT-REPORT ASSIGN TO "ENTLRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ENTLRPT-STATUS.
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
005900 FD  OPR-SECURITY-LOG
006000     LABEL RECORDS ARE STANDARD.
006100     COPY OPRLGREC.
006200
006300 FD  ENTITLEMENT-REPORT
006400     LABEL RECORDS ARE STANDARD.
006500 01  REPORT-LINE                PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-ROLEFILE-STATUS       PIC X(02).
006900     88  WS-ROLEFILE-OK       VALUE "00".
007000     88  WS-ROLEFILE-NOTFOUND VALUE "35".
007100 01  WS-OPRFILE-STATUS        PIC X(02).
007200     88  WS-OPRFILE-OK        VALUE "00".
007300     88  WS-OPRFILE-NOTFOUND  VALUE "35".
007400 01  WS-OPRSECLG-STATUS       PIC X(02).
007500     88  WS-OPRSECLG-OK       VALUE "00".
007600     88  WS-OPRSECLG-NOTFOUND VALUE "35".
007700 01  WS-ENTLRPT-STATUS        PIC X(02).
007800     88  WS-ENTLRPT-OK        VALUE "00".
007900
008000 01  WS-JOB-NAME              PIC X(08) VALUE "ENTLRPT".
008100 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
008200     88  WS-BATCH-ACQUIRED    VALUE "Y".
008300
008400 01  WS-TODAYS-DATE           PIC 9(08).
008500 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
008600     05  WS-TODAY-CCYY        PIC 9(04).
008700     05  WS-TODAY-MM          PIC 9(02).
008800     05  WS-TODAY-DD          PIC 9(02).
008900 01  WS-QUARTER-START         PIC 9(08).
009000 01  WS-QUARTER-START-R REDEFINES WS-QUARTER-START.
009100     05  WS-QTR-CCYY          PIC 9(04).
009200     05  WS-QTR-MM            PIC 9(02).
009300     05  WS-QTR-DD            PIC 9(02).
009400
009500 01  WS-ALL-FUNCTIONS         PIC X(10) VALUE "*ALL".
009600 01  WS-FUNC-IDX              PIC 9(02) COMP.
009700 01  WS-LINE-IDX              PIC 9(02) COMP.
009800 01  WS-ROLE-IDX              PIC 9(02) COMP.
009900 01  WS-HOLDER-COUNT          PIC 9(04) COMP.
010000 01  WS-ROLES-HELD            PIC 9(02) COMP.
010100 01  WS-SAVE-ROLE             PIC X(04).
010200
010300 01  WS-TOTAL-ROLES           PIC 9(04) COMP VALUE 0.
010400 01  WS-TOTAL-OPERATORS       PIC 9(04) COMP VALUE 0.
010500 01  WS-TOTAL-FLAGGED         PIC 9(04) COMP VALUE 0.
010600 01  WS-TOTAL-REFUSALS        PIC 9(06) COMP VALUE 0.
010700
010800 01  WS-TITLE-LINE.
010900     05  FILLER               PIC X(32)
011000         VALUE "ENTITLEMENT REVIEW FOR QUARTER ".
011100     05  TTL-QUARTER-START    PIC 9(08).
011200     05  FILLER               PIC X(04) VALUE " TO ".
011300     05  TTL-TODAY            PIC 9(08).
011400
011500 01  WS-ROLE-HEADING.
011600     05  FILLER               PIC X(06) VALUE "ROLE".
011700     05  FILLER               PIC X(21) VALUE "NAME".
011800     05  FILLER               PIC X(07) VALUE "STATUS".
011900     05  FILLER               PIC X(06) VALUE "FUNCS".
012000     05  FILLER               PIC X(07) VALUE "HOLDERS".
012100
012200 01  WS-ROLE-LINE.
012300     05  RLN-CODE             PIC X(04).
012400     05  FILLER               PIC X(02) VALUE SPACES.
012500     05  RLN-NAME             PIC X(20).
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  RLN-STATUS           PIC X(06).
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  RLN-FUNC-COUNT       PIC Z9.
013000     05  FILLER               PIC X(04) VALUE SPACES.
013100     05  RLN-HOLDERS          PIC ZZZ9.
013200
013300 01  WS-FUNCTION-LINE.
013400     05  FILLER               PIC X(06) VALUE SPACES.
013500     05  FNL-FUNCTION         PIC X(11) OCCURS 6 TIMES.
013600
013700 01  WS-OPERATOR-HEADING.
013800     05  FILLER               PIC X(05) VALUE "OPR".
013900     05  FILLER               PIC X(21) VALUE "NAME".
014000     05  FILLER               PIC X(04) VALUE "ST".
014100     05  FILLER               PIC X(10) VALUE "  SANCTION".
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  FILLER               PIC X(20) VALUE "ROLES".
014400     05  FILLER               PIC X(19) VALUE "REVIEW".
014500
014600 01  WS-OPERATOR-LINE.
014700     05  OLN-ID               PIC 9(04).
014800     05  FILLER               PIC X(01) VALUE SPACE.
014900     05  OLN-NAME             PIC X(20).
015000     05  FILLER               PIC X(01) VALUE SPACE.
015100     05  OLN-STATUS           PIC X(01).
015200     05  OLN-AUTH             PIC X(01).
015300     05  FILLER               PIC X(02) VALUE SPACES.
015400     05  OLN-SANCTION-LIMIT   PIC Z(8)9.
015500     05  FILLER               PIC X(01) VALUE SPACE.
015600     05  OLN-ROLE             PIC X(05) OCCURS 4 TIMES.
015700     05  OLN-FLAG             PIC X(20).
015800
015900 01  WS-REFUSAL-HEADING.
016000     05  FILLER               PIC X(09) VALUE "DATE".
016100     05  FILLER               PIC X(09) VALUE "TIME".
016200     05  FILLER               PIC X(05) VALUE "OPR".
016300     05  FILLER               PIC X(11) VALUE "FUNCTION".
016400     05  FILLER               PIC X(30) VALUE "REASON".
016500
016600 01  WS-REFUSAL-LINE.
016700     05  FLN-DATE             PIC 9(08).
016800     05  FILLER               PIC X(01) VALUE SPACE.
016900     05  FLN-TIME             PIC 9(08).
017000     05  FILLER               PIC X(01) VALUE SPACE.
017100     05  FLN-OPERATOR-ID      PIC 9(04).
017200     05  FILLER               PIC X(01) VALUE SPACE.
017300     05  FLN-FUNCTION         PIC X(10).
017400     05  FILLER               PIC X(01) VALUE SPACE.
017500     05  FLN-REASON           PIC X(30).
017600
017700 01  WS-TOTAL-LINE.
017800     05  TOT-LABEL            PIC X(36).
017900     05  TOT-COUNT            PIC Z(5)9.
018000
018100 01  WS-SWITCHES.
018200     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
018300         88  WS-INIT-FAILED   VALUE "Y".
018400     05  WS-NO-ROLES-SW       PIC X(01) VALUE "N".
018500         88  WS-NO-ROLES      VALUE "Y".
018600     05  WS-NO-OPERATORS-SW   PIC X(01) VALUE "N".
018700         88  WS-NO-OPERATORS  VALUE "Y".
018800     05  WS-NO-LOG-SW         PIC X(01) VALUE "N".
018900         88  WS-NO-LOG        VALUE "Y".
019000     05  WS-EOF-SW            PIC X(01) VALUE "N".
019100         88  WS-EOF           VALUE "Y".
019200     05  WS-OPR-EOF-SW        PIC X(01) VALUE "N".
019300         88  WS-OPR-EOF       VALUE "Y".
019400     05  WS-ROLE-BAD-SW       PIC X(01) VALUE "N".
019500         88  WS-ROLE-BAD      VALUE "Y".
019600     05  WS-ALL-HELD-SW       PIC X(01) VALUE "N".
019700         88  WS-ALL-HELD      VALUE "Y".
019800     05  WS-REPORT-SW         PIC X(01) VALUE "N".
019900         88  WS-REPORT-OPEN   VALUE "Y".
020000     05  WS-ROLEFILE-SW       PIC X(01) VALUE "N".
020100         88  WS-ROLEFILE-OPEN VALUE "Y".
020200     05  WS-OPRFILE-SW        PIC X(01) VALUE "N".
020300         88  WS-OPRFILE-OPEN  VALUE "Y".
020400     05  WS-OPRSECLG-SW       PIC X(01) VALUE "N".
020500         88  WS-OPRSECLG-OPEN VALUE "Y".
020600
020700 PROCEDURE DIVISION.
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE
021000         THRU 1000-INITIALIZE-EXIT
021100
021200     IF NOT WS-INIT-FAILED
021300         PERFORM 2000-LIST-ROLES
021400             THRU 2000-LIST-ROLES-EXIT
021500         PERFORM 3000-LIST-OPERATORS
021600             THRU 3000-LIST-OPERATORS-EXIT
021700         PERFORM 4000-LIST-REFUSALS
021800             THRU 4000-LIST-REFUSALS-EXIT
021900         PERFORM 6000-WRITE-SUMMARY
022000             THRU 6000-WRITE-SUMMARY-EXIT
022100     END-IF
022200
022300     PERFORM 9999-TERMINATE
022400         THRU 9999-TERMINATE-EXIT
022500
022600     IF WS-INIT-FAILED
022700         MOVE 8 TO RETURN-CODE
022800     END-IF
022900     GOBACK.
023000
023100*-----------------------------------------------------------------
023200* ACQUIRE THE BATCH WINDOW, WORK OUT THE START OF THE QUARTER AND
023300* OPEN THE FILES.  NO ROLE MASTER MEANS ENTITLEMENTS ARE NOT YET
023400* IN FORCE, AND NO SECURITY LOG MEANS NOTHING HAS BEEN REFUSED -
023500* THE REPORT SAYS SO RATHER THAN FAILING.
023600*-----------------------------------------------------------------
023700 1000-INITIALIZE.
023800     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
023900     IF NOT WS-BATCH-ACQUIRED
024000         DISPLAY "ENTLRPT: BATCH WINDOW CHECK FAILED, RUN "
024100                 "REFUSED"
024200         SET WS-INIT-FAILED TO TRUE
024300         GO TO 1000-INITIALIZE-EXIT
024400     END-IF
024500
024600     CALL "BUSDATE" USING WS-TODAYS-DATE
024700     MOVE WS-TODAY-CCYY TO WS-QTR-CCYY
024800     COMPUTE WS-QTR-MM = ((WS-TODAY-MM - 1) / 3) * 3 + 1
024900     MOVE 1 TO WS-QTR-DD
025000
025100     OPEN OUTPUT ENTITLEMENT-REPORT
025200     IF NOT WS-ENTLRPT-OK
025300         DISPLAY "ENTLRPT: UNABLE TO OPEN REPORT, STATUS = "
025400                 WS-ENTLRPT-STATUS
025500         SET WS-INIT-FAILED TO TRUE
025600         GO TO 1000-INITIALIZE-EXIT
025700     END-IF
025800     SET WS-REPORT-OPEN TO TRUE
025900     MOVE WS-QUARTER-START TO TTL-QUARTER-START
026000     MOVE WS-TODAYS-DATE TO TTL-TODAY
026100     MOVE WS-TITLE-LINE TO REPORT-LINE
026200     WRITE REPORT-LINE
026300
026400     OPEN INPUT ROLE-MASTER
026500     IF WS-ROLEFILE-NOTFOUND
026600         SET WS-NO-ROLES TO TRUE
026700     ELSE
026800         IF NOT WS-ROLEFILE-OK
026900             DISPLAY "ENTLRPT: UNABLE TO OPEN ROLE MASTER, "
027000                     "STATUS = " WS-ROLEFILE-STATUS
027100             SET WS-INIT-FAILED TO TRUE
027200             GO TO 1000-INITIALIZE-EXIT
027300         END-IF
027400         SET WS-ROLEFILE-OPEN TO TRUE
027500     END-IF
027600
027700     OPEN INPUT OPERATOR-MASTER
027800     IF WS-OPRFILE-NOTFOUND
027900         SET WS-NO-OPERATORS TO TRUE
028000     ELSE
028100         IF NOT WS-OPRFILE-OK
028200             DISPLAY "ENTLRPT: UNABLE TO OPEN OPERATOR FILE, "
028300                     "STATUS = " WS-OPRFILE-STATUS
028400             SET WS-INIT-FAILED TO TRUE
028500             GO TO 1000-INITIALIZE-EXIT
028600         END-IF
028700         SET WS-OPRFILE-OPEN TO TRUE
028800     END-IF
028900
029000     OPEN INPUT OPR-SECURITY-LOG
029100     IF WS-OPRSECLG-NOTFOUND
029200         SET WS-NO-LOG TO TRUE
029300         GO TO 1000-INITIALIZE-EXIT
029400     END-IF
029500     IF NOT WS-OPRSECLG-OK
029600         DISPLAY "ENTLRPT: UNABLE TO OPEN OPERATOR SECURITY LOG, "
029700                 "STATUS = " WS-OPRSECLG-STATUS
029800         SET WS-INIT-FAILED TO TRUE
029900         GO TO 1000-INITIALIZE-EXIT
030000     END-IF
030100     SET WS-OPRSECLG-OPEN TO TRUE.
030200 1000-INITIALIZE-EXIT.
030300     EXIT.
030400
030500*-----------------------------------------------------------------
030600* SECTION 1 - EVERY ROLE, ITS FUNCTIONS AND ITS HOLDERS.
030700*-----------------------------------------------------------------
030800 2000-LIST-ROLES.
030900     MOVE SPACES TO REPORT-LINE
031000     WRITE REPORT-LINE
031100     MOVE "ROLES AND THEIR FUNCTIONS" TO REPORT-LINE
031200     WRITE REPORT-LINE
031300     MOVE WS-ROLE-HEADING TO REPORT-LINE
031400     WRITE REPORT-LINE
031500
031600     MOVE "N" TO WS-EOF-SW
031700     IF WS-NO-ROLES
031800         SET WS-EOF TO TRUE
031900     ELSE
032000         MOVE LOW-VALUES TO ROLE-CODE
032100         START ROLE-MASTER
032200             KEY IS NOT LESS THAN ROLE-CODE
032300             INVALID KEY
032400                 SET WS-EOF TO TRUE
032500         END-START
032600     END-IF
032700
032800     PERFORM 2100-LIST-ONE-ROLE
032900         THRU 2100-LIST-ONE-ROLE-EXIT
033000         UNTIL WS-EOF
033100
033200     IF WS-TOTAL-ROLES = 0
033300         MOVE "NO ROLES DEFINED - ENTITLEMENTS ARE NOT IN FORCE"
033400             TO REPORT-LINE
033500         WRITE REPORT-LINE
033600     END-IF.
033700 2000-LIST-ROLES-EXIT.
033800     EXIT.
033900
034000*-----------------------------------------------------------------
034100* READ THE NEXT ROLE, COUNT THE OPERATORS HOLDING IT, AND LIST IT
034200* WITH ITS FUNCTIONS SIX TO A LINE.
034300*-----------------------------------------------------------------
034400 2100-LIST-ONE-ROLE.
034500     READ ROLE-MASTER NEXT RECORD
034600         AT END
034700             SET WS-EOF TO TRUE
034800             GO TO 2100-LIST-ONE-ROLE-EXIT
034900     END-READ
035000     ADD 1 TO WS-TOTAL-ROLES
035100
035200     MOVE 0 TO WS-HOLDER-COUNT
035300     IF NOT WS-NO-OPERATORS
035400         MOVE "N" TO WS-OPR-EOF-SW
035500         MOVE 0 TO OPR-ID
035600         START OPERATOR-MASTER
035700             KEY IS NOT LESS THAN OPR-ID
035800             INVALID KEY
035900                 SET WS-OPR-EOF TO TRUE
036000         END-START
036100         PERFORM 2200-COUNT-ONE-HOLDER
036200             THRU 2200-COUNT-ONE-HOLDER-EXIT
036300             UNTIL WS-OPR-EOF
036400     END-IF
036500
036600     MOVE SPACES TO WS-ROLE-LINE
036700     MOVE ROLE-CODE       TO RLN-CODE
036800     MOVE ROLE-NAME       TO RLN-NAME
036900     IF ROLE-STATUS-WITHDRAWN
037000         MOVE "WDRAWN" TO RLN-STATUS
037100     ELSE
037200         MOVE "ACTIVE" TO RLN-STATUS
037300     END-IF
037400     MOVE ROLE-FUNC-COUNT TO RLN-FUNC-COUNT
037500     MOVE WS-HOLDER-COUNT TO RLN-HOLDERS
037600     MOVE WS-ROLE-LINE TO REPORT-LINE
037700     WRITE REPORT-LINE
037800
037900     MOVE SPACES TO WS-FUNCTION-LINE
038000     MOVE 0 TO WS-LINE-IDX
038100     PERFORM 2300-ADD-ONE-FUNCTION
038200         THRU 2300-ADD-ONE-FUNCTION-EXIT
038300         VARYING WS-FUNC-IDX FROM 1 BY 1
038400         UNTIL WS-FUNC-IDX > ROLE-FUNC-COUNT
038500     IF WS-LINE-IDX > 0
038600         MOVE WS-FUNCTION-LINE TO REPORT-LINE
038700         WRITE REPORT-LINE
038800     END-IF.
038900 2100-LIST-ONE-ROLE-EXIT.
039000     EXIT.
039100
039200*-----------------------------------------------------------------
039300* READ THE NEXT OPERATOR AND COUNT THEM IF THEY HOLD THE ROLE.
039400*-----------------------------------------------------------------
039500 2200-COUNT-ONE-HOLDER.
039600     READ OPERATOR-MASTER NEXT RECORD
039700         AT END
039800             SET WS-OPR-EOF TO TRUE
039900             GO TO 2200-COUNT-ONE-HOLDER-EXIT
040000     END-READ
040100
040200     PERFORM 2250-CHECK-ONE-SLOT
040300         THRU 2250-CHECK-ONE-SLOT-EXIT
040400         VARYING WS-ROLE-IDX FROM 1 BY 1
040500         UNTIL WS-ROLE-IDX > 4.
040600 2200-COUNT-ONE-HOLDER-EXIT.
040700     EXIT.
040800
040900 2250-CHECK-ONE-SLOT.
041000     IF OPR-ROLE-CODE(WS-ROLE-IDX) = ROLE-CODE
041100         ADD 1 TO WS-HOLDER-COUNT
041200     END-IF.
041300 2250-CHECK-ONE-SLOT-EXIT.
041400     EXIT.
041500
041600*-----------------------------------------------------------------
041700* PLACE ONE FUNCTION ON THE FUNCTION LINE, WRITING THE LINE WHEN
041800* IT IS FULL.
041900*-----------------------------------------------------------------
042000 2300-ADD-ONE-FUNCTION.
042100     ADD 1 TO WS-LINE-IDX
042200     MOVE ROLE-FUNCTION(WS-FUNC-IDX) TO FNL-FUNCTION(WS-LINE-IDX)
042300     IF WS-LINE-IDX = 6
042400         MOVE WS-FUNCTION-LINE TO REPORT-LINE
042500         WRITE REPORT-LINE
042600         MOVE SPACES TO WS-FUNCTION-LINE
042700         MOVE 0 TO WS-LINE-IDX
042800     END-IF.
042900 2300-ADD-ONE-FUNCTION-EXIT.
043000     EXIT.
043100
043200*-----------------------------------------------------------------
043300* SECTION 2 - EVERY OPERATOR AND THE ROLES THEY HOLD.
043400*-----------------------------------------------------------------
043500 3000-LIST-OPERATORS.
043600     MOVE SPACES TO REPORT-LINE
043700     WRITE REPORT-LINE
043800     MOVE "OPERATORS AND THEIR ROLES" TO REPORT-LINE
043900     WRITE REPORT-LINE
044000     MOVE WS-OPERATOR-HEADING TO REPORT-LINE
044100     WRITE REPORT-LINE
044200
044300     MOVE "N" TO WS-OPR-EOF-SW
044400     IF WS-NO-OPERATORS
044500         SET WS-OPR-EOF TO TRUE
044600     ELSE
044700         MOVE 0 TO OPR-ID
044800         START OPERATOR-MASTER
044900             KEY IS NOT LESS THAN OPR-ID
045000             INVALID KEY
045100                 SET WS-OPR-EOF TO TRUE
045200         END-START
045300     END-IF
045400
045500     PERFORM 3100-LIST-ONE-OPERATOR
045600         THRU 3100-LIST-ONE-OPERATOR-EXIT
045700         UNTIL WS-OPR-EOF.
045800 3000-LIST-OPERATORS-EXIT.
045900     EXIT.
046000
046100*-----------------------------------------------------------------
046200* READ THE NEXT OPERATOR AND LIST THEM.  THE REVIEW COLUMN FLAGS,
046300* MOST SERIOUS FIRST: A SUSPENDED OPERATOR STILL HOLDING ROLES, A
046400* ROLE HELD THAT IS WITHDRAWN OR NO LONGER ON FILE, AN OPERATOR
046500* WITH EVERY FUNCTION, AND AN ACTIVE OPERATOR WITH NO ROLE AT ALL.
046600*-----------------------------------------------------------------
046700 3100-LIST-ONE-OPERATOR.
046800     READ OPERATOR-MASTER NEXT RECORD
046900         AT END
047000             SET WS-OPR-EOF TO TRUE
047100             GO TO 3100-LIST-ONE-OPERATOR-EXIT
047200     END-READ
047300     ADD 1 TO WS-TOTAL-OPERATORS
047400
047500     MOVE SPACES TO WS-OPERATOR-LINE
047600     MOVE OPR-ID             TO OLN-ID
047700     MOVE OPR-NAME           TO OLN-NAME
047800     MOVE OPR-STATUS         TO OLN-STATUS
047900     MOVE OPR-AUTH-LEVEL     TO OLN-AUTH
048000     MOVE OPR-SANCTION-LIMIT TO OLN-SANCTION-LIMIT
048100
048200     MOVE 0 TO WS-ROLES-HELD
048300     MOVE "N" TO WS-ROLE-BAD-SW
048400     MOVE "N" TO WS-ALL-HELD-SW
048500     PERFORM 3200-EXAMINE-ONE-ROLE
048600         THRU 3200-EXAMINE-ONE-ROLE-EXIT
048700         VARYING WS-ROLE-IDX FROM 1 BY 1
048800         UNTIL WS-ROLE-IDX > 4
048900
049000     EVALUATE TRUE
049100         WHEN OPR-STATUS-SUSPENDED AND WS-ROLES-HELD > 0
049200             MOVE "SUSPENDED WITH ROLES" TO OLN-FLAG
049300         WHEN WS-ROLE-BAD
049400             MOVE "ROLE WITHDRAWN/GONE" TO OLN-FLAG
049500         WHEN WS-ALL-HELD
049600             MOVE "ALL FUNCTIONS" TO OLN-FLAG
049700         WHEN WS-ROLES-HELD = 0 AND NOT OPR-STATUS-SUSPENDED
049800              AND WS-TOTAL-ROLES > 0
049900             MOVE "NO ROLE - NO ACCESS" TO OLN-FLAG
050000         WHEN OTHER
050100             CONTINUE
050200     END-EVALUATE
050300     IF OLN-FLAG NOT = SPACES
050400         ADD 1 TO WS-TOTAL-FLAGGED
050500     END-IF
050600
050700     MOVE WS-OPERATOR-LINE TO REPORT-LINE
050800     WRITE REPORT-LINE.
050900 3100-LIST-ONE-OPERATOR-EXIT.
051000     EXIT.
051100
051200*-----------------------------------------------------------------
051300* ONE ROLE SLOT OF THE OPERATOR - SHOW IT AND LOOK IT UP.
051400*-----------------------------------------------------------------
051500 3200-EXAMINE-ONE-ROLE.
051600     IF OPR-ROLE-CODE(WS-ROLE-IDX) = SPACES
051700      OR OPR-ROLE-CODE(WS-ROLE-IDX) = LOW-VALUES
051800         GO TO 3200-EXAMINE-ONE-ROLE-EXIT
051900     END-IF
052000     ADD 1 TO WS-ROLES-HELD
052100     MOVE OPR-ROLE-CODE(WS-ROLE-IDX) TO OLN-ROLE(WS-ROLES-HELD)
052200
052300     IF WS-NO-ROLES
052400         SET WS-ROLE-BAD TO TRUE
052500         GO TO 3200-EXAMINE-ONE-ROLE-EXIT
052600     END-IF
052700     MOVE OPR-ROLE-CODE(WS-ROLE-IDX) TO ROLE-CODE
052800     READ ROLE-MASTER
052900         INVALID KEY
053000             SET WS-ROLE-BAD TO TRUE
053100             GO TO 3200-EXAMINE-ONE-ROLE-EXIT
053200     END-READ
053300     IF NOT ROLE-STATUS-ACTIVE
053400         SET WS-ROLE-BAD TO TRUE
053500         GO TO 3200-EXAMINE-ONE-ROLE-EXIT
053600     END-IF
053700
053800     PERFORM 3300-CHECK-ONE-FUNCTION
053900         THRU 3300-CHECK-ONE-FUNCTION-EXIT
054000         VARYING WS-FUNC-IDX FROM 1 BY 1
054100         UNTIL WS-FUNC-IDX > ROLE-FUNC-COUNT.
054200 3200-EXAMINE-ONE-ROLE-EXIT.
054300     EXIT.
054400
054500 3300-CHECK-ONE-FUNCTION.
054600     IF ROLE-FUNCTION(WS-FUNC-IDX) = WS-ALL-FUNCTIONS
054700         SET WS-ALL-HELD TO TRUE
054800     END-IF.
054900 3300-CHECK-ONE-FUNCTION-EXIT.
055000     EXIT.
055100
055200*-----------------------------------------------------------------
055300* SECTION 3 - EVERY FUNCTION REFUSED SINCE THE QUARTER BEGAN.
055400*-----------------------------------------------------------------
055500 4000-LIST-REFUSALS.
055600     MOVE SPACES TO REPORT-LINE
055700     WRITE REPORT-LINE
055800     MOVE "FUNCTIONS REFUSED THIS QUARTER" TO REPORT-LINE
055900     WRITE REPORT-LINE
056000     MOVE WS-REFUSAL-HEADING TO REPORT-LINE
056100     WRITE REPORT-LINE
056200
056300     MOVE "N" TO WS-EOF-SW
056400     IF WS-NO-LOG
056500         SET WS-EOF TO TRUE
056600     END-IF
056700     PERFORM 4100-EXAMINE-ONE-LOG-LINE
056800         THRU 4100-EXAMINE-ONE-LOG-LINE-EXIT
056900         UNTIL WS-EOF.
057000 4000-LIST-REFUSALS-EXIT.
057100     EXIT.
057200
057300 4100-EXAMINE-ONE-LOG-LINE.
057400     READ OPR-SECURITY-LOG
057500         AT END
057600             SET WS-EOF TO TRUE
057700             GO TO 4100-EXAMINE-ONE-LOG-LINE-EXIT
057800     END-READ
057900
058000     IF NOT OLG-EVENT-REFUSED
058100      OR OLG-DATE < WS-QUARTER-START
058200      OR OLG-DATE > WS-TODAYS-DATE
058300         GO TO 4100-EXAMINE-ONE-LOG-LINE-EXIT
058400     END-IF
058500
058600     MOVE SPACES TO WS-REFUSAL-LINE
058700     MOVE OLG-DATE        TO FLN-DATE
058800     MOVE OLG-TIME        TO FLN-TIME
058900     MOVE OLG-OPERATOR-ID TO FLN-OPERATOR-ID
059000     MOVE OLG-FUNCTION    TO FLN-FUNCTION
059100     MOVE OLG-REASON      TO FLN-REASON
059200     MOVE WS-REFUSAL-LINE TO REPORT-LINE
059300     WRITE REPORT-LINE
059400     ADD 1 TO WS-TOTAL-REFUSALS.
059500 4100-EXAMINE-ONE-LOG-LINE-EXIT.
059600     EXIT.
059700
059800*-----------------------------------------------------------------
059900* CLOSE THE REPORT WITH THE COUNTS THE AUDITORS SIGN OFF.
060000*-----------------------------------------------------------------
060100 6000-WRITE-SUMMARY.
060200     MOVE SPACES TO REPORT-LINE
060300     WRITE REPORT-LINE
060400
060500     MOVE SPACES TO WS-TOTAL-LINE
060600     MOVE "ROLES ON FILE" TO TOT-LABEL
060700     MOVE WS-TOTAL-ROLES TO TOT-COUNT
060800     MOVE WS-TOTAL-LINE TO REPORT-LINE
060900     WRITE REPORT-LINE
061000
061100     MOVE "OPERATORS ON FILE" TO TOT-LABEL
061200     MOVE WS-TOTAL-OPERATORS TO TOT-COUNT
061300     MOVE WS-TOTAL-LINE TO REPORT-LINE
061400     WRITE REPORT-LINE
061500
061600     MOVE "OPERATORS FLAGGED FOR REVIEW" TO TOT-LABEL
061700     MOVE WS-TOTAL-FLAGGED TO TOT-COUNT
061800     MOVE WS-TOTAL-LINE TO REPORT-LINE
061900     WRITE REPORT-LINE
062000
062100     MOVE "FUNCTIONS REFUSED THIS QUARTER" TO TOT-LABEL
062200     MOVE WS-TOTAL-REFUSALS TO TOT-COUNT
062300     MOVE WS-TOTAL-LINE TO REPORT-LINE
062400     WRITE REPORT-LINE
062500
062600     DISPLAY "ENTLRPT: OPERATORS FLAGGED = " WS-TOTAL-FLAGGED
062700             ", REFUSALS = " WS-TOTAL-REFUSALS.
062800 6000-WRITE-SUMMARY-EXIT.
062900     EXIT.
063000
063100*-----------------------------------------------------------------
063200* RELEASE THE BATCH WINDOW AND CLOSE WHATEVER WAS OPENED.
063300*-----------------------------------------------------------------
063400 9999-TERMINATE.
063500     IF WS-BATCH-ACQUIRED
063600         CALL "BATCHREL" USING WS-JOB-NAME
063700     END-IF
063800
063900     IF WS-ROLEFILE-OPEN
064000         CLOSE ROLE-MASTER
064100     END-IF
064200     IF WS-OPRFILE-OPEN
064300         CLOSE OPERATOR-MASTER
064400     END-IF
064500     IF WS-OPRSECLG-OPEN
064600         CLOSE OPR-SECURITY-LOG
064700     END-IF
064800     IF WS-REPORT-OPEN
064900         CLOSE ENTITLEMENT-REPORT
065000     END-IF.
065100 9999-TERMINATE-EXIT.
065200     EXIT.
