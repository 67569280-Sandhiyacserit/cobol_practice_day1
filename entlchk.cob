000100*****************************************************************
000200* PROGRAM      : ENTLCHK                                        *
000300* DESCRIPTION  : CALLABLE FUNCTION ENTITLEMENT CHECK.  GIVEN AN *
000400*                OPERATOR AND A FUNCTION (THE PROGRAM NAME OF A *
000500*                MENU OPTION, COUNTER PROGRAM OR MAINTENANCE    *
000600*                PROGRAM), SAYS WHETHER ANY ACTIVE ROLE THE     *
000700*                OPERATOR HOLDS LISTS THE FUNCTION.  IN CHECK   *
000800*                MODE A REFUSAL IS WRITTEN TO THE OPERATOR      *
000900*                SECURITY LOG; IN QUERY MODE (THE TELLER MENU   *
001000*                DECIDING WHICH OPTIONS TO SHOW) NOTHING IS     *
001100*                LOGGED.  UNTIL THE FIRST ROLE IS SET UP ON THE *
001200*                ROLE MASTER, ENTITLEMENTS ARE NOT IN FORCE AND *
001300*                EVERY FUNCTION IS ALLOWED, SO THE ROLES CAN BE *
001400*                BROUGHT IN WITHOUT LOCKING EVERYONE OUT.       *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. ENTLCHK.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - ROLE-BASED FUNCTION            *
002800*                  ENTITLEMENT CHECK FOR THE TELLER MENU, THE   *
002900*                  COUNTER PROGRAMS AND THE MAINTENANCE         *
003000*                  PROGRAMS.                                    *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ROLE-MASTER ASSIGN TO "ROLEFILE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ROLE-CODE
004000         FILE STATUS IS WS-ROLEFILE-STATUS.
004100
004200     SELECT OPERATOR-MASTER ASSIGN TO "OPRFILE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS OPR-ID
004600         FILE STATUS IS WS-OPRFILE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ROLE-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200     COPY ROLEREC.
005300
005400 FD  OPERATOR-MASTER
005500     LABEL RECORDS ARE STANDARD.
005600     COPY OPRREC.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-ROLEFILE-STATUS       PIC X(02).
006000     88  WS-ROLEFILE-OK       VALUE "00".
006100     88  WS-ROLEFILE-NOTFOUND VALUE "35".
006200
006300 01  WS-OPRFILE-STATUS        PIC X(02).
006400     88  WS-OPRFILE-OK        VALUE "00".
006500
006600 01  WS-ALL-FUNCTIONS         PIC X(10) VALUE "*ALL".
006700 01  WS-ROLE-IDX              PIC 9(02) COMP.
006800 01  WS-FUNC-IDX              PIC 9(02) COMP.
006900 01  WS-REFUSED-EVENT         PIC X(01) VALUE "F".
007000 01  WS-REFUSE-REASON         PIC X(30).
007100
007200 01  WS-SWITCHES.
007300     05  WS-ROLEFILE-OPEN-SW  PIC X(01) VALUE "N".
007400         88  WS-ROLEFILE-OPEN VALUE "Y".
007500     05  WS-OPRFILE-OPEN-SW   PIC X(01) VALUE "N".
007600         88  WS-OPRFILE-OPEN  VALUE "Y".
007700
007800 LINKAGE SECTION.
007900 01  LK-OPERATOR-ID           PIC 9(04).
008000 01  LK-FUNCTION-ID           PIC X(10).
008100 01  LK-CHECK-MODE            PIC X(01).
008200     88  LK-MODE-QUERY        VALUE "Q".
008300 01  LK-ENTITLED-SW           PIC X(01).
008400     88  LK-ENTITLED          VALUE "Y".
008500
008600 PROCEDURE DIVISION USING LK-OPERATOR-ID
008700                          LK-FUNCTION-ID
008800                          LK-CHECK-MODE
008900                          LK-ENTITLED-SW.
009000 0000-MAINLINE.
009100     MOVE "N" TO LK-ENTITLED-SW
009200     MOVE "N" TO WS-ROLEFILE-OPEN-SW
009300     MOVE "N" TO WS-OPRFILE-OPEN-SW
009400     MOVE SPACES TO WS-REFUSE-REASON
009500
009600     PERFORM 1000-CHECK-ENTITLEMENT
009700         THRU 1000-CHECK-ENTITLEMENT-EXIT
009800
009900     IF WS-ROLEFILE-OPEN
010000         CLOSE ROLE-MASTER
010100     END-IF
010200     IF WS-OPRFILE-OPEN
010300         CLOSE OPERATOR-MASTER
010400     END-IF
010500
010600     IF NOT LK-ENTITLED
010700         AND NOT LK-MODE-QUERY
010800         CALL "OPRLGWRT" USING LK-OPERATOR-ID WS-REFUSED-EVENT
010900                               LK-FUNCTION-ID WS-REFUSE-REASON
011000     END-IF
011100
011200     GOBACK.
011300
011400*-----------------------------------------------------------------
011500* NO ROLE MASTER, OR ONE WITH NO ROLES ON IT YET, MEANS
011600* ENTITLEMENTS ARE NOT IN FORCE.  OTHERWISE THE OPERATOR MUST BE
011700* ON FILE, ACTIVE, AND HOLD AN ACTIVE ROLE LISTING THE FUNCTION.
011800*-----------------------------------------------------------------
011900 1000-CHECK-ENTITLEMENT.
012000     OPEN INPUT ROLE-MASTER
012100     IF WS-ROLEFILE-NOTFOUND
012200         SET LK-ENTITLED TO TRUE
012300         GO TO 1000-CHECK-ENTITLEMENT-EXIT
012400     END-IF
012500     IF NOT WS-ROLEFILE-OK
012600         DISPLAY "ENTLCHK: UNABLE TO OPEN ROLE MASTER, "
012700                 "STATUS = " WS-ROLEFILE-STATUS
012800         MOVE "ROLE MASTER UNAVAILABLE" TO WS-REFUSE-REASON
012900         GO TO 1000-CHECK-ENTITLEMENT-EXIT
013000     END-IF
013100     SET WS-ROLEFILE-OPEN TO TRUE
013200
013300     READ ROLE-MASTER NEXT RECORD
013400         AT END
013500             SET LK-ENTITLED TO TRUE
013600             GO TO 1000-CHECK-ENTITLEMENT-EXIT
013700     END-READ
013800
013900     OPEN INPUT OPERATOR-MASTER
014000     IF NOT WS-OPRFILE-OK
014100         DISPLAY "ENTLCHK: UNABLE TO OPEN OPERATOR MASTER, "
014200                 "STATUS = " WS-OPRFILE-STATUS
014300         MOVE "OPERATOR MASTER UNAVAILABLE" TO WS-REFUSE-REASON
014400         GO TO 1000-CHECK-ENTITLEMENT-EXIT
014500     END-IF
014600     SET WS-OPRFILE-OPEN TO TRUE
014700
014800     MOVE LK-OPERATOR-ID TO OPR-ID
014900     READ OPERATOR-MASTER
015000         KEY IS OPR-ID
015100         INVALID KEY
015200             MOVE "OPERATOR NOT ON FILE" TO WS-REFUSE-REASON
015300             GO TO 1000-CHECK-ENTITLEMENT-EXIT
015400     END-READ
015500     IF NOT OPR-STATUS-ACTIVE
015600         MOVE "OPERATOR NOT ACTIVE" TO WS-REFUSE-REASON
015700         GO TO 1000-CHECK-ENTITLEMENT-EXIT
015800     END-IF
015900
016000     PERFORM 2000-CHECK-ONE-ROLE
016100         THRU 2000-CHECK-ONE-ROLE-EXIT
016200         VARYING WS-ROLE-IDX FROM 1 BY 1
016300         UNTIL WS-ROLE-IDX > 4
016400            OR LK-ENTITLED
016500
016600     IF NOT LK-ENTITLED
016700         MOVE "FUNCTION NOT IN OPERATOR ROLES"
016800             TO WS-REFUSE-REASON
016900     END-IF.
017000 1000-CHECK-ENTITLEMENT-EXIT.
017100     EXIT.
017200
017300*-----------------------------------------------------------------
017400* LOOK FOR THE FUNCTION ON ONE OF THE OPERATOR'S ROLES.  A
017500* WITHDRAWN ROLE GRANTS NOTHING.
017600*-----------------------------------------------------------------
017700 2000-CHECK-ONE-ROLE.
017800     IF OPR-ROLE-CODE(WS-ROLE-IDX) = SPACES
017900         OR OPR-ROLE-CODE(WS-ROLE-IDX) = LOW-VALUES
018000         GO TO 2000-CHECK-ONE-ROLE-EXIT
018100     END-IF
018200
018300     MOVE OPR-ROLE-CODE(WS-ROLE-IDX) TO ROLE-CODE
018400     READ ROLE-MASTER
018500         KEY IS ROLE-CODE
018600         INVALID KEY
018700             GO TO 2000-CHECK-ONE-ROLE-EXIT
018800     END-READ
018900     IF NOT ROLE-STATUS-ACTIVE
019000         GO TO 2000-CHECK-ONE-ROLE-EXIT
019100     END-IF
019200
019300     PERFORM 2100-CHECK-ONE-FUNCTION
019400         THRU 2100-CHECK-ONE-FUNCTION-EXIT
019500         VARYING WS-FUNC-IDX FROM 1 BY 1
019600         UNTIL WS-FUNC-IDX > ROLE-FUNC-COUNT
019700            OR WS-FUNC-IDX > 40
019800            OR LK-ENTITLED.
019900 2000-CHECK-ONE-ROLE-EXIT.
020000     EXIT.
020100
020200*-----------------------------------------------------------------
020300* ONE FUNCTION ON THE ROLE - THE FUNCTION ITSELF OR "*ALL".
020400*-----------------------------------------------------------------
020500 2100-CHECK-ONE-FUNCTION.
020600     IF ROLE-FUNCTION(WS-FUNC-IDX) = LK-FUNCTION-ID
020700         OR ROLE-FUNCTION(WS-FUNC-IDX) = WS-ALL-FUNCTIONS
020800         SET LK-ENTITLED TO TRUE
020900     END-IF.
021000 2100-CHECK-ONE-FUNCTION-EXIT.
021100     EXIT.
