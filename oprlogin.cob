000700*                TO THE CALLER.  SEPARATE FROM PINCHECK, WHICH  *
000800*                AUTHENTICATES A CUSTOMER AGAINST THEIR OWN     *
000900*                ACCOUNT RATHER THAN AN OPERATOR AGAINST THE    *
001000*                BANK.  ONLY THE HASH OF AN OPERATOR PIN IS     *
001010*                KEPT, WRONG PINS LOCK THE SIGN-IN, PINS EXPIRE *
001020*                AND EVERY ATTEMPT IS LOGGED.                   *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. OPRLOGIN.
002590*                  OPERATOR'S AUTHORITY LEVEL IS HANDED BACK TO  *
002591*                  THE CALLER SO WITHDRAW AND DEPOSIT CAN        *
002592*                  DEMAND A SUPERVISOR FOR AN OVERRIDE.          *
002593* 2026-10-15 SN    THE PIN IS NOW CHECKED BY ITS PINHASH HASH,  *
002594*                  SALTED WITH THE OPERATOR ID.  THREE          *
002595*                  CONSECUTIVE WRONG PINS LOCK THE SIGN-IN      *
002596*                  UNTIL A SUPERVISOR RESETS IT IN OPRMAINT.  A *
002597*                  NEW OR RESET PIN, OR ONE 30 DAYS OLD, MUST   *
002598*                  BE CHANGED BEFORE SIGN-IN IS GRANTED, AND    *
002599*                  NONE OF THE LAST THREE PINS MAY COME BACK.   *
002600*                  AN OPERATOR WITH NO SIGN-IN FOR 90 DAYS IS   *
002601*                  SUSPENDED.  EVERY ATTEMPT IS LOGGED TO THE   *
002602*                  OPERATOR SECURITY LOG (OPRLGWRT).            *
002603*****************************************************************

002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
004800     88  WS-OPRFILE-OK        VALUE "00".
004900
005000 01  ENTERED-OPR-PIN          PIC 9(04).
005010 01  NEW-OPR-PIN              PIC 9(04).
005020 01  NEW-OPR-PIN-CONFIRM      PIC 9(04).
005030 01  WS-SALT-NUMBER           PIC 9(06).
005040 01  WS-ENTERED-HASH          PIC 9(09).
005050 01  WS-NEW-HASH              PIC 9(09).
005060 01  WS-PRIOR-IDX             PIC 9(02) COMP.
005070
005080*    SIGN-IN RULES - WRONG PINS BEFORE THE LOCK, DAYS A PIN
005090*    LASTS, AND DAYS WITHOUT A SIGN-IN BEFORE SUSPENSION.
005100 01  WS-MAX-FAILED-SIGNINS    PIC 9(01) VALUE 3.
005110 01  WS-PIN-LIFE-DAYS         PIC 9(03) VALUE 30.
005120 01  WS-IDLE-LIMIT-DAYS       PIC 9(03) VALUE 90.
005130
005140 01  WS-TODAYS-DATE           PIC 9(08).
005150 01  WS-TODAYS-DATE-R REDEFINES WS-TODAYS-DATE.
005160     05  WS-TODAY-CCYY        PIC 9(04).
005170     05  WS-TODAY-MM          PIC 9(02).
005180     05  WS-TODAY-DD          PIC 9(02).
005190 01  WS-CHECK-DATE            PIC 9(08).
005200 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
005210     05  WS-CHECK-CCYY        PIC 9(04).
005220     05  WS-CHECK-MM          PIC 9(02).
005230     05  WS-CHECK-DD          PIC 9(02).
005240 01  WS-TODAY-DAY-COUNT       PIC 9(07).
005250 01  WS-CHECK-DAY-COUNT       PIC 9(07).
005260 01  WS-DAYS-ELAPSED          PIC 9(07).
005270
005280 01  WS-LOG-EVENT             PIC X(01).
005290 01  WS-LOG-FUNCTION          PIC X(10) VALUE "OPRLOGIN".
005300 01  WS-LOG-REASON            PIC X(30).
005310
005320 01  WS-SWITCHES.
005330     05  WS-OPR-FOUND-SW      PIC X(01) VALUE "N".
005400         88  WS-OPR-FOUND     VALUE "Y".
005410     05  WS-PIN-CHANGED-SW    PIC X(01) VALUE "N".
005420         88  WS-PIN-CHANGED   VALUE "Y".
005430     05  WS-REUSED-SW         PIC X(01) VALUE "N".
005440         88  WS-PIN-REUSED    VALUE "Y".
005500
005600 LINKAGE SECTION.
005700 01  LK-OPERATOR-ID           PIC 9(04).
007600
007700*-----------------------------------------------------------------
007800* OPEN THE OPERATOR MASTER AND LOOK UP THE OPERATOR ID ENTERED.
007810* A SUSPENDED OR LOCKED OPERATOR GOES NO FURTHER, AND ONE WHO
007820* HAS NOT SIGNED IN FOR THE IDLE LIMIT IS SUSPENDED HERE.
007900*-----------------------------------------------------------------
008000 1000-INITIALIZE.
008050     MOVE "N" TO LK-OPERATOR-GRANTED-SW
008060     MOVE SPACE TO LK-OPERATOR-AUTH
008070     MOVE "N" TO WS-OPR-FOUND-SW
008080     CALL "BUSDATE" USING WS-TODAYS-DATE
008090     COMPUTE WS-TODAY-DAY-COUNT =
008091             (WS-TODAY-CCYY * 360) + (WS-TODAY-MM * 30)
008092             + WS-TODAY-DD
008100     OPEN I-O OPERATOR-MASTER
008200     IF NOT WS-OPRFILE-OK
008300         DISPLAY "OPRLOGIN: UNABLE TO OPEN OPERATOR MASTER, "
009400         INVALID KEY
009500             DISPLAY "OPRLOGIN: NO OPERATOR RECORD FOR ID "
009600                     LK-OPERATOR-ID
009610             MOVE "D" TO WS-LOG-EVENT
009620             MOVE "NO OPERATOR RECORD" TO WS-LOG-REASON
009630             PERFORM 8000-LOG-EVENT
009640                 THRU 8000-LOG-EVENT-EXIT
009700             GO TO 1000-INITIALIZE-EXIT
009800     END-READ
009900
009910     IF OPR-STATUS-SUSPENDED
009920         DISPLAY "OPRLOGIN: OPERATOR " LK-OPERATOR-ID
009930                 " IS SUSPENDED, LOGIN DENIED"
009931         MOVE "D" TO WS-LOG-EVENT
009932         MOVE "OPERATOR SUSPENDED" TO WS-LOG-REASON
009933         PERFORM 8000-LOG-EVENT
009934             THRU 8000-LOG-EVENT-EXIT
009940         GO TO 1000-INITIALIZE-EXIT
009950     END-IF
009951
009952     IF OPR-SIGNIN-LOCKED
009953         DISPLAY "OPRLOGIN: OPERATOR " LK-OPERATOR-ID
009954                 " IS LOCKED OUT - A SUPERVISOR MUST RESET "
009955                 "THE PIN"
009956         MOVE "D" TO WS-LOG-EVENT
009957         MOVE "SIGN-IN LOCKED" TO WS-LOG-REASON
009958         PERFORM 8000-LOG-EVENT
009959             THRU 8000-LOG-EVENT-EXIT
009960         GO TO 1000-INITIALIZE-EXIT
009961     END-IF
009962
009963*    IDLE TIME RUNS FROM THE LATER OF THE LAST SIGN-IN AND THE
009964*    PIN LAST BEING SET - A NEW, RESET OR REINSTATED OPERATOR
009965*    STARTS A FRESH CLOCK.
009966     MOVE 0 TO WS-CHECK-DATE
009967     IF OPR-LAST-SIGNIN-DATE NUMERIC
009968         MOVE OPR-LAST-SIGNIN-DATE TO WS-CHECK-DATE
009969     END-IF
009970     IF OPR-PIN-CHANGED-DATE NUMERIC
009971         AND OPR-PIN-CHANGED-DATE > WS-CHECK-DATE
009972         MOVE OPR-PIN-CHANGED-DATE TO WS-CHECK-DATE
009973     END-IF
009974     PERFORM 7000-DAYS-SINCE-CHECK-DATE
009975         THRU 7000-DAYS-SINCE-CHECK-DATE-EXIT
009976     IF WS-DAYS-ELAPSED > WS-IDLE-LIMIT-DAYS
009977         SET OPR-STATUS-SUSPENDED TO TRUE
009978         PERFORM 7500-REWRITE-OPERATOR
009979             THRU 7500-REWRITE-OPERATOR-EXIT
009980         DISPLAY "OPRLOGIN: OPERATOR " LK-OPERATOR-ID
009981                 " HAS NOT SIGNED IN FOR " WS-IDLE-LIMIT-DAYS
009982                 " DAYS AND IS SUSPENDED, LOGIN DENIED"
009983         MOVE "S" TO WS-LOG-EVENT
009984         MOVE "NO SIGN-IN WITHIN IDLE LIMIT" TO WS-LOG-REASON
009985         PERFORM 8000-LOG-EVENT
009986             THRU 8000-LOG-EVENT-EXIT
009987         GO TO 1000-INITIALIZE-EXIT
009988     END-IF
009989
010000     SET WS-OPR-FOUND TO TRUE.
010100 1000-INITIALIZE-EXIT.
010200     EXIT.
010300
010400*-----------------------------------------------------------------
010500* PROMPT FOR THE OPERATOR PIN AND COMPARE ITS HASH TO THE STORED
010510* HASH.  A WRONG PIN COUNTS TOWARDS THE LOCK; A RIGHT ONE CLEARS
010520* THE COUNT, AND A PIN THAT IS DUE MUST BE CHANGED BEFORE THE
010530* SIGN-IN IS GRANTED.
010600*-----------------------------------------------------------------
010700 2000-VERIFY-PIN.
010800     DISPLAY "ENTER OPERATOR PIN: "
010900     ACCEPT ENTERED-OPR-PIN
010910
010920     MOVE OPR-ID TO WS-SALT-NUMBER
010930     CALL "PINHASH" USING WS-SALT-NUMBER ENTERED-OPR-PIN
010940                          WS-ENTERED-HASH
011000
011100     IF WS-ENTERED-HASH NOT = OPR-PIN-HASH
011200         PERFORM 2100-RECORD-FAILURE
011250             THRU 2100-RECORD-FAILURE-EXIT
011300         GO TO 2000-VERIFY-PIN-EXIT
011400     END-IF
011410
011420     MOVE 0 TO OPR-FAILED-SIGNINS
011430     IF OPR-PIN-CHANGED-DATE NUMERIC
011440         MOVE OPR-PIN-CHANGED-DATE TO WS-CHECK-DATE
011450     ELSE
011460         MOVE 0 TO WS-CHECK-DATE
011470     END-IF
011480     PERFORM 7000-DAYS-SINCE-CHECK-DATE
011490         THRU 7000-DAYS-SINCE-CHECK-DATE-EXIT
011500     IF OPR-PIN-CHANGE-DUE
011510         OR WS-CHECK-DATE = ZERO
011520         OR WS-DAYS-ELAPSED NOT LESS THAN WS-PIN-LIFE-DAYS
011530         DISPLAY "OPRLOGIN: YOUR PIN MUST BE CHANGED BEFORE "
011540                 "YOU CAN SIGN IN"
011550         PERFORM 3000-CHANGE-PIN
011560             THRU 3000-CHANGE-PIN-EXIT
011570         IF NOT WS-PIN-CHANGED
011580             PERFORM 7500-REWRITE-OPERATOR
011590                 THRU 7500-REWRITE-OPERATOR-EXIT
011600             DISPLAY "OPERATOR LOGIN DENIED"
011610             MOVE "D" TO WS-LOG-EVENT
011620             MOVE "PIN CHANGE DUE, NOT CHANGED" TO WS-LOG-REASON
011630             PERFORM 8000-LOG-EVENT
011640                 THRU 8000-LOG-EVENT-EXIT
011650             GO TO 2000-VERIFY-PIN-EXIT
011660         END-IF
011670     END-IF
011680
011690     MOVE WS-TODAYS-DATE TO OPR-LAST-SIGNIN-DATE
011700     PERFORM 7500-REWRITE-OPERATOR
011710         THRU 7500-REWRITE-OPERATOR-EXIT
011720     SET LK-OPERATOR-GRANTED TO TRUE
011730     MOVE OPR-AUTH-LEVEL TO LK-OPERATOR-AUTH
011740     DISPLAY "OPERATOR LOGIN GRANTED"
011750     MOVE "G" TO WS-LOG-EVENT
011760     MOVE "SIGN-IN GRANTED" TO WS-LOG-REASON
011770     PERFORM 8000-LOG-EVENT
011780         THRU 8000-LOG-EVENT-EXIT.
011790 2000-VERIFY-PIN-EXIT.
011800     EXIT.
011810
011820*-----------------------------------------------------------------
011830* A WRONG PIN.  THE THIRD IN A ROW LOCKS THE SIGN-IN UNTIL A
011840* SUPERVISOR RESETS THE PIN.
011850*-----------------------------------------------------------------
011860 2100-RECORD-FAILURE.
011870     MOVE "N" TO LK-OPERATOR-GRANTED-SW
011880     IF OPR-FAILED-SIGNINS NOT NUMERIC
011890         MOVE 0 TO OPR-FAILED-SIGNINS
011900     END-IF
011910     ADD 1 TO OPR-FAILED-SIGNINS
011920     IF OPR-FAILED-SIGNINS NOT LESS THAN WS-MAX-FAILED-SIGNINS
011930         SET OPR-SIGNIN-LOCKED TO TRUE
011940         MOVE "L" TO WS-LOG-EVENT
011950         MOVE "WRONG PIN - SIGN-IN NOW LOCKED" TO WS-LOG-REASON
011960         DISPLAY "OPERATOR LOGIN DENIED - SIGN-IN LOCKED AFTER "
011970                 WS-MAX-FAILED-SIGNINS " WRONG PINS"
011980     ELSE
011990         MOVE "D" TO WS-LOG-EVENT
012000         MOVE "WRONG PIN" TO WS-LOG-REASON
012010         DISPLAY "OPERATOR LOGIN DENIED"
012020     END-IF
012030     PERFORM 7500-REWRITE-OPERATOR
012040         THRU 7500-REWRITE-OPERATOR-EXIT
012050     PERFORM 8000-LOG-EVENT
012060         THRU 8000-LOG-EVENT-EXIT.
012070 2100-RECORD-FAILURE-EXIT.
012080     EXIT.
012090
012100*-----------------------------------------------------------------
012110* TAKE AND CONFIRM A NEW PIN, REJECTING A BLANK PIN, A MISTYPED
012120* CONFIRMATION, THE CURRENT PIN OR ANY OF THE LAST THREE.  THE
012130* OLD HASH JOINS THE HISTORY, OLDEST FALLING OFF (THE PINCHANGE
012140* RULES FOR CUSTOMER PINS).
012150*-----------------------------------------------------------------
012160 3000-CHANGE-PIN.
012170     MOVE "N" TO WS-PIN-CHANGED-SW
012180     DISPLAY "ENTER NEW OPERATOR PIN: "
012190     ACCEPT NEW-OPR-PIN
012200     DISPLAY "RE-ENTER NEW OPERATOR PIN: "
012210     ACCEPT NEW-OPR-PIN-CONFIRM
012220
012230     IF NEW-OPR-PIN = ZERO
012240         DISPLAY "OPRLOGIN: NEW PIN MAY NOT BE BLANK"
012250         GO TO 3000-CHANGE-PIN-EXIT
012260     END-IF
012270     IF NEW-OPR-PIN NOT = NEW-OPR-PIN-CONFIRM
012280         DISPLAY "OPRLOGIN: NEW PIN CONFIRMATION DOES NOT MATCH"
012290         GO TO 3000-CHANGE-PIN-EXIT
012300     END-IF
012310
012320     CALL "PINHASH" USING WS-SALT-NUMBER NEW-OPR-PIN WS-NEW-HASH
012330     IF WS-NEW-HASH = OPR-PIN-HASH
012340         DISPLAY "OPRLOGIN: NEW PIN MUST DIFFER FROM THE OLD PIN"
012350         GO TO 3000-CHANGE-PIN-EXIT
012360     END-IF
012370
012380     MOVE "N" TO WS-REUSED-SW
012390     MOVE 1 TO WS-PRIOR-IDX
012400     PERFORM 3100-CHECK-ONE-PRIOR
012410         THRU 3100-CHECK-ONE-PRIOR-EXIT
012420         UNTIL WS-PRIOR-IDX > 3 OR WS-PIN-REUSED
012430     IF WS-PIN-REUSED
012440         DISPLAY "OPRLOGIN: NEW PIN WAS USED RECENTLY, "
012450                 "CHOOSE ANOTHER"
012460         GO TO 3000-CHANGE-PIN-EXIT
012470     END-IF
012480
012490     MOVE OPR-PRIOR-HASH(2) TO OPR-PRIOR-HASH(3)
012500     MOVE OPR-PRIOR-HASH(1) TO OPR-PRIOR-HASH(2)
012510     MOVE OPR-PIN-HASH      TO OPR-PRIOR-HASH(1)
012520     MOVE WS-NEW-HASH       TO OPR-PIN-HASH
012530     MOVE WS-TODAYS-DATE    TO OPR-PIN-CHANGED-DATE
012540     MOVE "N"               TO OPR-PIN-MUST-CHANGE
012550     SET WS-PIN-CHANGED TO TRUE
012560
012570     DISPLAY "OPRLOGIN: PIN CHANGED"
012580     MOVE "C" TO WS-LOG-EVENT
012590     MOVE "PIN CHANGED AT SIGN-IN" TO WS-LOG-REASON
012600     PERFORM 8000-LOG-EVENT
012610         THRU 8000-LOG-EVENT-EXIT.
012620 3000-CHANGE-PIN-EXIT.
012630     EXIT.
012640
012650*-----------------------------------------------------------------
012660* COMPARE THE NEW PIN'S HASH TO ONE STORED PRIOR HASH.
012670*-----------------------------------------------------------------
012680 3100-CHECK-ONE-PRIOR.
012690     IF OPR-PRIOR-HASH(WS-PRIOR-IDX) NUMERIC
012700         AND OPR-PRIOR-HASH(WS-PRIOR-IDX) NOT = 0
012710         AND OPR-PRIOR-HASH(WS-PRIOR-IDX) = WS-NEW-HASH
012720         SET WS-PIN-REUSED TO TRUE
012730     END-IF
012740     ADD 1 TO WS-PRIOR-IDX.
012750 3100-CHECK-ONE-PRIOR-EXIT.
012760     EXIT.
012770
012780*-----------------------------------------------------------------
012790* DAYS FROM THE CHECK DATE TO TODAY ON THE 360-DAY CONVENTION.
012800* NO CHECK DATE COUNTS AS NONE ELAPSED.
012810*-----------------------------------------------------------------
012820 7000-DAYS-SINCE-CHECK-DATE.
012830     MOVE 0 TO WS-DAYS-ELAPSED
012840     IF WS-CHECK-DATE NOT NUMERIC
012850         OR WS-CHECK-DATE = ZERO
012860         GO TO 7000-DAYS-SINCE-CHECK-DATE-EXIT
012870     END-IF
012880     COMPUTE WS-CHECK-DAY-COUNT =
012890             (WS-CHECK-CCYY * 360) + (WS-CHECK-MM * 30)
012900             + WS-CHECK-DD
012910     IF WS-TODAY-DAY-COUNT > WS-CHECK-DAY-COUNT
012920         COMPUTE WS-DAYS-ELAPSED =
012930                 WS-TODAY-DAY-COUNT - WS-CHECK-DAY-COUNT
012940     END-IF.
012950 7000-DAYS-SINCE-CHECK-DATE-EXIT.
012960     EXIT.
012970
012980*-----------------------------------------------------------------
012990* REWRITE THE OPERATOR RECORD WITH ITS SIGN-IN STATE.
013000*-----------------------------------------------------------------
013010 7500-REWRITE-OPERATOR.
013020     REWRITE OPERATOR-RECORD
013030         INVALID KEY
013040             DISPLAY "OPRLOGIN: UNABLE TO REWRITE OPERATOR "
013050                     OPR-ID
013060     END-REWRITE.
013070 7500-REWRITE-OPERATOR-EXIT.
013080     EXIT.
013090
013100*-----------------------------------------------------------------
013110* ONE LINE ON THE OPERATOR SECURITY LOG FOR THIS ATTEMPT.
013120*-----------------------------------------------------------------
013130 8000-LOG-EVENT.
013140     CALL "OPRLGWRT" USING LK-OPERATOR-ID WS-LOG-EVENT
013150                           WS-LOG-FUNCTION WS-LOG-REASON.
013160 8000-LOG-EVENT-EXIT.
013170     EXIT.
013180
013190*-----------------------------------------------------------------
013200* CLOSE DOWN THE OPERATOR MASTER BEFORE RETURNING TO THE CALLER.
013210*-----------------------------------------------------------------
013220 9999-TERMINATE.
013230     CLOSE OPERATOR-MASTER.
013240 9999-TERMINATE-EXIT.
013250     EXIT.
