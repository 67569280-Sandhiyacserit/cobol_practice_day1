000800*                LOGIN, EXCEPT ON A CLEAN SYSTEM WITH NO         *
000900*                OPERATORS ON FILE YET, WHERE THE FIRST          *
001000*                OPERATOR ADDED IS FORCED TO SUPERVISOR LEVEL.   *
001010*                A SUPERVISOR ALSO CARRIES A LOAN SANCTION       *
001020*                LIMIT, THE LARGEST LOAN THEY MAY SANCTION IN    *
001030*                LOANAPP.                                        *
001040*                OPERATORS ARE GIVEN AND RELIEVED OF THEIR       *
001050*                ROLES (ROLEFILE) HERE - NEVER ON THEIR OWN      *
001060*                RECORD.                                         *
001070*                A PIN SET HERE IS STORED ONLY AS ITS PINHASH    *
001080*                HASH AND MUST BE CHANGED AT FIRST SIGN-IN.      *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. OPRMAINT.
002400*                  WITH AUTHORITY LEVELS, FOR THE NEW            *
002500*                  SUPERVISOR-OVERRIDE RULES IN DEPOSIT AND      *
002600*                  WITHDRAW.                                     *
002601* 2026-10-15 SN    A SUPERVISOR NOW CARRIES A LOAN SANCTION     *
002602*                  LIMIT, TAKEN WHEN THE OPERATOR IS ADDED AND  *
002603*                  CHANGED ALONG WITH THE AUTHORITY LEVEL UNDER *
002604*                  FUNCTION 5.                                  *
002605* 2026-10-15 SN    NEW FUNCTIONS 6 AND 7 GIVE AN OPERATOR A     *
002606*                  ROLE OR TAKE ONE AWAY, UP TO FOUR ROLES PER  *
002607*                  OPERATOR.  THE SUPERVISOR MUST BE ENTITLED   *
002608*                  TO OPRMAINT (ENTLCHK).                       *
002609* 2026-10-15 SN    PINS ARE NOW STORED HASHED (PINHASH, SALTED  *
002610*                  WITH THE OPERATOR ID) AND MUST BE CHANGED AT *
002611*                  FIRST SIGN-IN.  A PIN RESET ALSO CLEARS A    *
002612*                  SIGN-IN LOCK, AND REINSTATING AN OPERATOR    *
002613*                  ISSUES A NEW PIN.  RESETS ARE LOGGED TO THE  *
002614*                  OPERATOR SECURITY LOG.                       *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OPR-ID
003600         FILE STATUS IS WS-OPRFILE-STATUS.
003610
003620     SELECT ROLE-MASTER ASSIGN TO "ROLEFILE"
003630         ORGANIZATION IS INDEXED
003640         ACCESS MODE IS DYNAMIC
003650         RECORD KEY IS ROLE-CODE
003660         FILE STATUS IS WS-ROLEFILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  OPERATOR-MASTER
004100     LABEL RECORDS ARE STANDARD.
004200     COPY OPRREC.
004210
004220 FD  ROLE-MASTER
004230     LABEL RECORDS ARE STANDARD.
004240     COPY ROLEREC.
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-OPRFILE-STATUS        PIC X(02).
004600     88  WS-OPRFILE-OK        VALUE "00".
004700     88  WS-OPRFILE-NOTFOUND  VALUE "35".
004710
004720 01  WS-ROLEFILE-STATUS       PIC X(02).
004730     88  WS-ROLEFILE-OK       VALUE "00".
004800
004900 01  WS-FUNCTION-CODE         PIC 9(01).
004901 01  WS-PND-TYPE              PIC X(01).
005000 01  WS-TARGET-OPR-ID         PIC 9(04).
005100 01  WS-NEW-PIN               PIC 9(04).
005200 01  WS-NEW-NAME              PIC X(20).
005210 01  WS-SALT-NUMBER           PIC 9(06).
005220 01  WS-NEW-HASH              PIC 9(09).
005230 01  WS-TODAYS-DATE           PIC 9(08).
005240 01  WS-LOG-EVENT             PIC X(01).
005250 01  WS-LOG-REASON            PIC X(30).
005300 01  WS-NEW-AUTH              PIC X(01).
005310 01  WS-NEW-SANCTION-LIMIT    PIC 9(09).
005400 01  WS-SUPV-ID               PIC 9(04).
005500 01  WS-SUPV-AUTH             PIC X(01).
005510 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "OPRMAINT".
005520 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005530 01  WS-NEW-ROLE              PIC X(04).
005535 01  WS-SAVE-ROLE             PIC X(04).
005540 01  WS-ROLE-IDX              PIC 9(02) COMP.
005550 01  WS-FOUND-IDX             PIC 9(02) COMP.
005600
005700 01  WS-SWITCHES.
005800     05  WS-ACCESS-SW         PIC X(01) VALUE "N".
006300         88  WS-SUPV-OK       VALUE "Y".
006400     05  WS-TARGET-FOUND-SW   PIC X(01) VALUE "N".
006500         88  WS-TARGET-FOUND  VALUE "Y".
006510     05  WS-ENTITLED-SW       PIC X(01) VALUE "N".
006520         88  WS-ENTITLED      VALUE "Y".
006600
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
012700         OPEN I-O OPERATOR-MASTER
012800         GO TO 1000-INITIALIZE-EXIT
012900     END-IF
012910     MOVE "N" TO WS-ENTITLED-SW
012920     CALL "ENTLCHK" USING WS-SUPV-ID WS-ENTL-FUNCTION
012930                          WS-ENTL-MODE WS-ENTITLED-SW
012940     IF NOT WS-ENTITLED
012950         DISPLAY "OPRMAINT: OPERATOR " WS-SUPV-ID " IS NOT "
012960                 "ENTITLED TO OPRMAINT, MAINTENANCE REFUSED"
012970         OPEN I-O OPERATOR-MASTER
012980         GO TO 1000-INITIALIZE-EXIT
012990     END-IF
013000
013100     OPEN I-O OPERATOR-MASTER
013200     IF NOT WS-OPRFILE-OK
015600 2000-PROCESS-FUNCTION.
015700     DISPLAY "1. ADD OPERATOR"
015800     DISPLAY "2. SUSPEND OPERATOR"
015900     DISPLAY "3. REINSTATE OPERATOR (ISSUES A NEW PIN)"
016000     DISPLAY "4. RESET OPERATOR PIN / CLEAR SIGN-IN LOCK"
016010     DISPLAY "5. CHANGE AUTHORITY LEVEL / SANCTION LIMIT (NEEDS "
016020             "APPROVAL)"
016030     DISPLAY "6. GIVE OPERATOR A ROLE"
016040     DISPLAY "7. TAKE A ROLE FROM OPERATOR"
016100     DISPLAY "ENTER FUNCTION: "
016200     ACCEPT WS-FUNCTION-CODE
016300
017610         WHEN 5
017620             PERFORM 6500-CHANGE-AUTHORITY
017630                 THRU 6500-CHANGE-AUTHORITY-EXIT
017640         WHEN 6
017650             PERFORM 6700-GIVE-ROLE
017660                 THRU 6700-GIVE-ROLE-EXIT
017670         WHEN 7
017680             PERFORM 6800-TAKE-ROLE
017690                 THRU 6800-TAKE-ROLE-EXIT
017700         WHEN OTHER
017800             DISPLAY "OPRMAINT: INVALID FUNCTION"
017900     END-EVALUATE.
020500
020600     DISPLAY "ENTER OPERATOR PIN: "
020700     ACCEPT WS-NEW-PIN
020710     IF WS-NEW-PIN = ZERO
020720         DISPLAY "OPRMAINT: PIN MAY NOT BE BLANK"
020730         GO TO 3000-ADD-OPERATOR-EXIT
020740     END-IF
020800
020900     IF WS-FILE-EMPTY
021000         MOVE "S" TO WS-NEW-AUTH
021800         END-IF
021900     END-IF
022000
022010     PERFORM 6600-ACCEPT-SANCTION-LIMIT
022020         THRU 6600-ACCEPT-SANCTION-LIMIT-EXIT
022030
022100     MOVE WS-TARGET-OPR-ID TO OPR-ID
022300     MOVE WS-NEW-NAME      TO OPR-NAME
022400     SET OPR-STATUS-ACTIVE TO TRUE
022500     MOVE WS-NEW-AUTH      TO OPR-AUTH-LEVEL
022600     MOVE WS-NEW-SANCTION-LIMIT TO OPR-SANCTION-LIMIT
022605     MOVE SPACES TO OPR-ROLE-CODE(1)
022606     MOVE SPACES TO OPR-ROLE-CODE(2)
022607     MOVE SPACES TO OPR-ROLE-CODE(3)
022608     MOVE SPACES TO OPR-ROLE-CODE(4)
022609     MOVE 0 TO OPR-PIN-HASH
022611     MOVE 0 TO OPR-LAST-SIGNIN-DATE
022612     MOVE 0 TO OPR-PRIOR-HASH(1)
022613     MOVE 0 TO OPR-PRIOR-HASH(2)
022614     MOVE 0 TO OPR-PRIOR-HASH(3)
022615     PERFORM 6100-SET-NEW-PIN
022616         THRU 6100-SET-NEW-PIN-EXIT
022610
022700     WRITE OPERATOR-RECORD
022800         INVALID KEY
022900             DISPLAY "OPRMAINT: UNABLE TO WRITE OPERATOR "
026400         GO TO 5000-REINSTATE-OPERATOR-EXIT
026500     END-IF
026600
026610*    A RETURNING OPERATOR IS GIVEN A NEW PIN, TO BE CHANGED AT
026620*    FIRST SIGN-IN - THE OLD ONE MAY HAVE BEEN SHARED OR SEEN.
026630     DISPLAY "ENTER NEW PIN: "
026640     ACCEPT WS-NEW-PIN
026650     IF WS-NEW-PIN = ZERO
026660         DISPLAY "OPRMAINT: PIN MAY NOT BE BLANK"
026670         GO TO 5000-REINSTATE-OPERATOR-EXIT
026680     END-IF
026690
026700     SET OPR-STATUS-ACTIVE TO TRUE
026710     PERFORM 6100-SET-NEW-PIN
026720         THRU 6100-SET-NEW-PIN-EXIT
026800     PERFORM 7500-REWRITE-TARGET
026900         THRU 7500-REWRITE-TARGET-EXIT
026910     MOVE "R" TO WS-LOG-EVENT
026920     MOVE "REINSTATED WITH A NEW PIN" TO WS-LOG-REASON
026930     PERFORM 8000-LOG-EVENT
026940         THRU 8000-LOG-EVENT-EXIT
027000
027100     DISPLAY "OPRMAINT: OPERATOR " WS-TARGET-OPR-ID
027200             " REINSTATED".
027400     EXIT.
027500
027600*-----------------------------------------------------------------
027700* RESET A FORGOTTEN OPERATOR PIN TO A NEW VALUE.  THIS IS ALSO
027710* HOW A SIGN-IN LOCKED BY WRONG PINS IS CLEARED.
027800*-----------------------------------------------------------------
027900 6000-RESET-PIN.
028000     PERFORM 7000-READ-TARGET
028500
028600     DISPLAY "ENTER NEW PIN: "
028700     ACCEPT WS-NEW-PIN
028710     IF WS-NEW-PIN = ZERO
028720         DISPLAY "OPRMAINT: PIN MAY NOT BE BLANK"
028730         GO TO 6000-RESET-PIN-EXIT
028740     END-IF
028800
028900     PERFORM 6100-SET-NEW-PIN
028910         THRU 6100-SET-NEW-PIN-EXIT
029000     PERFORM 7500-REWRITE-TARGET
029100         THRU 7500-REWRITE-TARGET-EXIT
029110     MOVE "R" TO WS-LOG-EVENT
029120     MOVE "PIN RESET BY SUPERVISOR" TO WS-LOG-REASON
029130     PERFORM 8000-LOG-EVENT
029140         THRU 8000-LOG-EVENT-EXIT
029200
029300     DISPLAY "OPRMAINT: PIN RESET FOR OPERATOR "
029400             WS-TARGET-OPR-ID.
029500 6000-RESET-PIN-EXIT.
029600     EXIT.
029601
029602*-----------------------------------------------------------------
029603* STORE THE PIN IN HAND AS ITS HASH, SALTED WITH THE OPERATOR ID.
029604* THE OLD HASH JOINS THE RECENT-PIN HISTORY, THE SIGN-IN LOCK IS
029605* CLEARED, AND THE OPERATOR MUST CHOOSE THEIR OWN PIN AT THEIR
029606* NEXT SIGN-IN.
029607*-----------------------------------------------------------------
029608 6100-SET-NEW-PIN.
029609     MOVE OPR-ID TO WS-SALT-NUMBER
029610     CALL "PINHASH" USING WS-SALT-NUMBER WS-NEW-PIN WS-NEW-HASH
029611     IF OPR-PIN-HASH NUMERIC
029612         AND OPR-PIN-HASH NOT = 0
029613         MOVE OPR-PRIOR-HASH(2) TO OPR-PRIOR-HASH(3)
029614         MOVE OPR-PRIOR-HASH(1) TO OPR-PRIOR-HASH(2)
029615         MOVE OPR-PIN-HASH      TO OPR-PRIOR-HASH(1)
029616     END-IF
029617     MOVE WS-NEW-HASH TO OPR-PIN-HASH
029618     CALL "BUSDATE" USING WS-TODAYS-DATE
029619     MOVE WS-TODAYS-DATE TO OPR-PIN-CHANGED-DATE
029620     MOVE "Y" TO OPR-PIN-MUST-CHANGE
029621     MOVE 0 TO OPR-FAILED-SIGNINS
029622     MOVE "N" TO OPR-SIGNIN-LOCK
029623     MOVE 0 TO WS-NEW-PIN.
029624 6100-SET-NEW-PIN-EXIT.
029625     EXIT.
029610
029611*-----------------------------------------------------------------
029612* AN AUTHORITY CHANGE COULD LET A TELLER RAISE THEIR OWN
029628         GO TO 6500-CHANGE-AUTHORITY-EXIT
029629     END-IF
029630
029631     PERFORM 6600-ACCEPT-SANCTION-LIMIT
029632         THRU 6600-ACCEPT-SANCTION-LIMIT-EXIT
029633
029634     MOVE "O" TO WS-PND-TYPE
029635     MOVE SPACES TO WS-PND-KEY
029636     MOVE WS-TARGET-OPR-ID TO WS-PND-KEY
029637     MOVE SPACES TO WS-PND-NEW-DATA
029638     MOVE WS-NEW-AUTH TO WS-PND-NEW-DATA(1:1)
029639     MOVE WS-NEW-SANCTION-LIMIT TO WS-PND-NEW-DATA(2:9)
029640     CALL "PENDADD" USING WS-PND-TYPE WS-PND-KEY
029641                          WS-PND-NEW-DATA WS-SUPV-ID
029642                          WS-PENDING-ID
029643     IF WS-PENDING-ID = 0
029644         DISPLAY "OPRMAINT: UNABLE TO QUEUE THE AUTHORITY "
029645                 "CHANGE"
029646         GO TO 6500-CHANGE-AUTHORITY-EXIT
029647     END-IF
029648
029649     DISPLAY "OPRMAINT: AUTHORITY CHANGE FOR OPERATOR "
029650             WS-TARGET-OPR-ID " QUEUED AS PENDING CHANGE "
029651             WS-PENDING-ID " FOR APPROVAL BY ANOTHER "
029652             "SUPERVISOR".
029653 6500-CHANGE-AUTHORITY-EXIT.
029654     EXIT.
029655
029656*-----------------------------------------------------------------
029657* ONLY A SUPERVISOR CARRIES A LOAN SANCTION LIMIT - A TELLER'S
029658* IS ALWAYS ZERO.
029659*-----------------------------------------------------------------
029660 6600-ACCEPT-SANCTION-LIMIT.
029661     MOVE 0 TO WS-NEW-SANCTION-LIMIT
029662     IF WS-NEW-AUTH = "S"
029663         DISPLAY "ENTER LOAN SANCTION LIMIT (0=NONE): "
029664         ACCEPT WS-NEW-SANCTION-LIMIT
029665     END-IF.
029666 6600-ACCEPT-SANCTION-LIMIT-EXIT.
029667     EXIT.
029668
029669*-----------------------------------------------------------------
029670* GIVE AN OPERATOR ONE MORE ROLE.  THE ROLE MUST BE ON THE ROLE
029671* MASTER AND ACTIVE, AND NO SUPERVISOR MAY WIDEN THEIR OWN
029672* ENTITLEMENTS.
029673*-----------------------------------------------------------------
029674 6700-GIVE-ROLE.
029675     PERFORM 7000-READ-TARGET
029676         THRU 7000-READ-TARGET-EXIT
029677     IF NOT WS-TARGET-FOUND
029678         GO TO 6700-GIVE-ROLE-EXIT
029679     END-IF
029680     IF WS-TARGET-OPR-ID = WS-SUPV-ID
029681         DISPLAY "OPRMAINT: A SUPERVISOR MAY NOT CHANGE THEIR "
029682                 "OWN ROLES"
029683         GO TO 6700-GIVE-ROLE-EXIT
029684     END-IF
029685
029686     DISPLAY "ENTER ROLE CODE: "
029687     ACCEPT WS-NEW-ROLE
029688     OPEN INPUT ROLE-MASTER
029689     IF NOT WS-ROLEFILE-OK
029690         DISPLAY "OPRMAINT: UNABLE TO OPEN ROLE MASTER, "
029691                 "STATUS = " WS-ROLEFILE-STATUS
029692         GO TO 6700-GIVE-ROLE-EXIT
029693     END-IF
029694     MOVE WS-NEW-ROLE TO ROLE-CODE
029695     READ ROLE-MASTER
029696         KEY IS ROLE-CODE
029697         INVALID KEY
029698             CONTINUE
029699     END-READ
029700     IF NOT WS-ROLEFILE-OK
029701         DISPLAY "OPRMAINT: NO ROLE RECORD FOR CODE "
029702                 WS-NEW-ROLE
029703         CLOSE ROLE-MASTER
029704         GO TO 6700-GIVE-ROLE-EXIT
029705     END-IF
029706     CLOSE ROLE-MASTER
029707     IF NOT ROLE-STATUS-ACTIVE
029708         DISPLAY "OPRMAINT: ROLE " WS-NEW-ROLE " IS WITHDRAWN"
029709         GO TO 6700-GIVE-ROLE-EXIT
029710     END-IF
029711
029712     PERFORM 6900-FIND-ROLE-SLOT
029713         THRU 6900-FIND-ROLE-SLOT-EXIT
029714     IF WS-FOUND-IDX NOT = 0
029715         DISPLAY "OPRMAINT: OPERATOR " WS-TARGET-OPR-ID
029716                 " ALREADY HOLDS ROLE " WS-NEW-ROLE
029717         GO TO 6700-GIVE-ROLE-EXIT
029718     END-IF
029719
029720     MOVE WS-NEW-ROLE TO WS-SAVE-ROLE
029721     MOVE SPACES TO WS-NEW-ROLE
029722     PERFORM 6900-FIND-ROLE-SLOT
029723         THRU 6900-FIND-ROLE-SLOT-EXIT
029724     MOVE WS-SAVE-ROLE TO WS-NEW-ROLE
029725     IF WS-FOUND-IDX = 0
029726         DISPLAY "OPRMAINT: OPERATOR " WS-TARGET-OPR-ID
029727                 " ALREADY HOLDS FOUR ROLES"
029728         GO TO 6700-GIVE-ROLE-EXIT
029729     END-IF
029730
029731     MOVE WS-NEW-ROLE TO OPR-ROLE-CODE(WS-FOUND-IDX)
029732     PERFORM 7500-REWRITE-TARGET
029733         THRU 7500-REWRITE-TARGET-EXIT
029734
029735     DISPLAY "OPRMAINT: ROLE " WS-NEW-ROLE " GIVEN TO OPERATOR "
029736             WS-TARGET-OPR-ID.
029737 6700-GIVE-ROLE-EXIT.
029738     EXIT.
029739
029740*-----------------------------------------------------------------
029741* TAKE ONE ROLE AWAY FROM AN OPERATOR.
029742*-----------------------------------------------------------------
029743 6800-TAKE-ROLE.
029744     PERFORM 7000-READ-TARGET
029745         THRU 7000-READ-TARGET-EXIT
029746     IF NOT WS-TARGET-FOUND
029747         GO TO 6800-TAKE-ROLE-EXIT
029748     END-IF
029749     IF WS-TARGET-OPR-ID = WS-SUPV-ID
029750         DISPLAY "OPRMAINT: A SUPERVISOR MAY NOT CHANGE THEIR "
029751                 "OWN ROLES"
029752         GO TO 6800-TAKE-ROLE-EXIT
029753     END-IF
029754
029755     DISPLAY "ENTER ROLE CODE: "
029756     ACCEPT WS-NEW-ROLE
029757     PERFORM 6900-FIND-ROLE-SLOT
029758         THRU 6900-FIND-ROLE-SLOT-EXIT
029759     IF WS-FOUND-IDX = 0
029760         DISPLAY "OPRMAINT: OPERATOR " WS-TARGET-OPR-ID
029761                 " DOES NOT HOLD ROLE " WS-NEW-ROLE
029762         GO TO 6800-TAKE-ROLE-EXIT
029763     END-IF
029764
029765     MOVE SPACES TO OPR-ROLE-CODE(WS-FOUND-IDX)
029766     PERFORM 7500-REWRITE-TARGET
029767         THRU 7500-REWRITE-TARGET-EXIT
029768
029769     DISPLAY "OPRMAINT: ROLE " WS-NEW-ROLE " TAKEN FROM "
029770             "OPERATOR " WS-TARGET-OPR-ID.
029771 6800-TAKE-ROLE-EXIT.
029772     EXIT.
029773
029774*-----------------------------------------------------------------
029775* FIND THE OPERATOR'S ROLE SLOT HOLDING THE CODE IN HAND - SPACES
029776* FINDS A FREE SLOT.  ZERO WHEN THERE IS NONE.
029777*-----------------------------------------------------------------
029778 6900-FIND-ROLE-SLOT.
029779     MOVE 0 TO WS-FOUND-IDX
029780     PERFORM 6950-CHECK-ONE-SLOT
029781         THRU 6950-CHECK-ONE-SLOT-EXIT
029782         VARYING WS-ROLE-IDX FROM 1 BY 1
029783         UNTIL WS-ROLE-IDX > 4
029784            OR WS-FOUND-IDX NOT = 0.
029785 6900-FIND-ROLE-SLOT-EXIT.
029786     EXIT.
029787
029788 6950-CHECK-ONE-SLOT.
029789     IF OPR-ROLE-CODE(WS-ROLE-IDX) = WS-NEW-ROLE
029790         OR (WS-NEW-ROLE = SPACES
029791         AND OPR-ROLE-CODE(WS-ROLE-IDX) = LOW-VALUES)
029792         MOVE WS-ROLE-IDX TO WS-FOUND-IDX
029793     END-IF.
029794 6950-CHECK-ONE-SLOT-EXIT.
029795     EXIT.
029700
029800*-----------------------------------------------------------------
029900* PROMPT FOR AND READ THE OPERATOR RECORD TO BE MAINTAINED.
032800 7500-REWRITE-TARGET-EXIT.
032900     EXIT.
033000
032910*-----------------------------------------------------------------
032920* ONE LINE ON THE OPERATOR SECURITY LOG FOR THE OPERATOR IN HAND.
032930*-----------------------------------------------------------------
032940 8000-LOG-EVENT.
032950     CALL "OPRLGWRT" USING WS-TARGET-OPR-ID WS-LOG-EVENT
032960                           WS-ENTL-FUNCTION WS-LOG-REASON.
032970 8000-LOG-EVENT-EXIT.
032980     EXIT.
032990
033100*-----------------------------------------------------------------
033200* CLOSE DOWN THE FILE BEFORE ENDING THE RUN.
033300*-----------------------------------------------------------------
