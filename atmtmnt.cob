000100*****************************************************************
000200* PROGRAM      : ATMTMNT                                        *
000300* DESCRIPTION  : OWN-ATM TERMINAL MASTER MAINTENANCE.  ADDS A   *
000400*                TERMINAL UNDER THE BRANCH WHOSE VAULT WILL     *
000500*                SERVICE IT, WITHDRAWS ONE FROM SERVICE ONCE    *
000600*                ITS CASH HAS BEEN UNLOADED, OR LISTS THE       *
000700*                TERMINALS WITH THE CYCLE EACH ONE IS ON.       *
000800*                REQUIRES AN OPERATOR LOGIN.                    *
000900*****************************************************************
001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. ATMTMNT.
001200 AUTHOR. S NATARAJAN.
001300 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600
001700*****************************************************************
001800* MODIFICATION HISTORY                                          *
001900*-----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-10-15 SN    NEW PROGRAM - TERMINAL MASTER MAINTENANCE    *
002200*                  FOR OWN-ATM CASH REPLENISHMENT.              *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ATM-TERMINAL-FILE ASSIGN TO "ATMTERM"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ATMT-TERM-ID
003200         FILE STATUS IS WS-ATMTERM-STATUS.
003300
003400     SELECT BRANCH-MASTER ASSIGN TO "BRNMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS BRN-CODE
003800         FILE STATUS IS WS-BRNMSTR-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ATM-TERMINAL-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY ATMTREC.
004500
004600 FD  BRANCH-MASTER
004700     LABEL RECORDS ARE STANDARD.
004800     COPY BRNREC.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-ATMTERM-STATUS        PIC X(02).
005200     88  WS-ATMTERM-OK        VALUE "00".
005300     88  WS-ATMTERM-NOTFOUND  VALUE "35".
005400
005500 01  WS-BRNMSTR-STATUS        PIC X(02).
005600     88  WS-BRNMSTR-OK        VALUE "00".
005700
005800 01  WS-FUNCTION-CODE         PIC 9(01).
005900 01  WS-TARGET-TERM           PIC X(08).
006000 01  WS-NEW-BRANCH            PIC 9(03).
006100 01  WS-NEW-LOCATION          PIC X(30).
006200 01  WS-TODAYS-DATE           PIC 9(08).
006300 01  WS-LIST-COUNT            PIC 9(04) COMP VALUE 0.
006400 01  WS-JRNL-FILE             PIC X(08).
006500 01  WS-JRNL-KEY              PIC X(12).
006600 01  WS-BEFORE-IMAGE          PIC X(100).
006700 01  WS-AFTER-IMAGE           PIC X(100).
006800
006900 01  WS-OPERATOR-ID           PIC 9(04).
007000 01  WS-OPERATOR-AUTH         PIC X(01).
007100
007200 01  WS-SWITCHES.
007300     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
007400         88  WS-OPERATOR-OK   VALUE "Y".
007500     05  WS-BRNMSTR-SW        PIC X(01) VALUE "N".
007600         88  WS-BRNMSTR-OPEN  VALUE "Y".
007610     05  WS-ATMTERM-SW        PIC X(01) VALUE "N".
007620         88  WS-ATMTERM-OPEN  VALUE "Y".
007700     05  WS-EOF-SW            PIC X(01) VALUE "N".
007800         88  WS-EOF           VALUE "Y".
007900
008000 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ATMTMNT".
008100 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
008200 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
008300     88  WS-ENTITLED          VALUE "Y".
008400
008500 PROCEDURE DIVISION.
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE
008800         THRU 1000-INITIALIZE-EXIT
008900
009000     IF WS-OPERATOR-OK
009100         PERFORM 2000-PROCESS-FUNCTION
009200             THRU 2000-PROCESS-FUNCTION-EXIT
009300     END-IF
009400
009500     PERFORM 9999-TERMINATE
009600         THRU 9999-TERMINATE-EXIT
009700
009800     STOP RUN.
009900
010000*-----------------------------------------------------------------
010100* REQUIRE AN OPERATOR LOGIN, THEN OPEN THE TERMINAL MASTER,
010200* CREATING IT IF IT HAS NEVER BEEN SET UP, AND THE BRANCH
010300* MASTER A NEW TERMINAL'S BRANCH IS CHECKED AGAINST.
010400*-----------------------------------------------------------------
010500 1000-INITIALIZE.
010600     MOVE "N" TO WS-OPERATOR-SW
010700     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
010800                           WS-OPERATOR-AUTH
010900     IF NOT WS-OPERATOR-OK
011000         DISPLAY "ATMTMNT: OPERATOR LOGIN FAILED, MAINTENANCE "
011100                 "REFUSED"
011200         GO TO 1000-INITIALIZE-EXIT
011300     END-IF
011400     MOVE "N" TO WS-ENTITLED-SW
011500     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
011600                          WS-ENTL-MODE WS-ENTITLED-SW
011700     IF NOT WS-ENTITLED
011800         DISPLAY "ATMTMNT: OPERATOR " WS-OPERATOR-ID " IS NOT "
011900                 "ENTITLED TO ATMTMNT, REFUSED"
012000         MOVE "N" TO WS-OPERATOR-SW
012100         GO TO 1000-INITIALIZE-EXIT
012200     END-IF
012300
012400     CALL "BUSDATE" USING WS-TODAYS-DATE
012500
012600     OPEN I-O ATM-TERMINAL-FILE
012700     IF WS-ATMTERM-NOTFOUND
012800         OPEN OUTPUT ATM-TERMINAL-FILE
012900         CLOSE ATM-TERMINAL-FILE
013000         OPEN I-O ATM-TERMINAL-FILE
013100     END-IF
013200     IF NOT WS-ATMTERM-OK
013300         DISPLAY "ATMTMNT: UNABLE TO OPEN TERMINAL MASTER, "
013400                 "STATUS = " WS-ATMTERM-STATUS
013500         MOVE "N" TO WS-OPERATOR-SW
013600         GO TO 1000-INITIALIZE-EXIT
013700     END-IF
013750     SET WS-ATMTERM-OPEN TO TRUE
013800
013900     OPEN INPUT BRANCH-MASTER
014000     IF NOT WS-BRNMSTR-OK
014100         DISPLAY "ATMTMNT: UNABLE TO OPEN BRANCH MASTER, "
014200                 "STATUS = " WS-BRNMSTR-STATUS
014300         MOVE "N" TO WS-OPERATOR-SW
014400         GO TO 1000-INITIALIZE-EXIT
014500     END-IF
014600     SET WS-BRNMSTR-OPEN TO TRUE.
014700 1000-INITIALIZE-EXIT.
014800     EXIT.
014900
015000*-----------------------------------------------------------------
015100* TAKE ONE MAINTENANCE FUNCTION AND ACT ON IT.
015200*-----------------------------------------------------------------
015300 2000-PROCESS-FUNCTION.
015400     DISPLAY "1. ADD TERMINAL"
015500     DISPLAY "2. WITHDRAW TERMINAL"
015600     DISPLAY "3. LIST TERMINALS"
015700     DISPLAY "ENTER FUNCTION: "
015800     ACCEPT WS-FUNCTION-CODE
015900
016000     EVALUATE WS-FUNCTION-CODE
016100         WHEN 1
016200             PERFORM 3000-ADD-TERMINAL
016300                 THRU 3000-ADD-TERMINAL-EXIT
016400         WHEN 2
016500             PERFORM 4000-WITHDRAW-TERMINAL
016600                 THRU 4000-WITHDRAW-TERMINAL-EXIT
016700         WHEN 3
016800             PERFORM 5000-LIST-TERMINALS
016900                 THRU 5000-LIST-TERMINALS-EXIT
017000         WHEN OTHER
017100             DISPLAY "ATMTMNT: INVALID FUNCTION"
017200     END-EVALUATE.
017300 2000-PROCESS-FUNCTION-EXIT.
017400     EXIT.
017500
017600*-----------------------------------------------------------------
017700* WRITE A NEW TERMINAL UNDER AN EXISTING BRANCH.  IT STARTS ON
017800* CYCLE ZERO WITH NO CASH IN IT - ATMLOAD OPENS CYCLE ONE.
017900*-----------------------------------------------------------------
018000 3000-ADD-TERMINAL.
018100     DISPLAY "ENTER TERMINAL ID: "
018200     ACCEPT WS-TARGET-TERM
018300     IF WS-TARGET-TERM = SPACES
018400         DISPLAY "ATMTMNT: TERMINAL ID IS REQUIRED"
018500         GO TO 3000-ADD-TERMINAL-EXIT
018600     END-IF
018700
018800     DISPLAY "ENTER SERVICING BRANCH CODE: "
018900     ACCEPT WS-NEW-BRANCH
019000     MOVE WS-NEW-BRANCH TO BRN-CODE
019100     READ BRANCH-MASTER
019200         KEY IS BRN-CODE
019300         INVALID KEY
019400             DISPLAY "ATMTMNT: NO BRANCH RECORD FOR CODE "
019500                     WS-NEW-BRANCH
019600             GO TO 3000-ADD-TERMINAL-EXIT
019700     END-READ
019800
019900     DISPLAY "ENTER TERMINAL LOCATION: "
020000     ACCEPT WS-NEW-LOCATION
020100
020200     INITIALIZE ATM-TERMINAL-RECORD
020300     MOVE WS-TARGET-TERM  TO ATMT-TERM-ID
020400     MOVE WS-NEW-BRANCH   TO ATMT-BRANCH-CODE
020500     MOVE WS-NEW-LOCATION TO ATMT-LOCATION
020600     SET ATMT-STATUS-ACTIVE TO TRUE
020700     MOVE 0 TO ATMT-CYCLE-NO
020800     SET ATMT-CYCLE-CLOSED TO TRUE
020900     MOVE WS-TODAYS-DATE  TO ATMT-ADDED-DATE
021000     MOVE WS-OPERATOR-ID  TO ATMT-ADDED-BY
021100
021200     WRITE ATM-TERMINAL-RECORD
021300         INVALID KEY
021400             DISPLAY "ATMTMNT: TERMINAL " WS-TARGET-TERM
021500                     " ALREADY ON FILE"
021600             GO TO 3000-ADD-TERMINAL-EXIT
021700     END-WRITE
021800
021900     MOVE "ATMTERM " TO WS-JRNL-FILE
022000     MOVE SPACES TO WS-JRNL-KEY
022100     MOVE WS-TARGET-TERM TO WS-JRNL-KEY
022200     MOVE "*** NEW RECORD ***" TO WS-BEFORE-IMAGE
022300     MOVE ATM-TERMINAL-RECORD TO WS-AFTER-IMAGE
022400     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
022500                          WS-JRNL-KEY WS-BEFORE-IMAGE
022600                          WS-AFTER-IMAGE
022700
022800     DISPLAY "ATMTMNT: TERMINAL " WS-TARGET-TERM
022900             " ADDED FOR BRANCH " WS-NEW-BRANCH.
023000 3000-ADD-TERMINAL-EXIT.
023100     EXIT.
023200
023300*-----------------------------------------------------------------
023400* TAKE A TERMINAL OUT OF SERVICE.  ONE STILL HOLDING CASH MUST
023500* BE UNLOADED THROUGH ATMLOAD FIRST.
023600*-----------------------------------------------------------------
023700 4000-WITHDRAW-TERMINAL.
023800     DISPLAY "ENTER TERMINAL ID: "
023900     ACCEPT WS-TARGET-TERM
024000     MOVE WS-TARGET-TERM TO ATMT-TERM-ID
024100     READ ATM-TERMINAL-FILE
024200         KEY IS ATMT-TERM-ID
024300         INVALID KEY
024400             DISPLAY "ATMTMNT: NO TERMINAL RECORD FOR "
024500                     WS-TARGET-TERM
024600             GO TO 4000-WITHDRAW-TERMINAL-EXIT
024700     END-READ
024800
024900     IF ATMT-STATUS-WITHDRAWN
025000         DISPLAY "ATMTMNT: TERMINAL " WS-TARGET-TERM
025100                 " IS ALREADY WITHDRAWN"
025200         GO TO 4000-WITHDRAW-TERMINAL-EXIT
025300     END-IF
025400
025500     IF ATMT-CYCLE-OPEN
025600         DISPLAY "ATMTMNT: TERMINAL " WS-TARGET-TERM
025700                 " STILL HOLDS CYCLE " ATMT-CYCLE-NO
025800                 " CASH, UNLOAD IT FIRST"
025900         GO TO 4000-WITHDRAW-TERMINAL-EXIT
026000     END-IF
026100
026200     MOVE ATM-TERMINAL-RECORD TO WS-BEFORE-IMAGE
026300
026400     SET ATMT-STATUS-WITHDRAWN TO TRUE
026500     REWRITE ATM-TERMINAL-RECORD
026600         INVALID KEY
026700             DISPLAY "ATMTMNT: UNABLE TO REWRITE TERMINAL "
026800                     WS-TARGET-TERM
026900             GO TO 4000-WITHDRAW-TERMINAL-EXIT
027000     END-REWRITE
027100
027200     MOVE "ATMTERM " TO WS-JRNL-FILE
027300     MOVE SPACES TO WS-JRNL-KEY
027400     MOVE WS-TARGET-TERM TO WS-JRNL-KEY
027500     MOVE ATM-TERMINAL-RECORD TO WS-AFTER-IMAGE
027600     CALL "MNTJRNL" USING WS-OPERATOR-ID WS-JRNL-FILE
027700                          WS-JRNL-KEY WS-BEFORE-IMAGE
027800                          WS-AFTER-IMAGE
027900
028000     DISPLAY "ATMTMNT: TERMINAL " WS-TARGET-TERM " WITHDRAWN".
028100 4000-WITHDRAW-TERMINAL-EXIT.
028200     EXIT.
028300
028400*-----------------------------------------------------------------
028500* LIST EVERY TERMINAL ON THE MASTER IN TERMINAL ID ORDER.
028600*-----------------------------------------------------------------
028700 5000-LIST-TERMINALS.
028800     MOVE LOW-VALUES TO ATMT-TERM-ID
028900     START ATM-TERMINAL-FILE
029000         KEY IS NOT LESS THAN ATMT-TERM-ID
029100         INVALID KEY
029200             DISPLAY "ATMTMNT: NO TERMINALS ON FILE"
029300             GO TO 5000-LIST-TERMINALS-EXIT
029400     END-START
029500
029600     DISPLAY "TERMINAL BRN LOCATION                       "
029700             "ST CYCL IN"
029800     MOVE "N" TO WS-EOF-SW
029900     PERFORM 5100-LIST-ONE-TERMINAL
030000         THRU 5100-LIST-ONE-TERMINAL-EXIT
030100         UNTIL WS-EOF
030200
030300     DISPLAY "ATMTMNT: " WS-LIST-COUNT " TERMINALS LISTED".
030400 5000-LIST-TERMINALS-EXIT.
030500     EXIT.
030600
030700*-----------------------------------------------------------------
030800* READ AND DISPLAY THE NEXT TERMINAL.
030900*-----------------------------------------------------------------
031000 5100-LIST-ONE-TERMINAL.
031100     READ ATM-TERMINAL-FILE NEXT RECORD
031200         AT END
031300             SET WS-EOF TO TRUE
031400             GO TO 5100-LIST-ONE-TERMINAL-EXIT
031500     END-READ
031600
031700     DISPLAY ATMT-TERM-ID " " ATMT-BRANCH-CODE " "
031800             ATMT-LOCATION " " ATMT-STATUS "  "
031900             ATMT-CYCLE-NO " " ATMT-CYCLE-SW
032000     ADD 1 TO WS-LIST-COUNT.
032100 5100-LIST-ONE-TERMINAL-EXIT.
032200     EXIT.
032300
032400*-----------------------------------------------------------------
032500* CLOSE DOWN THE FILES BEFORE ENDING THE RUN.
032600*-----------------------------------------------------------------
032700 9999-TERMINATE.
032800     IF WS-ATMTERM-OPEN
032810         CLOSE ATM-TERMINAL-FILE
032820     END-IF
032900     IF WS-BRNMSTR-OPEN
033000         CLOSE BRANCH-MASTER
033100     END-IF.
033200 9999-TERMINATE-EXIT.
033300     EXIT.
