000100*****************************************************************
000200* PROGRAM      : BODOPEN                                        *
000300* DESCRIPTION  : BEGINNING-OF-DAY RUN.  RUN AFTER DATEROLL AND  *
000400*                BEFORE THE BRANCHES OPEN.  PROVES THE BUSINESS *
000500*                DATE IS A WORKING DAY, THAT THE DATE HAS       *
000600*                ROLLED AND THAT EVERY EODDRIVE STEP FOR THE    *
000700*                PRIOR DAY IS COMPLETE.  THEN CLEARS ORPHANED   *
000800*                POSTING LOCKS, CARRIES THE BRANCH VAULTS       *
000900*                FORWARD AND OPENS THEM, RELEASES THE BATCH     *
001000*                WINDOW AND RAISES THE DAY-OPEN FLAG THAT       *
001100*                MENUPROGRAM AND THE COUNTER PROGRAMS TEST      *
001200*                THROUGH DAYCHK.  PRINTS THE BOD CHECKLIST.  A  *
001300*                FAILED CHECK LEAVES THE DAY SHUT WITH RETURN   *
001400*                CODE 8.                                        *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. BODOPEN.
001800 AUTHOR. S NATARAJAN.
001900 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200
002300*****************************************************************
002400* MODIFICATION HISTORY                                          *
002500*-----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION                                  *
002700* 2026-10-15 SN    NEW PROGRAM - OPENS THE BUSINESS DAY ONCE    *
002800*                  THE PRIOR DAY'S EOD AND DATE ROLL ARE SOUND. *
002810* 2026-10-15 SN    THE EODDRIVE SEQUENCE NOW HAS 18 STEPS WITH  *
002820*                  THE NEW ATMBAL STEP.                         *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DATE-CONTROL ASSIGN TO "PROCDATE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PD-CONTROL-KEY
003800         FILE STATUS IS WS-PROCDATE-STATUS.
003900
004000     SELECT JOB-CONTROL ASSIGN TO "EODCTL"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS EODC-KEY
004400         FILE STATUS IS WS-EODCTL-STATUS.
004500
004600     SELECT LOCK-FILE ASSIGN TO "ACCTLOCK"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ALK-ACCT-NUMBER
005000         FILE STATUS IS WS-LOCKFILE-STATUS.
005100
005200     SELECT VAULT-FILE ASSIGN TO "VAULTFIL"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS VAULT-BRANCH-CODE
005600         FILE STATUS IS WS-VAULTFIL-STATUS.
005700
005800     SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS BW-CONTROL-KEY
006200         FILE STATUS IS WS-BATCHWIN-STATUS.
006300
006400     SELECT CHECKLIST-REPORT ASSIGN TO "BODRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-BODRPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  DATE-CONTROL
007100     LABEL RECORDS ARE STANDARD.
007200 01  DATE-CONTROL-RECORD.
007300     05  PD-CONTROL-KEY       PIC X(06).
007400     05  PD-CONTROL-DATE      PIC 9(08).
007500
007600 FD  JOB-CONTROL
007700     LABEL RECORDS ARE STANDARD.
007800 01  JOB-CONTROL-RECORD.
007900     05  EODC-KEY.
008000         10  EODC-DATE        PIC 9(08).
008100         10  EODC-STEP-NO     PIC 9(02).
008200     05  EODC-STEP-NAME       PIC X(09).
008300     05  EODC-STATUS          PIC X(01).
008400         88  EODC-COMPLETE        VALUE "C".
008500         88  EODC-SKIPPED         VALUE "S".
008600         88  EODC-DONE            VALUE "C" "S".
008700
008800 FD  LOCK-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  LOCK-RECORD.
009100     05  ALK-ACCT-NUMBER      PIC 9(06).
009200     05  ALK-HOLDER-OPR       PIC 9(04).
009300     05  ALK-LOCK-DATE        PIC 9(08).
009400     05  ALK-LOCK-TIME        PIC 9(08).
009500
009600 FD  VAULT-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY VAULTREC.
009900
010000 FD  BATCH-WINDOW
010100     LABEL RECORDS ARE STANDARD.
010200 01  BATCH-WINDOW-RECORD.
010300     05  BW-CONTROL-KEY       PIC X(06).
010400     05  BW-HOLDER-JOB        PIC X(08).
010500     05  BW-START-HOUR        PIC 9(02).
010600     05  BW-END-HOUR          PIC 9(02).
010700
010800 FD  CHECKLIST-REPORT
010900     LABEL RECORDS ARE STANDARD.
011000 01  REPORT-LINE                PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300 01  WS-PROCDATE-STATUS       PIC X(02).
011400     88  WS-PROCDATE-OK       VALUE "00".
011500
011600 01  WS-EODCTL-STATUS         PIC X(02).
011700     88  WS-EODCTL-OK         VALUE "00".
011800
011900 01  WS-LOCKFILE-STATUS       PIC X(02).
012000     88  WS-LOCKFILE-OK       VALUE "00".
012100     88  WS-LOCKFILE-NOTFOUND VALUE "35".
012200
012300 01  WS-VAULTFIL-STATUS       PIC X(02).
012400     88  WS-VAULTFIL-OK       VALUE "00".
012500     88  WS-VAULTFIL-NOTFOUND VALUE "35".
012600
012700 01  WS-BATCHWIN-STATUS       PIC X(02).
012800     88  WS-BATCHWIN-OK       VALUE "00".
012900     88  WS-BATCHWIN-NOTFOUND VALUE "35".
013000
013100 01  WS-BODRPT-STATUS         PIC X(02).
013200     88  WS-BODRPT-OK         VALUE "00".
013300
013400*    THE CONTROL RECORDS KEPT ON THE PROCESSING-DATE FILE - THE
013500*    LAST DATE THIS RUN OPENED (THE DAY WHOSE EOD MUST NOW BE
013600*    COMPLETE) AND THE LAST DATE EODDRIVE STARTED TO CLOSE.
013700 01  WS-OPENED-KEY            PIC X(06) VALUE "DAYOPN".
013800 01  WS-CLOSED-KEY            PIC X(06) VALUE "DAYCLS".
013900 01  WS-BATCH-KEY             PIC X(06) VALUE "BATCH1".
014000
014100*    NUMBER OF STEPS IN THE EODDRIVE SEQUENCE - KEEP IN STEP WITH
014200*    WS-STEP-COUNT THERE.
014300 01  WS-EOD-STEP-COUNT        PIC 9(02) VALUE 18.
014400 01  WS-STEP-IDX              PIC 9(02).
014500
014600 01  WS-TODAYS-DATE           PIC 9(08).
014700 01  WS-PRIOR-DATE            PIC 9(08) VALUE 0.
014800 01  WS-CLOSED-DATE           PIC 9(08) VALUE 0.
014900 01  WS-RUN-TIME              PIC 9(08).
015000 01  WS-STEPS-DONE            PIC 9(02) VALUE 0.
015100 01  WS-STEPS-EDIT            PIC Z9.
015200 01  WS-COUNT-EDIT            PIC Z(6)9.
015300
015400 01  WS-COUNTERS.
015500     05  WS-LOCKS-CLEARED     PIC 9(07) VALUE 0.
015600     05  WS-VAULTS-OPENED     PIC 9(05) VALUE 0.
015700     05  WS-VAULTS-CURRENT    PIC 9(05) VALUE 0.
015800
015900 01  WS-HEADING-LINE.
016000     05  FILLER               PIC X(44)
016100                              VALUE "CHECK / ACTION".
016200     05  FILLER               PIC X(08) VALUE "RESULT".
016300     05  FILLER               PIC X(28) VALUE "DETAIL".
016400
016500 01  WS-CHECK-LINE.
016600     05  CHK-ITEM             PIC X(43).
016700     05  FILLER               PIC X(01) VALUE SPACE.
016800     05  CHK-RESULT           PIC X(07).
016900     05  FILLER               PIC X(01) VALUE SPACE.
017000     05  CHK-DETAIL           PIC X(28).
017100
017200 01  WS-SWITCHES.
017300     05  WS-CHECK-FAILED-SW   PIC X(01) VALUE "N".
017400         88  WS-CHECK-FAILED  VALUE "Y".
017500     05  WS-BUSDAY-SW         PIC X(01) VALUE "N".
017600         88  WS-BUSINESS-DAY  VALUE "Y".
017700     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
017800         88  WS-DAY-ALREADY-OPEN VALUE "Y".
017900     05  WS-LOCK-EOF-SW       PIC X(01) VALUE "N".
018000         88  WS-LOCK-EOF      VALUE "Y".
018100     05  WS-VAULT-EOF-SW      PIC X(01) VALUE "N".
018200         88  WS-VAULT-EOF     VALUE "Y".
018300     05  WS-PROCDATE-SW       PIC X(01) VALUE "N".
018400         88  WS-PROCDATE-OPEN VALUE "Y".
018500     05  WS-REPORT-SW         PIC X(01) VALUE "N".
018600         88  WS-REPORT-OPEN   VALUE "Y".
018700
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE
019100         THRU 1000-INITIALIZE-EXIT
019200
019300     IF NOT WS-CHECK-FAILED
019400         AND NOT WS-DAY-ALREADY-OPEN
019500         PERFORM 2000-CHECK-PRIOR-DAY
019600             THRU 2000-CHECK-PRIOR-DAY-EXIT
019700     END-IF
019800
019900     IF NOT WS-CHECK-FAILED
020000         AND NOT WS-DAY-ALREADY-OPEN
020100         PERFORM 3000-CLEAR-LOCKS
020200             THRU 3000-CLEAR-LOCKS-EXIT
020300         PERFORM 4000-OPEN-VAULTS
020400             THRU 4000-OPEN-VAULTS-EXIT
020500         PERFORM 5000-RELEASE-BATCH-WINDOW
020600             THRU 5000-RELEASE-BATCH-WINDOW-EXIT
020700         PERFORM 6000-OPEN-DAY
020800             THRU 6000-OPEN-DAY-EXIT
020900     END-IF
021000
021100     PERFORM 9999-TERMINATE
021200         THRU 9999-TERMINATE-EXIT
021300
021400     IF WS-CHECK-FAILED
021500         MOVE 8 TO RETURN-CODE
021600     END-IF
021700     GOBACK.
021800
021900*-----------------------------------------------------------------
022000* OPEN THE CHECKLIST AND THE DATE CONTROL FILE, AND PROVE THE
022100* BUSINESS DATE IN FORCE IS A WORKING DAY ON THE HOLIDAY
022200* CALENDAR.  A DAY ALREADY OPENED IS REPORTED AND LEFT ALONE - A
022300* SECOND RUN CHANGES NOTHING.
022400*-----------------------------------------------------------------
022500 1000-INITIALIZE.
022600     CALL "BUSDATE" USING WS-TODAYS-DATE
022700     ACCEPT WS-RUN-TIME FROM TIME
022800
022900     OPEN OUTPUT CHECKLIST-REPORT
023000     IF NOT WS-BODRPT-OK
023100         DISPLAY "BODOPEN: UNABLE TO OPEN CHECKLIST, STATUS = "
023200                 WS-BODRPT-STATUS
023300         SET WS-CHECK-FAILED TO TRUE
023400         GO TO 1000-INITIALIZE-EXIT
023500     END-IF
023600     SET WS-REPORT-OPEN TO TRUE
023700
023800     MOVE SPACES TO REPORT-LINE
023900     STRING "BEGINNING-OF-DAY CHECKLIST FOR BUSINESS DATE "
024000            WS-TODAYS-DATE " - RUN AT " WS-RUN-TIME(1:2) ":"
024100            WS-RUN-TIME(3:2)
024200            DELIMITED BY SIZE INTO REPORT-LINE
024300     WRITE REPORT-LINE
024400     MOVE SPACES TO REPORT-LINE
024500     WRITE REPORT-LINE
024600     MOVE WS-HEADING-LINE TO REPORT-LINE
024700     WRITE REPORT-LINE
024800
024900     OPEN I-O DATE-CONTROL
025000     IF NOT WS-PROCDATE-OK
025100         MOVE "DATE CONTROL FILE AVAILABLE" TO CHK-ITEM
025200         MOVE "FAILED" TO CHK-RESULT
025300         MOVE SPACES TO CHK-DETAIL
025400         STRING "FILE STATUS " WS-PROCDATE-STATUS
025500                DELIMITED BY SIZE INTO CHK-DETAIL
025600         PERFORM 8000-WRITE-CHECK
025700             THRU 8000-WRITE-CHECK-EXIT
025800         SET WS-CHECK-FAILED TO TRUE
025900         GO TO 1000-INITIALIZE-EXIT
026000     END-IF
026100     SET WS-PROCDATE-OPEN TO TRUE
026200
026300     MOVE "N" TO WS-BUSDAY-SW
026400     CALL "BIZDAYCK" USING WS-TODAYS-DATE WS-BUSDAY-SW
026500     MOVE "BUSINESS DATE IS A WORKING DAY" TO CHK-ITEM
026600     MOVE WS-TODAYS-DATE TO CHK-DETAIL
026700     IF WS-BUSINESS-DAY
026800         MOVE "OK" TO CHK-RESULT
026900     ELSE
027000         MOVE "FAILED" TO CHK-RESULT
027100         SET WS-CHECK-FAILED TO TRUE
027200     END-IF
027300     PERFORM 8000-WRITE-CHECK
027400         THRU 8000-WRITE-CHECK-EXIT
027500     IF WS-CHECK-FAILED
027600         GO TO 1000-INITIALIZE-EXIT
027700     END-IF
027800
027900     MOVE WS-OPENED-KEY TO PD-CONTROL-KEY
028000     READ DATE-CONTROL
028100         KEY IS PD-CONTROL-KEY
028200         INVALID KEY
028300             MOVE 0 TO PD-CONTROL-DATE
028400     END-READ
028500     MOVE PD-CONTROL-DATE TO WS-PRIOR-DATE
028600
028700     MOVE WS-CLOSED-KEY TO PD-CONTROL-KEY
028800     READ DATE-CONTROL
028900         KEY IS PD-CONTROL-KEY
029000         INVALID KEY
029100             MOVE 0 TO PD-CONTROL-DATE
029200     END-READ
029300     MOVE PD-CONTROL-DATE TO WS-CLOSED-DATE
029400
029500     IF WS-PRIOR-DATE = WS-TODAYS-DATE
029600         AND WS-CLOSED-DATE NOT = WS-TODAYS-DATE
029700         SET WS-DAY-ALREADY-OPEN TO TRUE
029800         MOVE "BUSINESS DAY ALREADY OPEN" TO CHK-ITEM
029900         MOVE "OK" TO CHK-RESULT
030000         MOVE "NOTHING CHANGED" TO CHK-DETAIL
030100         PERFORM 8000-WRITE-CHECK
030200             THRU 8000-WRITE-CHECK-EXIT
030300     END-IF.
030400 1000-INITIALIZE-EXIT.
030500     EXIT.
030600
030700*-----------------------------------------------------------------
030800* THE DAY LAST OPENED MUST LIE BEHIND THE BUSINESS DATE - THE
030900* DATE HAS ROLLED - AND EVERY EODDRIVE STEP MUST BE COMPLETE (OR
031000* SKIPPED BY DESIGN) FOR IT.  NO OPENING ON RECORD MEANS THIS IS
031100* THE FIRST DAY RUN UNDER BOD CONTROL.
031200*-----------------------------------------------------------------
031300 2000-CHECK-PRIOR-DAY.
031400     IF WS-PRIOR-DATE = 0
031500         MOVE "PRIOR BUSINESS DAY ON RECORD" TO CHK-ITEM
031600         MOVE "NONE" TO CHK-RESULT
031700         MOVE "FIRST DAY UNDER BOD CONTROL" TO CHK-DETAIL
031800         PERFORM 8000-WRITE-CHECK
031900             THRU 8000-WRITE-CHECK-EXIT
032000         GO TO 2000-CHECK-PRIOR-DAY-EXIT
032100     END-IF
032200
032300     MOVE "PROCESSING DATE ROLLED FORWARD" TO CHK-ITEM
032400     MOVE SPACES TO CHK-DETAIL
032500     STRING "FROM " WS-PRIOR-DATE
032600            DELIMITED BY SIZE INTO CHK-DETAIL
032700     IF WS-PRIOR-DATE < WS-TODAYS-DATE
032800         MOVE "OK" TO CHK-RESULT
032900     ELSE
033000         MOVE "FAILED" TO CHK-RESULT
033100         SET WS-CHECK-FAILED TO TRUE
033200     END-IF
033300     PERFORM 8000-WRITE-CHECK
033400         THRU 8000-WRITE-CHECK-EXIT
033500     IF WS-CHECK-FAILED
033600         GO TO 2000-CHECK-PRIOR-DAY-EXIT
033700     END-IF
033800
033900     OPEN INPUT JOB-CONTROL
034000     IF NOT WS-EODCTL-OK
034100         MOVE "EOD JOB CONTROL FILE AVAILABLE" TO CHK-ITEM
034200         MOVE "FAILED" TO CHK-RESULT
034300         MOVE SPACES TO CHK-DETAIL
034400         STRING "FILE STATUS " WS-EODCTL-STATUS
034500                DELIMITED BY SIZE INTO CHK-DETAIL
034600         PERFORM 8000-WRITE-CHECK
034700             THRU 8000-WRITE-CHECK-EXIT
034800         SET WS-CHECK-FAILED TO TRUE
034900         GO TO 2000-CHECK-PRIOR-DAY-EXIT
035000     END-IF
035100
035200     MOVE 0 TO WS-STEPS-DONE
035300     PERFORM 2100-CHECK-ONE-STEP
035400         THRU 2100-CHECK-ONE-STEP-EXIT
035500         VARYING WS-STEP-IDX FROM 1 BY 1
035600         UNTIL WS-STEP-IDX > WS-EOD-STEP-COUNT
035700     CLOSE JOB-CONTROL
035800
035900     MOVE WS-STEPS-DONE TO WS-STEPS-EDIT
036000     MOVE "PRIOR DAY EODDRIVE STEPS ALL COMPLETE" TO CHK-ITEM
036100     MOVE SPACES TO CHK-DETAIL
036200     STRING WS-STEPS-EDIT " OF " WS-EOD-STEP-COUNT " FOR "
036300            WS-PRIOR-DATE
036400            DELIMITED BY SIZE INTO CHK-DETAIL
036500     IF WS-CHECK-FAILED
036600         MOVE "FAILED" TO CHK-RESULT
036700     ELSE
036800         MOVE "OK" TO CHK-RESULT
036900     END-IF
037000     PERFORM 8000-WRITE-CHECK
037100         THRU 8000-WRITE-CHECK-EXIT.
037200 2000-CHECK-PRIOR-DAY-EXIT.
037300     EXIT.
037400
037500*-----------------------------------------------------------------
037600* ONE EODDRIVE STEP FOR THE PRIOR DAY.  A STEP NOT DONE IS LISTED
037700* BY NAME ON THE CHECKLIST.
037800*-----------------------------------------------------------------
037900 2100-CHECK-ONE-STEP.
038000     MOVE WS-PRIOR-DATE TO EODC-DATE
038100     MOVE WS-STEP-IDX   TO EODC-STEP-NO
038200     READ JOB-CONTROL
038300         KEY IS EODC-KEY
038400         INVALID KEY
038500             MOVE SPACES TO CHK-ITEM
038600             STRING "  EODDRIVE STEP " WS-STEP-IDX
038700                    DELIMITED BY SIZE INTO CHK-ITEM
038800             MOVE "MISSING" TO CHK-RESULT
038900             MOVE "NEVER RECORDED" TO CHK-DETAIL
039000             PERFORM 8000-WRITE-CHECK
039100                 THRU 8000-WRITE-CHECK-EXIT
039200             SET WS-CHECK-FAILED TO TRUE
039300             GO TO 2100-CHECK-ONE-STEP-EXIT
039400     END-READ
039500
039600     IF EODC-DONE
039700         ADD 1 TO WS-STEPS-DONE
039800         GO TO 2100-CHECK-ONE-STEP-EXIT
039900     END-IF
040000
040100     MOVE SPACES TO CHK-ITEM
040200     STRING "  EODDRIVE STEP " WS-STEP-IDX " " EODC-STEP-NAME
040300            DELIMITED BY SIZE INTO CHK-ITEM
040400     MOVE "FAILED" TO CHK-RESULT
040500     MOVE SPACES TO CHK-DETAIL
040600     STRING "STATUS " EODC-STATUS
040700            DELIMITED BY SIZE INTO CHK-DETAIL
040800     PERFORM 8000-WRITE-CHECK
040900         THRU 8000-WRITE-CHECK-EXIT
041000     SET WS-CHECK-FAILED TO TRUE.
041100 2100-CHECK-ONE-STEP-EXIT.
041200     EXIT.
041300
041400*-----------------------------------------------------------------
041500* NO TELLER IS POSTING BEFORE THE DAY OPENS, SO EVERY POSTING LOCK
041600* STILL ON FILE WAS LEFT BY A SESSION THAT NEVER RELEASED IT -
041700* DELETE THEM ALL.
041800*-----------------------------------------------------------------
041900 3000-CLEAR-LOCKS.
042000     MOVE "ORPHANED POSTING LOCKS CLEARED" TO CHK-ITEM
042100     OPEN I-O LOCK-FILE
042200     IF WS-LOCKFILE-NOTFOUND
042300         MOVE "OK" TO CHK-RESULT
042400         MOVE "NO LOCK FILE" TO CHK-DETAIL
042500         PERFORM 8000-WRITE-CHECK
042600             THRU 8000-WRITE-CHECK-EXIT
042700         GO TO 3000-CLEAR-LOCKS-EXIT
042800     END-IF
042900     IF NOT WS-LOCKFILE-OK
043000         MOVE "FAILED" TO CHK-RESULT
043100         MOVE SPACES TO CHK-DETAIL
043200         STRING "FILE STATUS " WS-LOCKFILE-STATUS
043300                DELIMITED BY SIZE INTO CHK-DETAIL
043400         PERFORM 8000-WRITE-CHECK
043500             THRU 8000-WRITE-CHECK-EXIT
043600         SET WS-CHECK-FAILED TO TRUE
043700         GO TO 3000-CLEAR-LOCKS-EXIT
043800     END-IF
043900
044000     MOVE "N" TO WS-LOCK-EOF-SW
044100     PERFORM 3100-CLEAR-ONE-LOCK
044200         THRU 3100-CLEAR-ONE-LOCK-EXIT
044300         UNTIL WS-LOCK-EOF
044400     CLOSE LOCK-FILE
044500
044600     MOVE "ORPHANED POSTING LOCKS CLEARED" TO CHK-ITEM
044700     MOVE "OK" TO CHK-RESULT
044800     MOVE WS-LOCKS-CLEARED TO WS-COUNT-EDIT
044900     MOVE SPACES TO CHK-DETAIL
045000     STRING WS-COUNT-EDIT " LOCKS"
045100            DELIMITED BY SIZE INTO CHK-DETAIL
045200     PERFORM 8000-WRITE-CHECK
045300         THRU 8000-WRITE-CHECK-EXIT.
045400 3000-CLEAR-LOCKS-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------------
045800* DELETE ONE LEFT-OVER LOCK, LISTING THE ACCOUNT AND WHO HELD IT.
045900*-----------------------------------------------------------------
046000 3100-CLEAR-ONE-LOCK.
046100     READ LOCK-FILE NEXT RECORD
046200         AT END
046300             SET WS-LOCK-EOF TO TRUE
046400             GO TO 3100-CLEAR-ONE-LOCK-EXIT
046500     END-READ
046600
046700     DELETE LOCK-FILE
046800         INVALID KEY
046900             DISPLAY "BODOPEN: UNABLE TO CLEAR LOCK ON ACCOUNT "
047000                     ALK-ACCT-NUMBER
047100             GO TO 3100-CLEAR-ONE-LOCK-EXIT
047200     END-DELETE
047300
047400     MOVE SPACES TO CHK-ITEM
047500     STRING "  LOCK ON ACCOUNT " ALK-ACCT-NUMBER
047600            DELIMITED BY SIZE INTO CHK-ITEM
047700     MOVE "CLEARED" TO CHK-RESULT
047800     MOVE SPACES TO CHK-DETAIL
047900     STRING "OPERATOR " ALK-HOLDER-OPR " ON " ALK-LOCK-DATE
048000            DELIMITED BY SIZE INTO CHK-DETAIL
048100     PERFORM 8000-WRITE-CHECK
048200         THRU 8000-WRITE-CHECK-EXIT
048300     ADD 1 TO WS-LOCKS-CLEARED.
048400 3100-CLEAR-ONE-LOCK-EXIT.
048500     EXIT.
048600
048700*-----------------------------------------------------------------
048800* CARRY EVERY BRANCH VAULT FORWARD - LAST NIGHT'S CLOSING BALANCE
048900* AND NOTE COUNTS BECOME TODAY'S OPENING - SO TILLBUY ACCEPTS THE
049000* VAULT WITHOUT A FRESH OPENING.  A VAULT ALREADY OPENED TODAY
049100* THROUGH VAULTOPN (A RECOUNT) IS LEFT AS IT STANDS.
049200*-----------------------------------------------------------------
049300 4000-OPEN-VAULTS.
049400     MOVE "BRANCH VAULTS CARRIED FORWARD AND OPENED" TO CHK-ITEM
049500     OPEN I-O VAULT-FILE
049600     IF WS-VAULTFIL-NOTFOUND
049700         MOVE "OK" TO CHK-RESULT
049800         MOVE "NO VAULT FILE" TO CHK-DETAIL
049900         PERFORM 8000-WRITE-CHECK
050000             THRU 8000-WRITE-CHECK-EXIT
050100         GO TO 4000-OPEN-VAULTS-EXIT
050200     END-IF
050300     IF NOT WS-VAULTFIL-OK
050400         MOVE "FAILED" TO CHK-RESULT
050500         MOVE SPACES TO CHK-DETAIL
050600         STRING "FILE STATUS " WS-VAULTFIL-STATUS
050700                DELIMITED BY SIZE INTO CHK-DETAIL
050800         PERFORM 8000-WRITE-CHECK
050900             THRU 8000-WRITE-CHECK-EXIT
051000         SET WS-CHECK-FAILED TO TRUE
051100         GO TO 4000-OPEN-VAULTS-EXIT
051200     END-IF
051300
051400     MOVE "N" TO WS-VAULT-EOF-SW
051500     PERFORM 4100-OPEN-ONE-VAULT
051600         THRU 4100-OPEN-ONE-VAULT-EXIT
051700         UNTIL WS-VAULT-EOF
051800     CLOSE VAULT-FILE
051900
052000     MOVE "BRANCH VAULTS CARRIED FORWARD AND OPENED" TO CHK-ITEM
052100     IF WS-CHECK-FAILED
052200         MOVE "FAILED" TO CHK-RESULT
052300     ELSE
052400         MOVE "OK" TO CHK-RESULT
052500     END-IF
052600     MOVE SPACES TO CHK-DETAIL
052700     STRING WS-VAULTS-OPENED " OPENED, " WS-VAULTS-CURRENT
052800            " ALREADY"
052900            DELIMITED BY SIZE INTO CHK-DETAIL
053000     PERFORM 8000-WRITE-CHECK
053100         THRU 8000-WRITE-CHECK-EXIT.
053200 4000-OPEN-VAULTS-EXIT.
053300     EXIT.
053400
053500*-----------------------------------------------------------------
053600* ROLL ONE VAULT TO TODAY'S BUSINESS DATE.
053700*-----------------------------------------------------------------
053800 4100-OPEN-ONE-VAULT.
053900     READ VAULT-FILE NEXT RECORD
054000         AT END
054100             SET WS-VAULT-EOF TO TRUE
054200             GO TO 4100-OPEN-ONE-VAULT-EXIT
054300     END-READ
054400
054500     IF VAULT-BUSINESS-DATE NOT < WS-TODAYS-DATE
054600         ADD 1 TO WS-VAULTS-CURRENT
054700         GO TO 4100-OPEN-ONE-VAULT-EXIT
054800     END-IF
054900
055000     MOVE WS-TODAYS-DATE TO VAULT-BUSINESS-DATE
055100     REWRITE VAULT-RECORD
055200         INVALID KEY
055300             MOVE SPACES TO CHK-ITEM
055400             STRING "  VAULT FOR BRANCH " VAULT-BRANCH-CODE
055500                    DELIMITED BY SIZE INTO CHK-ITEM
055600             MOVE "FAILED" TO CHK-RESULT
055700             MOVE "NOT CARRIED FORWARD" TO CHK-DETAIL
055800             PERFORM 8000-WRITE-CHECK
055900                 THRU 8000-WRITE-CHECK-EXIT
056000             SET WS-CHECK-FAILED TO TRUE
056100             GO TO 4100-OPEN-ONE-VAULT-EXIT
056200     END-REWRITE
056300     ADD 1 TO WS-VAULTS-OPENED.
056400 4100-OPEN-ONE-VAULT-EXIT.
056500     EXIT.
056600
056700*-----------------------------------------------------------------
056800* THE NIGHT'S BATCH IS OVER, SO ANY JOB STILL SHOWN HOLDING THE
056900* BATCH WINDOW ENDED WITHOUT RELEASING IT - CLEAR THE HOLD SO
057000* BATCHCHK LETS THE TELLERS IN.
057100*-----------------------------------------------------------------
057200 5000-RELEASE-BATCH-WINDOW.
057300     MOVE "BATCH WINDOW RELEASED" TO CHK-ITEM
057400     OPEN I-O BATCH-WINDOW
057500     IF WS-BATCHWIN-NOTFOUND
057600         MOVE "OK" TO CHK-RESULT
057700         MOVE "NO BATCH WINDOW FILE" TO CHK-DETAIL
057800         PERFORM 8000-WRITE-CHECK
057900             THRU 8000-WRITE-CHECK-EXIT
058000         GO TO 5000-RELEASE-BATCH-WINDOW-EXIT
058100     END-IF
058200     IF NOT WS-BATCHWIN-OK
058300         MOVE "FAILED" TO CHK-RESULT
058400         MOVE SPACES TO CHK-DETAIL
058500         STRING "FILE STATUS " WS-BATCHWIN-STATUS
058600                DELIMITED BY SIZE INTO CHK-DETAIL
058700         PERFORM 8000-WRITE-CHECK
058800             THRU 8000-WRITE-CHECK-EXIT
058900         SET WS-CHECK-FAILED TO TRUE
059000         GO TO 5000-RELEASE-BATCH-WINDOW-EXIT
059100     END-IF
059200
059300     MOVE WS-BATCH-KEY TO BW-CONTROL-KEY
059400     READ BATCH-WINDOW
059500         KEY IS BW-CONTROL-KEY
059600         INVALID KEY
059700             MOVE "OK" TO CHK-RESULT
059800             MOVE "NO HOLD ON RECORD" TO CHK-DETAIL
059900             PERFORM 8000-WRITE-CHECK
060000                 THRU 8000-WRITE-CHECK-EXIT
060100             CLOSE BATCH-WINDOW
060200             GO TO 5000-RELEASE-BATCH-WINDOW-EXIT
060300     END-READ
060400
060500     IF BW-HOLDER-JOB = SPACES
060600         MOVE "OK" TO CHK-RESULT
060700         MOVE "NOT HELD" TO CHK-DETAIL
060800         PERFORM 8000-WRITE-CHECK
060900             THRU 8000-WRITE-CHECK-EXIT
061000         CLOSE BATCH-WINDOW
061100         GO TO 5000-RELEASE-BATCH-WINDOW-EXIT
061200     END-IF
061300
061400     MOVE SPACES TO CHK-DETAIL
061500     STRING "STALE HOLD BY " BW-HOLDER-JOB
061600            DELIMITED BY SIZE INTO CHK-DETAIL
061700     MOVE SPACES TO BW-HOLDER-JOB
061800     REWRITE BATCH-WINDOW-RECORD
061900         INVALID KEY
062000             MOVE "FAILED" TO CHK-RESULT
062100             PERFORM 8000-WRITE-CHECK
062200                 THRU 8000-WRITE-CHECK-EXIT
062300             SET WS-CHECK-FAILED TO TRUE
062400             CLOSE BATCH-WINDOW
062500             GO TO 5000-RELEASE-BATCH-WINDOW-EXIT
062600     END-REWRITE
062700     MOVE "OK" TO CHK-RESULT
062800     PERFORM 8000-WRITE-CHECK
062900         THRU 8000-WRITE-CHECK-EXIT
063000     CLOSE BATCH-WINDOW.
063100 5000-RELEASE-BATCH-WINDOW-EXIT.
063200     EXIT.
063300
063400*-----------------------------------------------------------------
063500* RAISE THE DAY-OPEN FLAG - BUT ONLY IF EVERY ACTION ABOVE WENT
063600* THROUGH.  A FAILED ACTION LEAVES THE DAY SHUT FOR A RERUN.
063700*-----------------------------------------------------------------
063800 6000-OPEN-DAY.
063900     MOVE "BUSINESS DAY OPENED FOR TRANSACTIONS" TO CHK-ITEM
064000     MOVE WS-TODAYS-DATE TO CHK-DETAIL
064100     IF WS-CHECK-FAILED
064200         MOVE "NOT" TO CHK-RESULT
064300         PERFORM 8000-WRITE-CHECK
064400             THRU 8000-WRITE-CHECK-EXIT
064500         GO TO 6000-OPEN-DAY-EXIT
064600     END-IF
064700
064800     MOVE WS-OPENED-KEY  TO PD-CONTROL-KEY
064900     MOVE WS-TODAYS-DATE TO PD-CONTROL-DATE
065000     WRITE DATE-CONTROL-RECORD
065100         INVALID KEY
065200             REWRITE DATE-CONTROL-RECORD
065300                 INVALID KEY
065400                     MOVE "FAILED" TO CHK-RESULT
065500                     PERFORM 8000-WRITE-CHECK
065600                         THRU 8000-WRITE-CHECK-EXIT
065700                     SET WS-CHECK-FAILED TO TRUE
065800                     GO TO 6000-OPEN-DAY-EXIT
065900             END-REWRITE
066000     END-WRITE
066100
066200     MOVE "OK" TO CHK-RESULT
066300     PERFORM 8000-WRITE-CHECK
066400         THRU 8000-WRITE-CHECK-EXIT
066500     DISPLAY "BODOPEN: BUSINESS DAY " WS-TODAYS-DATE " OPENED".
066600 6000-OPEN-DAY-EXIT.
066700     EXIT.
066800
066900*-----------------------------------------------------------------
067000* ONE LINE OF THE CHECKLIST.
067100*-----------------------------------------------------------------
067200 8000-WRITE-CHECK.
067300     IF WS-REPORT-OPEN
067400         MOVE WS-CHECK-LINE TO REPORT-LINE
067500         WRITE REPORT-LINE
067600     END-IF.
067700 8000-WRITE-CHECK-EXIT.
067800     EXIT.
067900
068000*-----------------------------------------------------------------
068100* CLOSE THE CHECKLIST WITH THE OUTCOME AND CLOSE DOWN.
068200*-----------------------------------------------------------------
068300 9999-TERMINATE.
068400     IF WS-CHECK-FAILED
068500         DISPLAY "BODOPEN: BUSINESS DAY " WS-TODAYS-DATE
068600                 " NOT OPENED - SEE THE CHECKLIST"
068700     END-IF
068800
068900     IF WS-REPORT-OPEN
069000         MOVE SPACES TO REPORT-LINE
069100         WRITE REPORT-LINE
069200         IF WS-CHECK-FAILED
069300             MOVE "*** DAY NOT OPENED - CORRECT AND RERUN ***"
069400                 TO REPORT-LINE
069500         ELSE
069600             MOVE "*** DAY OPEN - TELLERS MAY SIGN IN ***"
069700                 TO REPORT-LINE
069800         END-IF
069900         WRITE REPORT-LINE
070000         CLOSE CHECKLIST-REPORT
070100     END-IF
070200
070300     IF WS-PROCDATE-OPEN
070400         CLOSE DATE-CONTROL
070500     END-IF.
070600 9999-TERMINATE-EXIT.
070700     EXIT.
