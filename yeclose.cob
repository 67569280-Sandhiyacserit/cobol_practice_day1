000100*****************************************************************
000200* PROGRAM      : YECLOSE                                        *
000300* DESCRIPTION  : FINANCIAL YEAR-END CLOSING RUN.  RUN ON THE    *
000400*                YEAR'S LAST BUSINESS DAY, AFTER THE NIGHT'S    *
000500*                EODDRIVE SEQUENCE AND TAXCERT AND BEFORE       *
000600*                DATEROLL.  REFUSES TO CLOSE UNLESS EVERY       *
000700*                EODDRIVE STEP IS COMPLETE FOR THE DAY AND      *
000800*                INTACCR RAN AS A MONTH-END RUN.  IT THEN       *
000900*                CLOSES EVERY INCOME AND EXPENSE GL BALANCE AT  *
001000*                EVERY BRANCH TO THE BRANCH'S RETAINED EARNINGS *
001100*                GL, CARRIES THE BALANCE SHEET FORWARD, RESETS  *
001200*                EVERY ACCOUNT'S FINANCIAL-YEAR INTEREST TOTAL, *
001300*                AND LOCKS THE YEAR SO NO POSTING CAN BE VALUE  *
001400*                DATED INTO IT UNLESS A SUPERVISOR REOPENS IT   *
001500*                WITH YRMAINT.  EVERY ENTRY IS LISTED ON THE    *
001600*                YEAR-END CLOSING REGISTER.  A REFUSED RUN      *
001700*                HANDS BACK RETURN CODE 8.  A RERUN AFTER AN    *
001800*                ABEND IS SAFE - A BALANCE ALREADY CLOSED IS    *
001900*                ZERO AND A TOTAL ALREADY RESET IS NOT TOUCHED. *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. YECLOSE.
002300 AUTHOR. S NATARAJAN.
002400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700
002800*****************************************************************
002900* MODIFICATION HISTORY                                          *
003000*-----------------------------------------------------------------
003100* DATE       INIT  DESCRIPTION                                  *
003200* 2026-10-15 SN    NEW PROGRAM - YEAR-END CLOSING OF THE INCOME *
003300*                  AND EXPENSE GLS AND THE PER-ACCOUNT YEAR     *
003400*                  COUNTERS IN ONE CONTROLLED STEP, WITH THE    *
003500*                  PRIOR-YEAR POSTING LOCK.                     *
003510* 2026-10-15 SN    THE EODDRIVE SEQUENCE NOW HAS 18 STEPS WITH  *
003520*                  THE NEW ATMBAL STEP.                         *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ACCOUNT-MASTER ASSIGN TO "ACCMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ACCT-NUMBER
004500         FILE STATUS IS WS-ACCMSTR-STATUS.
004600
004700     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS GLB-KEY
005100         FILE STATUS IS WS-GLBAL-STATUS.
005200
005300     SELECT CHART-FILE ASSIGN TO "COAFILE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS COA-GL-NUMBER
005700         FILE STATUS IS WS-COAFILE-STATUS.
005800
005900     SELECT JOB-CONTROL ASSIGN TO "EODCTL"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS EODC-KEY
006300         FILE STATUS IS WS-EODCTL-STATUS.
006400
006500     SELECT DATE-CONTROL ASSIGN TO "PROCDATE"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS PD-CONTROL-KEY
006900         FILE STATUS IS WS-PROCDATE-STATUS.
007000
007100     SELECT CLOSING-REGISTER ASSIGN TO "YECLREG"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-REPORT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  ACCOUNT-MASTER
007800     LABEL RECORDS ARE STANDARD.
007900     COPY ACCTREC.
008000
008100 FD  GL-BALANCE-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY GLBALREC.
008400
008500 FD  CHART-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY COAREC.
008800
008900 FD  JOB-CONTROL
009000     LABEL RECORDS ARE STANDARD.
009100 01  JOB-CONTROL-RECORD.
009200     05  EODC-KEY.
009300         10  EODC-DATE        PIC 9(08).
009400         10  EODC-STEP-NO     PIC 9(02).
009500     05  EODC-STEP-NAME       PIC X(09).
009600     05  EODC-STATUS          PIC X(01).
009700         88  EODC-COMPLETE        VALUE "C".
009800         88  EODC-SKIPPED         VALUE "S".
009900
010000 FD  DATE-CONTROL
010100     LABEL RECORDS ARE STANDARD.
010200 01  DATE-CONTROL-RECORD.
010300     05  PD-CONTROL-KEY       PIC X(06).
010400     05  PD-CONTROL-DATE      PIC 9(08).
010500
010600 FD  CLOSING-REGISTER
010700     LABEL RECORDS ARE STANDARD.
010800 01  REPORT-LINE                PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-ACCMSTR-STATUS        PIC X(02).
011200     88  WS-ACCMSTR-OK        VALUE "00".
011300
011400 01  WS-GLBAL-STATUS          PIC X(02).
011500     88  WS-GLBAL-OK          VALUE "00".
011600
011700 01  WS-COAFILE-STATUS        PIC X(02).
011800     88  WS-COAFILE-OK        VALUE "00".
011900
012000 01  WS-EODCTL-STATUS         PIC X(02).
012100     88  WS-EODCTL-OK         VALUE "00".
012200
012300 01  WS-PROCDATE-STATUS       PIC X(02).
012400     88  WS-PROCDATE-OK       VALUE "00".
012500
012600 01  WS-REPORT-STATUS         PIC X(02).
012700     88  WS-REPORT-OK         VALUE "00".
012800
012900 01  WS-JOB-NAME              PIC X(08) VALUE "YECLOSE".
013000 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
013100     88  WS-BATCH-ACQUIRED    VALUE "Y".
013200
013300*    THE CONTROL RECORDS KEPT ON THE PROCESSING-DATE FILE - THE
013400*    LAST DAY OF THE LATEST YEAR CLOSED, AND THE DATE THROUGH
013500*    WHICH POSTINGS ARE LOCKED (EARLIER THAN THE CLOSED DATE
013600*    WHILE A SUPERVISOR HAS THE YEAR REOPENED).
013700 01  WS-CLOSED-KEY            PIC X(06) VALUE "FYCLOS".
013800 01  WS-LOCK-KEY              PIC X(06) VALUE "FYLOCK".
013900
014000*    NUMBER OF STEPS IN THE EODDRIVE SEQUENCE - KEEP IN STEP WITH
014100*    WS-STEP-COUNT THERE.
014200 01  WS-EOD-STEP-COUNT        PIC 9(02) VALUE 18.
014300 01  WS-STEP-IDX              PIC 9(02).
014400
014500 01  WS-GL-RETAINED           PIC 9(04) VALUE 2900.
014600
014700 01  WS-TODAYS-DATE           PIC 9(08).
014800 01  WS-YEAR-END-DATE         PIC 9(08).
014900 01  WS-CHECK-DATE            PIC 9(08).
015000 01  WS-CHECK-DD              PIC 9(02).
015100 01  WS-BUSDAY-SW             PIC X(01).
015200     88  WS-BUSINESS-DAY      VALUE "Y".
015300
015400 01  WS-SAVE-KEY.
015500     05  WS-SAVE-GL-NUMBER    PIC 9(04).
015600     05  WS-SAVE-BRANCH-CODE  PIC 9(03).
015700 01  WS-SAVE-GL-NAME          PIC X(30).
015800 01  WS-SAVE-GL-CLASS         PIC X(01).
015900
016000*    THE BALANCE BEING CLOSED, DEBIT POSITIVE AS ON THE FILE.
016100 01  WS-CLOSE-AMOUNT          PIC S9(13).
016200
016300 01  WS-CLOSED-COUNT          PIC 9(06) COMP VALUE 0.
016400 01  WS-ACCOUNT-COUNT         PIC 9(06) COMP VALUE 0.
016500 01  WS-INCOME-CLOSED         PIC S9(14) VALUE 0.
016600 01  WS-EXPENSE-CLOSED        PIC S9(14) VALUE 0.
016700 01  WS-NET-TRANSFER          PIC S9(14) VALUE 0.
016800 01  WS-ASSET-TOTAL           PIC S9(14) VALUE 0.
016900 01  WS-LIABILITY-TOTAL       PIC S9(14) VALUE 0.
017000 01  WS-UNCLASSED-TOTAL       PIC S9(14) VALUE 0.
017100 01  WS-INTEREST-RESET        PIC 9(14) VALUE 0.
017200
017300*    ONE ENTRY PER BRANCH - THE NET PROFIT (CREDIT POSITIVE)
017400*    TRANSFERRED TO ITS RETAINED EARNINGS.
017500 01  WS-BRT-COUNT             PIC 9(03) COMP VALUE 0.
017600 01  WS-BRT-MAX               PIC 9(03) COMP VALUE 200.
017700 01  WS-BRT-FOUND-IDX         PIC 9(03) COMP VALUE 0.
017800 01  WS-BRANCH-TABLE.
017900     05  WS-BRT-ENTRY OCCURS 200 TIMES
018000                      INDEXED BY WS-BRT-IDX.
018100         10  BRT-BRANCH-CODE  PIC 9(03).
018200         10  BRT-TRANSFER     PIC S9(14).
018300
018400 01  WS-GL-HEADING.
018500     05  FILLER               PIC X(41)
018600         VALUE "GL   BRN GL NAME                  CL     ".
018700     05  FILLER               PIC X(30)
018800         VALUE "   CLOSING DR     CLOSING CR".
018900
019000 01  WS-GL-DETAIL-LINE.
019100     05  GLD-GL-NUMBER        PIC 9(04).
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  GLD-BRANCH-CODE      PIC 9(03).
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  GLD-GL-NAME          PIC X(24).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  GLD-GL-CLASS         PIC X(01).
019800     05  FILLER               PIC X(05) VALUE SPACES.
019900     05  GLD-CLOSE-DEBIT      PIC Z(13)9.
020000     05  FILLER               PIC X(01) VALUE SPACE.
020100     05  GLD-CLOSE-CREDIT     PIC Z(13)9.
020200
020300 01  WS-BR-DETAIL-LINE.
020400     05  FILLER               PIC X(07) VALUE "BRANCH ".
020500     05  BRD-BRANCH-CODE      PIC 9(03).
020600     05  FILLER               PIC X(30)
020700         VALUE " NET PROFIT TO RETAINED GL    ".
020800     05  BRD-TRANSFER         PIC -(13)9.
020900
021000 01  WS-ACCT-DETAIL-LINE.
021100     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
021200     05  ACD-ACCT-NUMBER      PIC 9(06).
021300     05  FILLER               PIC X(08) VALUE " BRANCH ".
021400     05  ACD-BRANCH-CODE      PIC 9(03).
021500     05  FILLER               PIC X(31)
021600         VALUE "  YEAR'S INTEREST RESET FROM   ".
021700     05  ACD-INTEREST         PIC Z(09)9.
021800
021900 01  WS-TOTAL-LINE.
022000     05  TOT-LABEL            PIC X(50).
022100     05  TOT-AMOUNT           PIC -(13)9.
022200
022300 01  WS-SWITCHES.
022400     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
022500         88  WS-INIT-FAILED   VALUE "Y".
022600     05  WS-EOF-SW            PIC X(01) VALUE "N".
022700         88  WS-EOF           VALUE "Y".
022800     05  WS-UPDATE-FAILED-SW  PIC X(01) VALUE "N".
022900         88  WS-UPDATE-FAILED VALUE "Y".
023000     05  WS-FILES-SW          PIC X(01) VALUE "N".
023100         88  WS-FILES-OPEN    VALUE "Y".
023200     05  WS-CONTROL-SW        PIC X(01) VALUE "N".
023300         88  WS-CONTROL-OPEN  VALUE "Y".
023400     05  WS-RETAINED-NEW-SW   PIC X(01) VALUE "N".
023500         88  WS-RETAINED-NEW  VALUE "Y".
023600
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE
024000         THRU 1000-INITIALIZE-EXIT
024100
024200     IF NOT WS-INIT-FAILED
024300         PERFORM 2000-CHECK-ONE-STEP
024400             THRU 2000-CHECK-ONE-STEP-EXIT
024500             VARYING WS-STEP-IDX FROM 1 BY 1
024600             UNTIL WS-STEP-IDX > WS-EOD-STEP-COUNT
024700     END-IF
024800
024900     IF NOT WS-INIT-FAILED
025000         PERFORM 3000-CLOSE-GL
025100             THRU 3000-CLOSE-GL-EXIT
025200         PERFORM 4000-RESET-ACCOUNTS
025300             THRU 4000-RESET-ACCOUNTS-EXIT
025400         PERFORM 6000-WRITE-TOTALS
025500             THRU 6000-WRITE-TOTALS-EXIT
025600         IF NOT WS-UPDATE-FAILED
025700             PERFORM 5000-LOCK-YEAR
025800                 THRU 5000-LOCK-YEAR-EXIT
025900         END-IF
026000     END-IF
026100
026200     PERFORM 9999-TERMINATE
026300         THRU 9999-TERMINATE-EXIT
026400
026500*    A REFUSED RUN OR A FAILED UPDATE HANDS BACK RETURN CODE 8 -
026600*    THE YEAR IS NOT LOCKED, AND THE RUN IS SAFE TO REPEAT.
026700     IF WS-INIT-FAILED OR WS-UPDATE-FAILED
026800         MOVE 8 TO RETURN-CODE
026900     END-IF
027000     GOBACK.
027100
027200*-----------------------------------------------------------------
027300* ACQUIRE THE BATCH WINDOW AND CHECK THE RUN IS ALLOWED - THE
027400* BUSINESS DATE MUST BE THE YEAR'S LAST BUSINESS DAY, THE YEAR
027500* MUST NOT BE CLOSED ALREADY, AND THE RETAINED EARNINGS GL MUST
027600* BE ON THE CHART AS A LIABILITY - THEN OPEN THE FILES.
027700*-----------------------------------------------------------------
027800 1000-INITIALIZE.
027900     CALL "BATCHACQ" USING WS-JOB-NAME WS-BATCH-ACQUIRED-SW
028000     IF NOT WS-BATCH-ACQUIRED
028100         DISPLAY "YECLOSE: BATCH WINDOW CHECK FAILED, RUN "
028200                 "REFUSED"
028300         SET WS-INIT-FAILED TO TRUE
028400         GO TO 1000-INITIALIZE-EXIT
028500     END-IF
028600
028700     CALL "BUSDATE" USING WS-TODAYS-DATE
028800     MOVE WS-TODAYS-DATE(1:4) TO WS-YEAR-END-DATE(1:4)
028900     MOVE "1231" TO WS-YEAR-END-DATE(5:4)
029000
029100*    ANY BUSINESS DAY STILL TO COME THIS YEAR MEANS IT IS TOO
029200*    EARLY TO CLOSE.
029300     MOVE "N" TO WS-BUSDAY-SW
029400     IF WS-TODAYS-DATE(5:2) NOT = "12"
029500         SET WS-BUSINESS-DAY TO TRUE
029600     ELSE
029700         MOVE WS-TODAYS-DATE(7:2) TO WS-CHECK-DD
029800         ADD 1 TO WS-CHECK-DD
029900         PERFORM 1100-CHECK-ONE-DAY
030000             THRU 1100-CHECK-ONE-DAY-EXIT
030100             VARYING WS-CHECK-DD FROM WS-CHECK-DD BY 1
030200             UNTIL WS-CHECK-DD > 31
030300                OR WS-BUSINESS-DAY
030400     END-IF
030500     IF WS-BUSINESS-DAY
030600         DISPLAY "YECLOSE: BUSINESS DATE " WS-TODAYS-DATE
030700                 " IS NOT THE LAST BUSINESS DAY OF THE YEAR, "
030800                 "RUN REFUSED"
030900         SET WS-INIT-FAILED TO TRUE
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF
031200
031300     OPEN I-O DATE-CONTROL
031400     IF NOT WS-PROCDATE-OK
031500         DISPLAY "YECLOSE: UNABLE TO OPEN DATE CONTROL, "
031600                 "STATUS = " WS-PROCDATE-STATUS
031700         SET WS-INIT-FAILED TO TRUE
031800         GO TO 1000-INITIALIZE-EXIT
031900     END-IF
032000     SET WS-CONTROL-OPEN TO TRUE
032100
032200     MOVE WS-CLOSED-KEY TO PD-CONTROL-KEY
032300     READ DATE-CONTROL
032400         KEY IS PD-CONTROL-KEY
032500         INVALID KEY
032600             MOVE 0 TO PD-CONTROL-DATE
032700     END-READ
032800     IF PD-CONTROL-DATE NOT LESS THAN WS-YEAR-END-DATE
032900         DISPLAY "YECLOSE: YEAR " WS-YEAR-END-DATE(1:4)
033000                 " IS ALREADY CLOSED, RUN REFUSED"
033100         SET WS-INIT-FAILED TO TRUE
033200         GO TO 1000-INITIALIZE-EXIT
033300     END-IF
033400
033500     OPEN INPUT CHART-FILE
033600     IF NOT WS-COAFILE-OK
033700         DISPLAY "YECLOSE: UNABLE TO OPEN CHART OF ACCOUNTS, "
033800                 "STATUS = " WS-COAFILE-STATUS
033900         SET WS-INIT-FAILED TO TRUE
034000         GO TO 1000-INITIALIZE-EXIT
034100     END-IF
034200     MOVE WS-GL-RETAINED TO COA-GL-NUMBER
034300     READ CHART-FILE
034400         KEY IS COA-GL-NUMBER
034500         INVALID KEY
034600             MOVE SPACE TO COA-GL-CLASS
034700     END-READ
034800     IF NOT COA-CLASS-LIABILITY
034900         DISPLAY "YECLOSE: RETAINED EARNINGS GL " WS-GL-RETAINED
035000                 " IS NOT ON THE CHART AS A LIABILITY, RUN "
035100                 "REFUSED"
035200         CLOSE CHART-FILE
035300         SET WS-INIT-FAILED TO TRUE
035400         GO TO 1000-INITIALIZE-EXIT
035500     END-IF
035600
035700     OPEN INPUT JOB-CONTROL
035800     IF NOT WS-EODCTL-OK
035900         DISPLAY "YECLOSE: UNABLE TO OPEN JOB CONTROL, "
036000                 "STATUS = " WS-EODCTL-STATUS
036100         CLOSE CHART-FILE
036200         SET WS-INIT-FAILED TO TRUE
036300         GO TO 1000-INITIALIZE-EXIT
036400     END-IF
036500
036600     OPEN I-O GL-BALANCE-FILE
036700     IF NOT WS-GLBAL-OK
036800         DISPLAY "YECLOSE: UNABLE TO OPEN GL BALANCE FILE, "
036900                 "STATUS = " WS-GLBAL-STATUS
037000         CLOSE CHART-FILE JOB-CONTROL
037100         SET WS-INIT-FAILED TO TRUE
037200         GO TO 1000-INITIALIZE-EXIT
037300     END-IF
037400
037500     OPEN I-O ACCOUNT-MASTER
037600     IF NOT WS-ACCMSTR-OK
037700         DISPLAY "YECLOSE: UNABLE TO OPEN ACCOUNT MASTER, "
037800                 "STATUS = " WS-ACCMSTR-STATUS
037900         CLOSE CHART-FILE JOB-CONTROL GL-BALANCE-FILE
038000         SET WS-INIT-FAILED TO TRUE
038100         GO TO 1000-INITIALIZE-EXIT
038200     END-IF
038300
038400     OPEN OUTPUT CLOSING-REGISTER
038500     IF NOT WS-REPORT-OK
038600         DISPLAY "YECLOSE: UNABLE TO OPEN CLOSING REGISTER, "
038700                 "STATUS = " WS-REPORT-STATUS
038800         CLOSE CHART-FILE JOB-CONTROL GL-BALANCE-FILE
038900               ACCOUNT-MASTER
039000         SET WS-INIT-FAILED TO TRUE
039100         GO TO 1000-INITIALIZE-EXIT
039200     END-IF
039300     SET WS-FILES-OPEN TO TRUE
039400
039500     MOVE SPACES TO REPORT-LINE
039600     STRING "YEAR-END CLOSING REGISTER - FINANCIAL YEAR "
039700            WS-YEAR-END-DATE(1:4) " CLOSED ON " WS-TODAYS-DATE
039800            DELIMITED BY SIZE INTO REPORT-LINE
039900     WRITE REPORT-LINE
040000     MOVE SPACES TO REPORT-LINE
040100     WRITE REPORT-LINE.
040200 1000-INITIALIZE-EXIT.
040300     EXIT.
040400
040500*-----------------------------------------------------------------
040600* TEST ONE DAY LEFT IN DECEMBER FOR A BUSINESS DAY.
040700*-----------------------------------------------------------------
040800 1100-CHECK-ONE-DAY.
040900     MOVE WS-TODAYS-DATE(1:6) TO WS-CHECK-DATE(1:6)
041000     MOVE WS-CHECK-DD TO WS-CHECK-DATE(7:2)
041100     CALL "BIZDAYCK" USING WS-CHECK-DATE WS-BUSDAY-SW.
041200 1100-CHECK-ONE-DAY-EXIT.
041300     EXIT.
041400
041500*-----------------------------------------------------------------
041600* CONFIRM ONE EODDRIVE STEP IS DONE FOR TODAY.  INTACCR MUST
041700* HAVE RUN, NOT BEEN SKIPPED, SO THE YEAR'S LAST MONTH-END
041800* ACCRUAL IS IN THE BOOKS BEFORE THEY ARE CLOSED.
041900*-----------------------------------------------------------------
042000 2000-CHECK-ONE-STEP.
042100     MOVE WS-TODAYS-DATE TO EODC-DATE
042200     MOVE WS-STEP-IDX    TO EODC-STEP-NO
042300     READ JOB-CONTROL
042400         KEY IS EODC-KEY
042500         INVALID KEY
042600             DISPLAY "YECLOSE: EODDRIVE STEP " WS-STEP-IDX
042700                     " HAS NOT COMPLETED TODAY, RUN REFUSED"
042800             SET WS-INIT-FAILED TO TRUE
042900             GO TO 2000-CHECK-ONE-STEP-EXIT
043000     END-READ
043100
043200     IF EODC-STEP-NAME = "INTACCR  "
043300         AND NOT EODC-COMPLETE
043400         DISPLAY "YECLOSE: INTACCR DID NOT RUN AS A MONTH-END "
043500                 "RUN TODAY, RUN REFUSED"
043600         SET WS-INIT-FAILED TO TRUE
043700         GO TO 2000-CHECK-ONE-STEP-EXIT
043800     END-IF
043900
044000     IF NOT EODC-COMPLETE
044100         AND NOT EODC-SKIPPED
044200         DISPLAY "YECLOSE: EODDRIVE STEP " WS-STEP-IDX " "
044300                 EODC-STEP-NAME " HAS NOT COMPLETED TODAY, RUN "
044400                 "REFUSED"
044500         SET WS-INIT-FAILED TO TRUE
044600     END-IF.
044700 2000-CHECK-ONE-STEP-EXIT.
044800     EXIT.
044900
045000*-----------------------------------------------------------------
045100* WORK THROUGH THE GL BALANCE FILE IN KEY ORDER, TOTALLING THE
045200* BALANCE SHEET AND CLOSING EVERY INCOME AND EXPENSE BALANCE.
045300*-----------------------------------------------------------------
045400 3000-CLOSE-GL.
045500     MOVE WS-GL-HEADING TO REPORT-LINE
045600     WRITE REPORT-LINE
045700
045800     MOVE 0 TO GLB-GL-NUMBER
045900     MOVE 0 TO GLB-BRANCH-CODE
046000     START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
046100         INVALID KEY
046200             SET WS-EOF TO TRUE
046300     END-START
046400
046500     PERFORM 3100-CLOSE-ONE-BALANCE
046600         THRU 3100-CLOSE-ONE-BALANCE-EXIT
046700         UNTIL WS-EOF.
046800 3000-CLOSE-GL-EXIT.
046900     EXIT.
047000
047100*-----------------------------------------------------------------
047200* TAKE ONE GL BALANCE.  ASSETS AND LIABILITIES ARE CARRIED
047300* FORWARD AS THEY STAND.  AN INCOME OR EXPENSE BALANCE IS
047400* REVERSED OUT TO ZERO AND THE SAME AMOUNT POSTED TO THE
047500* BRANCH'S RETAINED EARNINGS.
047600*-----------------------------------------------------------------
047700 3100-CLOSE-ONE-BALANCE.
047800     READ GL-BALANCE-FILE NEXT RECORD
047900         AT END
048000             SET WS-EOF TO TRUE
048100             GO TO 3100-CLOSE-ONE-BALANCE-EXIT
048200     END-READ
048300
048400     MOVE GLB-GL-NUMBER TO COA-GL-NUMBER
048500     READ CHART-FILE
048600         KEY IS COA-GL-NUMBER
048700         INVALID KEY
048800             MOVE "** NOT ON THE CHART **" TO COA-GL-NAME
048900             MOVE SPACE TO COA-GL-CLASS
049000     END-READ
049100
049200     IF COA-CLASS-ASSET
049300         ADD GLB-BALANCE TO WS-ASSET-TOTAL
049400         GO TO 3100-CLOSE-ONE-BALANCE-EXIT
049500     END-IF
049600     IF COA-CLASS-LIABILITY
049700         SUBTRACT GLB-BALANCE FROM WS-LIABILITY-TOTAL
049800         GO TO 3100-CLOSE-ONE-BALANCE-EXIT
049900     END-IF
050000     IF NOT COA-CLASS-INCOME
050100         AND NOT COA-CLASS-EXPENSE
050200         ADD GLB-BALANCE TO WS-UNCLASSED-TOTAL
050300         IF GLB-BALANCE NOT = 0
050400             DISPLAY "YECLOSE: GL " GLB-GL-NUMBER " BRANCH "
050500                     GLB-BRANCH-CODE " IS NOT ON THE CHART, "
050600                     "BALANCE NOT CLOSED"
050700         END-IF
050800         GO TO 3100-CLOSE-ONE-BALANCE-EXIT
050900     END-IF
051000     IF GLB-BALANCE = 0
051100         GO TO 3100-CLOSE-ONE-BALANCE-EXIT
051200     END-IF
051300
051400     MOVE GLB-KEY       TO WS-SAVE-KEY
051500     MOVE COA-GL-NAME   TO WS-SAVE-GL-NAME
051600     MOVE COA-GL-CLASS  TO WS-SAVE-GL-CLASS
051700     MOVE GLB-BALANCE   TO WS-CLOSE-AMOUNT
051800
051900     IF GLB-LAST-POST-DATE NOT = WS-TODAYS-DATE
052000         MOVE GLB-BALANCE    TO GLB-OPEN-BALANCE
052100         MOVE 0              TO GLB-DAY-DEBITS
052200         MOVE 0              TO GLB-DAY-CREDITS
052300         MOVE WS-TODAYS-DATE TO GLB-LAST-POST-DATE
052400     END-IF
052500     IF WS-CLOSE-AMOUNT > 0
052600         ADD WS-CLOSE-AMOUNT TO GLB-DAY-CREDITS
052700     ELSE
052800         SUBTRACT WS-CLOSE-AMOUNT FROM GLB-DAY-DEBITS
052900     END-IF
053000     COMPUTE GLB-BALANCE = GLB-OPEN-BALANCE + GLB-DAY-DEBITS
053100                         - GLB-DAY-CREDITS
053200
053300     REWRITE GLBAL-RECORD
053400         INVALID KEY
053500             DISPLAY "YECLOSE: UNABLE TO REWRITE GL "
053600                     GLB-GL-NUMBER " BRANCH " GLB-BRANCH-CODE
053700             SET WS-UPDATE-FAILED TO TRUE
053800             GO TO 3100-CLOSE-ONE-BALANCE-EXIT
053900     END-REWRITE
054000
054100     MOVE GLB-GL-NUMBER    TO GLD-GL-NUMBER
054200     MOVE GLB-BRANCH-CODE  TO GLD-BRANCH-CODE
054300     MOVE WS-SAVE-GL-NAME  TO GLD-GL-NAME
054400     MOVE WS-SAVE-GL-CLASS TO GLD-GL-CLASS
054500     IF WS-CLOSE-AMOUNT > 0
054600         MOVE 0               TO GLD-CLOSE-DEBIT
054700         MOVE WS-CLOSE-AMOUNT TO GLD-CLOSE-CREDIT
054800     ELSE
054900         COMPUTE GLD-CLOSE-DEBIT = 0 - WS-CLOSE-AMOUNT
055000         MOVE 0               TO GLD-CLOSE-CREDIT
055100     END-IF
055200     MOVE WS-GL-DETAIL-LINE TO REPORT-LINE
055300     WRITE REPORT-LINE
055400     ADD 1 TO WS-CLOSED-COUNT
055500
055600     IF WS-SAVE-GL-CLASS = "I"
055700         SUBTRACT WS-CLOSE-AMOUNT FROM WS-INCOME-CLOSED
055800     ELSE
055900         ADD WS-CLOSE-AMOUNT TO WS-EXPENSE-CLOSED
056000     END-IF
056100     SUBTRACT WS-CLOSE-AMOUNT FROM WS-NET-TRANSFER
056200
056300     PERFORM 3200-POST-RETAINED
056400         THRU 3200-POST-RETAINED-EXIT
056500
056600*    THE RETAINED EARNINGS UPDATE MOVED THE FILE POSITION - PICK
056700*    UP AGAIN AFTER THE BALANCE JUST CLOSED.
056800     MOVE WS-SAVE-KEY TO GLB-KEY
056900     START GL-BALANCE-FILE KEY IS GREATER THAN GLB-KEY
057000         INVALID KEY
057100             SET WS-EOF TO TRUE
057200     END-START.
057300 3100-CLOSE-ONE-BALANCE-EXIT.
057400     EXIT.
057500
057600*-----------------------------------------------------------------
057700* POST THE OTHER SIDE OF A CLOSING ENTRY TO THE BRANCH'S
057800* RETAINED EARNINGS, STARTING THE BALANCE IF THE BRANCH HAS
057900* NEVER HAD ONE.
058000*-----------------------------------------------------------------
058100 3200-POST-RETAINED.
058200     PERFORM 3300-FIND-OR-ADD-BRANCH
058300         THRU 3300-FIND-OR-ADD-BRANCH-EXIT
058400     IF WS-BRT-FOUND-IDX > 0
058500         SUBTRACT WS-CLOSE-AMOUNT
058600             FROM BRT-TRANSFER(WS-BRT-FOUND-IDX)
058700     END-IF
058800
058900     MOVE "N" TO WS-RETAINED-NEW-SW
059000     MOVE WS-GL-RETAINED      TO GLB-GL-NUMBER
059100     MOVE WS-SAVE-BRANCH-CODE TO GLB-BRANCH-CODE
059200     READ GL-BALANCE-FILE
059300         KEY IS GLB-KEY
059400         INVALID KEY
059500             SET WS-RETAINED-NEW TO TRUE
059600             MOVE 0              TO GLB-OPEN-BALANCE
059700             MOVE 0              TO GLB-DAY-DEBITS
059800             MOVE 0              TO GLB-DAY-CREDITS
059900             MOVE 0              TO GLB-BALANCE
060000             MOVE 0              TO GLB-LAST-POST-DATE
060100     END-READ
060200
060300     IF WS-RETAINED-NEW
060400         PERFORM 3250-APPLY-RETAINED
060500             THRU 3250-APPLY-RETAINED-EXIT
060600         WRITE GLBAL-RECORD
060700             INVALID KEY
060800                 DISPLAY "YECLOSE: UNABLE TO ADD RETAINED "
060900                         "EARNINGS FOR BRANCH "
061000                         WS-SAVE-BRANCH-CODE
061100                 SET WS-UPDATE-FAILED TO TRUE
061200         END-WRITE
061300         GO TO 3200-POST-RETAINED-EXIT
061400     END-IF
061500
061600     PERFORM 3250-APPLY-RETAINED
061700         THRU 3250-APPLY-RETAINED-EXIT
061800     REWRITE GLBAL-RECORD
061900         INVALID KEY
062000             DISPLAY "YECLOSE: UNABLE TO REWRITE RETAINED "
062100                     "EARNINGS FOR BRANCH " WS-SAVE-BRANCH-CODE
062200             SET WS-UPDATE-FAILED TO TRUE
062300     END-REWRITE.
062400 3200-POST-RETAINED-EXIT.
062500     EXIT.
062600
062700*-----------------------------------------------------------------
062800* ROLL THE RETAINED EARNINGS BALANCE TO TODAY IF NEED BE AND
062900* TAKE THE CLOSING AMOUNT INTO IT ON THE OPPOSITE SIDE.
063000*-----------------------------------------------------------------
063100 3250-APPLY-RETAINED.
063200     IF GLB-LAST-POST-DATE NOT = WS-TODAYS-DATE
063300         MOVE GLB-BALANCE    TO GLB-OPEN-BALANCE
063400         MOVE 0              TO GLB-DAY-DEBITS
063500         MOVE 0              TO GLB-DAY-CREDITS
063600         MOVE WS-TODAYS-DATE TO GLB-LAST-POST-DATE
063700     END-IF
063800     IF WS-CLOSE-AMOUNT > 0
063900         ADD WS-CLOSE-AMOUNT TO GLB-DAY-DEBITS
064000     ELSE
064100         SUBTRACT WS-CLOSE-AMOUNT FROM GLB-DAY-CREDITS
064200     END-IF
064300     COMPUTE GLB-BALANCE = GLB-OPEN-BALANCE + GLB-DAY-DEBITS
064400                         - GLB-DAY-CREDITS.
064500 3250-APPLY-RETAINED-EXIT.
064600     EXIT.
064700
064800*-----------------------------------------------------------------
064900* FIND THE BRANCH TABLE ENTRY FOR THE BRANCH BEING CLOSED,
065000* ADDING A NEW ONE THE FIRST TIME THE BRANCH IS SEEN.
065100*-----------------------------------------------------------------
065200 3300-FIND-OR-ADD-BRANCH.
065300     MOVE 0 TO WS-BRT-FOUND-IDX
065400
065500     PERFORM 3310-SEARCH-ONE-BRANCH
065600         THRU 3310-SEARCH-ONE-BRANCH-EXIT
065700         VARYING WS-BRT-IDX FROM 1 BY 1
065800         UNTIL WS-BRT-IDX > WS-BRT-COUNT
065900            OR WS-BRT-FOUND-IDX NOT = 0
066000
066100     IF WS-BRT-FOUND-IDX = 0
066200         IF WS-BRT-COUNT NOT LESS THAN WS-BRT-MAX
066300             DISPLAY "YECLOSE: BRANCH TABLE FULL, BRANCH "
066400                     WS-SAVE-BRANCH-CODE " LEFT OFF THE REGISTER "
066500                     "SUMMARY"
066600             GO TO 3300-FIND-OR-ADD-BRANCH-EXIT
066700         END-IF
066800         ADD 1 TO WS-BRT-COUNT
066900         MOVE WS-SAVE-BRANCH-CODE TO BRT-BRANCH-CODE(WS-BRT-COUNT)
067000         MOVE 0 TO BRT-TRANSFER(WS-BRT-COUNT)
067100         MOVE WS-BRT-COUNT TO WS-BRT-FOUND-IDX
067200     END-IF.
067300 3300-FIND-OR-ADD-BRANCH-EXIT.
067400     EXIT.
067500
067600*-----------------------------------------------------------------
067700* COMPARE ONE BRANCH TABLE ENTRY TO THE BRANCH BEING CLOSED.
067800*-----------------------------------------------------------------
067900 3310-SEARCH-ONE-BRANCH.
068000     IF BRT-BRANCH-CODE(WS-BRT-IDX) = WS-SAVE-BRANCH-CODE
068100         MOVE WS-BRT-IDX TO WS-BRT-FOUND-IDX
068200     END-IF.
068300 3310-SEARCH-ONE-BRANCH-EXIT.
068400     EXIT.
068500
068600*-----------------------------------------------------------------
068700* RESET EVERY ACCOUNT'S FINANCIAL-YEAR INTEREST TOTAL, LISTING
068800* EACH ONE RESET.
068900*-----------------------------------------------------------------
069000 4000-RESET-ACCOUNTS.
069100     MOVE SPACES TO REPORT-LINE
069200     WRITE REPORT-LINE
069300     MOVE "FINANCIAL-YEAR INTEREST TOTALS RESET" TO REPORT-LINE
069400     WRITE REPORT-LINE
069500
069600     MOVE "N" TO WS-EOF-SW
069700     MOVE 0 TO ACCT-NUMBER
069800     START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
069900         INVALID KEY
070000             SET WS-EOF TO TRUE
070100     END-START
070200
070300     PERFORM 4100-RESET-ONE-ACCOUNT
070400         THRU 4100-RESET-ONE-ACCOUNT-EXIT
070500         UNTIL WS-EOF.
070600 4000-RESET-ACCOUNTS-EXIT.
070700     EXIT.
070800
070900*-----------------------------------------------------------------
071000* RESET ONE ACCOUNT'S TOTAL - AN ACCOUNT ALREADY AT ZERO IS LEFT
071100* ALONE.
071200*-----------------------------------------------------------------
071300 4100-RESET-ONE-ACCOUNT.
071400     READ ACCOUNT-MASTER NEXT RECORD
071500         AT END
071600             SET WS-EOF TO TRUE
071700             GO TO 4100-RESET-ONE-ACCOUNT-EXIT
071800     END-READ
071900
072000     IF ACCT-FY-INT-TOTAL = 0
072100         GO TO 4100-RESET-ONE-ACCOUNT-EXIT
072200     END-IF
072300
072400     MOVE ACCT-NUMBER       TO ACD-ACCT-NUMBER
072500     MOVE ACCT-BRANCH-CODE  TO ACD-BRANCH-CODE
072600     MOVE ACCT-FY-INT-TOTAL TO ACD-INTEREST
072700     ADD ACCT-FY-INT-TOTAL  TO WS-INTEREST-RESET
072800
072900     MOVE 0 TO ACCT-FY-INT-TOTAL
073000     REWRITE ACCOUNT-RECORD
073100         INVALID KEY
073200             DISPLAY "YECLOSE: UNABLE TO REWRITE ACCOUNT "
073300                     ACCT-NUMBER
073400             SET WS-UPDATE-FAILED TO TRUE
073500             GO TO 4100-RESET-ONE-ACCOUNT-EXIT
073600     END-REWRITE
073700
073800     MOVE WS-ACCT-DETAIL-LINE TO REPORT-LINE
073900     WRITE REPORT-LINE
074000     ADD 1 TO WS-ACCOUNT-COUNT.
074100 4100-RESET-ONE-ACCOUNT-EXIT.
074200     EXIT.
074300
074400*-----------------------------------------------------------------
074500* RECORD THE YEAR AS CLOSED AND LOCK POSTINGS INTO IT.
074600*-----------------------------------------------------------------
074700 5000-LOCK-YEAR.
074800     MOVE WS-CLOSED-KEY    TO PD-CONTROL-KEY
074900     MOVE WS-YEAR-END-DATE TO PD-CONTROL-DATE
075000     PERFORM 5100-SET-CONTROL
075100         THRU 5100-SET-CONTROL-EXIT
075200
075300     MOVE WS-LOCK-KEY      TO PD-CONTROL-KEY
075400     MOVE WS-YEAR-END-DATE TO PD-CONTROL-DATE
075500     PERFORM 5100-SET-CONTROL
075600         THRU 5100-SET-CONTROL-EXIT
075700
075800     IF WS-UPDATE-FAILED
075900         GO TO 5000-LOCK-YEAR-EXIT
076000     END-IF
076100
076200     MOVE SPACES TO REPORT-LINE
076300     WRITE REPORT-LINE
076400     MOVE SPACES TO REPORT-LINE
076500     STRING "YEAR " WS-YEAR-END-DATE(1:4) " CLOSED AND LOCKED - "
076600            "POSTINGS VALUE DATED ON OR BEFORE " WS-YEAR-END-DATE
076700            " ARE REFUSED"
076800            DELIMITED BY SIZE INTO REPORT-LINE
076900     WRITE REPORT-LINE
077000     DISPLAY "YECLOSE: YEAR " WS-YEAR-END-DATE(1:4)
077100             " CLOSED AND LOCKED".
077200 5000-LOCK-YEAR-EXIT.
077300     EXIT.
077400
077500*-----------------------------------------------------------------
077600* WRITE (OR REWRITE) ONE CONTROL RECORD.
077700*-----------------------------------------------------------------
077800 5100-SET-CONTROL.
077900     WRITE DATE-CONTROL-RECORD
078000         INVALID KEY
078100             REWRITE DATE-CONTROL-RECORD
078200                 INVALID KEY
078300                     DISPLAY "YECLOSE: UNABLE TO RECORD "
078400                             PD-CONTROL-KEY " ON DATE CONTROL"
078500                     SET WS-UPDATE-FAILED TO TRUE
078600             END-REWRITE
078700     END-WRITE.
078800 5100-SET-CONTROL-EXIT.
078900     EXIT.
079000
079100*-----------------------------------------------------------------
079200* WRITE THE REGISTER TOTALS - WHAT WAS CLOSED, WHAT EACH BRANCH
079300* TOOK TO RETAINED EARNINGS, THE BALANCE SHEET CARRIED FORWARD
079400* AND THE ACCOUNTS RESET.
079500*-----------------------------------------------------------------
079600 6000-WRITE-TOTALS.
079700     MOVE SPACES TO REPORT-LINE
079800     WRITE REPORT-LINE
079900
080000     PERFORM 6100-WRITE-ONE-BRANCH
080100         THRU 6100-WRITE-ONE-BRANCH-EXIT
080200         VARYING WS-BRT-IDX FROM 1 BY 1
080300         UNTIL WS-BRT-IDX > WS-BRT-COUNT
080400
080500     MOVE SPACES TO REPORT-LINE
080600     WRITE REPORT-LINE
080700     MOVE "INCOME CLOSED" TO TOT-LABEL
080800     MOVE WS-INCOME-CLOSED TO TOT-AMOUNT
080900     MOVE WS-TOTAL-LINE TO REPORT-LINE
081000     WRITE REPORT-LINE
081100     MOVE "EXPENSE CLOSED" TO TOT-LABEL
081200     MOVE WS-EXPENSE-CLOSED TO TOT-AMOUNT
081300     MOVE WS-TOTAL-LINE TO REPORT-LINE
081400     WRITE REPORT-LINE
081500     MOVE "NET PROFIT TO RETAINED EARNINGS" TO TOT-LABEL
081600     MOVE WS-NET-TRANSFER TO TOT-AMOUNT
081700     MOVE WS-TOTAL-LINE TO REPORT-LINE
081800     WRITE REPORT-LINE
081900
082000*    THE RETAINED EARNINGS BALANCES WERE TAKEN INTO THE
082100*    LIABILITIES BEFORE THE YEAR'S PROFIT REACHED THEM.
082200     ADD WS-NET-TRANSFER TO WS-LIABILITY-TOTAL
082300     MOVE SPACES TO REPORT-LINE
082400     WRITE REPORT-LINE
082500     MOVE "ASSETS CARRIED FORWARD" TO TOT-LABEL
082600     MOVE WS-ASSET-TOTAL TO TOT-AMOUNT
082700     MOVE WS-TOTAL-LINE TO REPORT-LINE
082800     WRITE REPORT-LINE
082900     MOVE "LIABILITIES CARRIED FORWARD" TO TOT-LABEL
083000     MOVE WS-LIABILITY-TOTAL TO TOT-AMOUNT
083100     MOVE WS-TOTAL-LINE TO REPORT-LINE
083200     WRITE REPORT-LINE
083300     IF WS-UNCLASSED-TOTAL NOT = 0
083400         MOVE "NOT ON THE CHART - NOT CLOSED" TO TOT-LABEL
083500         MOVE WS-UNCLASSED-TOTAL TO TOT-AMOUNT
083600         MOVE WS-TOTAL-LINE TO REPORT-LINE
083700         WRITE REPORT-LINE
083800     END-IF
083900     MOVE SPACES TO REPORT-LINE
084000     IF WS-ASSET-TOTAL + WS-UNCLASSED-TOTAL = WS-LIABILITY-TOTAL
084100         MOVE "BALANCE SHEET CARRIED FORWARD IN BALANCE"
084200             TO REPORT-LINE
084300     ELSE
084400         MOVE "*** BALANCE SHEET CARRIED FORWARD OUT OF BALANCE"
084500             TO REPORT-LINE
084600         DISPLAY "YECLOSE: BALANCE SHEET CARRIED FORWARD IS OUT "
084700                 "OF BALANCE"
084800     END-IF
084900     WRITE REPORT-LINE
085000
085100     MOVE SPACES TO REPORT-LINE
085200     WRITE REPORT-LINE
085300     MOVE "ACCOUNTS WITH YEAR'S INTEREST RESET" TO TOT-LABEL
085400     MOVE WS-ACCOUNT-COUNT TO TOT-AMOUNT
085500     MOVE WS-TOTAL-LINE TO REPORT-LINE
085600     WRITE REPORT-LINE
085700     MOVE "YEAR'S INTEREST RESET" TO TOT-LABEL
085800     MOVE WS-INTEREST-RESET TO TOT-AMOUNT
085900     MOVE WS-TOTAL-LINE TO REPORT-LINE
086000     WRITE REPORT-LINE
086100
086200     IF WS-UPDATE-FAILED
086300         MOVE SPACES TO REPORT-LINE
086400         WRITE REPORT-LINE
086500         MOVE "*** UPDATE FAILED - YEAR NOT LOCKED, RERUN ***"
086600             TO REPORT-LINE
086700         WRITE REPORT-LINE
086800     END-IF
086900
087000     DISPLAY "YECLOSE: " WS-CLOSED-COUNT " GL BALANCES CLOSED, "
087100             WS-ACCOUNT-COUNT " ACCOUNT TOTALS RESET".
087200 6000-WRITE-TOTALS-EXIT.
087300     EXIT.
087400
087500*-----------------------------------------------------------------
087600* LIST ONE BRANCH'S TRANSFER TO RETAINED EARNINGS.
087700*-----------------------------------------------------------------
087800 6100-WRITE-ONE-BRANCH.
087900     MOVE BRT-BRANCH-CODE(WS-BRT-IDX) TO BRD-BRANCH-CODE
088000     MOVE BRT-TRANSFER(WS-BRT-IDX)    TO BRD-TRANSFER
088100     MOVE WS-BR-DETAIL-LINE TO REPORT-LINE
088200     WRITE REPORT-LINE.
088300 6100-WRITE-ONE-BRANCH-EXIT.
088400     EXIT.
088500
088600*-----------------------------------------------------------------
088700* CLOSE DOWN THE FILES AND RELEASE THE BATCH WINDOW.
088800*-----------------------------------------------------------------
088900 9999-TERMINATE.
089000     IF WS-FILES-OPEN
089100         CLOSE ACCOUNT-MASTER GL-BALANCE-FILE CHART-FILE
089200               JOB-CONTROL CLOSING-REGISTER
089300     END-IF
089400     IF WS-CONTROL-OPEN
089500         CLOSE DATE-CONTROL
089600     END-IF
089700     IF WS-BATCH-ACQUIRED
089800         CALL "BATCHREL" USING WS-JOB-NAME
089900     END-IF.
090000 9999-TERMINATE-EXIT.
090100     EXIT.
