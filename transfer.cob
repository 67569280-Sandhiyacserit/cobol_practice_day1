002793*                  CREDIT LEG CARRIES ITS VALUE DATE, SO THE   *
002794*                  SETTLEMENT RUN AND THE LOG READERS SEE THE  *
002795*                  SAME TRAILING FIELDS AS DEPOSIT WRITES.     *
002796* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002797*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002798*                  HELD.                                        *
002799* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002799*                  PLACE OF YYMMDD.                             *
002799* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002799*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002799*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002799* 2026-10-15 SN    A TRANSFER NOW RAISES A DEBIT ALERT ON THE   *
002799*                  SOURCE ACCOUNT AND A CREDIT ALERT ON THE     *
002799*                  DESTINATION VIA THE NEW ALRTRAIS SUBPROGRAM. *
002799* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
002799*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
002799*                  EODDRIVE HAS STARTED.                        *
002799* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002799*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002799*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005300 FD  DEPOSIT-LOG
005400     LABEL RECORDS ARE STANDARD.
005500 01  DEPOSIT-LOG-RECORD.
005600     05  LOG-DATE             PIC 9(08).
005700     05  LOG-TIME             PIC 9(08).
005800     05  FILLER               PIC X(01) VALUE SPACE.
005900     05  LOG-ACCT-NUMBER      PIC 9(06).
006000     05  FILLER               PIC X(01) VALUE SPACE.
006100     05  LOG-DEPOSIT-AMT      PIC 9(09).
006200     05  FILLER               PIC X(01) VALUE SPACE.
006300     05  LOG-NEW-BALANCE      PIC S9(09).
006400     05  FILLER               PIC X(01) VALUE SPACE.
006500     05  LOG-CURRENCY-CODE    PIC X(03).
006600     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  LOG-TXN-REF          PIC 9(10).
007110     05  FILLER               PIC X(01) VALUE SPACE.
007120     05  LOG-VALUE-DATE       PIC 9(08).
007130     05  FILLER               PIC X(01) VALUE SPACE.
007140     05  LOG-POST-BRANCH      PIC 9(03).
007148     05  FILLER               PIC X(01) VALUE SPACE.
007156     05  LOG-INSTRUMENT       PIC X(01).
007164         88  LOG-INSTR-CASH       VALUE "C".
007172         88  LOG-INSTR-CHEQUE     VALUE "Q".
007180         88  LOG-INSTR-TRANSFER   VALUE "T".
007188         88  LOG-INSTR-SYSTEM     VALUE "S".
007200
007300 FD  WITHDRAW-LOG
007400     LABEL RECORDS ARE STANDARD.
007500 01  WITHDRAW-LOG-RECORD.
007600     05  WDLOG-DATE             PIC 9(08).
007700     05  WDLOG-TIME             PIC 9(08).
007800     05  FILLER                 PIC X(01) VALUE SPACE.
007900     05  WDLOG-ACCT-NUMBER      PIC 9(06).
008000     05  FILLER                 PIC X(01) VALUE SPACE.
008100     05  WDLOG-WITHDRAW-AMT     PIC 9(09).
008200     05  FILLER                 PIC X(01) VALUE SPACE.
008300     05  WDLOG-NEW-BALANCE      PIC S9(09).
008400     05  FILLER                 PIC X(01) VALUE SPACE.
008500     05  WDLOG-OPERATOR-ID      PIC 9(04).
008500     05  FILLER                 PIC X(01) VALUE SPACE.
008530         88  WDLOG-TRANS-TRANSFER   VALUE "T".
008531     05  FILLER                 PIC X(01) VALUE SPACE.
008532     05  WDLOG-POST-BRANCH      PIC 9(03).
008533     05  FILLER                 PIC X(01) VALUE SPACE.
008534     05  WDLOG-INSTRUMENT       PIC X(01).
008535         88  WDLOG-INSTR-CASH       VALUE "C".
008536         88  WDLOG-INSTR-CHEQUE     VALUE "Q".
008537         88  WDLOG-INSTR-TRANSFER   VALUE "T".
008538         88  WDLOG-INSTR-SYSTEM     VALUE "S".
008540
008550 FD  BENEFICIARY-FILE
008560     LABEL RECORDS ARE STANDARD.
009600     88  WS-WDLOG-OK          VALUE "00".
009700
009800 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
009900 01  WS-TODAYS-DATE           PIC 9(08).
010000 01  WS-TRANS-TIME            PIC 9(08).
010100
010200 01  WS-SWITCHES.
010800         88  WS-OPERATOR-OK   VALUE "Y".
010900     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
011000         88  WS-BATCH-CLEAR   VALUE "Y".
011010     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
011020         88  WS-DAY-OPEN      VALUE "Y".
011100
011200 01  WS-FROM-ACCT             PIC 9(06).
011300 01  WS-TO-ACCT               PIC 9(06).
011400 01  TRANSFER-AMT             PIC 9(09).
011500 01  WS-OPERATOR-ID           PIC 9(04).
011510 01  WS-OPERATOR-AUTH         PIC X(01).
011520 01  WS-TXN-TYPE              PIC X(01).
011530 01  WS-TXN-REF               PIC 9(10).
011540 01  WS-ALERT-EVENT           PIC X(01).
011600
011700 01  WS-FROM-SIDE.
011710     05  WS-FROM-BRANCH       PIC 9(03).
011800     05  WS-FROM-CURRENCY     PIC X(03).
011900     05  WS-FROM-FLOOR        PIC S9(11).
012000     05  WS-FROM-NEW-BAL      PIC S9(09).
012010 01  WS-TO-BRANCH             PIC 9(03).
012020 01  WS-HOLD-TOTAL            PIC 9(10).
012030 01  WS-DECEASED-SW           PIC X(01).
012040     88  WS-HOLDER-DECEASED   VALUE "Y".
012045 01  WS-CHK-FUNCTION          PIC X(01).
012078 01  WS-COOLING-LIMIT         PIC 9(06) VALUE 5000.
012079 01  WS-BENEF-OK-SW           PIC X(01).
012080     88  WS-BENEF-OK          VALUE "Y".
012081 01  WS-CCYY                  PIC 9(04).
012082 01  WS-MM                    PIC 9(02).
012083 01  WS-DD                    PIC 9(02).
012084 01  WS-DAY-COUNT-RESULT      PIC 9(07).
012085 01  WS-TODAY-DAY-COUNT       PIC 9(07).
012086 01  WS-ADDED-DAY-COUNT       PIC 9(07).
012087 01  WS-HELD-DAYS             PIC S9(07).
012100 01  WS-TO-NEW-BAL            PIC S9(09).
012200
012210*    SHARED WITH MENUPROGRAM ACROSS THE RUN UNIT - CARRIES THE
012210*    AUTHENTICATED SHIFT OPERATOR WHEN THE MENU IS DRIVING.  A
012210     05  SESSION-ACTIVE-SW    PIC X(01).
012210         88  SESSION-ACTIVE      VALUE "Y".
012210
012210 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "TRANSFER".
012210 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
012210 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
012210     88  WS-ENTITLED          VALUE "Y".
012210
012300 PROCEDURE DIVISION.
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE
015900                 "ACCOUNT MASTER, TRANSACTION REFUSED"
016000         GO TO 1000-INITIALIZE-EXIT
016100     END-IF
016110     MOVE "N" TO WS-DAY-OPEN-SW
016120     CALL "DAYCHK" USING WS-DAY-OPEN-SW
016130     IF NOT WS-DAY-OPEN
016140         DISPLAY "TRANSFER: THE BUSINESS DAY IS NOT OPEN, "
016150                 "TRANSACTION REFUSED"
016160         GO TO 1000-INITIALIZE-EXIT
016170     END-IF
016200     MOVE "N" TO WS-OPERATOR-SW
016240*    THE MENU'S SHIFT SESSION CARRIES THE AUTHENTICATED
016240*    OPERATOR - ONLY A STANDALONE RUN STILL PROMPTS FOR A
016600                 "REFUSED"
016700         GO TO 1000-INITIALIZE-EXIT
016800     END-IF
016800     MOVE "N" TO WS-ENTITLED-SW
016800     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
016800                          WS-ENTL-MODE WS-ENTITLED-SW
016800     IF NOT WS-ENTITLED
016800         DISPLAY "TRANSFER: OPERATOR " WS-OPERATOR-ID " IS NOT "
016800                 "ENTITLED TO TRANSFER, REFUSED"
016800         MOVE "N" TO WS-OPERATOR-SW
016800         GO TO 1000-INITIALIZE-EXIT
016800     END-IF
016900
017000     OPEN EXTEND DEPOSIT-LOG
017100     IF NOT WS-DEPLOG-OK
026406         GO TO 2400-CHECK-BENEFICIARY-EXIT
026407     END-IF
026408
026409     MOVE WS-TODAYS-DATE(1:4) TO WS-CCYY
026410     MOVE WS-TODAYS-DATE(5:2) TO WS-MM
026411     MOVE WS-TODAYS-DATE(7:2) TO WS-DD
026412     PERFORM 2450-CCYYMMDD-TO-DAYS
026413         THRU 2450-CCYYMMDD-TO-DAYS-EXIT
026414     MOVE WS-DAY-COUNT-RESULT TO WS-TODAY-DAY-COUNT
026415
026416     MOVE BEN-ADDED-DATE(1:4) TO WS-CCYY
026417     MOVE BEN-ADDED-DATE(5:2) TO WS-MM
026418     MOVE BEN-ADDED-DATE(7:2) TO WS-DD
026419     PERFORM 2450-CCYYMMDD-TO-DAYS
026420         THRU 2450-CCYYMMDD-TO-DAYS-EXIT
026421     MOVE WS-DAY-COUNT-RESULT TO WS-ADDED-DAY-COUNT
026422
026423     COMPUTE WS-HELD-DAYS =
026436     EXIT.
026437
026438*-----------------------------------------------------------------
026439* CONVERT A CCYY/MM/DD DATE INTO AN APPROXIMATE DAY COUNT.
026440*-----------------------------------------------------------------
026441 2450-CCYYMMDD-TO-DAYS.
026442     COMPUTE WS-DAY-COUNT-RESULT =
026443             (WS-CCYY * 360) + (WS-MM * 30) + WS-DD.
026444 2450-CCYYMMDD-TO-DAYS-EXIT.
026445     EXIT.
026400
026500*-----------------------------------------------------------------
037028     ELSE
037029         MOVE WS-FROM-BRANCH   TO WDLOG-POST-BRANCH
037030     END-IF
037031     SET WDLOG-INSTR-TRANSFER TO TRUE
037100
037200     WRITE WITHDRAW-LOG-RECORD
037210
037240                           WDLOG-TIME WS-TXN-TYPE
037250                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
037260                           WDLOG-OPERATOR-ID
037264                           WDLOG-TXN-REF
037268                           WDLOG-INSTRUMENT
037272
037276*    TELL THE SOURCE ACCOUNT'S HOLDERS OF THE DEBIT.
037280     MOVE "D" TO WS-ALERT-EVENT
037284     CALL "ALRTRAIS" USING WDLOG-ACCT-NUMBER WDLOG-DATE
037288                           WDLOG-TIME WS-ALERT-EVENT
037292                           WDLOG-WITHDRAW-AMT WDLOG-NEW-BALANCE
037296                           WDLOG-TXN-REF.
037300 4000-WRITE-WITHDRAW-LOG-EXIT.
037400     EXIT.
037500
038850     ELSE
038860         MOVE WS-TO-BRANCH     TO LOG-POST-BRANCH
038870     END-IF
038871     SET LOG-INSTR-TRANSFER TO TRUE
038900
039000     WRITE DEPOSIT-LOG-RECORD
039010
039030     CALL "TXNWRITE" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
039040                           WS-TXN-TYPE LOG-DEPOSIT-AMT
039050                           LOG-NEW-BALANCE LOG-OPERATOR-ID
039055                           LOG-TXN-REF
039060                           LOG-INSTRUMENT
039065
039070*    TELL THE DESTINATION ACCOUNT'S HOLDERS OF THE CREDIT.
039076     MOVE "C" TO WS-ALERT-EVENT
039082     CALL "ALRTRAIS" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
039088                           WS-ALERT-EVENT LOG-DEPOSIT-AMT
039094                           LOG-NEW-BALANCE LOG-TXN-REF.
039100 4500-WRITE-DEPOSIT-LOG-EXIT.
039200     EXIT.
039300
