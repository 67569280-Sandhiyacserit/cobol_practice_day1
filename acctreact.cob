002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-08-23 SN    NEW PROGRAM - SANCTIONED REACTIVATION OF      *
002400*                  ACCOUNTS MARKED DORMANT BY DORMSCAN.          *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002403* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
002404*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
002405*                  EODDRIVE HAS STARTED.                        *
002405* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002405*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002405*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004600 FD  REACTIVATION-LOG
004700     LABEL RECORDS ARE STANDARD.
004800 01  REACTIVATION-LOG-RECORD.
004900     05  REACT-DATE           PIC 9(08).
005000     05  REACT-TIME           PIC 9(08).
005100     05  FILLER               PIC X(01) VALUE SPACE.
005200     05  REACT-ACCT-NUMBER    PIC 9(06).
007900         88  WS-OPERATOR-OK   VALUE "Y".
008000     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
008100         88  WS-BATCH-CLEAR   VALUE "Y".
008110     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
008120         88  WS-DAY-OPEN      VALUE "Y".
008120
008120 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ACCTREACT".
008120 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
008120 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
008120     88  WS-ENTITLED          VALUE "Y".
008200
008300 PROCEDURE DIVISION.
008400 0000-MAINLINE.
011900                 "ACCOUNT MASTER, REACTIVATION REFUSED"
012000         GO TO 1000-INITIALIZE-EXIT
012100     END-IF
012110     MOVE "N" TO WS-DAY-OPEN-SW
012120     CALL "DAYCHK" USING WS-DAY-OPEN-SW
012130     IF NOT WS-DAY-OPEN
012140         DISPLAY "ACCTREACT: THE BUSINESS DAY IS NOT OPEN, "
012150                 "REACTIVATION REFUSED"
012160         GO TO 1000-INITIALIZE-EXIT
012170     END-IF
012200     MOVE "N" TO WS-OPERATOR-SW
012300     CALL "OPRLOGIN" USING WS-OPERATOR-ID WS-OPERATOR-SW
012400                           WS-OPERATOR-AUTH
012700                 "REACTIVATION REFUSED"
012800         GO TO 1000-INITIALIZE-EXIT
012900     END-IF
012900     MOVE "N" TO WS-ENTITLED-SW
012900     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
012900                          WS-ENTL-MODE WS-ENTITLED-SW
012900     IF NOT WS-ENTITLED
012900         DISPLAY "ACCTREACT: OPERATOR " WS-OPERATOR-ID " IS NOT "
012900                 "ENTITLED TO ACCTREACT, REFUSED"
012900         MOVE "N" TO WS-OPERATOR-SW
012900         GO TO 1000-INITIALIZE-EXIT
012900     END-IF
013000
013100     OPEN EXTEND REACTIVATION-LOG
013200     IF NOT WS-REACTLOG-OK
019900             GO TO 3000-REACTIVATE-EXIT
020000     END-REWRITE
020100
020200     ACCEPT REACT-DATE FROM DATE YYYYMMDD
020300     ACCEPT REACT-TIME FROM TIME
020400     MOVE ACCT-NUMBER    TO REACT-ACCT-NUMBER
020500     MOVE WS-OPERATOR-ID TO REACT-OPERATOR-ID
