002699*                  BY BRANCH AS WELL AS ACCOUNT TYPE, USING THE *
002699*                  BRANCH CODE NOW CARRIED ON EVERY ACCOUNT,    *
002699*                  SO EACH BRANCH PROVES ITS OWN DAY.           *
002699* 2026-10-15 SN    ACCOUNT-ZERO OFFICE ENTRIES (DRAFTS AND PAY  *
002699*                  ORDERS BOUGHT FOR CASH AND THEIR SETTLEMENT) *
002699*                  ARE LEFT OUT OF THE PER-ACCOUNT PROOF.       *
002699* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002699*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002699*                  HELD.                                        *
002699* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002699*                  PLACE OF YYMMDD.                             *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
007520 FD  GL-INTERFACE
007530     LABEL RECORDS ARE STANDARD.
007540 01  GL-CONTROL-RECORD.
007550     05  GL-DATE              PIC 9(08).
007560     05  FILLER               PIC X(01) VALUE SPACE.
007562     05  GL-BRANCH-CODE       PIC 9(03).
007564     05  FILLER               PIC X(01) VALUE SPACE.
007570     05  GL-ACCT-TYPE         PIC X(01).
007580     05  FILLER               PIC X(01) VALUE SPACE.
007590     05  GL-TOTAL-DEPOSITS    PIC S9(12).
007600     05  FILLER               PIC X(01) VALUE SPACE.
007610     05  GL-TOTAL-WITHDRAWALS PIC S9(12).
007700 WORKING-STORAGE SECTION.
007700 01  WS-ACCMSTR-STATUS        PIC X(02).
007800     88  WS-ACCMSTR-OK        VALUE "00".
008520 01  WS-BATCH-ACQUIRED-SW     PIC X(01) VALUE "N".
008530     88  WS-BATCH-ACQUIRED    VALUE "Y".
008540
008600 01  WS-TODAYS-DATE           PIC 9(08).
008700
008800 01  WS-SWITCHES.
008800     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
009300
009400 01  WS-LOOKUP-ACCT           PIC 9(06).
009500 01  WS-FOUND-IDX             PIC 9(04) COMP VALUE 0.
009600 01  WS-EXPECTED-CLOSE        PIC S9(11).
009700
009800 01  WS-RECON-COUNT           PIC 9(04) COMP VALUE 0.
009900 01  WS-RECON-MAX             PIC 9(04) COMP VALUE 500.
010200     05  WS-RECON-ENTRY OCCURS 500 TIMES
010300                        INDEXED BY WS-RECON-IDX.
010400         10  RECON-ACCT-NUMBER    PIC 9(06).
010500         10  RECON-OPEN-BAL       PIC S9(11).
010600         10  RECON-OPEN-TIME      PIC 9(08).
010700         10  RECON-CLOSE-BAL      PIC S9(11).
010800         10  RECON-CLOSE-TIME     PIC 9(08).
010900         10  RECON-TOTAL-DEP      PIC S9(10).
011000         10  RECON-TOTAL-WD       PIC 9(10).
011050
011060*    ONE GL TOTAL PER BRANCH AND ACCOUNT TYPE SEEN TODAY.
011070 01  WS-GL-COUNT              PIC 9(03) COMP VALUE 0.
011130                     INDEXED BY WS-GL-IDX.
011140         10  GLT-BRANCH-CODE  PIC 9(03).
011150         10  GLT-ACCT-TYPE    PIC X(01).
011160         10  GLT-TOTAL-DEP    PIC S9(12).
011170         10  GLT-TOTAL-WD     PIC S9(12).
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE
017400     IF DAY-DATE NOT = WS-TODAYS-DATE
017500         GO TO 2000-LOAD-DAY-FILE-EXIT
017600     END-IF
017601
017602*    OFFICE ENTRIES - DRAFTS AND PAY ORDERS BOUGHT FOR CASH AND
017603*    THEIR SETTLEMENT - CARRY ACCOUNT ZERO AND BELONG TO NO
017604*    CUSTOMER ACCOUNT.
017605     IF DAY-ACCT-NUMBER = 0
017606         GO TO 2000-LOAD-DAY-FILE-EXIT
017607     END-IF
017700
017800     MOVE DAY-ACCT-NUMBER TO WS-LOOKUP-ACCT
017900     PERFORM 5000-FIND-OR-ADD-ENTRY
