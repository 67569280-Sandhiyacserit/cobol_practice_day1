002820*                  ACCOUNT - A HIGH-RISK HOLDER (GRADED BY THE  *
002830*                  WATCHLIST REVIEW) GETS THE LOWER THRESHOLD,  *
002840*                  VIA THE NEW RISKGRD SUBPROGRAM.              *
002841* 2026-10-15 SN    ACCOUNT-ZERO OFFICE ENTRIES (DRAFTS AND PAY  *
002842*                  ORDERS BOUGHT FOR CASH AND THEIR SETTLEMENT) *
002843*                  ARE LEFT OUT OF THE PER-ACCOUNT AGGREGATES.  *
002844* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002845*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002846*                  HELD.                                        *
002847* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002848*                  PLACE OF YYMMDD.                             *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
009320 01  WS-USE-THRESHOLD         PIC 9(07).
009330 01  WS-RISK-GRADE            PIC X(01).
009340     88  WS-RISK-HIGH         VALUE "H".
009400 01  WS-TODAYS-DATE           PIC 9(08).
009500
009600 01  WS-AGG-COUNT             PIC 9(04) COMP VALUE 0.
009700 01  WS-AGG-MAX               PIC 9(04) COMP VALUE 500.
010300     05  WS-AGG-ENTRY OCCURS 500 TIMES
010400                      INDEXED BY WS-AGG-IDX.
010500         10  AGG-ACCT-NUMBER      PIC 9(06).
010600         10  AGG-TOTAL-DEP        PIC S9(12).
010700         10  AGG-TOTAL-WD         PIC 9(12).
010800
010900 01  WS-SWITCHES.
011000     05  WS-DAYFILE-EOF-SW    PIC X(01) VALUE "N".
011500 01  WS-DETAIL-LINE.
011600     05  DTL-ACCT-NUMBER      PIC 9(06).
011700     05  FILLER               PIC X(03) VALUE SPACES.
011800     05  DTL-TOTAL-DEP        PIC -(11)9.
011900     05  FILLER               PIC X(03) VALUE SPACES.
012000     05  DTL-TOTAL-WD         PIC -(11)9.
012100
012200 PROCEDURE DIVISION.
012300 0000-MAINLINE.
016800     MOVE "SUSPICIOUS ACTIVITY - DAILY AGGREGATES OVER THRESHOLD"
016900         TO REPORT-LINE
017000     WRITE REPORT-LINE
017100     MOVE "ACCT NO      TOTAL DEP       TOTAL WD" TO REPORT-LINE
017200     WRITE REPORT-LINE.
017300 1000-INITIALIZE-EXIT.
017400     EXIT.
018700     IF DAY-DATE NOT = WS-TODAYS-DATE
018800         GO TO 2000-LOAD-DAY-FILE-EXIT
018900     END-IF
018901
018902*    OFFICE ENTRIES - DRAFTS AND PAY ORDERS BOUGHT FOR CASH AND
018903*    THEIR SETTLEMENT - CARRY ACCOUNT ZERO AND BELONG TO NO
018904*    CUSTOMER ACCOUNT.
018905     IF DAY-ACCT-NUMBER = 0
018906         GO TO 2000-LOAD-DAY-FILE-EXIT
018907     END-IF
019000
019100     IF DAY-SOURCE-DEPOSIT AND DAY-TRANS-INTEREST
019200         GO TO 2000-LOAD-DAY-FILE-EXIT
