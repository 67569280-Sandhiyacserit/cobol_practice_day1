002392*                  WRONG DAY'S FLOAT AND LOGS.                   *
002400* 2026-08-23 SN    NEW PROGRAM - END-OF-SHIFT DRAWER PROOF FOR   *
002500*                  THE NEW TELLER CASH DRAWER SUBSYSTEM.         *
002501* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002502*                  PLACE OF YYMMDD.                             *
002503* 2026-10-15 SN    ONLY CASH LINES ARE NOW COUNTED AS DRAWER    *
002504*                  MOVEMENT - CHEQUE, TRANSFER AND SYSTEM       *
002505*                  ENTRIES UNDER THE TELLER'S ID ARE PASSED     *
002506*                  OVER.                                        *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
010400     88  WS-REPORT-OK         VALUE "00".
010500
010600 01  WS-OPERATOR-ID           PIC 9(04).
010700 01  WS-TODAYS-DATE           PIC 9(08).
010800
010900 01  WS-CASH-IN-TOTAL         PIC 9(09) VALUE 0.
011000 01  WS-CASH-OUT-TOTAL        PIC 9(09) VALUE 0.
012260     05  FILLER               PIC X(33)
012270              VALUE "** WARNING: DRAWER LAST OPENED ON".
012280     05  FILLER               PIC X(01) VALUE SPACE.
012290     05  WRN-DRAWER-DATE      PIC 9(08).
012291     05  FILLER               PIC X(26)
012292              VALUE ", NOT TODAY - PROOF MAY BE".
012293     05  FILLER               PIC X(11) VALUE " UNRELIABLE".
021700     IF DAY-OPERATOR-ID NOT = WS-OPERATOR-ID
021800         GO TO 2000-TOTAL-DAY-FILE-EXIT
021900     END-IF
021910
021920*    ONLY CASH MOVES THE DRAWER - CHEQUE, TRANSFER AND SYSTEM
021930*    LINES ARE PASSED OVER.  A LINE LOGGED BEFORE THE INSTRUMENT
021940*    WAS RECORDED IS COUNTED AS BEFORE.
021950     IF DAY-INSTRUMENT NOT = SPACE
021960         AND NOT DAY-INSTR-CASH
021970         GO TO 2000-TOTAL-DAY-FILE-EXIT
021980     END-IF
022000
022100     IF DAY-SOURCE-DEPOSIT
022200         IF NOT DAY-TRANS-REVERSAL
