001200*                FOR THE SUPERVISOR.  SYSTEM POSTINGS UNDER     *
001300*                OPERATOR ZERO AND THE ATM OPERATOR ARE LEFT    *
001400*                OUT - THEY ARE NOBODY'S SHIFT.                 *
001410*                A CLOSING PAGE COUNTS EACH OPERATOR'S SIGN-IN  *
001420*                ATTEMPTS FOR THE DAY - GRANTED, DENIED AND     *
001430*                LOCKED - FROM THE OPERATOR SECURITY LOG.       *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. OPRSUMM.
002993*                  BRANCH THE OPERATOR SAT AT - FALLING BACK   *
002994*                  TO THE ACCOUNT'S HOME BRANCH ON OLDER       *
002995*                  ENTRIES.                                    *
002996* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002997*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002998*                  HELD.                                        *
002999* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002999*                  PLACE OF YYMMDD.                             *
002999* 2026-10-15 SN    DEPOSIT-LOG LAYOUT BROUGHT INTO LINE WITH    *
002999*                  THE EIGHT-DIGIT VALUE DATE SO THE POSTING    *
002999*                  BRANCH IS READ FROM THE RIGHT COLUMNS.       *
002999* 2026-10-15 SN    NEW CLOSING PAGE OF THE DAY'S SIGN-IN        *
002999*                  ATTEMPTS PER OPERATOR, READ FROM THE         *
002999*                  OPERATOR SECURITY LOG (OPRSECLG).            *
002999* 2026-10-15 SN    INTERNET AND MOBILE BANKING POSTINGS, MADE   *
002999*                  UNDER THE RESERVED CHANNEL OPERATOR, LEFT    *
002999*                  OUT LIKE THE ATM SWITCH'S.                   *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
004600         RECORD KEY IS TILL-OPR-ID
004700         FILE STATUS IS WS-TILLFILE-STATUS.
004800
004810     SELECT OPR-SECURITY-LOG ASSIGN TO "OPRSECLG"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-OPRSECLG-STATUS.
004840
004900     SELECT SUMMARY-REPORT ASSIGN TO "OPRSRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-REPORT-STATUS.
005500 FD  DEPOSIT-LOG
005600     LABEL RECORDS ARE STANDARD.
005700 01  DEPOSIT-LOG-RECORD.
005800     05  LOG-DATE             PIC 9(08).
005900     05  LOG-TIME             PIC 9(08).
006000     05  FILLER               PIC X(01).
006100     05  LOG-ACCT-NUMBER      PIC 9(06).
006200     05  FILLER               PIC X(01).
006300     05  LOG-DEPOSIT-AMT      PIC 9(09).
006400     05  FILLER               PIC X(01).
006500     05  LOG-NEW-BALANCE      PIC S9(09).
006600     05  FILLER               PIC X(01).
006700     05  LOG-CURRENCY-CODE    PIC X(03).
006800     05  FILLER               PIC X(01).
007810     05  FILLER               PIC X(01).
007820     05  FILLER               PIC X(10).
007830     05  FILLER               PIC X(01).
007840     05  FILLER               PIC X(08).
007850     05  FILLER               PIC X(01).
007860     05  LOG-POST-BRANCH      PIC 9(03).
007900
008000 FD  WITHDRAW-LOG
008100     LABEL RECORDS ARE STANDARD.
008200 01  WITHDRAW-LOG-RECORD.
008300     05  WDLOG-DATE           PIC 9(08).
008400     05  WDLOG-TIME           PIC 9(08).
008500     05  FILLER               PIC X(01).
008600     05  WDLOG-ACCT-NUMBER    PIC 9(06).
008700     05  FILLER               PIC X(01).
008800     05  WDLOG-WITHDRAW-AMT   PIC 9(09).
008900     05  FILLER               PIC X(01).
009000     05  WDLOG-NEW-BALANCE    PIC S9(09).
009100     05  FILLER               PIC X(01).
009200     05  WDLOG-OPERATOR-ID    PIC 9(04).
009300     05  FILLER               PIC X(01).
010300     LABEL RECORDS ARE STANDARD.
010400     COPY TILLREC.
010500
010510 FD  OPR-SECURITY-LOG
010520     LABEL RECORDS ARE STANDARD.
010530     COPY OPRLGREC.
010540
010600 FD  SUMMARY-REPORT
010700     LABEL RECORDS ARE STANDARD.
010800 01  REPORT-LINE                 PIC X(100).
011800     88  WS-TILLFILE-OK       VALUE "00".
011900     88  WS-TILLFILE-NOTFOUND VALUE "35".
012000
012010 01  WS-OPRSECLG-STATUS       PIC X(02).
012020     88  WS-OPRSECLG-OK       VALUE "00".
012030
012100 01  WS-REPORT-STATUS         PIC X(02).
012200     88  WS-REPORT-OK         VALUE "00".
012300
012600     88  WS-BATCH-ACQUIRED    VALUE "Y".
012700
012800 01  WS-ATM-OPERATOR-ID       PIC 9(04) VALUE 9999.
012810 01  WS-CHNL-OPERATOR-ID      PIC 9(04) VALUE 9998.
012900 01  WS-REVERSAL-THRESHOLD    PIC 9(03) VALUE 3.
013000 01  WS-TODAYS-DATE           PIC 9(08).
013100 01  WS-LOOKUP-OPR            PIC 9(04).
013200 01  WS-LOOKUP-BRANCH         PIC 9(03).
013300 01  WS-FOUND-IDX             PIC 9(03) COMP VALUE 0.
014600         10  OPT-OPERATOR-ID  PIC 9(04).
014700         10  OPT-BRANCH-CODE  PIC 9(03).
014800         10  OPT-DEP-COUNT    PIC 9(05).
014900         10  OPT-DEP-VALUE    PIC 9(12).
015000         10  OPT-WD-COUNT     PIC 9(05).
015100         10  OPT-WD-VALUE     PIC 9(12).
015200         10  OPT-TRF-COUNT    PIC 9(05).
015300         10  OPT-TRF-VALUE    PIC 9(12).
015400         10  OPT-REV-COUNT    PIC 9(05).
015500         10  OPT-REV-VALUE    PIC 9(12).
015600         10  OPT-CASH-IN      PIC 9(09).
015700         10  OPT-CASH-OUT     PIC 9(09).
015800
015810 01  WS-SGN-COUNT             PIC 9(03) COMP VALUE 0.
015820 01  WS-SGN-TABLE.
015830     05  WS-SGN-ENTRY OCCURS 100 TIMES
015840                      INDEXED BY WS-SGN-IDX.
015850         10  SGN-OPERATOR-ID  PIC 9(04).
015860         10  SGN-GRANTED      PIC 9(05).
015870         10  SGN-DENIED       PIC 9(05).
015880         10  SGN-LOCKED       PIC 9(05).
015890 01  WS-SGN-FOUND-IDX         PIC 9(03) COMP VALUE 0.
015891
015900 01  WS-SWITCHES.
016000     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
016100         88  WS-INIT-FAILED   VALUE "Y".
016300         88  WS-DEPLOG-EOF    VALUE "Y".
016400     05  WS-WDLOG-EOF-SW      PIC X(01) VALUE "N".
016500         88  WS-WDLOG-EOF     VALUE "Y".
016510     05  WS-OPRSECLG-EOF-SW   PIC X(01) VALUE "N".
016520         88  WS-OPRSECLG-EOF  VALUE "Y".
016600
016700 01  WS-BRANCH-HEADER.
016800     05  FILLER               PIC X(29)
016900              VALUE "OPERATOR ACTIVITY - BRANCH   ".
017000     05  HDR-BRANCH-CODE      PIC 9(03).
017100     05  FILLER               PIC X(07) VALUE "  DATE ".
017200     05  HDR-DATE             PIC 9(08).
017300
017400 01  WS-COLUMN-LINE.
017500     05  FILLER               PIC X(65) VALUE
017600         "OPR    DEPS         VALUE  WDLS         VALUE  TRFS     
017700-        "    VALUE".
017800     05  FILLER               PIC X(32) VALUE
017900         "  REVS         VALUE  OVER/SHORT".
018000
018100 01  WS-DETAIL-LINE.
018200     05  DTL-OPERATOR-ID      PIC 9(04).
018300     05  FILLER               PIC X(01) VALUE SPACE.
018400     05  DTL-DEP-COUNT        PIC ZZZZ9.
018500     05  FILLER               PIC X(01) VALUE SPACE.
018600     05  DTL-DEP-VALUE        PIC Z(11)9.
018700     05  FILLER               PIC X(01) VALUE SPACE.
018800     05  DTL-WD-COUNT         PIC ZZZZ9.
018900     05  FILLER               PIC X(01) VALUE SPACE.
019000     05  DTL-WD-VALUE         PIC Z(11)9.
019100     05  FILLER               PIC X(01) VALUE SPACE.
019200     05  DTL-TRF-COUNT        PIC ZZZZ9.
019300     05  FILLER               PIC X(01) VALUE SPACE.
019400     05  DTL-TRF-VALUE        PIC Z(11)9.
019500     05  FILLER               PIC X(01) VALUE SPACE.
019600     05  DTL-REV-COUNT        PIC ZZZZ9.
019700     05  FILLER               PIC X(01) VALUE SPACE.
019800     05  DTL-REV-VALUE        PIC Z(11)9.
019900     05  FILLER               PIC X(01) VALUE SPACE.
020000     05  DTL-OVER-SHORT       PIC -(8)9.
020100     05  FILLER               PIC X(01) VALUE SPACE.
020200     05  DTL-FLAG             PIC X(08).
020300
020210
020220 01  WS-SIGNIN-HEADER.
020230     05  FILLER               PIC X(29)
020240              VALUE "OPERATOR SIGN-IN ATTEMPTS    ".
020250     05  FILLER               PIC X(10) VALUE SPACES.
020260     05  FILLER               PIC X(07) VALUE "  DATE ".
020270     05  SGH-DATE             PIC 9(08).
020280
020290 01  WS-SIGNIN-COLUMNS.
020300     05  FILLER               PIC X(40) VALUE
020310         "OPR   GRANTED  DENIED  LOCKED".
020320
020330 01  WS-SIGNIN-LINE.
020340     05  SGL-OPERATOR-ID      PIC 9(04).
020350     05  FILLER               PIC X(01) VALUE SPACE.
020360     05  SGL-GRANTED          PIC Z(7)9.
020370     05  FILLER               PIC X(01) VALUE SPACE.
020380     05  SGL-DENIED           PIC Z(6)9.
020390     05  FILLER               PIC X(01) VALUE SPACE.
020391     05  SGL-LOCKED           PIC Z(6)9.
020392     05  FILLER               PIC X(01) VALUE SPACE.
020393     05  SGL-FLAG             PIC X(08).
020394
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE
022000
022100         PERFORM 7000-PRINT-REPORT
022200             THRU 7000-PRINT-REPORT-EXIT
022210
022220         PERFORM 4000-LOAD-SIGNIN-LOG
022230             THRU 4000-LOAD-SIGNIN-LOG-EXIT
022240             UNTIL WS-OPRSECLG-EOF
022250
022260         PERFORM 8000-PRINT-SIGNINS
022270             THRU 8000-PRINT-SIGNINS-EXIT
022300     END-IF
022400
022500     PERFORM 9999-TERMINATE
025300     IF NOT WS-WDLOG-OK
025400         SET WS-WDLOG-EOF TO TRUE
025500     END-IF
025510
025520     OPEN INPUT OPR-SECURITY-LOG
025530     IF NOT WS-OPRSECLG-OK
025540         SET WS-OPRSECLG-EOF TO TRUE
025550     END-IF
025600
025700     OPEN INPUT TILL-FILE
025800     IF NOT WS-TILLFILE-OK
028700     END-IF
028800     IF LOG-OPERATOR-ID = 0
028900         OR LOG-OPERATOR-ID = WS-ATM-OPERATOR-ID
028910         OR LOG-OPERATOR-ID = WS-CHNL-OPERATOR-ID
029000         GO TO 2000-LOAD-DEPOSIT-LOG-EXIT
029100     END-IF
029200
033400     END-IF
033500     IF WDLOG-OPERATOR-ID = 0
033600         OR WDLOG-OPERATOR-ID = WS-ATM-OPERATOR-ID
033610         OR WDLOG-OPERATOR-ID = WS-CHNL-OPERATOR-ID
033700         GO TO 3000-LOAD-WITHDRAW-LOG-EXIT
033800     END-IF
033900
036200 3000-LOAD-WITHDRAW-LOG-EXIT.
036300     EXIT.
036400
036410*-----------------------------------------------------------------
036420* COUNT ONE OF TODAY'S SIGN-IN ATTEMPTS AGAINST ITS OPERATOR.
036430* ATTEMPTS ON AN UNKNOWN OPERATOR ID ARE COUNTED UNDER THE ID
036440* THAT WAS KEYED.
036450*-----------------------------------------------------------------
036460 4000-LOAD-SIGNIN-LOG.
036470     READ OPR-SECURITY-LOG
036480         AT END
036490             SET WS-OPRSECLG-EOF TO TRUE
036491             GO TO 4000-LOAD-SIGNIN-LOG-EXIT
036492     END-READ
036493
036494     IF OLG-DATE NOT = WS-TODAYS-DATE
036495         OR NOT OLG-EVENT-SIGNIN
036496         GO TO 4000-LOAD-SIGNIN-LOG-EXIT
036497     END-IF
036498
036499     MOVE 0 TO WS-SGN-FOUND-IDX
036500     PERFORM 4100-SEARCH-ONE-SIGNIN
036501         THRU 4100-SEARCH-ONE-SIGNIN-EXIT
036502         VARYING WS-SGN-IDX FROM 1 BY 1
036503         UNTIL WS-SGN-IDX > WS-SGN-COUNT
036504            OR WS-SGN-FOUND-IDX NOT = 0
036505     IF WS-SGN-FOUND-IDX = 0
036506         IF WS-SGN-COUNT NOT LESS THAN WS-OPR-MAX
036507             DISPLAY "OPRSUMM: SIGN-IN TABLE FULL, OPERATOR "
036508                     OLG-OPERATOR-ID " LEFT OUT"
036509             GO TO 4000-LOAD-SIGNIN-LOG-EXIT
036510         END-IF
036511         ADD 1 TO WS-SGN-COUNT
036512         MOVE OLG-OPERATOR-ID TO SGN-OPERATOR-ID(WS-SGN-COUNT)
036513         MOVE 0 TO SGN-GRANTED(WS-SGN-COUNT)
036514         MOVE 0 TO SGN-DENIED(WS-SGN-COUNT)
036515         MOVE 0 TO SGN-LOCKED(WS-SGN-COUNT)
036516         MOVE WS-SGN-COUNT TO WS-SGN-FOUND-IDX
036517     END-IF
036518
036519     EVALUATE TRUE
036520         WHEN OLG-EVENT-GRANTED
036521             ADD 1 TO SGN-GRANTED(WS-SGN-FOUND-IDX)
036522         WHEN OLG-EVENT-LOCKED
036523             ADD 1 TO SGN-DENIED(WS-SGN-FOUND-IDX)
036524             ADD 1 TO SGN-LOCKED(WS-SGN-FOUND-IDX)
036525         WHEN OTHER
036526             ADD 1 TO SGN-DENIED(WS-SGN-FOUND-IDX)
036527     END-EVALUATE.
036528 4000-LOAD-SIGNIN-LOG-EXIT.
036529     EXIT.
036530
036531 4100-SEARCH-ONE-SIGNIN.
036532     IF SGN-OPERATOR-ID(WS-SGN-IDX) = OLG-OPERATOR-ID
036533         MOVE WS-SGN-IDX TO WS-SGN-FOUND-IDX
036534     END-IF.
036535 4100-SEARCH-ONE-SIGNIN-EXIT.
036536     EXIT.
036537
036538*-----------------------------------------------------------------
036600* FIND THE TABLE ENTRY FOR THE OPERATOR AND BRANCH IN HAND,
036700* ADDING A NEW ONE FOR THE FIRST POSTING SEEN TODAY.
036800*-----------------------------------------------------------------
055400 7300-PRINT-SIGNATURE-EXIT.
055500     EXIT.
055600
055510*-----------------------------------------------------------------
055520* THE CLOSING PAGE - EACH OPERATOR'S SIGN-IN ATTEMPTS TODAY, IN
055530* THE ORDER FIRST SEEN.  A LOCK-OUT IS FLAGGED.
055540*-----------------------------------------------------------------
055550 8000-PRINT-SIGNINS.
055560     MOVE WS-TODAYS-DATE TO SGH-DATE
055570     MOVE WS-SIGNIN-HEADER TO REPORT-LINE
055580     WRITE REPORT-LINE AFTER ADVANCING PAGE
055590     MOVE WS-SIGNIN-COLUMNS TO REPORT-LINE
055600     WRITE REPORT-LINE
055610
055620     PERFORM 8100-PRINT-ONE-SIGNIN
055630         THRU 8100-PRINT-ONE-SIGNIN-EXIT
055640         VARYING WS-SGN-IDX FROM 1 BY 1
055650         UNTIL WS-SGN-IDX > WS-SGN-COUNT
055660
055670     DISPLAY "OPRSUMM: OPERATORS WITH SIGN-IN ATTEMPTS = "
055680             WS-SGN-COUNT.
055690 8000-PRINT-SIGNINS-EXIT.
055700     EXIT.
055710
055720 8100-PRINT-ONE-SIGNIN.
055730     MOVE SGN-OPERATOR-ID(WS-SGN-IDX) TO SGL-OPERATOR-ID
055740     MOVE SGN-GRANTED(WS-SGN-IDX)     TO SGL-GRANTED
055750     MOVE SGN-DENIED(WS-SGN-IDX)      TO SGL-DENIED
055760     MOVE SGN-LOCKED(WS-SGN-IDX)      TO SGL-LOCKED
055770     IF SGN-LOCKED(WS-SGN-IDX) > 0
055780         MOVE "LOCKED  " TO SGL-FLAG
055790     ELSE
055791         MOVE SPACES TO SGL-FLAG
055792     END-IF
055793     MOVE WS-SIGNIN-LINE TO REPORT-LINE
055794     WRITE REPORT-LINE.
055795 8100-PRINT-ONE-SIGNIN-EXIT.
055796     EXIT.
055797
055798*-----------------------------------------------------------------
055800* RELEASE THE BATCH WINDOW AND CLOSE DOWN.
055900*-----------------------------------------------------------------
056000 9999-TERMINATE.
056300     END-IF
056400     CLOSE DEPOSIT-LOG
056500     CLOSE WITHDRAW-LOG
056510     CLOSE OPR-SECURITY-LOG
056600     CLOSE TILL-FILE
056700     CLOSE SUMMARY-REPORT.
056800 9999-TERMINATE-EXIT.
