002499*                  ITS BANK-WIDE TRANSACTION REFERENCE INSTEAD *
002499*                  OF ACCOUNT PLUS DATE PLUS TIME, WHICH BROKE *
002499*                  WHEN TWO DEPOSITS LANDED IN THE SAME SECOND. *
002499* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002499*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002499*                  HELD.                                        *
002499* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002499*                  PLACE OF YYMMDD.                             *
002499* 2026-10-15 SN    THE REVERSAL LINE AND HISTORY RECORD NOW     *
002499*                  CARRY THE ORIGINAL DEPOSIT'S INSTRUMENT TYPE *
002499*                  (CASH WHERE IT PREDATES THE FIELD).          *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
005000 FD  DEPOSIT-LOG-IN
005100     LABEL RECORDS ARE STANDARD.
005200 01  DEPOSIT-LOG-RECORD-IN.
005300     05  LOGIN-DATE           PIC 9(08).
005400     05  LOGIN-TIME           PIC 9(08).
005500     05  FILLER               PIC X(01).
005600     05  LOGIN-ACCT-NUMBER    PIC 9(06).
005700     05  FILLER               PIC X(01).
005800     05  LOGIN-DEPOSIT-AMT    PIC 9(09).
005900     05  FILLER               PIC X(01).
006000     05  LOGIN-NEW-BALANCE    PIC S9(09).
006100     05  FILLER               PIC X(01).
006200     05  LOGIN-CURRENCY-CODE  PIC X(03).
006300     05  FILLER               PIC X(01).
006640     05  LOGIN-BRANCH-CODE    PIC 9(03).
006650     05  FILLER               PIC X(01).
006660     05  LOGIN-TXN-REF        PIC 9(10).
006663     05  FILLER               PIC X(01).
006666     05  LOGIN-VALUE-DATE     PIC 9(08).
006669     05  FILLER               PIC X(01).
006672     05  LOGIN-POST-BRANCH    PIC 9(03).
006675     05  FILLER               PIC X(01).
006678     05  LOGIN-INSTRUMENT     PIC X(01).
006681         88  LOGIN-INSTR-CASH     VALUE "C".
006684         88  LOGIN-INSTR-CHEQUE   VALUE "Q".
006687         88  LOGIN-INSTR-TRANSFER VALUE "T".
006690         88  LOGIN-INSTR-SYSTEM   VALUE "S".
006700
006800 FD  DEPOSIT-LOG-OUT
006900     LABEL RECORDS ARE STANDARD.
007000 01  DEPOSIT-LOG-RECORD-OUT.
007100     05  LOGOUT-DATE          PIC 9(08).
007200     05  LOGOUT-TIME          PIC 9(08).
007300     05  FILLER               PIC X(01) VALUE SPACE.
007400     05  LOGOUT-ACCT-NUMBER   PIC 9(06).
007500     05  FILLER               PIC X(01) VALUE SPACE.
007600     05  LOGOUT-DEPOSIT-AMT   PIC 9(09).
007700     05  FILLER               PIC X(01) VALUE SPACE.
007800     05  LOGOUT-NEW-BALANCE   PIC S9(09).
007900     05  FILLER               PIC X(01) VALUE SPACE.
008000     05  LOGOUT-CURRENCY-CODE PIC X(03).
008100     05  FILLER               PIC X(01) VALUE SPACE.
008260     05  LOGOUT-BRANCH-CODE   PIC 9(03).
008270     05  FILLER               PIC X(01) VALUE SPACE.
008280     05  LOGOUT-TXN-REF       PIC 9(10).
008281     05  FILLER               PIC X(01) VALUE SPACE.
008282     05  LOGOUT-VALUE-DATE    PIC 9(08).
008283     05  FILLER               PIC X(01) VALUE SPACE.
008284     05  LOGOUT-POST-BRANCH   PIC 9(03).
008285     05  FILLER               PIC X(01) VALUE SPACE.
008286     05  LOGOUT-INSTRUMENT    PIC X(01).
008287         88  LOGOUT-INSTR-CASH    VALUE "C".
008288         88  LOGOUT-INSTR-CHEQUE  VALUE "Q".
008289         88  LOGOUT-INSTR-TRANSFER VALUE "T".
008290         88  LOGOUT-INSTR-SYSTEM  VALUE "S".
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-ACCMSTR-STATUS        PIC X(02).
009300
009310 01  WS-TXN-TYPE              PIC X(01).
009320 01  WS-NEW-TXN-REF           PIC 9(10).
009330 01  WS-TODAYS-DATE           PIC 9(08).
009400 01  WS-SEARCH-TXN-REF        PIC 9(10).
009700
009800 01  WS-SWITCHES.
022020     MOVE ACCT-BRANCH-CODE     TO LOGOUT-BRANCH-CODE
022030     CALL "TXNREF" USING WS-NEW-TXN-REF
022040     MOVE WS-NEW-TXN-REF       TO LOGOUT-TXN-REF
022041     MOVE 0 TO LOGOUT-VALUE-DATE
022042     MOVE 0 TO LOGOUT-POST-BRANCH
022050*    THE REVERSAL TAKES THE ORIGINAL'S INSTRUMENT.  A DEPOSIT
022058*    LOGGED BEFORE THE INSTRUMENT WAS RECORDED WAS CASH.
022066     MOVE LOGIN-INSTRUMENT TO LOGOUT-INSTRUMENT
022074     IF LOGOUT-INSTRUMENT = SPACE
022082         SET LOGOUT-INSTR-CASH TO TRUE
022091     END-IF
022100
022200     WRITE DEPOSIT-LOG-RECORD-OUT
022210
022280                           LOGOUT-DEPOSIT-AMT LOGOUT-NEW-BALANCE
022290                           LOGOUT-OPERATOR-ID
022290                           LOGOUT-TXN-REF
022290                           LOGOUT-INSTRUMENT
022300
022400     CLOSE DEPOSIT-LOG-OUT
022500
