002400* 2026-09-02 SN    NEW PROGRAM - REGULATORY LOAN                *
002500*                  CLASSIFICATION, IN PLACE OF LOANARR'S FLAT   *
002600*                  ARREARS LIST.                                *
002601* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002602*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002603*                  HELD.                                        *
002604* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002605*                  PLACE OF YYMMDD.                             *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
005900         88  CLS-STANDARD         VALUE "S".
006000         88  CLS-SUBSTANDARD      VALUE "U".
006100         88  CLS-DOUBTFUL         VALUE "D".
006200     05  CLS-CLASSED-DATE     PIC 9(08).
006300
006400 FD  CLASS-REGISTER
006500     LABEL RECORDS ARE STANDARD.
008700 01  WS-PROV-SUBSTD-PCT       PIC 9(02)V99 VALUE 10.00.
008800 01  WS-PROV-DOUBTFUL-PCT     PIC 9(02)V99 VALUE 50.00.
008900
009000 01  WS-TODAYS-DATE           PIC 9(08).
009100 01  WS-NEW-CLASS             PIC X(01).
009200 01  WS-OLD-CLASS             PIC X(01).
009300 01  WS-MOVEMENT              PIC X(10).
009400 01  WS-OUTSTANDING           PIC 9(11).
009500 01  WS-PROVISION             PIC 9(11).
009600 01  WS-PROV-PCT              PIC 9(02)V99.
009700
009800 01  WS-STD-COUNT             PIC 9(05) COMP VALUE 0.
009900 01  WS-SUB-COUNT             PIC 9(05) COMP VALUE 0.
010000 01  WS-DBT-COUNT             PIC 9(05) COMP VALUE 0.
010100 01  WS-PROV-TOTAL            PIC 9(13) VALUE 0.
010200
010300 01  WS-SWITCHES.
010400     05  WS-EOF-SW            PIC X(01) VALUE "N".
011300     05  FILLER               PIC X(01) VALUE SPACE.
011400     05  DTL-ARREARS          PIC 9(03).
011500     05  FILLER               PIC X(03) VALUE SPACES.
011600     05  DTL-OUTSTANDING      PIC 9(11).
011700     05  FILLER               PIC X(03) VALUE SPACES.
011800     05  DTL-PROVISION        PIC 9(11).
011900     05  FILLER               PIC X(03) VALUE SPACES.
012000     05  DTL-MOVEMENT         PIC X(10).
012100
018600     MOVE "LOAN CLASSIFICATION AND PROVISIONING REGISTER"
018700         TO REPORT-LINE
018800     WRITE REPORT-LINE
018900     MOVE "LOAN     CLASS        ARR     OUTSTANDNG     PROVISION 
019000-         " MOVEMENT" TO REPORT-LINE
019100     WRITE REPORT-LINE
019200
019300     READ LOAN-MASTER NEXT RECORD
