000300* DESCRIPTION  : TELLER MENU.  SIGNS THE TELLER IN ONCE AT THE  *
000400*                START OF THE SHIFT AND DRIVES THE DEPOSIT,     *
000500*                WITHDRAW, BALANCE INQUIRY, ACCOUNT OPENING     *
000600*                TRANSFER, OUTWARD REMITTANCE AND DEMAND DRAFT  *
000610*                PROGRAMS, HANDING EACH ONE THE                 *
000700*                AUTHENTICATED OPERATOR IN SHARED SESSION      *
000800*                STORAGE SO NO OPTION PROMPTS AGAIN.  THE SHIFT *
000900*                TIMES OUT AFTER THE SHIFT LIMIT (THE TELLER    *
004200*                  THE SHIFT TIMES OUT AFTER THE SHIFT LIMIT    *
004300*                  (COUNTING CORRECTLY ACROSS MIDNIGHT) AND     *
004310*                  THE EXIT OPTION SIGNS OFF.                   *
004311* 2026-10-15 SN    ADDED AN OUTWARD REMITTANCE OPTION CALLING   *
004312*                  THE NEW OUTREMIT PROGRAM.                    *
004313* 2026-10-15 SN    ADDED A DEMAND DRAFT / PAY ORDER OPTION      *
004314*                  CALLING THE NEW DDISSUE PROGRAM.             *
004315* 2026-10-15 SN    EVERY OPTION BUT BALANCE AND EXIT IS NOW     *
004316*                  REFUSED WHILE THE BUSINESS DAY IS NOT OPEN   *
004317*                  (DAYCHK).                                    *
004318* 2026-10-15 SN    THE MENU NOW SHOWS ONLY THE OPTIONS THE      *
004319*                  SIGNED-ON OPERATOR'S ROLES ENTITLE THEM TO,  *
004320*                  AND REFUSES (AND LOGS) A HIDDEN OPTION       *
004321*                  PICKED ANYWAY (ENTLCHK).                     *
004400*****************************************************************
004500
004600 DATA DIVISION.
005500 01  WS-SIGNIN-HOUR           PIC 9(02).
005600 01  WS-NOW-HOUR              PIC 9(02).
005700 01  WS-ELAPSED-HOURS         PIC S9(03).
005710
005720*    THE PROGRAM BEHIND EACH NUMBERED OPTION - THE FUNCTION THE
005730*    OPERATOR'S ROLES MUST LIST FOR THE OPTION TO BE SHOWN.
005740 01  WS-MENU-OPTIONS.
005750     05  FILLER               PIC X(10) VALUE "DEPOSIT".
005760     05  FILLER               PIC X(10) VALUE "WITHDRAW".
005770     05  FILLER               PIC X(10) VALUE "ACCTINQ".
005780     05  FILLER               PIC X(10) VALUE "ACCTOPEN".
005790     05  FILLER               PIC X(10) VALUE "TRANSFER".
005800     05  FILLER               PIC X(10) VALUE "OUTREMIT".
005810     05  FILLER               PIC X(10) VALUE "DDISSUE".
005820 01  WS-MENU-OPTION-TABLE REDEFINES WS-MENU-OPTIONS.
005830     05  WS-OPTION-PROGRAM    PIC X(10) OCCURS 7 TIMES.
005840 01  WS-OPTION-ENTITLED-TABLE.
005850     05  WS-OPTION-ENTITLED   PIC X(01) OCCURS 7 TIMES.
005860 01  WS-OPTION-COUNT          PIC 9(02) COMP VALUE 7.
005870 01  WS-OPTION-IDX            PIC 9(02) COMP.
005880 01  WS-ENTL-FUNCTION         PIC X(10).
005890 01  WS-ENTL-MODE             PIC X(01).
005895
005900 01  WS-SWITCHES.
006000     05  WS-EXIT-SW      PIC X(01) VALUE "N".
006100         88  WS-EXIT-REQUESTED  VALUE "Y".
006300         88  WS-OPERATOR-OK     VALUE "Y".
006400     05  WS-SESSION-SW   PIC X(01) VALUE "N".
006500         88  WS-SESSION-ACTIVE  VALUE "Y".
006510     05  WS-DAY-OPEN-SW  PIC X(01) VALUE "N".
006520         88  WS-DAY-OPEN        VALUE "Y".
006530     05  WS-ENTITLED-SW  PIC X(01) VALUE "N".
006540         88  WS-ENTITLED        VALUE "Y".
006600
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
009810     MOVE WS-OPERATOR-ID TO SESSION-OPERATOR-ID
009820     SET SESSION-ACTIVE TO TRUE
009900     SET WS-SESSION-ACTIVE TO TRUE
009910     PERFORM 0600-LOAD-ONE-ENTITLEMENT
009920         THRU 0600-LOAD-ONE-ENTITLEMENT-EXIT
009930         VARYING WS-OPTION-IDX FROM 1 BY 1
009940         UNTIL WS-OPTION-IDX > WS-OPTION-COUNT
010000     DISPLAY "SIGNED IN AS OPERATOR " WS-OPERATOR-ID.
010100 0500-SIGN-IN-EXIT.
010200     EXIT.
010210
010220*-----------------------------------------------------------------
010230* ASK, WITHOUT LOGGING, WHETHER THE OPERATOR'S ROLES ENTITLE THEM
010240* TO ONE OPTION - ONLY ENTITLED OPTIONS ARE SHOWN.
010250*-----------------------------------------------------------------
010260 0600-LOAD-ONE-ENTITLEMENT.
010270     MOVE WS-OPTION-PROGRAM(WS-OPTION-IDX) TO WS-ENTL-FUNCTION
010280     MOVE "Q" TO WS-ENTL-MODE
010290     MOVE "N" TO WS-ENTITLED-SW
010300     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
010310                          WS-ENTL-MODE WS-ENTITLED-SW
010320     MOVE WS-ENTITLED-SW TO WS-OPTION-ENTITLED(WS-OPTION-IDX).
010330 0600-LOAD-ONE-ENTITLEMENT-EXIT.
010340     EXIT.
010370
010400*-----------------------------------------------------------------
010500* DISPLAY THE MENU, TAKE ONE CHOICE AND ACT ON IT.  A SHIFT
010600* OLDER THAN THE SHIFT LIMIT TIMES OUT FIRST - THE TELLER MUST
011300         GO TO 1000-PROCESS-CHOICE-EXIT
011400     END-IF
011500
011600     IF WS-OPTION-ENTITLED(1) = "Y"
011610         DISPLAY "1. DEPOSIT"
011620     END-IF
011700     IF WS-OPTION-ENTITLED(2) = "Y"
011710         DISPLAY "2. WITHDRAW"
011720     END-IF
011800     IF WS-OPTION-ENTITLED(3) = "Y"
011810         DISPLAY "3. BALANCE"
011820     END-IF
011900     IF WS-OPTION-ENTITLED(4) = "Y"
011910         DISPLAY "4. OPEN NEW ACCOUNT"
011920     END-IF
012000     IF WS-OPTION-ENTITLED(5) = "Y"
012010         DISPLAY "5. TRANSFER"
012020     END-IF
012030     IF WS-OPTION-ENTITLED(6) = "Y"
012040         DISPLAY "6. OUTWARD REMITTANCE (NEFT/RTGS)"
012050     END-IF
012060     IF WS-OPTION-ENTITLED(7) = "Y"
012070         DISPLAY "7. DEMAND DRAFT / PAY ORDER"
012080     END-IF
012100     DISPLAY "0. EXIT"
012200     DISPLAY "ENTER CHOICE: "
012300     ACCEPT MENU-CHOICE
012400
012401*    A HIDDEN OPTION KEYED ANYWAY IS CHECKED AGAIN, AND LOGGED,
012402*    BEFORE IT IS REFUSED.
012403     IF MENU-CHOICE NOT LESS THAN 1
012404         AND MENU-CHOICE NOT GREATER THAN WS-OPTION-COUNT
012405         MOVE WS-OPTION-PROGRAM(MENU-CHOICE) TO WS-ENTL-FUNCTION
012406         MOVE "C" TO WS-ENTL-MODE
012407         MOVE "N" TO WS-ENTITLED-SW
012408         CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
012409                              WS-ENTL-MODE WS-ENTITLED-SW
012410         MOVE WS-ENTITLED-SW TO WS-OPTION-ENTITLED(MENU-CHOICE)
012411         IF NOT WS-ENTITLED
012412             DISPLAY "MENU: OPERATOR " WS-OPERATOR-ID " IS NOT "
012413                     "ENTITLED TO THAT OPTION, REFUSED"
012414             GO TO 1000-PROCESS-CHOICE-EXIT
012415         END-IF
012416     END-IF
012417
012419*    ONLY A BALANCE INQUIRY OR EXIT IS TAKEN WHILE THE BUSINESS
012421*    DAY IS SHUT - BEFORE BODOPEN OR AFTER EODDRIVE HAS STARTED.
012424     IF MENU-CHOICE NOT = 0 AND MENU-CHOICE NOT = 3
012432         MOVE "N" TO WS-DAY-OPEN-SW
012440         CALL "DAYCHK" USING WS-DAY-OPEN-SW
012448         IF NOT WS-DAY-OPEN
012456             DISPLAY "MENU: THE BUSINESS DAY IS NOT OPEN, "
012464                     "TRANSACTION REFUSED"
012473             GO TO 1000-PROCESS-CHOICE-EXIT
012482         END-IF
012491     END-IF
012500     EVALUATE MENU-CHOICE
012600         WHEN 1
012700             CALL "DEPOSIT"
013300             CALL "ACCTOPEN"
013400         WHEN 5
013500             CALL "TRANSFER"
013501         WHEN 6
013502             CALL "OUTREMIT"
013503         WHEN 7
013504             CALL "DDISSUE"
013600         WHEN 0
013700             SET WS-EXIT-REQUESTED TO TRUE
013800         WHEN OTHER
