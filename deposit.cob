002703*                  SITS AT, FROM THE NEW TILLBRN LOOKUP - SO   *
002704*                  THE INTER-BRANCH SETTLEMENT RUN CAN TELL A  *
002705*                  CROSS-BRANCH DEPOSIT APART.                 *
002706* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002707*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002708*                  HELD.                                        *
002709* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002709*                  PLACE OF YYMMDD.                             *
002709* 2026-10-15 SN    A VALUE DATE FALLING IN A FINANCIAL YEAR     *
002709*                  CLOSED AND LOCKED BY YECLOSE IS REFUSED      *
002709*                  (YRLOCK).                                    *
002709* 2026-10-15 SN    EVERY LOG LINE AND HISTORY RECORD WRITTEN    *
002709*                  NOW CARRIES THE INSTRUMENT TYPE - CASH,      *
002709*                  CHEQUE, TRANSFER OR SYSTEM.                  *
002709* 2026-10-15 SN    EACH DEPOSIT NOW RAISES A CREDIT ALERT TO    *
002709*                  THE HOLDERS VIA THE NEW ALRTRAIS SUBPROGRAM. *
002709* 2026-10-15 SN    NOW REFUSED WHILE THE BUSINESS DAY IS NOT    *
002709*                  OPEN (DAYCHK) - BEFORE BODOPEN OR ONCE       *
002709*                  EODDRIVE HAS STARTED.                        *
002709* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002709*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002709*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002709* 2026-10-15 SN    FORGED NOTES FOUND IN A CASH DEPOSIT ARE     *
002709*                  IMPOUNDED BY DENOMINATION AND SERIAL NUMBER  *
002709*                  (CFTCAPT) - ONLY THE GENUINE AMOUNT IS       *
002709*                  CREDITED AND COUNTED INTO THE DRAWER, AND    *
002709*                  THE CUSTOMER GETS AN IMPOUNDING              *
002709*                  ACKNOWLEDGEMENT.                             *
002710*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
004800 FD  DEPOSIT-LOG
004900     LABEL RECORDS ARE STANDARD.
005000 01  DEPOSIT-LOG-RECORD.
005100     05  LOG-DATE             PIC 9(08).
005200     05  LOG-TIME             PIC 9(08).
005300     05  FILLER               PIC X(01) VALUE SPACE.
005400     05  LOG-ACCT-NUMBER      PIC 9(06).
005500     05  FILLER               PIC X(01) VALUE SPACE.
005600     05  LOG-DEPOSIT-AMT      PIC 9(09).
005700     05  FILLER               PIC X(01) VALUE SPACE.
005800     05  LOG-NEW-BALANCE      PIC S9(09).
005810     05  FILLER               PIC X(01) VALUE SPACE.
005820     05  LOG-CURRENCY-CODE    PIC X(03).
005830     05  FILLER               PIC X(01) VALUE SPACE.
005903     05  FILLER               PIC X(01) VALUE SPACE.
005904     05  LOG-TXN-REF          PIC 9(10).
005905     05  FILLER               PIC X(01) VALUE SPACE.
005906     05  LOG-VALUE-DATE       PIC 9(08).
005907     05  FILLER               PIC X(01) VALUE SPACE.
005908     05  LOG-POST-BRANCH      PIC 9(03).
005908     05  FILLER               PIC X(01) VALUE SPACE.
005908     05  LOG-INSTRUMENT       PIC X(01).
005908         88  LOG-INSTR-CASH       VALUE "C".
005908         88  LOG-INSTR-CHEQUE     VALUE "Q".
005908         88  LOG-INSTR-TRANSFER   VALUE "T".
005908         88  LOG-INSTR-SYSTEM     VALUE "S".
005890
005885 FD  RECEIPT-FILE
005886     LABEL RECORDS ARE STANDARD.
006692     05  FILLER               PIC X(11) VALUE "REFERENCE: ".
006693     05  RCP-TXN-REF          PIC 9(10).
006694     05  FILLER               PIC X(08) VALUE "  DATE: ".
006695     05  RCP-DATE             PIC 9(08).
006696     05  FILLER               PIC X(08) VALUE "  TIME: ".
006697     05  RCP-TIME             PIC 9(08).
006698
006700     05  FILLER               PIC X(09) VALUE "ACCOUNT: ".
006701     05  RCP-ACCT-NUMBER      PIC 9(06).
006702     05  FILLER               PIC X(11) VALUE "  DEPOSIT: ".
006703     05  RCP-AMOUNT           PIC -(9)9.
006704     05  FILLER               PIC X(11) VALUE "  BALANCE: ".
006705     05  RCP-BALANCE          PIC -(9)9.
006706
006707 01  WS-RECEIPT-OPR-LINE.
006708     05  FILLER               PIC X(10) VALUE "OPERATOR: ".
006709     05  RCP-OPERATOR-ID      PIC 9(04).
006700
006800 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
006900 01  WS-TODAYS-DATE           PIC 9(08).
007000
007001 01  WS-CHK-FUNCTION          PIC X(01).
007002 01  WS-CHK-VALID-SW          PIC X(01).
007005     88  WS-LOCK-TAKEN        VALUE "Y".
007006
007007 01  WS-BACK-LIMIT-DAYS       PIC 9(02) VALUE 5.
007008 01  WS-VALUE-DATE            PIC 9(08).
007009 01  WS-ENTERED-VALUE         PIC 9(08).
007010 01  WS-VD-CCYY               PIC 9(04).
007011 01  WS-VD-MM                 PIC 9(02).
007012 01  WS-VD-DD                 PIC 9(02).
007013 01  WS-VD-TODAY-DAYS         PIC 9(07).
007014 01  WS-VD-VALUE-DAYS         PIC 9(07).
007015 01  WS-LOCK-DATE             PIC 9(08).
007015 01  WS-VALUE-OK-SW           PIC X(01).
007016     88  WS-VALUE-OK          VALUE "Y".
007017 01  WS-VSUPV-ID              PIC 9(04).
007740         88  WS-OPERATOR-OK   VALUE "Y".
007750     05  WS-BATCH-CLEAR-SW    PIC X(01) VALUE "N".
007760         88  WS-BATCH-CLEAR   VALUE "Y".
007763     05  WS-DAY-OPEN-SW       PIC X(01) VALUE "N".
007766         88  WS-DAY-OPEN      VALUE "Y".
007770     05  WS-TILL-OK-SW        PIC X(01) VALUE "N".
007780         88  WS-TILL-OK       VALUE "Y".
007800
007900 01  DEPOSIT-AMT              PIC 9(09).
007910 01  DEPOSIT-CURRENCY-CODE    PIC X(03).
007920 01  WS-OPERATOR-ID           PIC 9(04).
007922 01  WS-OPERATOR-AUTH         PIC X(01).
007930 01  WS-CASH-DIRECTION        PIC X(01).
007940 01  WS-TXN-TYPE              PIC X(01).
007945 01  WS-TXN-REF               PIC 9(10).
007945 01  WS-ALERT-EVENT           PIC X(01).
007941 01  WS-KYC-STATUS            PIC X(01).
007952     88  WS-KYC-CURRENT       VALUE "O".
007953     88  WS-KYC-EXPIRED       VALUE "E".
007970     88  WS-MODE-CHEQUE       VALUE "Q".
007980 01  WS-CHEQUE-NUMBER         PIC 9(06).
007990 01  WS-DRAWEE-BANK           PIC X(20).
007991 01  WS-CFT-FUNCTION          PIC X(01).
007992 01  WS-CFT-SOURCE            PIC X(08) VALUE "DEPOSIT".
007993 01  WS-TENDERED-AMT          PIC 9(09).
007994 01  WS-IMPOUNDED-AMT         PIC 9(09) VALUE 0.
007995 01  WS-CFT-OK-SW             PIC X(01) VALUE "N".
007996     88  WS-CFT-OK            VALUE "Y".
008000
008010*    SHARED WITH MENUPROGRAM ACROSS THE RUN UNIT - CARRIES THE
008010*    AUTHENTICATED SHIFT OPERATOR WHEN THE MENU IS DRIVING.  A
008010     05  SESSION-ACTIVE-SW    PIC X(01).
008010         88  SESSION-ACTIVE      VALUE "Y".
008010
008010 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "DEPOSIT".
008010 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
008010 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
008010     88  WS-ENTITLED          VALUE "Y".
008010
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
008300     PERFORM 1000-INITIALIZE
010700         GO TO 1000-INITIALIZE-EXIT
010800     END-IF
010810
010810     MOVE "N" TO WS-BATCH-CLEAR-SW
010810     CALL "BATCHCHK" USING WS-BATCH-CLEAR-SW
010812     IF NOT WS-BATCH-CLEAR
010814         DISPLAY "DEPOSIT: A BATCH JOB CURRENTLY HOLDS THE "
010816                 "ACCOUNT MASTER, TRANSACTION REFUSED"
010818         GO TO 1000-INITIALIZE-EXIT
010819     END-IF
010819     MOVE "N" TO WS-DAY-OPEN-SW
010819     CALL "DAYCHK" USING WS-DAY-OPEN-SW
010819     IF NOT WS-DAY-OPEN
010819         DISPLAY "DEPOSIT: THE BUSINESS DAY IS NOT OPEN, "
010819                 "TRANSACTION REFUSED"
010819         GO TO 1000-INITIALIZE-EXIT
010819     END-IF
010815     MOVE "N" TO WS-OPERATOR-SW
010816*    THE MENU'S SHIFT SESSION CARRIES THE AUTHENTICATED
010816*    OPERATOR - ONLY A STANDALONE RUN STILL PROMPTS FOR A
010850                 "REFUSED"
010860         GO TO 1000-INITIALIZE-EXIT
010870     END-IF
010870     MOVE "N" TO WS-ENTITLED-SW
010870     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
010870                          WS-ENTL-MODE WS-ENTITLED-SW
010870     IF NOT WS-ENTITLED
010870         DISPLAY "DEPOSIT: OPERATOR " WS-OPERATOR-ID " IS NOT "
010870                 "ENTITLED TO DEPOSIT, REFUSED"
010870         MOVE "N" TO WS-OPERATOR-SW
010870         GO TO 1000-INITIALIZE-EXIT
010870     END-IF
010900
011000     OPEN EXTEND DEPOSIT-LOG
011100     IF NOT WS-DEPLOG-OK
012376         GO TO 1500-VET-VALUE-DATE-EXIT
012377     END-IF
012378
012379*    NOTHING MAY BE VALUE DATED INTO A FINANCIAL YEAR ALREADY
012379*    CLOSED AND LOCKED - A SUPERVISOR MUST REOPEN IT FIRST.
012379     CALL "YRLOCK" USING WS-LOCK-DATE
012379     IF WS-ENTERED-VALUE NOT > WS-LOCK-DATE
012379         DISPLAY "DEPOSIT: VALUE DATE FALLS IN A CLOSED "
012379                 "FINANCIAL YEAR, TRANSACTION REFUSED"
012379         GO TO 1500-VET-VALUE-DATE-EXIT
012379     END-IF
012379
012379     MOVE WS-TODAYS-DATE(1:4) TO WS-VD-CCYY
012380     MOVE WS-TODAYS-DATE(5:2) TO WS-VD-MM
012381     MOVE WS-TODAYS-DATE(7:2) TO WS-VD-DD
012382     COMPUTE WS-VD-TODAY-DAYS =
012383             (WS-VD-CCYY * 360) + (WS-VD-MM * 30) + WS-VD-DD
012384     MOVE WS-ENTERED-VALUE(1:4) TO WS-VD-CCYY
012385     MOVE WS-ENTERED-VALUE(5:2) TO WS-VD-MM
012386     MOVE WS-ENTERED-VALUE(7:2) TO WS-VD-DD
012387     COMPUTE WS-VD-VALUE-DAYS =
012388             (WS-VD-CCYY * 360) + (WS-VD-MM * 30) + WS-VD-DD
012389
012390     IF (WS-VD-TODAY-DAYS - WS-VD-VALUE-DAYS)
012391             > WS-BACK-LIMIT-DAYS
015696         GO TO 3000-POST-DEPOSIT-EXIT
015697     END-IF
015700
015710*    FORGED NOTES ARE IMPOUNDED BEFORE ANYTHING ELSE - FROM HERE
015720*    ON THE DEPOSIT IS THE GENUINE AMOUNT ONLY, SO THE LIMIT,
015730*    THE DRAWER AND THE CREDIT ALL SEE THE SAME FIGURE.
015740     MOVE DEPOSIT-AMT TO WS-TENDERED-AMT
015750     MOVE "C" TO WS-CFT-FUNCTION
015760     MOVE "N" TO WS-CFT-OK-SW
015770     CALL "CFTCAPT" USING WS-CFT-FUNCTION WS-OPERATOR-ID
015771                          ACCT-NUMBER ACCT-BRANCH-CODE
015772                          WS-CFT-SOURCE DEPOSIT-CURRENCY-CODE
015773                          WS-TENDERED-AMT WS-IMPOUNDED-AMT
015774                          WS-TXN-REF WS-CFT-OK-SW
015775     IF NOT WS-CFT-OK
015776         GO TO 3000-POST-DEPOSIT-EXIT
015777     END-IF
015778     SUBTRACT WS-IMPOUNDED-AMT FROM DEPOSIT-AMT
015779
015800     PERFORM 3500-CHECK-DAILY-LIMIT
015900         THRU 3500-CHECK-DAILY-LIMIT-EXIT
016000
017750
017760     PERFORM 4200-PRINT-RECEIPT
017770         THRU 4200-PRINT-RECEIPT-EXIT
017771
017772*    ANY NOTES IMPOUNDED GO TO THE COUNTERFEIT REGISTER UNDER
017773*    THIS DEPOSIT'S REFERENCE, WITH THE ACKNOWLEDGEMENT.
017774     MOVE "W" TO WS-CFT-FUNCTION
017775     CALL "CFTCAPT" USING WS-CFT-FUNCTION WS-OPERATOR-ID
017776                          ACCT-NUMBER ACCT-BRANCH-CODE
017777                          WS-CFT-SOURCE DEPOSIT-CURRENCY-CODE
017778                          WS-TENDERED-AMT WS-IMPOUNDED-AMT
017779                          WS-TXN-REF WS-CFT-OK-SW
017800
017900     DISPLAY "UPDATED BALANCE = " ACCT-BALANCE.
018000 3000-POST-DEPOSIT-EXIT.
020959     ELSE
020960         MOVE ACCT-BRANCH-CODE TO LOG-POST-BRANCH
020961     END-IF
020962     SET LOG-INSTR-CASH TO TRUE
021000
021100     WRITE DEPOSIT-LOG-RECORD
021110
021160     CALL "TXNWRITE" USING LOG-ACCT-NUMBER WS-VALUE-DATE
021170                           LOG-TIME WS-TXN-TYPE LOG-DEPOSIT-AMT
021180                           LOG-NEW-BALANCE LOG-OPERATOR-ID
021182                           LOG-TXN-REF
021184                           LOG-INSTRUMENT
021186
021188*    TELL THE HOLDERS WHO ASKED FOR CREDIT ALERTS.  THE ALERT
021190*    CARRIES THE POSTING DATE, NOT THE VALUE DATE.
021192     MOVE "C" TO WS-ALERT-EVENT
021194     CALL "ALRTRAIS" USING LOG-ACCT-NUMBER LOG-DATE LOG-TIME
021196                           WS-ALERT-EVENT LOG-DEPOSIT-AMT
021198                           LOG-NEW-BALANCE LOG-TXN-REF.
021200 4000-WRITE-LOG-EXIT.
021300     EXIT.
021310
