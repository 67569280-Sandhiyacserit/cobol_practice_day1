002100* 2026-09-02 SN    NEW PROGRAM - MAKER-CHECKER CAPTURE FOR      *
002200*                  CREDIT LIMIT CHANGES, WHICH UNTIL NOW HAD    *
002300*                  NO MAINTENANCE PROGRAM AT ALL.               *
002301* 2026-10-15 SN    A CREDIT LIMIT IS NOW ALLOWED ON ANY ACCOUNT *
002302*                  WHOSE PRODUCT PERMITS AN OVERDRAFT (THROUGH  *
002303*                  PRDLKUP) - UNDER THE STANDARD PRODUCTS STILL *
002304*                  ONLY A CURRENT ACCOUNT.                      *
002305* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002306*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002307*                  HELD.                                        *
002307* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002307*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002307*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004300     88  WS-ACCMSTR-OK        VALUE "00".
004400
004500 01  WS-ACCT-NUMBER           PIC 9(06).
004600 01  WS-NEW-LIMIT             PIC 9(09).
004700 01  WS-OPERATOR-ID           PIC 9(04).
004800 01  WS-OPERATOR-AUTH         PIC X(01).
004810 01  WS-PRODUCT-FOUND-SW      PIC X(01).
004820     COPY PRODREC.
004900
005000 01  WS-PND-TYPE              PIC X(01).
005100 01  WS-PND-KEY               PIC X(12).
005500 01  WS-SWITCHES.
005600     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005700         88  WS-OPERATOR-OK   VALUE "Y".
005700
005700 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "CRLMAINT".
005700 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005700 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005700     88  WS-ENTITLED          VALUE "Y".
005800
005900 PROCEDURE DIVISION.
006000 0000-MAINLINE.
008300                 "MAINTENANCE REFUSED"
008400         GO TO 1000-INITIALIZE-EXIT
008500     END-IF
008500     MOVE "N" TO WS-ENTITLED-SW
008500     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008500                          WS-ENTL-MODE WS-ENTITLED-SW
008500     IF NOT WS-ENTITLED
008500         DISPLAY "CRLMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008500                 "ENTITLED TO CRLMAINT, REFUSED"
008500         MOVE "N" TO WS-OPERATOR-SW
008500         GO TO 1000-INITIALIZE-EXIT
008500     END-IF
008600
008700     OPEN INPUT ACCOUNT-MASTER
008800     IF NOT WS-ACCMSTR-OK
011000             GO TO 2000-CAPTURE-CHANGE-EXIT
011100     END-READ
011200
011300*    ONLY A PRODUCT THAT ALLOWS AN OVERDRAFT MAY CARRY A LIMIT -
011301*    UNDER THE STANDARD PRODUCTS, A CURRENT ACCOUNT.
011302     MOVE "N" TO WS-PRODUCT-FOUND-SW
011303     CALL "PRDLKUP" USING ACCT-PRODUCT-CODE ACCT-TYPE-CODE
011304                          PRODUCT-RECORD WS-PRODUCT-FOUND-SW
011305     IF NOT PRD-OVERDRAFT-ALLOWED
011306         DISPLAY "CRLMAINT: ACCOUNT " WS-ACCT-NUMBER
011307                 " IS NOT ON AN OVERDRAFT PRODUCT, ONLY "
011308                 "OVERDRAFT PRODUCTS CARRY A CREDIT LIMIT"
011700         GO TO 2000-CAPTURE-CHANGE-EXIT
011800     END-IF
011900
012500     MOVE SPACES TO WS-PND-KEY
012600     MOVE WS-ACCT-NUMBER TO WS-PND-KEY
012700     MOVE SPACES TO WS-PND-NEW-DATA
012800     MOVE WS-NEW-LIMIT TO WS-PND-NEW-DATA(1:9)
012900     CALL "PENDADD" USING WS-PND-TYPE WS-PND-KEY
013000                          WS-PND-NEW-DATA WS-OPERATOR-ID
013100                          WS-PENDING-ID
