001930*                  NEW MNTJRNL SUBPROGRAM.                     *
002000* 2026-08-23 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW KYC    *
002100*                  REGISTER.                                    *
002101* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002102*                  PLACE OF YYMMDD.                             *
002102* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002102*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002102*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
006700         88  WS-OPERATOR-OK   VALUE "Y".
006800     05  WS-RECORD-EXISTS-SW  PIC X(01) VALUE "N".
006900         88  WS-RECORD-EXISTS VALUE "Y".
006900
006900 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "KYCMAINT".
006900 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
006900 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
006900     88  WS-ENTITLED          VALUE "Y".
007000
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
009600                 "REFUSED"
009700         GO TO 1000-INITIALIZE-EXIT
009800     END-IF
009800     MOVE "N" TO WS-ENTITLED-SW
009800     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
009800                          WS-ENTL-MODE WS-ENTITLED-SW
009800     IF NOT WS-ENTITLED
009800         DISPLAY "KYCMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
009800                 "ENTITLED TO KYCMAINT, REFUSED"
009800         MOVE "N" TO WS-OPERATOR-SW
009800         GO TO 1000-INITIALIZE-EXIT
009800     END-IF
009900
010000     OPEN INPUT CUSTOMER-MASTER
010100     IF NOT WS-CUSTMSTR-OK
015600     ACCEPT KYC-DOC-TYPE
015700     DISPLAY "ENTER DOCUMENT NUMBER: "
015800     ACCEPT KYC-DOC-NUMBER
015900     DISPLAY "ENTER ISSUE DATE (CCYYMMDD): "
016000     ACCEPT KYC-ISSUE-DATE
016100     DISPLAY "ENTER EXPIRY DATE (CCYYMMDD): "
016200     ACCEPT KYC-EXPIRY-DATE
016300
016400     IF KYC-EXPIRY-DATE NOT > KYC-ISSUE-DATE
