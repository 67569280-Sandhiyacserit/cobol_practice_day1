002330*                  THEY HOLD ARE BLOCKED THROUGH DECCHK FROM    *
002340*                  THAT MOMENT, UNTIL DECSETTL PAYS THE         *
002350*                  RECORDED NOMINEE.                            *
002351* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002352*                  PLACE OF YYMMDD.                             *
002353* 2026-10-15 SN    A NEW CUSTOMER IS WRITTEN UNMERGED, AND A    *
002354*                  CUSTOMER MERGED INTO ANOTHER BY DUPMERGE CAN *
002355*                  NO LONGER BE LINKED OR MARKED DECEASED.      *
002355* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002355*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002355*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
007300         88  WS-OPERATOR-OK   VALUE "Y".
007310     05  WS-MATCH-SW          PIC X(01) VALUE "N".
007320         88  WS-NAME-MATCHED  VALUE "Y".
007320
007320 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "CUSTMAINT".
007320 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
007320 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
007320     88  WS-ENTITLED          VALUE "Y".
007400
007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
010000                 "MAINTENANCE REFUSED"
010100         GO TO 1000-INITIALIZE-EXIT
010200     END-IF
010200     MOVE "N" TO WS-ENTITLED-SW
010200     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
010200                          WS-ENTL-MODE WS-ENTITLED-SW
010200     IF NOT WS-ENTITLED
010200         DISPLAY "CUSTMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
010200                 "ENTITLED TO CUSTMAINT, REFUSED"
010200         MOVE "N" TO WS-OPERATOR-SW
010200         GO TO 1000-INITIALIZE-EXIT
010200     END-IF
010300
010400     OPEN I-O CUSTOMER-MASTER
010500     IF WS-CUSTMSTR-NOTFOUND
017700     ACCEPT CUST-ADDRESS
017800     DISPLAY "ENTER CUSTOMER PHONE: "
017900     ACCEPT CUST-PHONE
017905     DISPLAY "ENTER DATE OF BIRTH (CCYYMMDD): "
017906     ACCEPT CUST-DATE-OF-BIRTH
017910     MOVE "N" TO CUST-DECEASED-SW
017920     MOVE "N" TO CUST-RISK-GRADE
017930     MOVE "N" TO CUST-MERGED-SW
017940     MOVE 0   TO CUST-MERGED-INTO
018000
018100     WRITE CUSTOMER-RECORD
018200         INVALID KEY
020500                     WS-CUST-NUMBER
020600             GO TO 4000-LINK-CUSTOMER-EXIT
020700     END-READ
020800     IF CUST-MERGED
020900         DISPLAY "CUSTMAINT: CUSTOMER " WS-CUST-NUMBER
020910                 " WAS MERGED INTO " CUST-MERGED-INTO
020920                 " - USE THAT NUMBER"
020930         GO TO 4000-LINK-CUSTOMER-EXIT
020940     END-IF
020950
020960     DISPLAY "ENTER ACCOUNT NUMBER: "
021000     ACCEPT WS-ACCT-NUMBER
021100
021200     MOVE "N" TO WS-ACCT-FOUND-SW
024369                     WS-CUST-NUMBER
024370             GO TO 5000-MARK-DECEASED-EXIT
024371     END-READ
024372     IF CUST-MERGED
024372         DISPLAY "CUSTMAINT: CUSTOMER " WS-CUST-NUMBER
024372                 " WAS MERGED INTO " CUST-MERGED-INTO
024372                 " - USE THAT NUMBER"
024372         GO TO 5000-MARK-DECEASED-EXIT
024372     END-IF
024373     IF CUST-DECEASED
024374         DISPLAY "CUSTMAINT: CUSTOMER " WS-CUST-NUMBER
024375                 " IS ALREADY MARKED DECEASED"
