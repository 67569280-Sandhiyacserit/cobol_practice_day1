001970*                  APPROVES IT IN PENDAPPR.                   *
002000* 2026-08-23 SN    NEW PROGRAM - MAINTENANCE FOR THE NEW        *
002100*                  AMOUNT HOLD SUBSYSTEM.                       *
002101* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002102*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002103*                  HELD.                                        *
002104* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002105*                  PLACE OF YYMMDD.                             *
002105* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002105*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002105*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
004620 01  WS-JRNL-KEY              PIC X(12).
004630 01  WS-BEFORE-IMAGE          PIC X(100).
004640 01  WS-AFTER-IMAGE           PIC X(100).
004700 01  WS-NEW-AMOUNT            PIC 9(09).
004800 01  WS-OPERATOR-ID           PIC 9(04).
004900 01  WS-OPERATOR-AUTH         PIC X(01).
005000 01  WS-ACCT-FOUND-SW         PIC X(01).
005500         88  WS-OPERATOR-OK   VALUE "Y".
005600     05  WS-HOLD-FOUND-SW     PIC X(01) VALUE "N".
005700         88  WS-HOLD-FOUND    VALUE "Y".
005700
005700 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "HOLDMAINT".
005700 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005700 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005700     88  WS-ENTITLED          VALUE "Y".
005800
005900 PROCEDURE DIVISION.
006000 0000-MAINLINE.
008400                 "MAINTENANCE REFUSED"
008500         GO TO 1000-INITIALIZE-EXIT
008600     END-IF
008600     MOVE "N" TO WS-ENTITLED-SW
008600     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008600                          WS-ENTL-MODE WS-ENTITLED-SW
008600     IF NOT WS-ENTITLED
008600         DISPLAY "HOLDMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008600                 "ENTITLED TO HOLDMAINT, REFUSED"
008600         MOVE "N" TO WS-OPERATOR-SW
008600         GO TO 1000-INITIALIZE-EXIT
008600     END-IF
008700
008800     OPEN I-O HOLD-FILE
008900     IF WS-HOLDFILE-NOTFOUND
015800     ACCEPT HOLD-REASON
015900
016000     SET HOLD-STATUS-ACTIVE TO TRUE
016100     ACCEPT HOLD-PLACED-DATE FROM DATE YYYYMMDD
016200
016300     WRITE HOLD-RECORD
016400         INVALID KEY
