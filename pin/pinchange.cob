002103*                  NUMBER, SO A RENUMBERED ACCOUNT'S STORED     *
002104*                  AND PRIOR HASHES STAY COMPARABLE.  THE SALT  *
002105*                  IS STAMPED ON THE RECORD AT EVERY REWRITE.   *
002105* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002105*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002105*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
005600
005650 01  WS-OPERATOR-ID           PIC 9(04).
005660 01  WS-OPERATOR-AUTH         PIC X(01).
005660
005660 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "PINCHANGE".
005660 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005660 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005660     88  WS-ENTITLED          VALUE "Y".
005700 PROCEDURE DIVISION.
005800 0000-MAINLINE.
005900     PERFORM 1000-INITIALIZE
008540                 "REFUSED"
008550         GO TO 1000-INITIALIZE-EXIT
008560     END-IF
008560     MOVE "N" TO WS-ENTITLED-SW
008560     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008560                          WS-ENTL-MODE WS-ENTITLED-SW
008560     IF NOT WS-ENTITLED
008560         DISPLAY "PINCHANGE: OPERATOR " WS-OPERATOR-ID " IS NOT "
008560                 "ENTITLED TO PINCHANGE, REFUSED"
008560         MOVE "N" TO WS-OPERATOR-SW
008560         GO TO 1000-INITIALIZE-EXIT
008560     END-IF
008570
008600     OPEN I-O PIN-MASTER
008700     IF NOT WS-PINFILE-OK
