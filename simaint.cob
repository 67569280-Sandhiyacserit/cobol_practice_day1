002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-09-02 SN    NEW PROGRAM - MAINTENANCE FOR THE REKEYED    *
002300*                  STANDING-INSTRUCTION FILE.                   *
002301* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002302*                  PLACE OF YYMMDD.                             *
002302* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002302*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002302*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
005400 01  WS-SWITCHES.
005500     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005600         88  WS-OPERATOR-OK   VALUE "Y".
005600
005600 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "SIMAINT".
005600 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005600 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005600     88  WS-ENTITLED          VALUE "Y".
005700
005800 PROCEDURE DIVISION.
005900 0000-MAINLINE.
008300                 "MAINTENANCE REFUSED"
008400         GO TO 1000-INITIALIZE-EXIT
008500     END-IF
008500     MOVE "N" TO WS-ENTITLED-SW
008500     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008500                          WS-ENTL-MODE WS-ENTITLED-SW
008500     IF NOT WS-ENTITLED
008500         DISPLAY "SIMAINT: OPERATOR " WS-OPERATOR-ID " IS NOT "
008500                 "ENTITLED TO SIMAINT, REFUSED"
008500         MOVE "N" TO WS-OPERATOR-SW
008500         GO TO 1000-INITIALIZE-EXIT
008500     END-IF
008600
008700     OPEN I-O STANDING-INSTR
008800     IF WS-SIFILE-NOTFOUND
017200         GO TO 3000-ADD-INSTRUCTION-EXIT
017300     END-IF
017400
017500     DISPLAY "ENTER FIRST DUE DATE (CCYYMMDD): "
017600     ACCEPT SI-NEXT-DUE-DATE
017700
017800     WRITE STANDING-INSTRUCTION-RECORD
