001900* DATE       INIT  DESCRIPTION                                  *
002000* 2026-09-02 SN    NEW PROGRAM - LOCK DISPLAY FOR THE NEW       *
002100*                  PER-ACCOUNT POSTING LOCKS.                   *
002101* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002102*                  PLACE OF YYMMDD.                             *
002102* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002102*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002102*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
003700 01  LOCK-RECORD.
003800     05  ALK-ACCT-NUMBER      PIC 9(06).
003900     05  ALK-HOLDER-OPR       PIC 9(04).
004000     05  ALK-LOCK-DATE        PIC 9(08).
004100     05  ALK-LOCK-TIME        PIC 9(08).
004200
004300 WORKING-STORAGE SECTION.
005400         88  WS-OPERATOR-OK   VALUE "Y".
005500     05  WS-EOF-SW            PIC X(01) VALUE "N".
005600         88  WS-EOF           VALUE "Y".
005600
005600 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "LOCKDISP".
005600 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005600 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005600     88  WS-ENTITLED          VALUE "Y".
005700
005800 PROCEDURE DIVISION.
005900 0000-MAINLINE.
008200         SET WS-EOF TO TRUE
008300         GO TO 1000-INITIALIZE-EXIT
008400     END-IF
008400     MOVE "N" TO WS-ENTITLED-SW
008400     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008400                          WS-ENTL-MODE WS-ENTITLED-SW
008400     IF NOT WS-ENTITLED
008400         DISPLAY "LOCKDISP: OPERATOR " WS-OPERATOR-ID " IS NOT "
008400                 "ENTITLED TO LOCKDISP, REFUSED"
008400         SET WS-EOF TO TRUE
008400         MOVE "N" TO WS-OPERATOR-SW
008400         GO TO 1000-INITIALIZE-EXIT
008400     END-IF
008500     IF WS-OPERATOR-AUTH NOT = "S"
008600         DISPLAY "LOCKDISP: OPERATOR " WS-OPERATOR-ID " IS "
008700                 "NOT A SUPERVISOR, DISPLAY REFUSED"
