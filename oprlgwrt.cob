000100*****************************************************************
000200* PROGRAM      : OPRLGWRT                                       *
000300* DESCRIPTION  : SHARED WRITER FOR THE OPERATOR SECURITY LOG.   *
000400*                CALLED WITH THE OPERATOR, THE EVENT CODE, THE  *
000500*                FUNCTION CONCERNED AND A SHORT REASON, SO      *
000600*                EVERY REFUSED FUNCTION LEAVES A TRACE OF WHO   *
000700*                TRIED WHAT AND WHEN.  NEVER FAILS THE CALLER - *
000800*                A LOG THAT CANNOT BE OPENED IS REPORTED AND    *
000900*                THE CALLER CARRIES ON.                         *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. OPRLGWRT.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - SHARED OPERATOR SECURITY LOG   *
002300*                  WRITER FOR THE FUNCTION ENTITLEMENT CHECK.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPR-SECURITY-LOG ASSIGN TO "OPRSECLG"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-OPRSECLG-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  OPR-SECURITY-LOG
003600     LABEL RECORDS ARE STANDARD.
003700     COPY OPRLGREC.
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-OPRSECLG-STATUS       PIC X(02).
004100     88  WS-OPRSECLG-OK       VALUE "00".
004200     88  WS-OPRSECLG-NOTFOUND VALUE "35".
004300
004400 01  WS-TODAYS-DATE           PIC 9(08).
004500
004600 LINKAGE SECTION.
004700 01  LK-OPERATOR-ID           PIC 9(04).
004800 01  LK-EVENT-CODE            PIC X(01).
004900 01  LK-FUNCTION-ID           PIC X(10).
005000 01  LK-REASON                PIC X(30).
005100
005200 PROCEDURE DIVISION USING LK-OPERATOR-ID
005300                          LK-EVENT-CODE
005400                          LK-FUNCTION-ID
005500                          LK-REASON.
005600 0000-MAINLINE.
005700     PERFORM 1000-WRITE-LOG
005800         THRU 1000-WRITE-LOG-EXIT
005900
006000     GOBACK.
006100
006200*-----------------------------------------------------------------
006300* APPEND ONE LOG LINE, CREATING THE LOG ON FIRST USE.
006400*-----------------------------------------------------------------
006500 1000-WRITE-LOG.
006600     OPEN EXTEND OPR-SECURITY-LOG
006700     IF WS-OPRSECLG-NOTFOUND
006800         OPEN OUTPUT OPR-SECURITY-LOG
006900     END-IF
007000     IF NOT WS-OPRSECLG-OK
007100         DISPLAY "OPRLGWRT: UNABLE TO OPEN OPERATOR SECURITY "
007200                 "LOG, STATUS = " WS-OPRSECLG-STATUS
007300         GO TO 1000-WRITE-LOG-EXIT
007400     END-IF
007500
007600     MOVE SPACES TO OPR-SECURITY-LOG-RECORD
007700     CALL "BUSDATE" USING WS-TODAYS-DATE
007800     MOVE WS-TODAYS-DATE  TO OLG-DATE
007900     ACCEPT OLG-TIME FROM TIME
008000     MOVE LK-OPERATOR-ID  TO OLG-OPERATOR-ID
008100     MOVE LK-EVENT-CODE   TO OLG-EVENT
008200     MOVE LK-FUNCTION-ID  TO OLG-FUNCTION
008300     MOVE LK-REASON       TO OLG-REASON
008400     WRITE OPR-SECURITY-LOG-RECORD
008500
008600     CLOSE OPR-SECURITY-LOG.
008700 1000-WRITE-LOG-EXIT.
008800     EXIT.
