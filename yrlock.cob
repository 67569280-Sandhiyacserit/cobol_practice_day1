000100*****************************************************************
000200* PROGRAM      : YRLOCK                                         *
000300* DESCRIPTION  : HANDS BACK THE DATE THROUGH WHICH THE BOOKS    *
000400*                ARE LOCKED - THE LAST DAY OF THE LATEST        *
000500*                FINANCIAL YEAR CLOSED BY YECLOSE AND NOT       *
000600*                REOPENED BY YRMAINT - FROM THE PROCESSING-DATE *
000700*                CONTROL FILE.  A POSTING PROGRAM REFUSES ANY   *
000800*                VALUE DATE ON OR BEFORE IT.  ZERO MEANS NO     *
000900*                YEAR HAS BEEN CLOSED YET.                      *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. YRLOCK.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - PRIOR-YEAR POSTING LOCK FOR    *
002300*                  THE NEW YEAR-END CLOSING RUN.                *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DATE-CONTROL ASSIGN TO "PROCDATE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS PD-CONTROL-KEY
003300         FILE STATUS IS WS-PROCDATE-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DATE-CONTROL
003800     LABEL RECORDS ARE STANDARD.
003900 01  DATE-CONTROL-RECORD.
004000     05  PD-CONTROL-KEY       PIC X(06).
004100     05  PD-CONTROL-DATE      PIC 9(08).
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-PROCDATE-STATUS       PIC X(02).
004500     88  WS-PROCDATE-OK       VALUE "00".
004600
004700 01  WS-LOCK-KEY              PIC X(06) VALUE "FYLOCK".
004800
004900 LINKAGE SECTION.
005000 01  LK-LOCK-DATE             PIC 9(08).
005100
005200 PROCEDURE DIVISION USING LK-LOCK-DATE.
005300 0000-MAINLINE.
005400     PERFORM 1000-FETCH-LOCK
005500         THRU 1000-FETCH-LOCK-EXIT
005600
005700     GOBACK.
005800
005900*-----------------------------------------------------------------
006000* READ THE LOCK RECORD.  NO CONTROL FILE OR NO LOCK RECORD MEANS
006100* NO YEAR HAS BEEN CLOSED, AND NOTHING IS LOCKED.
006200*-----------------------------------------------------------------
006300 1000-FETCH-LOCK.
006400     MOVE 0 TO LK-LOCK-DATE
006500
006600     OPEN INPUT DATE-CONTROL
006700     IF NOT WS-PROCDATE-OK
006800         GO TO 1000-FETCH-LOCK-EXIT
006900     END-IF
007000
007100     MOVE WS-LOCK-KEY TO PD-CONTROL-KEY
007200     READ DATE-CONTROL
007300         KEY IS PD-CONTROL-KEY
007400         INVALID KEY
007500             CLOSE DATE-CONTROL
007600             GO TO 1000-FETCH-LOCK-EXIT
007700     END-READ
007800
007900     MOVE PD-CONTROL-DATE TO LK-LOCK-DATE
008000
008100     CLOSE DATE-CONTROL.
008200 1000-FETCH-LOCK-EXIT.
008300     EXIT.
