000100*****************************************************************
000200* PROGRAM      : LOANHWRT                                       *
000300* DESCRIPTION  : CALLABLE WRITER FOR THE INDEXED LOAN HISTORY   *
000400*                FILE.  LOANOPEN, EMICOLL AND LOANPREP CALL     *
000500*                THIS WITH A BUILT LOANHREC RECORD FOR EVERY    *
000600*                DISBURSEMENT, EMI AND PREPAYMENT ON A LOAN.    *
000700*                TWO EVENTS ON ONE LOAN IN THE SAME HUNDREDTH   *
000800*                OF A SECOND WOULD COLLIDE ON THE KEY, SO A     *
000900*                DUPLICATE BUMPS THE TIME BY ONE HUNDREDTH AND  *
001000*                RETRIES, AS TXNWRITE DOES.                     *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. LOANHWRT.
001400 AUTHOR. S NATARAJAN.
001500 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001600 DATE-WRITTEN. 2026-10-15.
001700 DATE-COMPILED.
001800
001900*****************************************************************
002000* MODIFICATION HISTORY                                          *
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-10-15 SN    NEW PROGRAM - SHARED WRITER FOR THE NEW LOAN *
002400*                  HISTORY FILE.                                *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT LOAN-HISTORY ASSIGN TO "LOANHIST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS LHST-KEY
003400         FILE STATUS IS WS-LOANHIST-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  LOAN-HISTORY
003900     LABEL RECORDS ARE STANDARD.
004000     COPY LOANHREC.
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-LOANHIST-STATUS       PIC X(02).
004400     88  WS-LOANHIST-OK       VALUE "00".
004500     88  WS-LOANHIST-NOTFOUND VALUE "35".
004600
004700 01  WS-RETRY-COUNT           PIC 9(02) COMP VALUE 0.
004800 01  WS-MAX-RETRIES           PIC 9(02) COMP VALUE 50.
004900
005000 01  WS-SWITCHES.
005100     05  WS-WRITTEN-SW        PIC X(01) VALUE "N".
005200         88  WS-WRITTEN       VALUE "Y".
005300
005400 LINKAGE SECTION.
005500*    THE CALLER'S OWN COPY OF THE LOANHREC LAYOUT.
005600 01  LK-HISTORY-RECORD        PIC X(81).
005700
005800 PROCEDURE DIVISION USING LK-HISTORY-RECORD.
005900 0000-MAINLINE.
006000     PERFORM 1000-INITIALIZE
006100         THRU 1000-INITIALIZE-EXIT
006200
006300     IF WS-LOANHIST-OK
006400         PERFORM 2000-WRITE-HISTORY
006500             THRU 2000-WRITE-HISTORY-EXIT
006600             UNTIL WS-WRITTEN
006700                OR WS-RETRY-COUNT NOT LESS THAN WS-MAX-RETRIES
006800
006900         IF NOT WS-WRITTEN
007000             DISPLAY "LOANHWRT: UNABLE TO WRITE HISTORY FOR "
007100                     "LOAN " LHST-LOAN-NUMBER
007200         END-IF
007300     END-IF
007400
007500     PERFORM 9999-TERMINATE
007600         THRU 9999-TERMINATE-EXIT
007700
007800     GOBACK.
007900
008000*-----------------------------------------------------------------
008100* OPEN THE HISTORY FILE, CREATING IT ON FIRST USE, AND TAKE THE
008200* CALLER'S RECORD.
008300*-----------------------------------------------------------------
008400 1000-INITIALIZE.
008500     MOVE "N" TO WS-WRITTEN-SW
008600     MOVE 0 TO WS-RETRY-COUNT
008700
008800     OPEN I-O LOAN-HISTORY
008900     IF WS-LOANHIST-NOTFOUND
009000         OPEN OUTPUT LOAN-HISTORY
009100         CLOSE LOAN-HISTORY
009200         OPEN I-O LOAN-HISTORY
009300     END-IF
009400     IF NOT WS-LOANHIST-OK
009500         DISPLAY "LOANHWRT: UNABLE TO OPEN LOAN HISTORY, "
009600                 "STATUS = " WS-LOANHIST-STATUS
009700         GO TO 1000-INITIALIZE-EXIT
009800     END-IF
009900
010000     MOVE LK-HISTORY-RECORD TO LOAN-HISTORY-RECORD.
010100 1000-INITIALIZE-EXIT.
010200     EXIT.
010300
010400*-----------------------------------------------------------------
010500* WRITE THE HISTORY RECORD.  A DUPLICATE KEY MEANS ANOTHER EVENT
010600* ON THE LOAN LANDED ON THE SAME HUNDREDTH OF A SECOND - BUMP THE
010700* TIME AND TRY AGAIN.
010800*-----------------------------------------------------------------
010900 2000-WRITE-HISTORY.
011000     WRITE LOAN-HISTORY-RECORD
011100         INVALID KEY
011200             ADD 1 TO LHST-TIME
011300             ADD 1 TO WS-RETRY-COUNT
011400             GO TO 2000-WRITE-HISTORY-EXIT
011500     END-WRITE
011600
011700     SET WS-WRITTEN TO TRUE.
011800 2000-WRITE-HISTORY-EXIT.
011900     EXIT.
012000
012100*-----------------------------------------------------------------
012200* CLOSE DOWN THE HISTORY FILE BEFORE RETURNING TO THE CALLER.
012300*-----------------------------------------------------------------
012400 9999-TERMINATE.
012500     CLOSE LOAN-HISTORY.
012600 9999-TERMINATE-EXIT.
012700     EXIT.
