000100*****************************************************************
000200* PROGRAM      : ALRTDLVR                                       *
000300* DESCRIPTION  : CUSTOMER ALERT DELIVERY LOAD.  READS THE       *
000400*                DELIVERY-STATUS FILE RETURNED BY THE MESSAGING *
000500*                GATEWAY AND MARKS EACH ALERT DELIVERED OR      *
000600*                FAILED WITH THE GATEWAY'S DATE, TIME AND       *
000700*                REASON - THE RECORD THAT THE CUSTOMER WAS      *
000800*                NOTIFIED.  REPORTS THAT MATCH NO ALERT ARE     *
000900*                COUNTED AND LISTED ON THE CONSOLE.             *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. ALRTDLVR.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - LOADS THE GATEWAY'S DELIVERY   *
002300*                  REPORT ONTO THE CUSTOMER ALERT FILE.         *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STATUS-FILE ASSIGN TO "ALRTSTAT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-ALRTSTAT-STATUS.
003200
003300     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ALRT-KEY
003700         ALTERNATE RECORD KEY IS ALRT-ACCT-NUMBER
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-ALERTFIL-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300*    ONE DELIVERY REPORT FROM THE GATEWAY, QUOTING THE ALERT KEY
004400*    IT WAS SENT UNDER.  STATUS D IS DELIVERED, F IS FAILED.
004500 FD  STATUS-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  STATUS-RECORD.
004800     05  STS-ALERT-KEY.
004900         10  STS-ALERT-DATE     PIC 9(08).
005000         10  STS-ALERT-TIME     PIC 9(08).
005100         10  STS-CUST-NUMBER    PIC 9(06).
005200     05  STS-STATUS             PIC X(01).
005300         88  STS-DELIVERED      VALUE "D".
005400         88  STS-FAILED         VALUE "F".
005500     05  STS-DLVR-DATE          PIC 9(08).
005600     05  STS-DLVR-TIME          PIC 9(08).
005700     05  STS-FAIL-REASON        PIC X(10).
005800
005900 FD  ALERT-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY ALRTREC.
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-ALRTSTAT-STATUS       PIC X(02).
006500     88  WS-ALRTSTAT-OK       VALUE "00".
006600
006700 01  WS-ALERTFIL-STATUS       PIC X(02).
006800     88  WS-ALERTFIL-OK       VALUE "00".
006900
007000 01  WS-COUNTERS.
007100     05  WS-REPORTS-READ      PIC 9(07) VALUE 0.
007200     05  WS-DELIVERED-COUNT   PIC 9(07) VALUE 0.
007300     05  WS-FAILED-COUNT      PIC 9(07) VALUE 0.
007400     05  WS-UNMATCHED-COUNT   PIC 9(07) VALUE 0.
007500     05  WS-REJECTED-COUNT    PIC 9(07) VALUE 0.
007600
007700 01  WS-SWITCHES.
007800     05  WS-INIT-FAILED-SW    PIC X(01) VALUE "N".
007900         88  WS-INIT-FAILED   VALUE "Y".
008000     05  WS-STATUS-EOF-SW     PIC X(01) VALUE "N".
008100         88  WS-STATUS-EOF    VALUE "Y".
008200     05  WS-ALRTSTAT-SW       PIC X(01) VALUE "N".
008300         88  WS-ALRTSTAT-OPEN VALUE "Y".
008400     05  WS-ALERTFIL-SW       PIC X(01) VALUE "N".
008500         88  WS-ALERTFIL-OPEN VALUE "Y".
008600
008700 PROCEDURE DIVISION.
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE
009000         THRU 1000-INITIALIZE-EXIT
009100
009200     IF NOT WS-INIT-FAILED
009300         PERFORM 2000-LOAD-ONE-REPORT
009400             THRU 2000-LOAD-ONE-REPORT-EXIT
009500             UNTIL WS-STATUS-EOF
009600     END-IF
009700
009800     PERFORM 9999-TERMINATE
009900         THRU 9999-TERMINATE-EXIT
010000
010100     IF WS-INIT-FAILED
010200         MOVE 8 TO RETURN-CODE
010300     END-IF
010400     GOBACK.
010500
010600*-----------------------------------------------------------------
010700* OPEN THE GATEWAY'S STATUS FILE AND THE ALERT FILE.
010800*-----------------------------------------------------------------
010900 1000-INITIALIZE.
011000     OPEN INPUT STATUS-FILE
011100     IF NOT WS-ALRTSTAT-OK
011200         DISPLAY "ALRTDLVR: UNABLE TO OPEN DELIVERY STATUS FILE, "
011300                 "STATUS = " WS-ALRTSTAT-STATUS
011400         SET WS-INIT-FAILED TO TRUE
011500         GO TO 1000-INITIALIZE-EXIT
011600     END-IF
011700     SET WS-ALRTSTAT-OPEN TO TRUE
011800
011900     OPEN I-O ALERT-FILE
012000     IF NOT WS-ALERTFIL-OK
012100         DISPLAY "ALRTDLVR: UNABLE TO OPEN ALERT FILE, "
012200                 "STATUS = " WS-ALERTFIL-STATUS
012300         SET WS-INIT-FAILED TO TRUE
012400         GO TO 1000-INITIALIZE-EXIT
012500     END-IF
012600     SET WS-ALERTFIL-OPEN TO TRUE.
012700 1000-INITIALIZE-EXIT.
012800     EXIT.
012900
013000*-----------------------------------------------------------------
013100* APPLY ONE DELIVERY REPORT TO ITS ALERT.  A REPORT FOR AN ALERT
013200* NOT ON FILE, OR WITH A STATUS OTHER THAN D OR F, IS LISTED AND
013300* SKIPPED.
013400*-----------------------------------------------------------------
013500 2000-LOAD-ONE-REPORT.
013600     READ STATUS-FILE
013700         AT END
013800             SET WS-STATUS-EOF TO TRUE
013900             GO TO 2000-LOAD-ONE-REPORT-EXIT
014000     END-READ
014100     ADD 1 TO WS-REPORTS-READ
014200
014300     IF NOT STS-DELIVERED AND NOT STS-FAILED
014400         DISPLAY "ALRTDLVR: UNKNOWN STATUS " STS-STATUS
014500                 " FOR ALERT " STS-ALERT-KEY
014600         ADD 1 TO WS-REJECTED-COUNT
014700         GO TO 2000-LOAD-ONE-REPORT-EXIT
014800     END-IF
014900
015000     MOVE STS-ALERT-KEY TO ALRT-KEY
015100     READ ALERT-FILE
015200         KEY IS ALRT-KEY
015300         INVALID KEY
015400             DISPLAY "ALRTDLVR: NO ALERT ON FILE FOR "
015500                     STS-ALERT-KEY
015600             ADD 1 TO WS-UNMATCHED-COUNT
015700             GO TO 2000-LOAD-ONE-REPORT-EXIT
015800     END-READ
015900
016000     IF STS-DELIVERED
016100         SET ALRT-STATUS-DELIVERED TO TRUE
016200         MOVE SPACES TO ALRT-FAIL-REASON
016300     ELSE
016400         SET ALRT-STATUS-FAILED TO TRUE
016500         MOVE STS-FAIL-REASON TO ALRT-FAIL-REASON
016600     END-IF
016700     MOVE STS-DLVR-DATE TO ALRT-DLVR-DATE
016800     MOVE STS-DLVR-TIME TO ALRT-DLVR-TIME
016900
017000     REWRITE ALERT-RECORD
017100         INVALID KEY
017200             DISPLAY "ALRTDLVR: UNABLE TO UPDATE ALERT "
017300                     STS-ALERT-KEY
017400             ADD 1 TO WS-REJECTED-COUNT
017500             GO TO 2000-LOAD-ONE-REPORT-EXIT
017600     END-REWRITE
017700
017800     IF STS-DELIVERED
017900         ADD 1 TO WS-DELIVERED-COUNT
018000     ELSE
018100         ADD 1 TO WS-FAILED-COUNT
018200     END-IF.
018300 2000-LOAD-ONE-REPORT-EXIT.
018400     EXIT.
018500
018600*-----------------------------------------------------------------
018700* PRINT THE RUN COUNTS AND CLOSE DOWN.
018800*-----------------------------------------------------------------
018900 9999-TERMINATE.
019000     DISPLAY "ALRTDLVR: REPORTS READ       = " WS-REPORTS-READ
019100     DISPLAY "ALRTDLVR: DELIVERED          = " WS-DELIVERED-COUNT
019200     DISPLAY "ALRTDLVR: FAILED             = " WS-FAILED-COUNT
019300     DISPLAY "ALRTDLVR: NO MATCHING ALERT  = " WS-UNMATCHED-COUNT
019400     DISPLAY "ALRTDLVR: REJECTED           = " WS-REJECTED-COUNT
019500
019600     IF WS-ALRTSTAT-OPEN
019700         CLOSE STATUS-FILE
019800     END-IF
019900     IF WS-ALERTFIL-OPEN
020000         CLOSE ALERT-FILE
020100     END-IF.
020200 9999-TERMINATE-EXIT.
020300     EXIT.
