000300* DESCRIPTION  : WHOLE-BRANCH CASH POSITION AT CLOSE.  PRINTS   *
000400*                THE BRANCH VAULT'S BALANCE AND EVERY TELLER    *
000500*                DRAWER OPENED FOR THE BRANCH TODAY, WITH THE   *
000600*                BRANCH TOTAL - VAULT PLUS DRAWERS PLUS THE     *
000610*                CASH STILL IN THE BRANCH'S ATM TERMINALS - SO  *
000700*                THE SUPERVISOR CAN PROVE THE BRANCH'S CASH IN  *
000800*                ONE PLACE INSTEAD OF DRAWER BY DRAWER.         *
000900*****************************************************************
001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. VAULTPOS.
002000* DATE       INIT  DESCRIPTION                                  *
002100* 2026-09-02 SN    NEW PROGRAM - BRANCH CASH POSITION REPORT    *
002200*                  FOR THE NEW VAULT LEDGER.                    *
002201* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002202*                  PLACE OF YYMMDD.                             *
002203* 2026-10-15 SN    CASH LOADED INTO THE BRANCH'S OWN ATM        *
002204*                  TERMINALS IS NOW SHOWN TERMINAL BY TERMINAL  *
002205*                  AND INCLUDED IN THE BRANCH TOTAL - LOADED    *
002206*                  LESS DISPENSED FOR EVERY OPEN CYCLE - SO THE *
002207*                  POSITION STILL AGREES WITH TELLER CASH.      *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
003700         RECORD KEY IS TILL-OPR-ID
003800         FILE STATUS IS WS-TILLFILE-STATUS.
003900
003910     SELECT ATM-CYCLE-FILE ASSIGN TO "ATMCYCLE"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS ATMY-KEY
003950         FILE STATUS IS WS-ATMCYCLE-STATUS.
003960
004000     SELECT POSITION-REPORT ASSIGN TO "VPOSRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REPORT-STATUS.
005100     LABEL RECORDS ARE STANDARD.
005200     COPY TILLREC.
005300
005310 FD  ATM-CYCLE-FILE
005320     LABEL RECORDS ARE STANDARD.
005330     COPY ATMYREC.
005340
005400 FD  POSITION-REPORT
005500     LABEL RECORDS ARE STANDARD.
005600 01  REPORT-LINE                 PIC X(80).
006300     88  WS-TILLFILE-OK       VALUE "00".
006400     88  WS-TILLFILE-NOTFOUND VALUE "35".
006500
006510 01  WS-ATMCYCLE-STATUS       PIC X(02).
006520     88  WS-ATMCYCLE-OK       VALUE "00".
006530     88  WS-ATMCYCLE-NOTFOUND VALUE "35".
006540
006600 01  WS-REPORT-STATUS         PIC X(02).
006700     88  WS-REPORT-OK         VALUE "00".
006800
006900 01  WS-BRANCH-CODE           PIC 9(03).
007000 01  WS-TODAYS-DATE           PIC 9(08).
007100 01  WS-BRANCH-TOTAL          PIC S9(10).
007200 01  WS-DRAWER-COUNT          PIC 9(03) COMP VALUE 0.
007210 01  WS-TERMINAL-CASH         PIC S9(10).
007220 01  WS-TERMINAL-COUNT        PIC 9(03) COMP VALUE 0.
007300
007400 01  WS-SWITCHES.
007500     05  WS-READY-SW          PIC X(01) VALUE "N".
007600         88  WS-READY         VALUE "Y".
007700     05  WS-TILL-EOF-SW       PIC X(01) VALUE "N".
007800         88  WS-TILL-EOF      VALUE "Y".
007810     05  WS-ATMCYCLE-SW       PIC X(01) VALUE "N".
007820         88  WS-ATMCYCLE-OPEN VALUE "Y".
007830     05  WS-CYCLE-EOF-SW      PIC X(01) VALUE "N".
007840         88  WS-CYCLE-EOF     VALUE "Y".
007900
008000 01  WS-HEADER-LINE.
008100     05  FILLER               PIC X(24)
008200              VALUE "BRANCH CASH POSITION -  ".
008300     05  HDR-BRANCH-CODE      PIC 9(03).
008400     05  FILLER               PIC X(07) VALUE "  DATE ".
008500     05  HDR-DATE             PIC 9(08).
008600
008700 01  WS-VAULT-LINE.
008800     05  FILLER               PIC X(18)
009400     05  DRW-OPR-ID           PIC 9(04).
009500     05  FILLER               PIC X(07) VALUE SPACES.
009600     05  DRW-BALANCE          PIC -(9)9.
009610
009620 01  WS-TERMINAL-LINE.
009630     05  FILLER               PIC X(04) VALUE "ATM ".
009640     05  TRM-TERM-ID          PIC X(08).
009650     05  FILLER               PIC X(06) VALUE SPACES.
009660     05  TRM-BALANCE          PIC -(9)9.
009670     05  FILLER               PIC X(07) VALUE "  CYCLE".
009680     05  TRM-CYCLE-NO         PIC ZZZ9.
009700
009800 01  WS-TOTAL-LINE.
009900     05  FILLER               PIC X(18)
010900         PERFORM 2000-TOTAL-ONE-DRAWER
011000             THRU 2000-TOTAL-ONE-DRAWER-EXIT
011100             UNTIL WS-TILL-EOF
011110
011120         PERFORM 2500-TOTAL-ONE-TERMINAL
011130             THRU 2500-TOTAL-ONE-TERMINAL-EXIT
011140             UNTIL WS-CYCLE-EOF
011200
011300         PERFORM 3000-PRINT-TOTAL
011400             THRU 3000-PRINT-TOTAL-EXIT
012000     STOP RUN.
012100
012200*-----------------------------------------------------------------
012300* READ THE BRANCH'S VAULT RECORD, OPEN THE TILL FILE, THE ATM
012400* CYCLE FILE AND THE REPORT, AND PRINT THE VAULT LINE.
012500*-----------------------------------------------------------------
012600 1000-INITIALIZE.
012700     DISPLAY "ENTER BRANCH CODE: "
015700         END-IF
015800     END-IF
015900
015910     OPEN INPUT ATM-CYCLE-FILE
015920     IF WS-ATMCYCLE-NOTFOUND
015930         DISPLAY "VAULTPOS: NO ATM CYCLE FILE - NO TERMINALS "
015940                 "LOADED"
015950         SET WS-CYCLE-EOF TO TRUE
015960     ELSE
015970         IF NOT WS-ATMCYCLE-OK
015980             DISPLAY "VAULTPOS: UNABLE TO OPEN ATM CYCLE FILE, "
015985                     "STATUS = " WS-ATMCYCLE-STATUS
015990             GO TO 1000-INITIALIZE-EXIT
015992         END-IF
015994         SET WS-ATMCYCLE-OPEN TO TRUE
015996     END-IF
015998
016000     OPEN OUTPUT POSITION-REPORT
016100     IF NOT WS-REPORT-OK
016200         DISPLAY "VAULTPOS: UNABLE TO OPEN POSITION REPORT, "
020200     ADD 1 TO WS-DRAWER-COUNT.
020300 2000-TOTAL-ONE-DRAWER-EXIT.
020400     EXIT.
020401
020402*-----------------------------------------------------------------
020403* ADD THE CASH STILL IN ONE OF THE BRANCH'S TERMINALS INTO THE
020404* POSITION - LOADED LESS WHAT THE SWITCH REPORTS DISPENSED, FOR
020405* A CYCLE NOT YET UNLOADED.  AN UNLOADED CYCLE'S CASH IS BACK IN
020406* THE VAULT.
020407*-----------------------------------------------------------------
020408 2500-TOTAL-ONE-TERMINAL.
020409     READ ATM-CYCLE-FILE NEXT RECORD
020410         AT END
020411             SET WS-CYCLE-EOF TO TRUE
020412             GO TO 2500-TOTAL-ONE-TERMINAL-EXIT
020413     END-READ
020414
020415     IF ATMY-BRANCH-CODE NOT = WS-BRANCH-CODE
020416         OR NOT ATMY-STATUS-OPEN
020417         GO TO 2500-TOTAL-ONE-TERMINAL-EXIT
020418     END-IF
020419
020420     COMPUTE WS-TERMINAL-CASH = ATMY-LOADED-AMOUNT
020421                              - ATMY-ONUS-AMOUNT
020422                              - ATMY-OFFUS-AMOUNT
020423
020424     MOVE ATMY-TERM-ID     TO TRM-TERM-ID
020425     MOVE ATMY-CYCLE-NO    TO TRM-CYCLE-NO
020426     MOVE WS-TERMINAL-CASH TO TRM-BALANCE
020427     MOVE WS-TERMINAL-LINE TO REPORT-LINE
020428     WRITE REPORT-LINE
020429
020430     ADD WS-TERMINAL-CASH TO WS-BRANCH-TOTAL
020431     ADD 1 TO WS-TERMINAL-COUNT.
020432 2500-TOTAL-ONE-TERMINAL-EXIT.
020433     EXIT.
020500
020600*-----------------------------------------------------------------
020700* PRINT THE BRANCH TOTAL - VAULT PLUS EVERY DRAWER COUNTED PLUS
020710* THE CASH STILL IN THE BRANCH'S TERMINALS.
020800*-----------------------------------------------------------------
020900 3000-PRINT-TOTAL.
021000     MOVE WS-BRANCH-TOTAL TO TOT-BALANCE
021200     WRITE REPORT-LINE
021300
021400     DISPLAY "VAULTPOS: BRANCH " WS-BRANCH-CODE " TOTAL "
021500             WS-BRANCH-TOTAL " ACROSS VAULT, "
021600             WS-DRAWER-COUNT " DRAWERS AND "
021610             WS-TERMINAL-COUNT " ATM TERMINALS".
021700 3000-PRINT-TOTAL-EXIT.
021800     EXIT.
021900
022300 9999-TERMINATE.
022400     CLOSE VAULT-FILE
022500     CLOSE TILL-FILE
022510     IF WS-ATMCYCLE-OPEN
022520         CLOSE ATM-CYCLE-FILE
022530     END-IF
022600     CLOSE POSITION-REPORT.
022700 9999-TERMINATE-EXIT.
022800     EXIT.
