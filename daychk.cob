000100*****************************************************************
000200* PROGRAM      : DAYCHK                                         *
000300* DESCRIPTION  : CALLABLE BY THE TELLER MENU AND THE COUNTER    *
000400*                PROGRAMS BEFORE THEY ACCEPT A TRANSACTION.     *
000500*                THE BUSINESS DAY IS OPEN ONLY ONCE THE         *
000600*                BEGINNING-OF-DAY RUN (BODOPEN) HAS OPENED THE  *
000700*                BUSINESS DATE IN FORCE, AND ONLY UNTIL         *
000800*                EODDRIVE STARTS TO CLOSE IT.  BOTH MARKS ARE   *
000900*                CONTROL RECORDS ON THE PROCESSING-DATE FILE.   *
001000*****************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. DAYCHK.
001300 AUTHOR. S NATARAJAN.
001400 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001500 DATE-WRITTEN. 2026-10-15.
001600 DATE-COMPILED.
001700
001800*****************************************************************
001900* MODIFICATION HISTORY                                          *
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-10-15 SN    NEW PROGRAM - LETS THE COUNTER PROGRAMS      *
002300*                  CHECK THE BUSINESS DAY HAS BEEN OPENED.      *
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
004700*    THE CONTROL RECORDS KEPT ON THE PROCESSING-DATE FILE - THE
004800*    BUSINESS DATE IN FORCE, THE LAST DATE BODOPEN OPENED AND THE
004900*    LAST DATE EODDRIVE STARTED TO CLOSE.
005000 01  WS-BUSDATE-KEY           PIC X(06) VALUE "PROCDT".
005100 01  WS-OPENED-KEY            PIC X(06) VALUE "DAYOPN".
005200 01  WS-CLOSED-KEY            PIC X(06) VALUE "DAYCLS".
005300
005400 01  WS-BUSINESS-DATE         PIC 9(08).
005500 01  WS-OPENED-DATE           PIC 9(08).
005600 01  WS-CLOSED-DATE           PIC 9(08).
005700
005800 LINKAGE SECTION.
005900 01  LK-OPEN-SW               PIC X(01).
006000     88  LK-DAY-OPEN          VALUE "Y".
006100
006200 PROCEDURE DIVISION USING LK-OPEN-SW.
006300 0000-MAINLINE.
006400     PERFORM 1000-CHECK-DAY
006500         THRU 1000-CHECK-DAY-EXIT
006600
006700     GOBACK.
006800
006900*-----------------------------------------------------------------
007000* READ THE THREE CONTROL RECORDS.  NO CONTROL FILE, OR NO BUSINESS
007100* DATE OR OPENING ON IT, MEANS THE DAY HAS NOT BEEN OPENED.
007200*-----------------------------------------------------------------
007300 1000-CHECK-DAY.
007400     MOVE "N" TO LK-OPEN-SW
007500
007600     OPEN INPUT DATE-CONTROL
007700     IF NOT WS-PROCDATE-OK
007800         GO TO 1000-CHECK-DAY-EXIT
007900     END-IF
008000
008100     MOVE WS-BUSDATE-KEY TO PD-CONTROL-KEY
008200     READ DATE-CONTROL
008300         KEY IS PD-CONTROL-KEY
008400         INVALID KEY
008500             CLOSE DATE-CONTROL
008600             GO TO 1000-CHECK-DAY-EXIT
008700     END-READ
008800     MOVE PD-CONTROL-DATE TO WS-BUSINESS-DATE
008900
009000     MOVE WS-OPENED-KEY TO PD-CONTROL-KEY
009100     READ DATE-CONTROL
009200         KEY IS PD-CONTROL-KEY
009300         INVALID KEY
009400             CLOSE DATE-CONTROL
009500             GO TO 1000-CHECK-DAY-EXIT
009600     END-READ
009700     MOVE PD-CONTROL-DATE TO WS-OPENED-DATE
009800
009900     MOVE 0 TO WS-CLOSED-DATE
010000     MOVE WS-CLOSED-KEY TO PD-CONTROL-KEY
010100     READ DATE-CONTROL
010200         KEY IS PD-CONTROL-KEY
010300         INVALID KEY
010400             CONTINUE
010500     END-READ
010600     IF WS-PROCDATE-OK
010700         MOVE PD-CONTROL-DATE TO WS-CLOSED-DATE
010800     END-IF
010900
011000     CLOSE DATE-CONTROL
011100
011200     IF WS-OPENED-DATE = WS-BUSINESS-DATE
011300         AND WS-CLOSED-DATE NOT = WS-BUSINESS-DATE
011400         SET LK-DAY-OPEN TO TRUE
011500     END-IF.
011600 1000-CHECK-DAY-EXIT.
011700     EXIT.
