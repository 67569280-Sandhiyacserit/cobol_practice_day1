000700*                AND THE ISSUING OPERATOR - SO A STOP           *
000800*                INSTRUCTION OR A PRESENTED CHEQUE CAN BE       *
000900*                CHECKED AGAINST THE NUMBERS THE ACCOUNT WAS    *
001000*                ACTUALLY GIVEN.  AN ACCOUNT WHOSE CHEQUE       *
001010*                DISHONOURS FOR THE YEAR HAVE REACHED THE       *
001020*                SANCTION LIMIT (DSHRCHK) IS REFUSED A NEW      *
001030*                BOOK.  EACH BOOK IS ENTERED AWAITING ITS       *
001031*                CHARGE, WHICH FEEPOST LEVIES WITH ITS GST AT   *
001032*                MONTH END.  REQUIRES AN OPERATOR LOGIN.        *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. CHQBKISS.
002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-09-02 SN    NEW PROGRAM - SYSTEM RECORD OF CHEQUE BOOK   *
002400*                  ISSUES, IN PLACE OF NO RECORD AT ALL.        *
002401* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002402*                  PLACE OF YYMMDD.                             *
002403* 2026-10-15 SN    A NEW BOOK IS NOW REFUSED ONCE THE ACCOUNT'S *
002404*                  CHEQUE DISHONOURS FOR THE YEAR REACH THE     *
002405*                  SANCTION LIMIT, CHECKED VIA THE NEW DSHRCHK  *
002406*                  SUBPROGRAM.                                  *
002406* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002406*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002406*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002407* 2026-10-15 SN    EACH BOOK ISSUED IS NOW ENTERED AWAITING THE *
002408*                  CHEQUE BOOK CHARGE (FEE CODE CHQB), LEVIED   *
002409*                  WITH ITS GST BY FEEPOST AT MONTH END.        *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004800 01  WS-START-NUMBER          PIC 9(06).
004900 01  WS-LEAF-COUNT            PIC 9(03).
005000 01  WS-END-NUMBER            PIC 9(07).
005100 01  WS-TODAYS-DATE           PIC 9(08).
005200 01  WS-OPERATOR-ID           PIC 9(04).
005300 01  WS-OPERATOR-AUTH         PIC X(01).
005400 01  WS-ACCT-FOUND-SW         PIC X(01).
005500     88  WS-ACCT-FOUND        VALUE "Y".
005510 01  WS-DSHR-FUNCTION         PIC X(01).
005520 01  WS-DSHR-CHEQUE           PIC 9(06) VALUE 0.
005530 01  WS-DSHR-AMOUNT           PIC 9(09) VALUE 0.
005540 01  WS-DSHR-SOURCE           PIC X(01) VALUE SPACE.
005550 01  WS-DSHR-REASON           PIC X(04) VALUE SPACES.
005560 01  WS-DSHR-COUNT            PIC 9(03).
005570 01  WS-DSHR-BLOCKED-SW       PIC X(01).
005580     88  WS-DSHR-BLOCKED      VALUE "Y".
005600
005700 01  WS-SWITCHES.
005800     05  WS-OPERATOR-SW       PIC X(01) VALUE "N".
005900         88  WS-OPERATOR-OK   VALUE "Y".
005900
005900 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "CHQBKISS".
005900 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005900 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005900     88  WS-ENTITLED          VALUE "Y".
006000
006100 PROCEDURE DIVISION.
006200 0000-MAINLINE.
008600                 "REFUSED"
008700         GO TO 1000-INITIALIZE-EXIT
008800     END-IF
008800     MOVE "N" TO WS-ENTITLED-SW
008800     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008800                          WS-ENTL-MODE WS-ENTITLED-SW
008800     IF NOT WS-ENTITLED
008800         DISPLAY "CHQBKISS: OPERATOR " WS-OPERATOR-ID " IS NOT "
008800                 "ENTITLED TO CHQBKISS, REFUSED"
008800         MOVE "N" TO WS-OPERATOR-SW
008800         GO TO 1000-INITIALIZE-EXIT
008800     END-IF
008900
009000     CALL "BUSDATE" USING WS-TODAYS-DATE
009100
012000         GO TO 2000-ISSUE-BOOK-EXIT
012100     END-IF
012200
012206*    A HABITUAL DRAWER OF BAD CHEQUES GETS NO NEW BOOK - ONCE THE
012212*    YEAR'S DISHONOURS REACH THE SANCTION LIMIT THE ISSUE IS
012218*    REFUSED.
012224     MOVE "C" TO WS-DSHR-FUNCTION
012230     CALL "DSHRCHK" USING WS-DSHR-FUNCTION WS-ACCT-NUMBER
012237                          WS-DSHR-CHEQUE WS-DSHR-AMOUNT
012244                          WS-DSHR-SOURCE WS-DSHR-REASON
012251                          WS-DSHR-COUNT WS-DSHR-BLOCKED-SW
012258     IF WS-DSHR-BLOCKED
012265         DISPLAY "CHQBKISS: ACCOUNT " WS-ACCT-NUMBER " HAS "
012272                 WS-DSHR-COUNT " CHEQUES DISHONOURED THIS YEAR, "
012279                 "ISSUE REFUSED"
012286         GO TO 2000-ISSUE-BOOK-EXIT
012293     END-IF
012300     DISPLAY "ENTER FIRST CHEQUE NUMBER OF BOOK: "
012400     ACCEPT WS-START-NUMBER
012500     IF WS-START-NUMBER NOT > 0
014700     MOVE WS-END-NUMBER   TO CHQBK-END-NUMBER
014800     MOVE WS-TODAYS-DATE  TO CHQBK-ISSUE-DATE
014900     MOVE WS-OPERATOR-ID  TO CHQBK-OPERATOR-ID
014910     SET CHQBK-CHARGE-PENDING TO TRUE
014920     MOVE 0               TO CHQBK-CHARGE-AMOUNT
014930     MOVE 0               TO CHQBK-CHARGE-DATE
015000
015100     WRITE CHEQUE-BOOK-RECORD
015200         INVALID KEY
