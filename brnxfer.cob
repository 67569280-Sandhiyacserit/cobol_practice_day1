002500* 2026-09-02 SN    NEW PROGRAM - ACCOUNT DOMICILE TRANSFER, IN  *
002600*                  PLACE OF CLOSING AND REOPENING UNDER A NEW   *
002700*                  NUMBER.                                      *
002701* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002702*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002703*                  HELD.                                        *
002704* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002705*                  PLACE OF YYMMDD.                             *
002705* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002705*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002705*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005300 FD  SETTLEMENT-LEDGER
005400     LABEL RECORDS ARE STANDARD.
005500 01  SETTLEMENT-LEDGER-RECORD.
005600     05  IBS-DATE             PIC 9(08).
005700     05  FILLER               PIC X(01) VALUE SPACE.
005800     05  IBS-POST-BRANCH      PIC 9(03).
005900     05  FILLER               PIC X(01) VALUE SPACE.
008100     88  WS-ADVICE-OK         VALUE "00".
008200     88  WS-ADVICE-NOTFOUND   VALUE "35".
008300
008400 01  WS-TODAYS-DATE           PIC 9(08).
008500 01  WS-OPERATOR-ID           PIC 9(04).
008600 01  WS-OPERATOR-AUTH         PIC X(01).
008700 01  WS-ACCT-NUMBER           PIC 9(06).
011200     05  FILLER               PIC X(05) VALUE "  TO ".
011300     05  ADV-NEW-BRANCH       PIC 9(03).
011400     05  FILLER               PIC X(07) VALUE "  DATE ".
011500     05  ADV-DATE             PIC 9(08).
011600
011700 01  WS-ADVICE-BAL.
011800     05  FILLER               PIC X(20)
011900              VALUE "BALANCE TRANSFERRED:".
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  ADV-BALANCE          PIC -(9)9.
012200     05  FILLER               PIC X(13)
012300              VALUE "  SUPERVISOR ".
012400     05  ADV-SUPERVISOR       PIC 9(04).
012400
012400 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "BRNXFER".
012400 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
012400 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
012400     88  WS-ENTITLED          VALUE "Y".
012500
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
015000                 "REFUSED"
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF
015200     MOVE "N" TO WS-ENTITLED-SW
015200     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
015200                          WS-ENTL-MODE WS-ENTITLED-SW
015200     IF NOT WS-ENTITLED
015200         DISPLAY "BRNXFER: OPERATOR " WS-OPERATOR-ID " IS NOT "
015200                 "ENTITLED TO BRNXFER, REFUSED"
015200         MOVE "N" TO WS-OPERATOR-SW
015200         GO TO 1000-INITIALIZE-EXIT
015200     END-IF
015300     IF WS-OPERATOR-AUTH NOT = "S"
015400         DISPLAY "BRNXFER: OPERATOR " WS-OPERATOR-ID " IS NOT "
015500                 "A SUPERVISOR, TRANSFER REFUSED"
