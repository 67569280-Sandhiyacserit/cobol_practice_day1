001930*                  VIA THE NEW BIZDAYCK SUBPROGRAM.             *
002000* 2026-08-23 SN    NEW PROGRAM - DATE-ROLL STEP FOR THE NEW     *
002100*                  BUSINESS PROCESSING DATE CONTROL.            *
002101* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002102*                  PLACE OF YYMMDD.                             *
002102* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002102*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002102*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
003600     LABEL RECORDS ARE STANDARD.
003700 01  DATE-CONTROL-RECORD.
003800     05  PD-CONTROL-KEY       PIC X(06).
003900     05  PD-BUSINESS-DATE     PIC 9(08).
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-PROCDATE-STATUS       PIC X(02).
004300     88  WS-PROCDATE-OK       VALUE "00".
004400
004500 01  WS-CONTROL-KEY           PIC X(06) VALUE "PROCDT".
004600 01  WS-NEW-DATE              PIC 9(08).
004700 01  WS-BUSINESS-DATE         PIC 9(08).
004800 01  WS-OPERATOR-ID           PIC 9(04).
004900 01  WS-OPERATOR-AUTH         PIC X(01).
005000
005300         88  WS-OPERATOR-OK   VALUE "Y".
005310     05  WS-BUSDAY-SW         PIC X(01) VALUE "N".
005320         88  WS-BUSINESS-DAY  VALUE "Y".
005320
005320 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "DATEROLL".
005320 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
005320 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
005320     88  WS-ENTITLED          VALUE "Y".
005400
005500 PROCEDURE DIVISION.
005600 0000-MAINLINE.
008000                 "REFUSED"
008100         GO TO 1000-INITIALIZE-EXIT
008200     END-IF
008200     MOVE "N" TO WS-ENTITLED-SW
008200     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
008200                          WS-ENTL-MODE WS-ENTITLED-SW
008200     IF NOT WS-ENTITLED
008200         DISPLAY "DATEROLL: OPERATOR " WS-OPERATOR-ID " IS NOT "
008200                 "ENTITLED TO DATEROLL, REFUSED"
008200         MOVE "N" TO WS-OPERATOR-SW
008200         GO TO 1000-INITIALIZE-EXIT
008200     END-IF
008300
008400     CALL "BUSDATE" USING WS-BUSINESS-DATE.
008500 1000-INITIALIZE-EXIT.
009100*-----------------------------------------------------------------
009200 2000-ROLL-DATE.
009300     DISPLAY "BUSINESS DATE IN FORCE: " WS-BUSINESS-DATE
009400     DISPLAY "ENTER NEW BUSINESS DATE (CCYYMMDD): "
009500     ACCEPT WS-NEW-DATE
009600
009700     IF WS-NEW-DATE NOT > WS-BUSINESS-DATE
