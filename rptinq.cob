002100* DATE       INIT  DESCRIPTION                                  *
002200* 2026-09-02 SN    NEW PROGRAM - INQUIRY AND REPRINT FOR THE    *
002300*                  NEW DATED REPORT REPOSITORY.                 *
002301* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002302*                  PLACE OF YYMMDD.                             *
002302* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002302*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002302*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004300 01  REPOSITORY-RECORD.
004400     05  RPO-KEY.
004500         10  RPO-REPORT-NAME  PIC X(08).
004600         10  RPO-RUN-DATE     PIC 9(08).
004700         10  RPO-LINE-NO      PIC 9(05).
004800     05  RPO-LINE             PIC X(100).
004900
006100
006200 01  WS-FUNCTION-CODE         PIC 9(01).
006300 01  WS-REPORT-NAME           PIC X(08).
006400 01  WS-RUN-DATE              PIC 9(08).
006500 01  WS-PRIOR-DATE            PIC 9(08).
006600 01  WS-LINE-COUNT            PIC 9(06) COMP VALUE 0.
006700 01  WS-OPERATOR-ID           PIC 9(04).
006800 01  WS-OPERATOR-AUTH         PIC X(01).
007200         88  WS-OPERATOR-OK   VALUE "Y".
007300     05  WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
007400         88  WS-SCAN-EOF      VALUE "Y".
007400
007400 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "RPTINQ".
007400 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
007400 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
007400     88  WS-ENTITLED          VALUE "Y".
007500
007600 PROCEDURE DIVISION.
007700 0000-MAINLINE.
010000                 "REFUSED"
010100         GO TO 1000-INITIALIZE-EXIT
010200     END-IF
010200     MOVE "N" TO WS-ENTITLED-SW
010200     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
010200                          WS-ENTL-MODE WS-ENTITLED-SW
010200     IF NOT WS-ENTITLED
010200         DISPLAY "RPTINQ: OPERATOR " WS-OPERATOR-ID " IS NOT "
010200                 "ENTITLED TO RPTINQ, REFUSED"
010200         MOVE "N" TO WS-OPERATOR-SW
010200         GO TO 1000-INITIALIZE-EXIT
010200     END-IF
010300
010400     OPEN INPUT REPORT-REPOSITORY
010500     IF WS-REPO-NOTFOUND
019400* REPRINT ONE RUN'S LINES IN ORDER TO THE REPRINT FILE.
019500*-----------------------------------------------------------------
019600 4000-REPRINT-RUN.
019700     DISPLAY "ENTER RUN DATE (CCYYMMDD): "
019800     ACCEPT WS-RUN-DATE
019900
020000     OPEN OUTPUT REPRINT-FILE
