002110* 2026-08-23 SN    NOW ALSO SHOWS THE UNCLEARED CHEQUE FUNDS    *
002120*                  STILL IN CLEARING ALONGSIDE THE AVAILABLE    *
002130*                  BALANCE.                                     *
002131* 2026-10-15 SN    AN ACCOUNT NOT ON THE ACCOUNT MASTER IS      *
002132*                  LOOKED FOR ON THE CLOSED-ACCOUNT ARCHIVE AND *
002133*                  SHOWN FROM THERE, MARKED ARCHIVED.           *
002133* 2026-10-15 SN    THE OPERATOR MUST NOW BE ENTITLED TO THIS    *
002133*                  FUNCTION THROUGH THEIR ROLES (ENTLCHK) - AN  *
002133*                  UNENTITLED OPERATOR IS REFUSED AND LOGGED.   *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
003000         RECORD KEY IS ACCT-NUMBER
003100         FILE STATUS IS WS-ACCMSTR-STATUS.
003200
003300     SELECT CLOSED-ARCHIVE ASSIGN TO "CLSARCH"
003310         ORGANIZATION IS INDEXED
003320         ACCESS MODE IS DYNAMIC
003330         RECORD KEY IS CLA-KEY
003340         FILE STATUS IS WS-CLSARCH-STATUS.
003350
003360 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ACCOUNT-MASTER
003600     LABEL RECORDS ARE STANDARD.
003700     COPY ACCTREC.
003800
003810 FD  CLOSED-ARCHIVE
003820     LABEL RECORDS ARE STANDARD.
003830     COPY CLSARCH.
003840
003900 WORKING-STORAGE SECTION.
004000 01  WS-ACCMSTR-STATUS        PIC X(02).
004100     88  WS-ACCMSTR-OK        VALUE "00".
004110
004110 01  WS-CLSARCH-STATUS        PIC X(02).
004111     88  WS-CLSARCH-OK        VALUE "00".
004112
004113*    AN ACCOUNT CLOSED LONG ENOUGH AGO IS NO LONGER ON THE MASTER
004114*    BUT ON THE CLOSED-ACCOUNT ARCHIVE, AND IS SHOWN FROM THERE.
004115 01  WS-ACCT-FOUND-SW         PIC X(01) VALUE "N".
004116     88  WS-ACCT-FOUND        VALUE "Y".
004117 01  WS-ACCT-ARCHIVED-SW      PIC X(01) VALUE "N".
004118     88  WS-ACCT-ARCHIVED     VALUE "Y".
004119
004120 01  WS-OPERATOR-ID           PIC 9(04).
004130 01  WS-OPERATOR-AUTH         PIC X(01).
004150 01  WS-OPERATOR-SW           PIC X(01) VALUE "N".
004210     05  SESSION-ACTIVE-SW    PIC X(01).
004210         88  SESSION-ACTIVE      VALUE "Y".
004210
004210 01  WS-ENTL-FUNCTION         PIC X(10) VALUE "ACCTINQ".
004210 01  WS-ENTL-MODE             PIC X(01) VALUE "C".
004210 01  WS-ENTITLED-SW           PIC X(01) VALUE "N".
004210     88  WS-ENTITLED          VALUE "Y".
004210
004300 PROCEDURE DIVISION.
004400 0000-MAINLINE.
004500     PERFORM 1000-INITIALIZE
006694                 "REFUSED"
006695         GO TO 1000-INITIALIZE-EXIT
006696     END-IF
006696     MOVE "N" TO WS-ENTITLED-SW
006696     CALL "ENTLCHK" USING WS-OPERATOR-ID WS-ENTL-FUNCTION
006696                          WS-ENTL-MODE WS-ENTITLED-SW
006696     IF NOT WS-ENTITLED
006696         DISPLAY "ACCTINQ: OPERATOR " WS-OPERATOR-ID " IS NOT "
006696                 "ENTITLED TO ACCTINQ, REFUSED"
006696         MOVE "N" TO WS-OPERATOR-SW
006696         GO TO 1000-INITIALIZE-EXIT
006696     END-IF
006697
006700     DISPLAY "ENTER ACCOUNT NUMBER: "
006800     ACCEPT ACCT-NUMBER
007000     READ ACCOUNT-MASTER
007100         KEY IS ACCT-NUMBER
007200         INVALID KEY
007300             PERFORM 1500-READ-ARCHIVE
007400                 THRU 1500-READ-ARCHIVE-EXIT
007500         NOT INVALID KEY
007600             SET WS-ACCT-FOUND TO TRUE
007700     END-READ.
007703 1000-INITIALIZE-EXIT.
007706     EXIT.
007709
007712*-----------------------------------------------------------------
007715* NOT ON THE MASTER - LOOK FOR THE ACCOUNT ON THE CLOSED-ACCOUNT
007718* ARCHIVE AND, IF IT IS THERE, SHOW ITS RECORD AS ARCHIVED.
007721*-----------------------------------------------------------------
007724 1500-READ-ARCHIVE.
007727     OPEN INPUT CLOSED-ARCHIVE
007730     IF NOT WS-CLSARCH-OK
007733         DISPLAY "ACCTINQ: ACCOUNT " ACCT-NUMBER
007736                 " NOT FOUND ON ACCOUNT MASTER"
007739         GO TO 1500-READ-ARCHIVE-EXIT
007742     END-IF
007745
007748     MOVE ACCT-NUMBER TO CLA-ACCT-NUMBER
007751     SET CLA-TYPE-ACCOUNT TO TRUE
007754     MOVE SPACES TO CLA-SOURCE-KEY
007757     READ CLOSED-ARCHIVE
007760         KEY IS CLA-KEY
007763         INVALID KEY
007766             DISPLAY "ACCTINQ: ACCOUNT " ACCT-NUMBER
007769                     " NOT FOUND ON ACCOUNT MASTER"
007772         NOT INVALID KEY
007775             MOVE CLA-IMAGE TO ACCOUNT-RECORD
007778             SET WS-ACCT-FOUND TO TRUE
007781             SET WS-ACCT-ARCHIVED TO TRUE
007784     END-READ
007788     CLOSE CLOSED-ARCHIVE.
007792 1500-READ-ARCHIVE-EXIT.
007796     EXIT.
007800
007900*-----------------------------------------------------------------
008000* SHOW THE BALANCE, THEN DELEGATE STATUS AND TYPE REPORTING.
008100*-----------------------------------------------------------------
008200 2000-DISPLAY-ACCOUNT.
008300     IF NOT WS-ACCT-FOUND
008400         GO TO 2000-DISPLAY-ACCOUNT-EXIT
008500     END-IF
008600
008700     DISPLAY "ACCOUNT NUMBER  = " ACCT-NUMBER
008710     IF WS-ACCT-ARCHIVED
008720         DISPLAY "ARCHIVED ACCOUNT - CLOSED " CLA-CLOSED-DATE
008730                 ", ARCHIVED " CLA-ARCHIVED-DATE
008740     END-IF
008800     DISPLAY "CURRENT BALANCE = " ACCT-BALANCE
008810     DISPLAY "UNCLEARED FUNDS = " ACCT-UNCLEARED-FUNDS
008900
