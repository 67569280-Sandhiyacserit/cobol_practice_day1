002602*                  RECORD'S SALT NUMBER, NOT THE ACCOUNT        *
002603*                  NUMBER, SO A RENUMBERED ACCOUNT'S STORED     *
002604*                  HASH STILL VERIFIES.                         *
002605* 2026-10-15 SN    SECURITY LOG DATE WIDENED TO CCYYMMDD AND    *
002606*                  TAKEN FROM BUSDATE, AND AN OPERATOR FIELD    *
002607*                  ADDED (ZERO - THE CUSTOMER KEYS THE PIN), SO *
002608*                  THE LINES MATCH THE SHARED PINLOG LAYOUT.    *
002609*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005360 FD  SECURITY-LOG
005370     LABEL RECORDS ARE STANDARD.
005380 01  SECURITY-LOG-RECORD.
005390     05  SECLOG-DATE          PIC 9(08).
005400     05  SECLOG-TIME          PIC 9(08).
005410     05  FILLER               PIC X(01) VALUE SPACE.
005420     05  SECLOG-ACCT-NUMBER   PIC 9(06).
005450         88  SECLOG-SUCCESS       VALUE "S".
005460         88  SECLOG-FAILURE       VALUE "F".
005465         88  SECLOG-REFUSED       VALUE "R".
005470     05  FILLER               PIC X(01) VALUE SPACE.
005480     05  SECLOG-OPERATOR-ID   PIC 9(04).
005500 WORKING-STORAGE SECTION.
005600 01  WS-ACCMSTR-STATUS        PIC X(02).
005700     88  WS-ACCMSTR-OK        VALUE "00".
006200 01  ENTERED-PIN              PIC 9(04).
006250 01  WS-ENTERED-HASH          PIC 9(09).
006260 01  WS-SALT-NUMBER           PIC 9(06).
006270 01  WS-TODAYS-DATE           PIC 9(08).
006300
006400 01  WS-COUNTERS.
006500     05  WS-ATTEMPT-COUNT     PIC 9(01) COMP VALUE 0.
016520* APPEND THIS ATTEMPT - SUCCESS OR FAILURE - TO THE SECURITY LOG.
016530*-----------------------------------------------------------------
016540 2500-WRITE-SECURITY-LOG.
016550     CALL "BUSDATE" USING WS-TODAYS-DATE
016555     MOVE WS-TODAYS-DATE TO SECLOG-DATE
016560     ACCEPT SECLOG-TIME FROM TIME
016570     MOVE ACCT-NUMBER TO SECLOG-ACCT-NUMBER
016575     MOVE 0 TO SECLOG-OPERATOR-ID
016580
016590     WRITE SECURITY-LOG-RECORD.
016595 2500-WRITE-SECURITY-LOG-EXIT.
