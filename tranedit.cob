002470*                  LONGER LOOKS LIKE A SHORT CLEAN BATCH.      *
002500* 2026-08-23 SN    NEW PROGRAM - WHOLE-FILE EDIT OF TRANFILE    *
002600*                  AHEAD OF DEPOSITB.                           *
002601* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
002602*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
002603*                  HELD.                                        *
002604* 2026-10-15 SN    DATES NOW CARRIED IN FULL AS CCYYMMDD IN     *
002605*                  PLACE OF YYMMDD.                             *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
006000     05  FILLER               PIC X(01).
006100     05  TRAN-ACCT-NUMBER     PIC 9(06).
006200     05  FILLER               PIC X(01).
006300     05  TRAN-AMOUNT          PIC 9(09).
006310     05  FILLER               PIC X(01).
006320*    THE SAME BYTES SEEN AS THE BATCH CONTROL HEADER AND
006330*    TRAILER - THE FIRST BYTE TELLS THEM APART FROM A DETAIL.
006380     05  FILLER               PIC X(01).
006390     05  TRAN-HDR-ORIGIN      PIC X(08).
006391     05  FILLER               PIC X(01).
006392     05  TRAN-HDR-DATE        PIC 9(08).
006393     05  FILLER               PIC X(07).
006394 01  TRAN-TRAILER-RECORD.
006395     05  FILLER               PIC X(02).
006396     05  TRAN-TRL-COUNT       PIC 9(06).
006397     05  FILLER               PIC X(01).
006398     05  TRAN-TRL-HASH        PIC 9(12).
006399     05  FILLER               PIC X(03).
006400
006500 FD  ACCEPTED-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  ACCEPTED-RECORD          PIC X(23).
006800
006900 FD  REJECTED-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  REJECTED-RECORD.
007200     05  REJ-TRAN-IMAGE       PIC X(23).
007300     05  FILLER               PIC X(01) VALUE SPACE.
007400     05  REJ-REASON-CODE      PIC X(04).
007410
008820     88  WS-CONTROL-OK        VALUE "00".
008830
008900 01  WS-DAILY-DEP-LIMIT       PIC 9(07) VALUE 50000.
009000 01  WS-TODAYS-DATE           PIC 9(08).
009100 01  WS-EXPECTED-SEQ          PIC 9(06) VALUE 1.
009110 01  WS-CHK-FUNCTION          PIC X(01).
009120 01  WS-CHK-VALID-SW          PIC X(01).
