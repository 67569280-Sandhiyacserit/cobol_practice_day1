001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW SORTED DAY      *
001400*                  EXTRACT.                                     *
001401* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001402*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001403*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001404*                  AMTCONV.                                     *
001405* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001406* 2026-10-15 SN    CARRIES THE LOG LINE'S INSTRUMENT TYPE SO    *
001407*                  TILLPROOF CAN COUNT CASH ONLY.               *
001500*-----------------------------------------------------------------
001600 01  DAY-RECORD.
001700     05  DAY-DATE               PIC 9(08).
001800     05  FILLER                 PIC X(01).
001900     05  DAY-ACCT-NUMBER        PIC 9(06).
002000     05  FILLER                 PIC X(01).
003100         88  DAY-TRANS-LOANDISB    VALUE "L".
003200         88  DAY-TRANS-TRANSFER    VALUE "T".
003300     05  FILLER                 PIC X(01).
003400     05  DAY-AMOUNT             PIC 9(09).
003500     05  FILLER                 PIC X(01).
003600     05  DAY-NEW-BALANCE        PIC S9(09).
003700     05  FILLER                 PIC X(01).
003800     05  DAY-CURRENCY-CODE      PIC X(03).
003900     05  FILLER                 PIC X(01).
004200     05  DAY-BRANCH-CODE        PIC 9(03).
004300     05  FILLER                 PIC X(01).
004400     05  DAY-TXN-REF            PIC 9(10).
004410     05  FILLER                 PIC X(01).
004420*    INSTRUMENT FROM THE LOG LINE - SPACE ON A LINE LOGGED BEFORE
004430*    THE INSTRUMENT WAS RECORDED.
004440     05  DAY-INSTRUMENT         PIC X(01).
004450         88  DAY-INSTR-CASH        VALUE "C".
004460         88  DAY-INSTR-CHEQUE      VALUE "Q".
004470         88  DAY-INSTR-TRANSFER    VALUE "T".
004480         88  DAY-INSTR-SYSTEM      VALUE "S".
004500
