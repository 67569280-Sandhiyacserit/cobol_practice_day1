001100* DATE       INIT  DESCRIPTION                                  *
001200* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW WATCHLIST       *
001300*                  MATCH QUEUE.                                 *
001301* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001400*-----------------------------------------------------------------
001500 01  WATCHQUEUE-RECORD.
001600     05  WLQ-CUST-NUMBER        PIC 9(06).
001700     05  WLQ-NAME               PIC X(30).
001800     05  WLQ-MATCH-DATE         PIC 9(08).
001900     05  WLQ-STATUS             PIC X(01).
002000         88  WLQ-STATUS-PENDING    VALUE "P".
002100         88  WLQ-STATUS-CLEARED    VALUE "C".
