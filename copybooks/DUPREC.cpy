000100*****************************************************************
000200* COPYBOOK     : DUPREC                                         *
000300* DESCRIPTION  : DUPLICATE CUSTOMER REVIEW QUEUE, KEYED BY THE  *
000400*                PAIR OF CUSTOMER NUMBERS (LOWER FIRST).        *
000500*                DUPSCAN QUEUES EACH PAIR IT SCORES AS A        *
000600*                PROBABLE DUPLICATE, WITH WHAT MATCHED.  A      *
000700*                SUPERVISOR DECIDES EACH PAIR IN DUPMERGE -     *
000800*                MERGED INTO THE SURVIVING NUMBER, OR REJECTED  *
000900*                AS TWO DIFFERENT PEOPLE, WHICH KEEPS THE PAIR  *
001000*                OFF LATER SCANS.                               *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW DUPLICATE       *
001500*                  CUSTOMER REVIEW QUEUE.                       *
001600*-----------------------------------------------------------------
001700 01  DUPLICATE-RECORD.
001800     05  DUP-KEY.
001900         10  DUP-CUST-LOW       PIC 9(06).
002000         10  DUP-CUST-HIGH      PIC 9(06).
002100*    POINTS SCORED BY THE PAIR - SEE DUPSCAN FOR THE WEIGHTS.
002200     05  DUP-SCORE              PIC 9(03).
002300     05  DUP-MATCHED-ON.
002400         10  DUP-NAME-MATCH     PIC X(01).
002500             88  DUP-NAME-MATCHED  VALUE "Y".
002600         10  DUP-DOB-MATCH      PIC X(01).
002700             88  DUP-DOB-MATCHED   VALUE "Y".
002800         10  DUP-PHONE-MATCH    PIC X(01).
002900             88  DUP-PHONE-MATCHED VALUE "Y".
003000         10  DUP-DOC-MATCH      PIC X(01).
003100             88  DUP-DOC-MATCHED   VALUE "Y".
003200     05  DUP-FOUND-DATE         PIC 9(08).
003300     05  DUP-STATUS             PIC X(01).
003400         88  DUP-STATUS-PENDING    VALUE "P".
003500         88  DUP-STATUS-MERGED     VALUE "M".
003600         88  DUP-STATUS-REJECTED   VALUE "R".
003700     05  DUP-SURVIVOR           PIC 9(06).
003800     05  DUP-REVIEWED-BY        PIC 9(04).
003900     05  DUP-REVIEWED-DATE      PIC 9(08).
