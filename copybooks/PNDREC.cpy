000300* DESCRIPTION  : PENDING MAINTENANCE CHANGE RECORD, KEYED BY A  *
000400*                SEQUENTIAL PENDING ID.  HIGH-RISK MAINTENANCE  *
000500*                - RATE SETS, OPERATOR AUTHORITY, HOLD          *
000600*                RELEASES, CREDIT LIMITS, BENCHMARK LENDING     *
000610*                RATES - IS CAPTURED HERE BY THE MAKER AND      *
000620*                ONLY TAKES EFFECT WHEN A DIFFERENT SUPERVISOR  *
000630*                APPROVES IT IN PENDAPPR.                       *
000900*                THE NEW VALUES TRAVEL IN PND-NEW-DATA, WITH A  *
001000*                REDEFINED VIEW PER CHANGE TYPE.                *
001100*****************************************************************
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW MAKER-CHECKER   *
001500*                  PENDING CHANGE QUEUE.                        *
001501* 2026-10-15 SN    CREDIT LIMIT WIDENED TO NINE DIGITS, TAKEN   *
001502*                  FROM THE FILLER SO THE RECORD LENGTH IS      *
001503*                  UNCHANGED.                                   *
001504* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001505* 2026-10-15 SN    AN AUTHORITY CHANGE NOW ALSO CARRIES THE     *
001506*                  OPERATOR'S LOAN SANCTION LIMIT, TAKEN FROM   *
001507*                  THE FILLER.                                  *
001508* 2026-10-15 SN    NEW CHANGE TYPE B CARRIES A BENCHMARK        *
001509*                  LENDING RATE FOR FLOATING-RATE LOANS.        *
001600*-----------------------------------------------------------------
001700 01  PENDING-RECORD.
001800     05  PND-ID                 PIC 9(06).
002100         88  PND-TYPE-OPRAUTH      VALUE "O".
002200         88  PND-TYPE-HOLDREL      VALUE "H".
002300         88  PND-TYPE-CRLIMIT      VALUE "C".
002310         88  PND-TYPE-BENCHMARK    VALUE "B".
002400     05  PND-KEY-DATA           PIC X(12).
002500     05  PND-NEW-DATA           PIC X(40).
002600     05  PND-NEW-RATE-SET REDEFINES PND-NEW-DATA.
003200         10  FILLER             PIC X(07).
003300     05  PND-NEW-AUTH REDEFINES PND-NEW-DATA.
003400         10  PND-AUTH-LEVEL     PIC X(01).
003410         10  PND-SANCTION-LIMIT PIC 9(09).
003500         10  FILLER             PIC X(30).
003600     05  PND-NEW-LIMIT REDEFINES PND-NEW-DATA.
003700         10  PND-CREDIT-LIMIT   PIC 9(09).
003800         10  FILLER             PIC X(31).
003810     05  PND-NEW-BENCHMARK REDEFINES PND-NEW-DATA.
003820         10  PND-BMK-RATE-PCT   PIC 9(03)V99.
003830         10  PND-BMK-DESC       PIC X(25).
003840         10  FILLER             PIC X(10).
003900     05  PND-MAKER-ID           PIC 9(04).
004000     05  PND-MADE-DATE          PIC 9(08).
004100     05  PND-STATUS             PIC X(01).
004200         88  PND-STATUS-PENDING    VALUE "P".
004300         88  PND-STATUS-APPROVED   VALUE "A".
