000100*****************************************************************
000200* COPYBOOK     : ROLEREC                                        *
000300* DESCRIPTION  : OPERATOR ROLE MASTER RECORD, KEYED BY THE ROLE *
000400*                CODE.  LISTS THE FUNCTIONS - THE PROGRAM NAMES *
000500*                OF THE MENU OPTIONS, COUNTER PROGRAMS AND      *
000600*                MAINTENANCE PROGRAMS - AN OPERATOR HOLDING THE *
000700*                ROLE MAY USE.  A FUNCTION OF "*ALL" GRANTS     *
000800*                EVERY FUNCTION.  MAINTAINED BY ROLEMNT, READ   *
000900*                BY ENTLCHK AND ENTLRPT.                        *
001000*****************************************************************
001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW ROLE-BASED      *
001400*                  FUNCTION ENTITLEMENTS.                       *
001500*-----------------------------------------------------------------
001600 01  ROLE-RECORD.
001700     05  ROLE-CODE              PIC X(04).
001800     05  ROLE-NAME              PIC X(20).
001900     05  ROLE-STATUS            PIC X(01).
002000         88  ROLE-STATUS-ACTIVE     VALUE "A".
002100         88  ROLE-STATUS-WITHDRAWN  VALUE "W".
002200     05  ROLE-FUNC-COUNT        PIC 9(02).
002300     05  ROLE-FUNCTION          PIC X(10) OCCURS 40 TIMES.
002400     05  ROLE-UPDATED-DATE      PIC 9(08).
002500     05  ROLE-OPERATOR-ID       PIC 9(04).
