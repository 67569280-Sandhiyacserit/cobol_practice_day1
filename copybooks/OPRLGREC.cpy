000100*****************************************************************
000200* COPYBOOK     : OPRLGREC                                       *
000300* DESCRIPTION  : OPERATOR SECURITY LOG LINE.  ONE LINE PER      *
000400*                SECURITY EVENT ON AN OPERATOR - A FUNCTION     *
000500*                REFUSED FOR WANT OF ENTITLEMENT, EVERY SIGN-IN *
000510*                ATTEMPT GOOD OR BAD, A SIGN-IN LOCK, A PIN     *
000520*                CHANGE OR RESET, AN IDLE SUSPENSION.  WRITTEN  *
000600*                THROUGH OPRLGWRT ONLY.                         *
000700*****************************************************************
000800*-----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION                                  *
001000* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW OPERATOR        *
001100*                  SECURITY LOG.                                *
001110* 2026-10-15 SN    SIGN-IN, LOCK, PIN CHANGE AND IDLE-SUSPENSION*
001120*                  EVENTS ADDED FOR THE HARDENED OPRLOGIN.      *
001200*-----------------------------------------------------------------
001300 01  OPR-SECURITY-LOG-RECORD.
001400     05  OLG-DATE               PIC 9(08).
001500     05  OLG-TIME               PIC 9(08).
001600     05  FILLER                 PIC X(01).
001700     05  OLG-OPERATOR-ID        PIC 9(04).
001800     05  FILLER                 PIC X(01).
001900     05  OLG-EVENT              PIC X(01).
002000         88  OLG-EVENT-REFUSED      VALUE "F".
002010         88  OLG-EVENT-GRANTED      VALUE "G".
002020         88  OLG-EVENT-DENIED       VALUE "D".
002030         88  OLG-EVENT-LOCKED       VALUE "L".
002040         88  OLG-EVENT-PIN-CHANGED  VALUE "C".
002050         88  OLG-EVENT-PIN-RESET    VALUE "R".
002060         88  OLG-EVENT-SUSPENDED    VALUE "S".
002070         88  OLG-EVENT-SIGNIN       VALUE "G" "D" "L".
002100     05  FILLER                 PIC X(01).
002200     05  OLG-FUNCTION           PIC X(10).
002300     05  FILLER                 PIC X(01).
002400     05  OLG-REASON             PIC X(30).
