000100*****************************************************************
000200* COPYBOOK     : LOCKREC                                        *
000300* DESCRIPTION  : SAFE DEPOSIT LOCKER MASTER RECORD, KEYED BY    *
000400*                THE BRANCH CODE PLUS THE LOCKER NUMBER WITHIN  *
000500*                THE BRANCH'S VAULT.  CARRIES THE LOCKER SIZE,  *
000600*                THE ANNUAL RENT FOR A NEW ALLOTMENT, THE KEY   *
000700*                NUMBER AND WHETHER THE LOCKER IS VACANT,       *
000800*                ALLOTTED (TO THE ALLOTMENT SHOWN) OR OUT OF    *
000900*                SERVICE.  MAINTAINED BY LOCKMNT.               *
001000*****************************************************************
001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW LOCKER MASTER.  *
001301* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001400*-----------------------------------------------------------------
001500 01  LOCKER-RECORD.
001600     05  LKR-KEY.
001700         10  LKR-BRANCH-CODE    PIC 9(03).
001800         10  LKR-LOCKER-NO      PIC 9(04).
001900     05  LKR-SIZE               PIC X(01).
002000         88  LKR-SIZE-SMALL         VALUE "S".
002100         88  LKR-SIZE-MEDIUM        VALUE "M".
002200         88  LKR-SIZE-LARGE         VALUE "L".
002300         88  LKR-SIZE-VALID         VALUE "S" "M" "L".
002400     05  LKR-ANNUAL-RENT        PIC 9(06).
002500     05  LKR-KEY-NO             PIC X(08).
002600     05  LKR-STATUS             PIC X(01).
002700         88  LKR-STATUS-VACANT      VALUE "V".
002800         88  LKR-STATUS-ALLOTTED    VALUE "A".
002900         88  LKR-STATUS-OUT-OF-SERVICE VALUE "O".
003000     05  LKR-ALLOT-NO           PIC 9(10).
003100     05  LKR-LAST-CHANGE-DATE   PIC 9(08).
