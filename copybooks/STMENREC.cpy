001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW STATEMENT       *
001200*                  EXPORT ENROLMENT REGISTER.                   *
001201* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001300*-----------------------------------------------------------------
001400 01  ENROLMENT-RECORD.
001500     05  ENR-ACCT-NUMBER        PIC 9(06).
001600     05  ENR-STATUS             PIC X(01).
001700         88  ENR-STATUS-ACTIVE     VALUE "A".
001800         88  ENR-STATUS-CANCELLED  VALUE "C".
001900     05  ENR-ENROLLED-DATE      PIC 9(08).
002000     05  ENR-OPERATOR-ID        PIC 9(04).
002100
