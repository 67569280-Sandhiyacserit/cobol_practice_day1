001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW ACCOUNT FREEZE  *
001500*                  REGISTER.                                    *
001501* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001600*-----------------------------------------------------------------
001700 01  FREEZE-RECORD.
001800     05  FRZ-KEY.
002300         88  FRZ-TYPE-CREDIT       VALUE "C".
002400         88  FRZ-TYPE-TOTAL        VALUE "T".
002500     05  FRZ-AUTHORITY          PIC X(20).
002600     05  FRZ-START-DATE         PIC 9(08).
002700     05  FRZ-END-DATE           PIC 9(08).
002800     05  FRZ-STATUS             PIC X(01).
002900         88  FRZ-STATUS-ACTIVE     VALUE "A".
003000         88  FRZ-STATUS-LIFTED     VALUE "L".
