001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW BANK HOLIDAY    *
001200*                  CALENDAR.                                    *
001201* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001300*-----------------------------------------------------------------
001400 01  HOLIDAY-RECORD.
001500     05  HOL-DATE               PIC 9(08).
001600     05  HOL-DESCRIPTION        PIC X(20).
001700
