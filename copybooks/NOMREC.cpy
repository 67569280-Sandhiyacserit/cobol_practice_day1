001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-09-02 SN    NEW COPYBOOK - BACKS THE NEW NOMINEE         *
001200*                  REGISTER, IN PLACE OF NO RECORD AT ALL.      *
001201* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001300*-----------------------------------------------------------------
001400 01  NOMINEE-RECORD.
001500     05  NOM-KEY.
001800     05  NOM-NAME               PIC X(30).
001900     05  NOM-RELATION           PIC X(15).
002000     05  NOM-SHARE-PCT          PIC 9(03).
002100     05  NOM-RECORDED-DATE      PIC 9(08).
002200     05  NOM-OPERATOR-ID        PIC 9(04).
002300
