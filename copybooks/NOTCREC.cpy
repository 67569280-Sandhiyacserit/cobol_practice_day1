000100*****************************************************************
000200* COPYBOOK     : NOTCREC                                        *
000300* DESCRIPTION  : CUSTOMER NOTICE HISTORY, KEYED BY NOTICE TYPE, *
000400*                THE ACCOUNT (OR, FOR A KYC NOTICE, CUSTOMER)   *
000500*                IT CONCERNS, THE DATE OF THE EVENT GIVING      *
000600*                NOTICE AND THE CUSTOMER ADDRESSED.  NOTCLTR    *
000700*                WRITES ONE RECORD PER LETTER PRINTED, WITH THE *
000800*                NAME AND ADDRESS AS SENT, SO THE SAME NOTICE   *
000900*                IS NEVER SENT TWICE AND THE BANK CAN SHOW WHEN *
001000*                AND WHERE NOTICE WAS GIVEN.                    *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW CUSTOMER NOTICE *
001500*                  HISTORY.                                     *
001600*-----------------------------------------------------------------
001700 01  NOTICE-HISTORY-RECORD.
001800     05  NTC-KEY.
001900         10  NTC-TYPE           PIC X(01).
002000             88  NTC-TYPE-MATURITY  VALUE "M".
002100             88  NTC-TYPE-DORMANCY  VALUE "D".
002200             88  NTC-TYPE-KYC       VALUE "K".
002300             88  NTC-TYPE-ESCHEAT   VALUE "E".
002400*        ACCOUNT NUMBER, OR CUSTOMER NUMBER FOR A KYC NOTICE.
002500         10  NTC-SUBJECT        PIC 9(06).
002600*        MATURITY DATE, LAST ACTIVITY DATE OR DOCUMENT EXPIRY.
002700         10  NTC-EVENT-DATE     PIC 9(08).
002800         10  NTC-CUST-NUMBER    PIC 9(06).
002900     05  NTC-ACCT-NUMBER        PIC 9(06).
003000     05  NTC-BRANCH-CODE        PIC 9(03).
003100     05  NTC-ROLE               PIC X(01).
003200     05  NTC-SENT-DATE          PIC 9(08).
003300*    RUN DATE PLUS THE LETTER'S SEQUENCE WITHIN THE RUN.
003400     05  NTC-LETTER-REF         PIC X(14).
003500     05  NTC-NAME               PIC X(30).
003600     05  NTC-ADDRESS            PIC X(40).
