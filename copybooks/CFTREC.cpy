000100*****************************************************************
000200* COPYBOOK     : CFTREC                                         *
000300* DESCRIPTION  : COUNTERFEIT NOTE IMPOUNDING REGISTER RECORD.   *
000400*                ONE RECORD PER FORGED NOTE A TELLER IMPOUNDS   *
000500*                FROM A CASH TENDER, KEYED BY THE TRANSACTION   *
000600*                REFERENCE OF THE DEPOSIT OR EXCHANGE IT CAME   *
000700*                IN WITH AND THE NOTE'S SEQUENCE WITHIN IT.     *
000800*                THE ALTERNATE BRANCH/DATE KEY LETS THE MONTHLY *
000900*                COUNTERFEIT RETURN (CFTRPT) WALK ONE BRANCH AT *
001000*                A TIME.  IMPOUNDED NOTES NEVER ENTER THE TILL  *
001100*                FILE - THEY ARE HELD APART FOR THE POLICE.     *
001200*                WRITTEN BY CFTCAPT FOR DEPOSIT AND FXCHG.      *
001300*****************************************************************
001400*-----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION                                  *
001600* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW COUNTERFEIT     *
001700*                  IMPOUNDING REGISTER.                         *
001800*-----------------------------------------------------------------
001900 01  COUNTERFEIT-RECORD.
002000     05  CFT-KEY.
002100         10  CFT-IMPOUND-REF    PIC 9(10).
002200         10  CFT-NOTE-SEQ       PIC 9(02).
002300     05  CFT-BRANCH-DATE.
002400         10  CFT-BRANCH-CODE    PIC 9(03).
002500         10  CFT-IMPOUND-DATE   PIC 9(08).
002600         10  CFT-IMPOUND-TIME   PIC 9(08).
002700     05  CFT-OPERATOR-ID        PIC 9(04).
002800     05  CFT-ACCT-NUMBER        PIC 9(06).
002900     05  CFT-SOURCE             PIC X(08).
003000         88  CFT-FROM-DEPOSIT       VALUE "DEPOSIT".
003100         88  CFT-FROM-EXCHANGE      VALUE "FXCHG".
003200     05  CFT-CURRENCY-CODE      PIC X(03).
003300     05  CFT-DENOMINATION       PIC 9(05).
003400     05  CFT-SERIAL-NUMBER      PIC X(15).
003500     05  CFT-TENDERED-BY        PIC X(30).
003600     05  CFT-TENDERED-AMT       PIC 9(09).
003700     05  CFT-GENUINE-AMT        PIC 9(09).
