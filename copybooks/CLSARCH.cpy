000100*****************************************************************
000200* COPYBOOK     : CLSARCH                                        *
000300* DESCRIPTION  : CLOSED-ACCOUNT ARCHIVE, KEYED BY ACCOUNT       *
000400*                NUMBER, RECORD TYPE AND THE RECORD'S KEY ON    *
000500*                ITS LIVE FILE.  ACCTARCH MOVES AN ACCOUNT      *
000600*                CLOSED LONGER THAN THE RETENTION PERIOD HERE   *
000700*                FROM THE ACCOUNT MASTER, WITH ITS TRANSACTION  *
000800*                HISTORY, PIN, HOLDS, NOMINEES AND              *
000900*                BENEFICIARIES, EACH AS AN IMAGE OF THE LIVE    *
001000*                RECORD.  ACCTINQ, ACCTSTMT AND AUDITINQ READ   *
001100*                IT WHEN AN ACCOUNT IS NO LONGER ON THE LIVE    *
001200*                FILES.  ACCTARCH PURGES AN ACCOUNT FROM HERE   *
001300*                ONCE IT IS PAST THE LEGAL RETENTION LIMIT.     *
001400*****************************************************************
001500*-----------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION                                  *
001700* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW CLOSED-ACCOUNT  *
001800*                  ARCHIVE.                                     *
001900*-----------------------------------------------------------------
002000 01  CLOSED-ARCHIVE-RECORD.
002100     05  CLA-KEY.
002200         10  CLA-ACCT-NUMBER    PIC 9(06).
002300*    THE ACCOUNT'S OWN RECORD (A) SORTS AHEAD OF EVERYTHING
002400*    ARCHIVED WITH IT.
002500         10  CLA-REC-TYPE       PIC X(01).
002600             88  CLA-TYPE-ACCOUNT      VALUE "A".
002700             88  CLA-TYPE-BENEFICIARY  VALUE "B".
002800             88  CLA-TYPE-HOLD         VALUE "H".
002900             88  CLA-TYPE-NOMINEE      VALUE "N".
003000             88  CLA-TYPE-PIN          VALUE "P".
003100             88  CLA-TYPE-HISTORY      VALUE "T".
003200*    THE KEY THE RECORD CARRIED ON ITS LIVE FILE, SO HISTORY
003300*    STAYS IN DATE AND TIME ORDER WITHIN THE ACCOUNT.
003400         10  CLA-SOURCE-KEY     PIC X(22).
003500     05  CLA-CLOSED-DATE        PIC 9(08).
003600     05  CLA-ARCHIVED-DATE      PIC 9(08).
003700*    THE LIVE RECORD, BYTE FOR BYTE, UNDER ITS OWN COPYBOOK.
003800     05  CLA-IMAGE              PIC X(150).
