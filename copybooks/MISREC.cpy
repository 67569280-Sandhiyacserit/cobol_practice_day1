000100*****************************************************************
000200* COPYBOOK     : MISREC                                         *
000300* DESCRIPTION  : BRANCH MIS POSITION SNAPSHOT, KEYED BY BRANCH  *
000400*                CODE.  HOLDS THE BRANCH'S FIGURES AS AT THE    *
000500*                LATEST MISRPT RUN, AS AT THE RUN BEFORE IT,    *
000600*                AND AS AT THE CLOSE OF THE PREVIOUS MONTH, SO  *
000700*                EACH DAY'S REPORT CAN SHOW THE MOVEMENT        *
000800*                AGAINST THE PREVIOUS DAY AND THE START OF THE  *
000900*                MONTH.  MAINTAINED BY MISRPT ONLY.             *
001000*****************************************************************
001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW DAILY BRANCH    *
001400*                  MIS POSITION REPORT.                         *
001500*-----------------------------------------------------------------
001600 01  MIS-SNAPSHOT-RECORD.
001700     05  MSN-BRANCH-CODE        PIC 9(03).
001800*    POSITION 1 IS THE LATEST RUN, 2 THE RUN BEFORE IT AND 3 THE
001900*    LAST RUN OF THE PREVIOUS MONTH.  A DATE OF ZERO MEANS THE
002000*    BRANCH HAS NO FIGURES FOR THAT POSITION YET.
002100     05  MSN-POSITION OCCURS 3 TIMES.
002200         10  MSN-POS-DATE       PIC 9(08).
002300         10  MSN-SAVINGS-BAL    PIC S9(13).
002400         10  MSN-CURRENT-BAL    PIC S9(13).
002500         10  MSN-FIXED-BAL      PIC S9(13).
002600         10  MSN-RECURRING-BAL  PIC S9(13).
002700         10  MSN-ACCT-COUNT     PIC 9(07).
002800         10  MSN-OPENED-COUNT   PIC 9(07).
002900         10  MSN-CLOSED-COUNT   PIC 9(07).
003000         10  MSN-LOAN-COUNT     PIC 9(07).
003100         10  MSN-LOAN-OUTSTAND  PIC S9(13).
003200         10  MSN-NPA-COUNT      PIC 9(07).
003300         10  MSN-NPA-AMOUNT     PIC S9(13).
003400         10  MSN-VAULT-CASH     PIC S9(13).
003500         10  MSN-TILL-CASH      PIC S9(13).
003600         10  MSN-FEE-INCOME     PIC S9(13).
