000100*****************************************************************
000200* COPYBOOK     : NOSTENT                                        *
000300* DESCRIPTION  : NOSTRO RECONCILIATION ENTRY, KEYED BY NOSTRO,  *
000400*                SIDE AND ENTRY REFERENCE.  OUR SIDE HOLDS THE  *
000500*                BANK'S OWN POSTINGS THROUGH THE NOSTRO - FX    *
000600*                PURCHASES FROM FXCHG AND FOREIGN-CURRENCY      *
000700*                ACCOUNT POSTINGS LOADED BY NOSTAUTO - UNDER    *
000800*                THEIR TRANSACTION REFERENCE.  THEIR SIDE HOLDS *
000900*                THE CORRESPONDENT'S STATEMENT LINES LOADED BY  *
001000*                NOSTIMP, UNDER STATEMENT NUMBER TIMES 100000   *
001100*                PLUS LINE NUMBER.  AN ENTRY STAYS OPEN UNTIL   *
001200*                IT IS MATCHED ONE-FOR-ONE WITH AN ENTRY ON THE *
001300*                OTHER SIDE, BY NOSTAUTO OR BY HAND IN          *
001400*                NOSTMTCH.                                      *
001500*****************************************************************
001600*-----------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION                                  *
001800* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW NOSTRO          *
001900*                  RECONCILIATION ENTRY FILE.                   *
002000*-----------------------------------------------------------------
002100 01  NOSTRO-ENTRY-RECORD.
002200     05  NE-KEY.
002300         10  NE-NOSTRO-KEY.
002400             15  NE-CURRENCY-CODE PIC X(03).
002500             15  NE-CORR-CODE   PIC X(04).
002600         10  NE-SIDE            PIC X(01).
002700             88  NE-SIDE-OURS      VALUE "O".
002800             88  NE-SIDE-THEIRS    VALUE "T".
002900         10  NE-ENTRY-REF       PIC 9(10).
003000     05  NE-VALUE-DATE          PIC 9(08).
003100*    DIRECTION AS SEEN ON THE NOSTRO - A CREDIT PUTS FUNDS INTO
003200*    OUR ACCOUNT WITH THE CORRESPONDENT, A DEBIT TAKES THEM OUT.
003300     05  NE-DR-CR               PIC X(01).
003400         88  NE-CREDIT             VALUE "C".
003500         88  NE-DEBIT              VALUE "D".
003600     05  NE-AMOUNT              PIC 9(09).
003700*    OUR TRANSACTION REFERENCE - FOR A STATEMENT LINE, THE ONE THE
003800*    CORRESPONDENT QUOTED, ZERO IF IT QUOTED NONE.
003900     05  NE-OUR-REF             PIC 9(10).
004000     05  NE-THEIR-REF           PIC X(16).
004100     05  NE-SOURCE              PIC X(08).
004200         88  NE-SOURCE-FX          VALUE "FXCHG".
004300         88  NE-SOURCE-DEPOSIT     VALUE "DEPLOG".
004400         88  NE-SOURCE-WITHDRAW    VALUE "WDLOG".
004500         88  NE-SOURCE-STATEMENT   VALUE "STMT".
004600     05  NE-ACCT-NUMBER         PIC 9(06).
004700     05  NE-STATUS              PIC X(01).
004800         88  NE-STATUS-OPEN        VALUE "O".
004900         88  NE-STATUS-MATCHED     VALUE "M".
005000*    THE ENTRY REFERENCE OF THE OTHER SIDE'S ENTRY IT IS MATCHED
005100*    WITH, AND WHO MATCHED IT - OPERATOR ZERO IS THE AUTO-MATCH.
005200     05  NE-MATCH-REF           PIC 9(10).
005300     05  NE-MATCH-DATE          PIC 9(08).
005400     05  NE-MATCHED-BY          PIC 9(04).
