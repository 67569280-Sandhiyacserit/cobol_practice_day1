000100*****************************************************************
000200* COPYBOOK     : ATMYREC                                        *
000300* DESCRIPTION  : OWN-ATM REPLENISHMENT CYCLE, KEYED BY TERMINAL *
000400*                ID AND CYCLE NUMBER.  A CYCLE OPENS WITH THE   *
000500*                FIRST CASH LOAD FROM THE BRANCH VAULT, GATHERS *
000600*                THE SWITCH'S ON-US AND OFF-US DISPENSES AS     *
000700*                ATMSETTL POSTS THEM, CLOSES WHEN THE CASSETTES *
000800*                ARE UNLOADED AND COUNTED BACK INTO THE VAULT,  *
000900*                AND IS BALANCED BY ATMBAL - LOADED LESS        *
001000*                DISPENSED AGAINST CASH COUNTED BACK.           *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW ATM             *
001500*                  REPLENISHMENT CYCLE FILE.                    *
001600*-----------------------------------------------------------------
001700 01  ATM-CYCLE-RECORD.
001800     05  ATMY-KEY.
001900         10  ATMY-TERM-ID       PIC X(08).
002000         10  ATMY-CYCLE-NO      PIC 9(04).
002100     05  ATMY-BRANCH-CODE       PIC 9(03).
002200     05  ATMY-STATUS            PIC X(01).
002300         88  ATMY-STATUS-OPEN      VALUE "O".
002400         88  ATMY-STATUS-UNLOADED  VALUE "U".
002500         88  ATMY-STATUS-BALANCED  VALUE "B".
002600     05  ATMY-OPEN-DATE         PIC 9(08).
002700     05  ATMY-OPENED-BY         PIC 9(04).
002800*    EVERY LOAD INTO THE CYCLE, TOP-UPS INCLUDED.
002900     05  ATMY-LOADED-AMOUNT     PIC 9(09).
003000     05  ATMY-LOADED-COUNTS.
003100         10  ATMY-LOAD-2000     PIC 9(06).
003200         10  ATMY-LOAD-500      PIC 9(06).
003300         10  ATMY-LOAD-200      PIC 9(06).
003400         10  ATMY-LOAD-100      PIC 9(06).
003500         10  ATMY-LOAD-50       PIC 9(06).
003600         10  ATMY-LOAD-20       PIC 9(06).
003700         10  ATMY-LOAD-10       PIC 9(06).
003800*    DISPENSES ATMSETTL HAS POSTED OR ACQUIRED - OUR OWN CARDS
003900*    (ON-US) AND OTHER BANKS' CARDS (OFF-US).  A DISPUTED ITEM
003950*    IS LEFT OUT, SO ITS CASH SHOWS AS A SHORTAGE AT ATMBAL.
004000     05  ATMY-ONUS-AMOUNT       PIC 9(09).
004100     05  ATMY-ONUS-COUNT        PIC 9(06).
004200     05  ATMY-OFFUS-AMOUNT      PIC 9(09).
004300     05  ATMY-OFFUS-COUNT       PIC 9(06).
004400     05  ATMY-UNLOAD-DATE       PIC 9(08).
004500     05  ATMY-UNLOADED-BY       PIC 9(04).
004600     05  ATMY-COUNTED-AMOUNT    PIC 9(09).
004700     05  ATMY-COUNTED-COUNTS.
004800         10  ATMY-COUNT-2000    PIC 9(06).
004900         10  ATMY-COUNT-500     PIC 9(06).
005000         10  ATMY-COUNT-200     PIC 9(06).
005100         10  ATMY-COUNT-100     PIC 9(06).
005200         10  ATMY-COUNT-50      PIC 9(06).
005300         10  ATMY-COUNT-20      PIC 9(06).
005400         10  ATMY-COUNT-10      PIC 9(06).
005500*    SET BY ATMBAL - COUNTED LESS (LOADED LESS DISPENSED), SO A
005600*    SHORTAGE IS NEGATIVE, AND THE SUSPENSE ITEM IT RAISED.
005700     05  ATMY-BALANCE-DATE      PIC 9(08).
005800     05  ATMY-DIFFERENCE        PIC S9(09).
005900     05  ATMY-SUSP-ITEM-REF     PIC 9(10).
