000100*****************************************************************
000200* COPYBOOK     : COLLREC                                        *
000300* DESCRIPTION  : COLLATERAL REGISTER RECORD, KEYED BY LOAN      *
000400*                NUMBER PLUS A SEQUENCE WITHIN THE LOAN.  ONE   *
000500*                RECORD PER ITEM OF PROPERTY, GOLD, VEHICLE OR  *
000600*                OTHER SECURITY CHARGED TO A LOAN - WHAT IT IS, *
000700*                ITS LATEST AND PREVIOUS VALUATION, THE         *
000800*                INSURANCE COVERING IT AND HOW OUR CHARGE OVER  *
000900*                IT IS REGISTERED.  MAINTAINED BY COLLMNT;      *
001000*                CHECKED BY LOANOPEN; REPORTED BY COLLRPT.      *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW COLLATERAL      *
001500*                  REGISTER FOR SECURED LOANS.                  *
001600*-----------------------------------------------------------------
001700 01  COLLATERAL-RECORD.
001800     05  COLL-KEY.
001900         10  COLL-LOAN-NUMBER   PIC 9(06).
002000         10  COLL-SEQ           PIC 9(02).
002100     05  COLL-TYPE              PIC X(01).
002200         88  COLL-TYPE-PROPERTY    VALUE "P".
002300         88  COLL-TYPE-GOLD        VALUE "G".
002400         88  COLL-TYPE-VEHICLE     VALUE "V".
002500         88  COLL-TYPE-OTHER       VALUE "O".
002600         88  COLL-TYPE-VALID       VALUE "P" "G" "V" "O".
002700     05  COLL-DESCRIPTION       PIC X(40).
002800*    LATEST VALUATION AND THE ONE IT REPLACED.
002900     05  COLL-VALUE             PIC 9(11).
003000     05  COLL-VALUATION-DATE    PIC 9(08).
003100     05  COLL-PREV-VALUE        PIC 9(11).
003200     05  COLL-PREV-VALUATION-DATE PIC 9(08).
003300*    INSURANCE - A ZERO EXPIRY MEANS THE ITEM IS NOT INSURED.
003400     05  COLL-INSURER           PIC X(20).
003500     05  COLL-POLICY-NUMBER     PIC X(20).
003600     05  COLL-INS-EXPIRY-DATE   PIC 9(08).
003700*    THE BANK'S CHARGE OVER THE ITEM AND WHERE IT IS REGISTERED.
003800     05  COLL-CHARGE-TYPE       PIC X(01).
003900         88  COLL-CHARGE-MORTGAGE  VALUE "M".
004000         88  COLL-CHARGE-HYPOTHEC  VALUE "H".
004100         88  COLL-CHARGE-PLEDGE    VALUE "P".
004200         88  COLL-CHARGE-VALID     VALUE "M" "H" "P".
004300     05  COLL-CHARGE-REF        PIC X(20).
004400     05  COLL-CHARGE-DATE       PIC 9(08).
004500     05  COLL-STATUS            PIC X(01).
004600         88  COLL-STATUS-ACTIVE    VALUE "A".
004700         88  COLL-STATUS-RELEASED  VALUE "R".
004800     05  COLL-ADDED-DATE        PIC 9(08).
004900     05  COLL-ADDED-BY          PIC 9(04).
005000     05  COLL-LAST-CHANGE-DATE  PIC 9(08).
005100     05  COLL-LAST-CHANGED-BY   PIC 9(04).
