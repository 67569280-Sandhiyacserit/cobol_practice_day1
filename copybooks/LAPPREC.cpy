000100*****************************************************************
000200* COPYBOOK     : LAPPREC                                        *
000300* DESCRIPTION  : LOAN APPLICATION REGISTER RECORD, KEYED BY     *
000400*                APPLICATION NUMBER.  CARRIES WHAT THE CUSTOMER *
000500*                ASKED FOR - AMOUNT, PURPOSE, TERM, RATE - AND  *
000600*                THEIR DECLARED MONTHLY INCOME, THE FIGURES THE *
000700*                ELIGIBILITY CHECK WORKED FROM, THE             *
000800*                SUPERVISOR'S SANCTION OR REJECTION, AND THE    *
000900*                LOAN FINALLY DISBURSED AGAINST IT.  KEPT BY    *
001000*                LOANAPP, DRAWN DOWN BY LOANOPEN, REPORTED BY   *
001100*                LAPPRPT.                                       *
001200*****************************************************************
001300*-----------------------------------------------------------------
001400* DATE       INIT  DESCRIPTION                                  *
001500* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW LOAN            *
001600*                  APPLICATION REGISTER.                        *
001601* 2026-10-15 SN    ADDED THE RATE TYPE AND, FOR A FLOATING-RATE *
001602*                  LOAN, THE BENCHMARK, SPREAD, RESET FREQUENCY *
001603*                  AND RESET CHOICE THE LOAN IS SANCTIONED ON.  *
001604* 2026-10-15 SN    ADDED THE PRODUCT CODE THE LOAN IS APPLIED   *
001605*                  FOR UNDER. BLANK MEANS AN UNSECURED STANDARD *
001606*                  LOAN.                                        *
001700*-----------------------------------------------------------------
001800 01  LOAN-APPLICATION-RECORD.
001900     05  LAPP-NUMBER            PIC 9(06).
002000     05  LAPP-CUST-NUMBER       PIC 9(06).
002100     05  LAPP-REQ-AMOUNT        PIC 9(09).
002200     05  LAPP-PURPOSE           PIC X(30).
002300     05  LAPP-MONTHLY-INCOME    PIC 9(09).
002400     05  LAPP-TERM-MONTHS       PIC 9(03).
002500     05  LAPP-RATE-PCT          PIC 9(03)V99.
002600     05  LAPP-STAGE             PIC X(01).
002700         88  LAPP-STAGE-CAPTURED    VALUE "C".
002800         88  LAPP-STAGE-ELIGIBLE    VALUE "E".
002900         88  LAPP-STAGE-FAILED      VALUE "F".
003000         88  LAPP-STAGE-SANCTIONED  VALUE "S".
003100         88  LAPP-STAGE-REJECTED    VALUE "R".
003200         88  LAPP-STAGE-DISBURSED   VALUE "D".
003300     05  LAPP-STAGE-DATE        PIC 9(08).
003400     05  LAPP-CAPTURE-DATE      PIC 9(08).
003500     05  LAPP-CAPTURE-OPERATOR  PIC 9(04).
003600     05  LAPP-ELIG-REASON       PIC X(04).
003700         88  LAPP-ELIG-PASSED       VALUE SPACES.
003800     05  LAPP-EXPOSURE          PIC 9(11).
003900     05  LAPP-EXISTING-EMI      PIC 9(09).
004000     05  LAPP-PROPOSED-EMI      PIC 9(09).
004100     05  LAPP-EMI-RATIO-PCT     PIC 9(03)V99.
004200     05  LAPP-SANCTION-AMOUNT   PIC 9(09).
004300     05  LAPP-DECISION-OPERATOR PIC 9(04).
004400     05  LAPP-DECISION-DATE     PIC 9(08).
004500     05  LAPP-DECISION-NOTE     PIC X(30).
004600     05  LAPP-LOAN-NUMBER       PIC 9(06).
004700     05  LAPP-DISB-AMOUNT       PIC 9(09).
004800     05  LAPP-DISB-DATE         PIC 9(08).
004810     05  LAPP-RATE-TYPE         PIC X(01).
004820         88  LAPP-RATE-FIXED        VALUE "F" " ".
004830         88  LAPP-RATE-FLOATING     VALUE "V".
004840     05  LAPP-BENCHMARK-CODE    PIC X(04).
004850     05  LAPP-SPREAD-PCT        PIC 9(03)V99.
004860     05  LAPP-RESET-MONTHS      PIC 9(02).
004870     05  LAPP-RESET-OPTION      PIC X(01).
004880         88  LAPP-RESET-EMI         VALUE "E".
004890         88  LAPP-RESET-TENURE      VALUE "T".
004900     05  LAPP-PRODUCT-CODE      PIC X(04).
