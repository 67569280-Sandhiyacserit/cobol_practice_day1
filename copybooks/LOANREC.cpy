000600*                ACCOUNT THE PRINCIPAL WAS DISBURSED TO, AND    *
000700*                THE REPAYMENT POSITION - NEXT DUE DATE,        *
000800*                INSTALLMENTS PAID AND INSTALLMENTS MISSED.     *
000900*                A FLOATING-RATE LOAN ALSO CARRIES ITS          *
001000*                BENCHMARK, SPREAD AND RESET TERMS.             *
001010*                MAINTAINED BY LOANOPEN, COLLECTED BY EMICOLL,  *
001020*                REPRICED BY LOANRSET, REPORTED BY LOANARR,     *
001030*                WRITTEN OFF BY LOANWOFF.                       *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001420*                  LOANS SECURED ON THE CUSTOMER'S OWN FIXED    *
001430*                  DEPOSIT - LOANOPEN PLACES THE LIEN, EMICOLL  *
001440*                  AND LOANPREP RELEASE IT AT FINAL SETTLEMENT. *
001441* 2026-10-15 SN    MONEY FIELDS WIDENED BY THREE DIGITS SO      *
001442*                  BALANCES AND AMOUNTS ABOVE 999,999 CAN BE    *
001443*                  HELD. STORED FILES ARE CARRIED ACROSS BY     *
001444*                  AMTCONV.                                     *
001445* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001446* 2026-10-15 SN    ADDED THE RATE TYPE AND, FOR A FLOATING-RATE *
001447*                  LOAN, THE BENCHMARK CODE, SPREAD, RESET      *
001448*                  FREQUENCY, NEXT RESET DATE AND THE           *
001449*                  BORROWER'S CHOICE OF A NEW EMI OR A NEW      *
001450*                  TENURE AT EACH RESET. A BLANK RATE TYPE      *
001451*                  READS AS FIXED.                              *
001452* 2026-10-15 SN    ADDED THE WRITTEN-OFF STATUS. A WRITTEN-OFF  *
001453*                  LOAN IS NO LONGER COLLECTED, CLASSIFIED OR   *
001454*                  COUNTED IN ARREARS; ITS RECOVERIES ARE KEPT  *
001455*                  ON THE WRITTEN-OFF LOAN BOOK.                *
001456* 2026-10-15 SN    ADDED THE PRODUCT CODE THE LOAN WAS OPENED   *
001457*                  UNDER, FOR THE COLLATERAL RULES. BLANK MEANS *
001458*                  AN UNSECURED STANDARD LOAN.                  *
001500*-----------------------------------------------------------------
001600 01  LOAN-RECORD.
001700     05  LOAN-NUMBER            PIC 9(06).
001800     05  LOAN-CUST-NUMBER       PIC 9(06).
001900     05  LOAN-DISB-ACCT         PIC 9(06).
002000     05  LOAN-PRINCIPAL         PIC 9(09).
002100     05  LOAN-RATE-PCT          PIC 9(03)V99.
002200     05  LOAN-TERM-MONTHS       PIC 9(03).
002300     05  LOAN-EMI-AMOUNT        PIC 9(09).
002400     05  LOAN-NEXT-DUE-DATE     PIC 9(08).
002500     05  LOAN-PAID-COUNT        PIC 9(03).
002600     05  LOAN-ARREARS-COUNT     PIC 9(03).
002700     05  LOAN-STATUS            PIC X(01).
002800         88  LOAN-STATUS-ACTIVE     VALUE 'A'.
002900         88  LOAN-STATUS-CLOSED     VALUE 'C'.
002905         88  LOAN-STATUS-WRITTEN-OFF VALUE 'W'.
002910     05  LOAN-SECURITY-ACCT     PIC 9(06).
002920     05  LOAN-LIEN-ID           PIC 9(03).
002927     05  LOAN-RATE-TYPE         PIC X(01).
002934         88  LOAN-RATE-FIXED        VALUE 'F' ' '.
002941         88  LOAN-RATE-FLOATING     VALUE 'V'.
002948     05  LOAN-BENCHMARK-CODE    PIC X(04).
002955     05  LOAN-SPREAD-PCT        PIC 9(03)V99.
002962     05  LOAN-RESET-MONTHS      PIC 9(02).
002969     05  LOAN-NEXT-RESET-DATE   PIC 9(08).
002976     05  LOAN-RESET-OPTION      PIC X(01).
002984         88  LOAN-RESET-EMI         VALUE 'E'.
002992         88  LOAN-RESET-TENURE      VALUE 'T'.
002996     05  LOAN-PRODUCT-CODE      PIC X(04).
003000
