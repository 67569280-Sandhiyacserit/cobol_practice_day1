000100*****************************************************************
000200* COPYBOOK     : PRODREC                                        *
000300* DESCRIPTION  : PRODUCT (SCHEME) MASTER RECORD, KEYED BY THE   *
000400*                PRODUCT CODE AN ACCOUNT IS OPENED UNDER.       *
000500*                CARRIES THE BASE ACCOUNT TYPE THE PRODUCT IS A *
000600*                VARIANT OF AND THE RULES THAT USED TO BE       *
000700*                HARDCODED PER TYPE - MINIMUM BALANCE, WHETHER  *
000800*                AND AT WHAT RATE IT EARNS INTEREST (THE SLAB   *
000900*                TABLE OR A FLAT RATE), THE TERM OF A DEPOSIT,  *
001000*                THE FEE PLAN ITS CHARGES ARE SCHEDULED UNDER   *
001100*                AND WHETHER AN OVERDRAFT MAY BE AGREED.        *
001200*                MAINTAINED BY PRODMNT AND READ THROUGH         *
001300*                PRDLKUP.                                       *
001400*****************************************************************
001500*-----------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION                                  *
001700* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW PRODUCT MASTER. *
001701* 2026-10-15 SN    DATES WIDENED FROM YYMMDD TO FULL CCYYMMDD.  *
001702* 2026-10-15 SN    ADDED, FOR LOAN PRODUCTS, WHETHER COLLATERAL *
001703*                  IS REQUIRED, THE PERMITTED LOAN-TO-VALUE     *
001704*                  PERCENTAGE AND THE REVALUATION CYCLE IN      *
001705*                  MONTHS.                                      *
001800*-----------------------------------------------------------------
001900 01  PRODUCT-RECORD.
002000     05  PRD-CODE               PIC X(04).
002100     05  PRD-NAME               PIC X(20).
002200     05  PRD-BASE-TYPE          PIC X(01).
002300         88  PRD-BASE-SAVINGS       VALUE "S".
002400         88  PRD-BASE-CURRENT       VALUE "C".
002500         88  PRD-BASE-FIXED         VALUE "F".
002600         88  PRD-BASE-RECURRING     VALUE "R".
002700         88  PRD-BASE-LOAN          VALUE "L".
002800         88  PRD-BASE-TERM          VALUE "F" "R".
002900         88  PRD-BASE-VALID         VALUE "S" "C" "F" "R" "L".
003000     05  PRD-STATUS             PIC X(01).
003100         88  PRD-STATUS-OPEN        VALUE "A".
003200         88  PRD-STATUS-WITHDRAWN   VALUE "W".
003300     05  PRD-MIN-BAL            PIC 9(06).
003400     05  PRD-INT-ELIGIBLE       PIC X(01).
003500         88  PRD-EARNS-INTEREST     VALUE "Y".
003600     05  PRD-RATE-BASIS         PIC X(01).
003700         88  PRD-RATE-SLAB          VALUE "T".
003800         88  PRD-RATE-FLAT          VALUE "F".
003900     05  PRD-INT-RATE           PIC 9(03)V99.
004000     05  PRD-TERM-DAYS          PIC 9(05).
004100     05  PRD-FEE-PLAN           PIC X(01).
004200     05  PRD-OD-ALLOWED         PIC X(01).
004300         88  PRD-OVERDRAFT-ALLOWED  VALUE "Y".
004400     05  PRD-LAST-CHANGE-DATE   PIC 9(08).
004500     05  PRD-LAST-CHANGED-BY    PIC 9(04).
004510*    LOAN PRODUCTS ONLY - WHETHER A LOAN UNDER THE PRODUCT MUST
004520*    BE SECURED ON COLLATERAL REGISTERED THROUGH COLLMNT, THE
004530*    HIGHEST OUTSTANDING PERMITTED AS A PERCENTAGE OF THE LATEST
004540*    VALUATION, AND HOW OFTEN THE COLLATERAL MUST BE REVALUED.
004550     05  PRD-COLLATERAL-REQD    PIC X(01).
004560         88  PRD-SECURED            VALUE "Y".
004570     05  PRD-MAX-LTV-PCT        PIC 9(03).
004580     05  PRD-REVAL-MONTHS       PIC 9(02).
