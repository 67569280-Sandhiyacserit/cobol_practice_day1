000100*****************************************************************
000200* PROGRAM      : LOANBAL                                        *
000300* DESCRIPTION  : RETURNS THE PRINCIPAL OUTSTANDING ON A LEVEL-  *
000400*                EMI LOAN WITH A GIVEN NUMBER OF INSTALLMENTS   *
000500*                STILL TO RUN - THE PRESENT VALUE OF THOSE      *
000600*                INSTALLMENTS AT THE LOAN'S RATE, AS LOANRSET   *
000700*                VALUES A LOAN BEFORE REPRICING IT.  CALLED BY  *
000800*                EMICOLL AND LOANPREP TO SPLIT EACH REPAYMENT   *
000900*                INTO PRINCIPAL AND INTEREST FOR THE LOAN       *
001000*                HISTORY FILE.                                  *
001100*****************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. LOANBAL.
001400 AUTHOR. S NATARAJAN.
001500 INSTALLATION. UNITY TRUST BANK - IT DIVISION.
001600 DATE-WRITTEN. 2026-10-15.
001700 DATE-COMPILED.
001800
001900*****************************************************************
002000* MODIFICATION HISTORY                                          *
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION                                  *
002300* 2026-10-15 SN    NEW PROGRAM - SHARED OUTSTANDING-PRINCIPAL   *
002400*                  CALCULATION FOR THE LOAN HISTORY FILE.       *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100*    LEVEL-EMI ARITHMETIC, AS LOANOPEN DOES IT - THE POWER OF
003200*    (1 + R) IS BUILT ONE MONTH AT A TIME.
003300 01  WS-MONTHLY-RATE          PIC 9(01)V9(09).
003400 01  WS-FACTOR                PIC 9(06)V9(09).
003500 01  WS-TERM-COUNT            PIC 9(03) COMP.
003600 01  WS-OUTSTANDING           PIC 9(11)V99.
003700
003800 LINKAGE SECTION.
003900 01  LK-EMI-AMOUNT            PIC 9(09).
004000 01  LK-RATE-PCT              PIC 9(03)V99.
004100 01  LK-REMAINING             PIC 9(03).
004200 01  LK-OUTSTANDING           PIC 9(11).
004300
004400 PROCEDURE DIVISION USING LK-EMI-AMOUNT
004500                          LK-RATE-PCT
004600                          LK-REMAINING
004700                          LK-OUTSTANDING.
004800 0000-MAINLINE.
004900     PERFORM 1000-COMPUTE-OUTSTANDING
005000         THRU 1000-COMPUTE-OUTSTANDING-EXIT
005100
005200     GOBACK.
005300
005400*-----------------------------------------------------------------
005500* PRESENT VALUE OF THE REMAINING EMIS - EMI * (F - 1) / (R * F)
005600* WHERE F IS (1 + R) RAISED TO THE INSTALLMENTS LEFT.  AT A ZERO
005700* RATE IT IS SIMPLY THE EMIS STILL TO COME.
005800*-----------------------------------------------------------------
005900 1000-COMPUTE-OUTSTANDING.
006000     MOVE 0 TO LK-OUTSTANDING
006100
006200     IF LK-REMAINING = 0
006300         GO TO 1000-COMPUTE-OUTSTANDING-EXIT
006400     END-IF
006500
006600     IF LK-RATE-PCT = 0
006700         COMPUTE LK-OUTSTANDING = LK-EMI-AMOUNT * LK-REMAINING
006800         GO TO 1000-COMPUTE-OUTSTANDING-EXIT
006900     END-IF
007000
007100     COMPUTE WS-MONTHLY-RATE ROUNDED = LK-RATE-PCT / 1200
007200     MOVE 1 TO WS-FACTOR
007300     MOVE 0 TO WS-TERM-COUNT
007400     PERFORM 1100-RAISE-ONE-MONTH
007500         THRU 1100-RAISE-ONE-MONTH-EXIT
007600         UNTIL WS-TERM-COUNT NOT LESS THAN LK-REMAINING
007700
007800     COMPUTE WS-OUTSTANDING ROUNDED =
007900             (LK-EMI-AMOUNT * (WS-FACTOR - 1))
008000             / (WS-MONTHLY-RATE * WS-FACTOR)
008100     COMPUTE LK-OUTSTANDING ROUNDED = WS-OUTSTANDING.
008200 1000-COMPUTE-OUTSTANDING-EXIT.
008300     EXIT.
008400
008500*-----------------------------------------------------------------
008600* MULTIPLY THE FACTOR BY ONE FURTHER MONTH'S (1 + R).
008700*-----------------------------------------------------------------
008800 1100-RAISE-ONE-MONTH.
008900     COMPUTE WS-FACTOR ROUNDED =
009000             WS-FACTOR * (1 + WS-MONTHLY-RATE)
009100     ADD 1 TO WS-TERM-COUNT.
009200 1100-RAISE-ONE-MONTH-EXIT.
009300     EXIT.
