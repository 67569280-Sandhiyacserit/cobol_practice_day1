000100*****************************************************************
000200* COPYBOOK     : BMRKREC                                        *
000300* DESCRIPTION  : EFFECTIVE-DATED BENCHMARK LENDING RATE, KEYED  *
000400*                BY BENCHMARK CODE PLUS THE DATE THE RATE COMES *
000500*                INTO FORCE.  A FLOATING-RATE LOAN IS PRICED AT *
000600*                THE LATEST RATE FOR ITS BENCHMARK AT OR BEFORE *
000700*                THE PRICING DATE, PLUS THE LOAN'S OWN SPREAD.  *
000800*                ENTERED WITH BMRKMNT, APPROVED IN PENDAPPR AND *
000900*                LOOKED UP THROUGH BMRKRATE.                    *
001000*****************************************************************
001100*-----------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION                                  *
001300* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW BENCHMARK RATE  *
001400*                  FILE FOR FLOATING-RATE LOANS.                *
001500*-----------------------------------------------------------------
001600 01  BENCHMARK-RATE-RECORD.
001700     05  BMK-KEY.
001800         10  BMK-CODE           PIC X(04).
001900         10  BMK-EFF-DATE       PIC 9(08).
002000     05  BMK-RATE-PCT           PIC 9(03)V99.
002100     05  BMK-DESCRIPTION        PIC X(25).
002200     05  BMK-APPROVED-DATE      PIC 9(08).
