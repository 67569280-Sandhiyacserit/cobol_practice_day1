000100*****************************************************************
000200* COPYBOOK     : ATMTREC                                        *
000300* DESCRIPTION  : OWN-ATM TERMINAL MASTER, KEYED BY THE SWITCH'S *
000400*                TERMINAL ID.  EACH TERMINAL BELONGS TO ONE     *
000500*                BRANCH, WHOSE VAULT LOADS AND UNLOADS IT, AND  *
000600*                CARRIES THE NUMBER OF ITS CURRENT (OR LAST)    *
000700*                REPLENISHMENT CYCLE ON THE CYCLE FILE.         *
000800*****************************************************************
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW OWN-ATM         *
001200*                  TERMINAL MASTER.                             *
001300*-----------------------------------------------------------------
001400 01  ATM-TERMINAL-RECORD.
001500     05  ATMT-TERM-ID           PIC X(08).
001600     05  ATMT-BRANCH-CODE       PIC 9(03).
001700     05  ATMT-LOCATION          PIC X(30).
001800     05  ATMT-STATUS            PIC X(01).
001900         88  ATMT-STATUS-ACTIVE    VALUE "A".
002000         88  ATMT-STATUS-WITHDRAWN VALUE "W".
002100*    THE CYCLE NOW IN THE MACHINE, OR THE LAST ONE UNLOADED -
002200*    ZERO UNTIL THE TERMINAL IS FIRST LOADED.
002300     05  ATMT-CYCLE-NO          PIC 9(04).
002400     05  ATMT-CYCLE-SW          PIC X(01).
002500         88  ATMT-CYCLE-OPEN       VALUE "Y".
002600         88  ATMT-CYCLE-CLOSED     VALUE "N".
002700     05  ATMT-ADDED-DATE        PIC 9(08).
002800     05  ATMT-ADDED-BY          PIC 9(04).
