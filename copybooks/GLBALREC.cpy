000100*****************************************************************
000200* COPYBOOK     : GLBALREC                                       *
000300* DESCRIPTION  : GL BALANCE RECORD, KEYED BY THE GL ACCOUNT     *
000400*                NUMBER AND THE BRANCH.  HOLDS THE RUNNING      *
000500*                BALANCE OF EACH GL ACCOUNT AT EACH BRANCH,     *
000600*                DEBIT POSITIVE AND CREDIT NEGATIVE, WITH THE   *
000700*                DEBITS AND CREDITS OF THE LAST DAY POSTED.     *
000800*                UPDATED NIGHTLY BY GLPOST FROM THE RELEASED    *
000900*                GLJRNL OUTPUT; OPENING BALANCES TAKEN ON ONCE  *
001000*                BY GLBTAKE.                                    *
001100*****************************************************************
001200*-----------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-15 SN    NEW COPYBOOK - BACKS THE NEW GL BALANCE      *
001500*                  FILE FOR THE DAILY TRIAL BALANCE.            *
001600*-----------------------------------------------------------------
001700 01  GLBAL-RECORD.
001800     05  GLB-KEY.
001900         10  GLB-GL-NUMBER        PIC 9(04).
002000         10  GLB-BRANCH-CODE      PIC 9(03).
002100*    BALANCE BEFORE THE LAST DAY POSTED, THAT DAY'S MOVEMENT,
002200*    AND THE BALANCE AFTER IT.
002300     05  GLB-OPEN-BALANCE         PIC S9(13).
002400     05  GLB-DAY-DEBITS           PIC S9(12).
002500     05  GLB-DAY-CREDITS          PIC S9(12).
002600     05  GLB-BALANCE              PIC S9(13).
002700     05  GLB-LAST-POST-DATE       PIC 9(08).
