000100*================================================================
000200* BUDGREC.CPY
000300*
000400* SHARED LAYOUT OF THE COST-CENTER BUDGET MASTER RECORD. THE
000500* BUDGET MASTER IS A KEYED (VSAM) FILE HOLDING THE CEILING
000600* FINANCE SETS FOR EACH COST CENTER FOR EACH CALENDAR MONTH,
000700* KEYED BY COST CENTER / MONTH (YYYYMM): A BUDGETED NET VALUE,
000800* A BUDGETED RECORD COUNT, AND THE WARNING AND HARD-LIMIT
000900* PERCENTAGES OF THAT BUDGET AT WHICH THE CENTER'S OWNING
001000* DEPARTMENT (CC-OWN-DEPT ON CCMAST) IS TO BE TOLD.
001100*
001200* A BUDGETED RECORD COUNT OF ZERO MEANS THE CENTER HAS NO
001300* COUNT CEILING FOR THE MONTH - ONLY ITS VALUE IS WATCHED.
001400*
001500* MAINTAINED BY THE SUMSBGMN PROGRAM; READ BY SUMSBUDG.
001600*
001700* MODIFICATION HISTORY
001800* DATE       BY   DESCRIPTION
001900* ---------- ---- ---------------------------------------------
002000* 2026-10-15 JH   ORIGINAL COPYBOOK.
002100*================================================================
002200
002300 01  BUDG-RECORD.
002400     05  BU-BUDG-KEY.
002500         10  BU-COST-CENTER      PIC X(04).
002600         10  BU-MONTH            PIC X(06).
002700     05  BU-BUDGET-VALUE         PIC 9(16).
002800     05  BU-BUDGET-COUNT         PIC 9(07).
002900     05  BU-WARN-PCT             PIC 9(03).
003000     05  BU-LIMIT-PCT            PIC 9(03).
003100     05  FILLER                  PIC X(21).
