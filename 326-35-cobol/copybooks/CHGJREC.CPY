000100*================================================================
000200* CHGJREC.CPY
000300*
000400* SHARED LAYOUT OF THE MASTER CHANGE-JOURNAL RECORD. EVERY
000500* ADD, CHANGE AND DELETE APPLIED BY THE MASTER MAINTENANCE
000600* PROGRAMS (SUMSRMNT, SUMSCMNT, SUMSOMNT, SUMSBMNT, SUMSRTMN,
000610* SUMSBGMN) APPENDS ONE OF THESE, THROUGH THE SUMSCHGJ
000700* SUBROUTINE, TO THE ONE SHARED CHANGE JOURNAL (CHGJRNL), SO
000800* WHO CHANGED A MASTER RECORD, WHEN, AND WHAT IT HELD BEFORE
000900* CAN BE ANSWERED WITHOUT THE MAINTENANCE JOBS' OLD SYSOUT.
001000* THE WEEKLY SUMSCHGR REPORT PRINTS IT BY MASTER AND KEY.
001200*
001300* CJ-MASTER-NAME IS THE MASTER'S DD NAME (RULEMAST, CCMAST,
001400* ORIGMAST, CALMAST, RATEMAST, BUDGMAST). CJ-MASTER-KEY IS THE
001500* RECORD KEY LEFT-JUSTIFIED. THE IMAGES ARE THE WHOLE MASTER
001510* RECORD, LEFT-JUSTIFIED AND SPACE-FILLED: AN ADD HAS A BLANK
001600* BEFORE IMAGE AND A DELETE A BLANK AFTER IMAGE. CJ-TIMESTAMP
001700* IS YYYYMMDDHHMMSS, STAMPED BY SUMSCHGJ AS THE RECORD IS
001800* WRITTEN.
001900*
002000* MODIFICATION HISTORY
002100* DATE       BY   DESCRIPTION
002200* ---------- ---- ---------------------------------------------
002300* 2026-10-15 JH   ORIGINAL COPYBOOK.
002300* 2026-10-15 JH   BUDGET MASTER (BUDGMAST, SUMSBGMN) ADDED TO THE
002300*                 JOURNALED MASTERS.
002400*================================================================
002500
002600 01  CHGJ-RECORD.
002700     05  CJ-MASTER-NAME          PIC X(08).
002800     05  CJ-MASTER-KEY           PIC X(12).
002900     05  CJ-ACTION               PIC X(01).
003000         88  CJ-ACTION-ADD           VALUE 'A'.
003100         88  CJ-ACTION-CHANGE        VALUE 'C'.
003200         88  CJ-ACTION-DELETE        VALUE 'D'.
003300     05  CJ-OPERATOR-ID          PIC X(08).
003400     05  CJ-TIMESTAMP            PIC X(14).
003500     05  CJ-PROGRAM-ID           PIC X(08).
003600     05  FILLER                  PIC X(09).
003700     05  CJ-BEFORE-IMAGE         PIC X(80).
003800     05  CJ-AFTER-IMAGE          PIC X(80).
