000100*================================================================
000200* FPRTREC.CPY
000300*
000400* SHARED LAYOUT OF THE DETAIL FINGERPRINT RECORD. ONE RECORD
000500* PER DISTINCT ORIGIN / COST CENTER / FACTOR-A / FACTOR-B /
000600* MODE ACCEPTED BY SUMS, KEPT ON A KEYED (VSAM) FILE WITH THE
000700* BUSINESS DATE, BATCH AND RUN-ID OF THE BATCH THAT FIRST
000800* CARRIED IT. SUMS CHECKS EVERY NEW DETAIL AGAINST THE FILE
000900* BEFORE COMPUTING IT, SO A DESK THAT RE-KEYS THE SAME PAIR
001000* INTO A NEW BATCH, OR RESENDS YESTERDAY'S DETAILS UNDER
001100* TODAY'S HEADER, HAS THE REPEAT SUSPENDED AS A SUSPECTED
001200* DUPLICATE (REASON E08) INSTEAD OF POSTED A SECOND TIME.
001300*
001400* FP-MODE-SW IS THE MODE THE DETAIL WAS ACTUALLY COMPUTED IN
001500* (THE RECORD'S OWN SWITCH OR THE PARM-IN DEFAULT), SO A BLANK
001600* AND AN EXPLICIT M MATCH ON A MULTIPLY-MODE DAY.
001700*
001800* WRITTEN BY SUMS; AGED BY SUMSFPAG, WHICH DELETES EVERY
001900* FINGERPRINT OLDER THAN THE LOOK-BACK WINDOW.
002000*
002100* MODIFICATION HISTORY
002200* DATE       BY   DESCRIPTION
002300* ---------- ---- ---------------------------------------------
002400* 2026-10-15 JH   ORIGINAL COPYBOOK.
002500*================================================================
002600
002700 01  FPRT-RECORD.
002800     05  FP-FPRT-KEY.
002900         10  FP-ORIGIN           PIC X(04).
003000         10  FP-COST-CENTER      PIC X(04).
003100         10  FP-FACTOR-A         PIC 9(07).
003200         10  FP-FACTOR-B         PIC 9(07).
003300         10  FP-MODE-SW          PIC X(01).
003400     05  FP-BUS-DATE             PIC X(08).
003500     05  FP-BATCH-NBR            PIC 9(04).
003600     05  FP-RUN-ID               PIC X(16).
003700     05  FILLER                  PIC X(09).
