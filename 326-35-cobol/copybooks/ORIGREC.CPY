001100* IT DOES NOT ARRIVE.
001200*
001300* MAINTAINED BY THE SUMSOMNT PROGRAM; READ BY SUMS (HEADER
001400* PREVALIDATION REFUSES AN UNREGISTERED ORIGIN), BY THE
001500* SUMSWDOG MISSING-FEEDS WATCHDOG, BY SUMSRTRN, WHICH
001510* WRITES EACH REGISTERED ORIGIN ITS DAILY RETURN FILE, AND BY
001520* THE SUMSSCRD MONTHLY SERVICE SCORECARD.
001600*
001700* MODIFICATION HISTORY
001800* DATE       BY   DESCRIPTION
001900* ---------- ---- ---------------------------------------------
002000* 2026-09-02 JH   ORIGINAL COPYBOOK.
002000* 2026-10-15 JH   SUMSRTRN ADDED TO THE READERS.
002000* 2026-10-15 JH   SUMSSCRD ADDED TO THE READERS.
002100*================================================================
002200
002300 01  ORIG-RECORD.
