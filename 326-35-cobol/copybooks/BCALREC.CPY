000700* YEAR AT A TIME THROUGH THE SUMSBMNT MAINTENANCE PROGRAM.
000800*
000900* READ BY SUMS (A BATCH HEADER CARRYING A NON-WORKING
001000* BUSINESS DATE STOPS THE RUN), BY SUMSFIX (TO DERIVE THE
001100* NEXT BUSINESS DATE FOR THE RELEASE BATCH INSTEAD OF THE
001200* OPERATOR KEYING IT EVERY NIGHT) AND BY SUMSSCRD (THE
001210* WORKING DAYS A DESK IS SCORED ON EACH MONTH).
001300*
001400* MODIFICATION HISTORY
001500* DATE       BY   DESCRIPTION
001600* ---------- ---- ---------------------------------------------
001700* 2026-09-02 JH   ORIGINAL COPYBOOK.
001710* 2026-10-15 JH   SUMSSCRD ADDED TO THE READERS.
001800*================================================================
001900
002000 01  BCAL-RECORD.
