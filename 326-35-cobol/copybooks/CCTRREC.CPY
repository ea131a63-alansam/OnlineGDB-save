000900* EFFECTIVE DATE HAS BEEN REACHED.
001000*
001100* MAINTAINED BY THE SUMSCMNT PROGRAM; READ BY SUMS (EDIT STEP
001200* AND REPORT SUBHEADINGS), SUMSMNTH (MONTH-END COST-CENTER
001300* SECTION), SUMSBUDG (OWNING DEPARTMENT TO TELL WHEN A
001310* CENTER PASSES ITS MONTHLY BUDGET) AND SUMSYEND (FISCAL
001320* YEAR-END REPORT BY OWNING DEPARTMENT, RETIRED CENTERS
001330* INCLUDED).
001400*
001500* MODIFICATION HISTORY
001600* DATE       BY   DESCRIPTION
001700* ---------- ---- ---------------------------------------------
001800* 2026-09-02 JH   ORIGINAL COPYBOOK.
001800* 2026-10-15 JH   SUMSBUDG ADDED TO THE READERS.
001800* 2026-10-15 JH   SUMSYEND ADDED TO THE READERS.
001900*================================================================
002000
002100 01  CCTR-RECORD.
