000100*================================================================
000200* YTOTREC.CPY
000300*
000400* SHARED LAYOUT OF THE FISCAL-YEAR COST-CENTER TOTALS RECORD.
000500* SUMSYEND APPENDS ONE RECORD PER COST CENTER THAT POSTED IN THE
000600* FISCAL YEAR IT CLOSES - THE CENTER'S DESCRIPTION AND OWNING
000700* DEPARTMENT AS THEY STOOD AT YEAR-END, ITS POSTING COUNT, ITS
000800* NET VALUE FOR THE YEAR AND FOR EACH FISCAL MONTH - AND READS
000900* THE PRIOR YEAR'S RECORDS BACK AS THE COMPARISON BASE FOR THE
001000* NEXT YEAR-END. A CENTER RETIRED OR DELETED SINCE STILL
001100* CARRIES ITS OWN DESCRIPTION HERE.
001200*
001300* YT-FISCAL-END IS THE LAST MONTH (YYYYMM) OF THE FISCAL YEAR;
001400* YT-MONTH (1) IS ITS FIRST MONTH. VALUES ARE NET OF REVERSALS;
001500* THE SIGN BYTES ARE + OR - AND THE VALUES THE MAGNITUDE.
001600*
001700* WRITTEN AND READ BY SUMSYEND.
001800*
001900* MODIFICATION HISTORY
002000* DATE       BY   DESCRIPTION
002100* ---------- ---- ---------------------------------------------
002200* 2026-10-15 JH   ORIGINAL COPYBOOK.
002300*================================================================
002400
002500 01  YTOT-RECORD.
002600     05  YT-FISCAL-END           PIC X(06).
002700     05  YT-CENTER-CODE          PIC X(04).
002800     05  YT-DESC                 PIC X(30).
002900     05  YT-OWN-DEPT             PIC X(04).
003000     05  YT-ACTIVE-SW            PIC X(01).
003100     05  YT-COUNT                PIC 9(07).
003200     05  YT-NET-SIGN             PIC X(01).
003300     05  YT-NET-VALUE            PIC 9(16).
003400     05  YT-MONTH OCCURS 12 TIMES.
003500         10  YT-MTH-SIGN         PIC X(01).
003600         10  YT-MTH-VALUE        PIC 9(16).
003700     05  YT-CREATED-TS           PIC X(14).
003800     05  FILLER                  PIC X(13).
