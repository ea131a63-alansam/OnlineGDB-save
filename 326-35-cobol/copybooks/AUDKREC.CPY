000100*================================================================
000200* AUDKREC.CPY
000300*
000400* SHARED LAYOUT OF THE KEYED AUDIT STORE RECORD. ONE RECORD PER
000500* AUDIT-TRAIL RECORD SUMS WROTE, KEPT ON A KEYED (VSAM) FILE SO
000600* THE INQUIRY, RECONCILIATION, MONTH-END AND BILLING PROGRAMS
000700* CAN GO STRAIGHT TO THE DATES, RUN-IDS OR COST CENTERS THEY
000800* NEED INSTEAD OF READING THE WHOLE MONTH'S AUDIT FILE FROM THE
000900* TOP. THE SEQUENTIAL AUDIT FILE (AUDIT-OUT) STAYS THE LEGAL
001000* RECORD OF WHAT SUMS WROTE; THIS IS A COPY OF IT.
001100*
001200* PRIME KEY - RUN DATE (THE DATE CARRIED IN THE RUN-ID), RUN-ID
001300* AND AK-SEQ, THE RECORD'S POSITION AMONG THE RUN'S RECORDS ON
001400* THE SEQUENTIAL FILE (1, 2, 3 ...), SO THE KEY OF EVERY RECORD
001500* IS FIXED BY THE FILE ITSELF AND A RELOAD FINDS IT AGAIN.
001600* ALTERNATE KEY (NON-UNIQUE) - COST CENTER AND RUN DATE, FOR
001700* THE PER-CENTER READERS.
001800*
001900* AK-AUDIT-IMAGE IS THE 120-BYTE AUDIT RECORD EXACTLY AS SUMS
002000* WROTE IT (AUDIT-RECORD IN SUMS).
002100*
002200* LOADED BY SUMSAUDL AFTER EVERY SUMS RUN; PROVED AGAINST THE
002300* SEQUENTIAL FILE BY SUMSAUDV. A BACKOUT (SUMSBKOT) AND A
002400* RETENTION CUT (SUMSAUDQ) TAKE THEIR RECORDS OFF THE STORE AS
002500* WELL AS THE SEQUENTIAL FILE.
002600*
002700* MODIFICATION HISTORY
002800* DATE       BY   DESCRIPTION
002900* ---------- ---- ---------------------------------------------
003000* 2026-10-15 JH   ORIGINAL COPYBOOK.
003100*================================================================
003200
003300 01  AUDK-RECORD.
003400     05  AK-AUDK-KEY.
003500         10  AK-RUN-DATE         PIC X(08).
003600         10  AK-RUN-ID           PIC X(16).
003700         10  AK-SEQ              PIC 9(07).
003800     05  AK-CC-KEY.
003900         10  AK-CC-CENTER        PIC X(04).
004000         10  AK-CC-RUN-DATE      PIC X(08).
004100     05  AK-AUDIT-IMAGE          PIC X(120).
004200     05  FILLER                  PIC X(17).
