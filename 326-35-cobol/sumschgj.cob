000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSCHGJ.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSCHGJ - MASTER CHANGE-JOURNAL APPEND SUBROUTINE
000900*
001000* CALLED BY EACH MASTER MAINTENANCE PROGRAM ONCE FOR EVERY
001100* CARD IT APPLIES. STAMPS THE CALLER'S CHGJ-RECORD (SEE
001200* CHGJREC) WITH THE CURRENT DATE AND TIME AND APPENDS IT TO
001300* THE SHARED CHANGE JOURNAL (CHGJRNL).
001400*
001500* A MAINTENANCE RUN MAY APPLY MANY CARDS, SO THE FILE IS
001600* OPENED AND CLOSED ONCE A RUN IN THE SUMSPOST MOLD: THE
001700* CALLER CALLS THE SUMSCHGJ-OPEN ENTRY POINT AT STARTUP AND
001800* THE SUMSCHGJ-CLOSE ENTRY POINT AT TERMINATION; THE DEFAULT
001900* SUMSCHGJ ENTRY POINT ONLY STAMPS AND WRITES ONE RECORD.
002000*
002100* UNLIKE THE RUN JOURNAL, THE CHANGE JOURNAL IS AN AUDIT
002200* RECORD, SO SUMSCHGJ-OPEN HANDS THE OPEN STATUS BACK AND THE
002300* CALLER REFUSES THE RUN, BEFORE ANY CARD IS APPLIED, WHEN THE
002400* JOURNAL CANNOT BE OPENED.
002500*
002600* MODIFICATION HISTORY
002700* DATE       BY   DESCRIPTION
002800* ---------- ---- ---------------------------------------------
002900* 2026-10-15 JH   ORIGINAL SUBROUTINE.
003000*================================================================
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CHGJ-OUT ASSIGN TO "CHGJRNL"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-CHGJ-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CHGJ-OUT
004200     RECORD CONTAINS 220 CHARACTERS
004300     LABEL RECORDS ARE STANDARD.
004400 01  CHGJ-OUT-RECORD         PIC X(220).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-CHGJ-STATUS          PIC X(02)  VALUE SPACES.
004800 01  WS-STAMP-DATE           PIC X(08)  VALUE SPACES.
004900 01  WS-STAMP-TIME           PIC X(08)  VALUE SPACES.
005000
005100 LINKAGE SECTION.
005200 01  LK-OPEN-STATUS          PIC X(02).
005300 COPY CHGJREC.
005400
005500 PROCEDURE DIVISION USING CHGJ-RECORD.
005600 0000-MAINLINE.
005700     PERFORM 1000-APPEND-RECORD THRU 1000-EXIT.
005800     GOBACK.
005900
006000*----------------------------------------------------------------
006100* SUMSCHGJ-OPEN - OPEN THE JOURNAL ONCE AT THE START OF THE
006200* RUN AND HAND THE FILE STATUS BACK TO THE CALLER.
006300*----------------------------------------------------------------
006400 ENTRY "SUMSCHGJ-OPEN" USING LK-OPEN-STATUS.
006500     OPEN EXTEND CHGJ-OUT.
006600     MOVE WS-CHGJ-STATUS TO LK-OPEN-STATUS.
006700     GOBACK.
006800
006900*----------------------------------------------------------------
007000* SUMSCHGJ-CLOSE - CLOSE THE JOURNAL ONCE AT THE END OF THE
007100* RUN.
007200*----------------------------------------------------------------
007300 ENTRY "SUMSCHGJ-CLOSE".
007400     CLOSE CHGJ-OUT.
007500     GOBACK.
007600
007700*----------------------------------------------------------------
007800* 1000-APPEND-RECORD - STAMP AND APPEND THE CALLER'S RECORD.
007900* A FAILED WRITE IS REPORTED ON THE LOG WITH THE KEY, SO THE
008000* ENTRY CAN BE RECONSTRUCTED FROM THE MAINTENANCE REPORT.
008100*----------------------------------------------------------------
008200 1000-APPEND-RECORD.
008300     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
008400     ACCEPT WS-STAMP-TIME FROM TIME.
008500     STRING WS-STAMP-DATE DELIMITED BY SIZE
008600            WS-STAMP-TIME (1:6) DELIMITED BY SIZE
008700         INTO CJ-TIMESTAMP.
008800     WRITE CHGJ-OUT-RECORD FROM CHGJ-RECORD.
008900     IF WS-CHGJ-STATUS NOT = "00"
009000         DISPLAY "SUMSCHGJ - CHANGE JOURNAL WRITE FAILED ("
009100             WS-CHGJ-STATUS ") - ENTRY FOR " CJ-MASTER-NAME
009200             " " CJ-MASTER-KEY " LOST"
009300     END-IF.
009400 1000-EXIT.
009500     EXIT.
