004210* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
004220*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
004230*                 SUMMARY.
004230* 2026-10-15 JH   RUN-CONTROL RECORD WIDENED TO 160 BYTES.
004240* 2026-10-15 JH   A BATCH BACKED OUT BY SUMSBKOT (STATUS B) NOW
004250*                 SHOWS AS BACKED OUT INSTEAD OF UNKNOWN.
004300*================================================================
004400
004500 ENVIRONMENT DIVISION.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  RUNCTL-FILE
007900     RECORD CONTAINS 160 CHARACTERS
008000     LABEL RECORDS ARE STANDARD.
008100 01  RUNCTL-FILE-REC.
008200     05  RL-CTL-KEY              PIC X(12).
008300     05  FILLER                  PIC X(148).
008400
008500 FD  SUSP-IN
008600     RECORD CONTAINS 60 CHARACTERS
059900         IF BT-STATUS (WS-BT-SUB) = "I"
060000             MOVE "IN FLIGHT" TO BSQ-BAT-STATUS
060100         ELSE
060110             IF BT-STATUS (WS-BT-SUB) = "B"
060120                 MOVE "BACKED OUT" TO BSQ-BAT-STATUS
060130             ELSE
060200                 MOVE "UNKNOWN" TO BSQ-BAT-STATUS
060210             END-IF
060300         END-IF
060400     END-IF.
060500     WRITE BSQ-BATCH-REC.
