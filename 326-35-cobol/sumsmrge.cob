003108* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
003109*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
003110*                 SUMMARY.
003111* 2026-10-15 JH   RUN-CONTROL WIDENED TO 160 BYTES. AN ORIGINAL
003112*                 KEY THE SPLITTER NEVER REGISTERED IS WRITTEN
003113*                 WITH ZERO BATCH TOTALS - THE BATCH'S OWN
003114*                 COUNTS ARE ON ITS SEGMENT KEYS.
003100*================================================================
003200
003300 ENVIRONMENT DIVISION.
006670     05  FILLER                  PIC X(68).
006680
006690 FD  RUNCTL-FILE
006691     RECORD CONTAINS 160 CHARACTERS
006692     LABEL RECORDS ARE STANDARD.
006693 01  RUNCTL-FILE-REC.
006694     05  RL-CTL-KEY              PIC X(12).
006695     05  FILLER                  PIC X(148).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-RPT-EOF-SW           PIC X(01)  VALUE 'N'.
016931             MOVE SPACES TO RUNCTL-RECORD
016932             MOVE MG-SC-KEY TO RC-CTL-KEY
016933             MOVE WS-MRGE-RUN-ID TO RC-RUN-ID
016933             MOVE ZEROS TO RC-BATCH-TOTALS
016933             MOVE RC-BATCH-NBR TO RC-SRC-BATCH-NBR
016934         NOT INVALID KEY
016935             SET WS-CTL-FOUND TO TRUE
016936     END-READ.
