003899* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
003899*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
003899*                 SUMMARY.
003899* 2026-10-15 JH   A D01 SUSPENSE ITEM CARRIES A ZERO DETAIL
003899*                 SEQUENCE (SU-DTL-SEQ) - IT WAS NEVER A DETAIL
003899*                 OF A DESK BATCH.
003900*================================================================
004000
004100 ENVIRONMENT DIVISION.
036499     MOVE AK-IF-FACTOR-B TO SU-FACTOR-B.
036499     MOVE AK-IF-MODE-SW TO SU-MODE-SW.
036499     MOVE AK-IF-COST-CENTER TO SU-COST-CENTER.
036499     MOVE 0 TO SU-DTL-SEQ.
036499     IF AK-IF-RVSL-SW = "V"
036499         MOVE "R" TO SU-REC-TYPE
036499     ELSE
