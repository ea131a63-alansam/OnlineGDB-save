004195* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
004196*                 (AND ON AN ABORTED SPLIT) THROUGH SUMSJRNL
004197*                 FOR THE SUMSOPSM OPERATIONS SUMMARY.
004198* 2026-10-15 JH   EACH SEGMENT HEADER NOW CARRIES THE DESK'S OWN
004199*                 BATCH NUMBER AND THE COUNT OF THAT BATCH'S
004199*                 DETAILS DEALT TO EARLIER SEGMENTS (CI-HDR-SRC-
004199*                 BATCH / CI-HDR-SRC-OFFSET, SEE CALCINRC), SO
004199*                 THE SEGMENT IMAGES STAMP THE AUDIT TRAIL WITH
004199*                 THE BATCH AND DETAIL SEQUENCE THE DESK SENT.
004199*                 RUN-CONTROL WIDENED TO 160 BYTES; THE ORIGINAL
004199*                 KEYS GO IN-FLIGHT WITH ZERO BATCH TOTALS.
004199* 2026-10-15 JH   THE ORIGINAL KEYS NOW GO IN-FLIGHT WITH THEIR
004199*                 RECEIPT STAMP (RC-RECEIPT-TS), AND THE JOURNAL
004199*                 RECORD OF AN ABORTED SPLIT NAMES THE ORIGIN OF
004199*                 THE BATCH IT STOPPED ON (JR-ORIGIN), FOR THE
004199*                 SUMSSCRD MONTHLY ORIGIN SCORECARD.
004199* 2026-10-15 JH   AN ORIGINAL KEY RERUN UNDER THE OVERRIDE, OR
004199*                 BACKED OUT BY SUMSBKOT (RC-STATUS-BACKED-OUT),
004199*                 KEEPS ITS ORIGINAL RC-RECEIPT-TS.
004199* 2026-10-15 JH   A SPLIT STOPPED AS ALREADY PROCESSED OR IN
004199*                 FLIGHT NO LONGER JOURNALS AN ORIGIN, SO IT IS
004199*                 NOT SCORED AGAINST THE DESK.
004200*================================================================
004300
004400 ENVIRONMENT DIVISION.
010270     05  FILLER                  PIC X(68).
010280
010290 FD  RUNCTL-FILE
010291     RECORD CONTAINS 160 CHARACTERS
010292     LABEL RECORDS ARE STANDARD.
010293 01  RUNCTL-FILE-REC.
010294     05  RL-CTL-KEY              PIC X(12).
010295     05  FILLER                  PIC X(148).
010296
010300 FD  SPLT-RPT
010400     RECORD CONTAINS 80 CHARACTERS
013100 01  WS-SEG-COUNT            PIC 9(01)  VALUE 2.
013200 01  WS-CURR-SEG             PIC 9(01)  VALUE 1.
013300 01  WS-OOB-MSG              PIC X(34)  VALUE SPACES.
013300 01  WS-OOB-ORIGIN           PIC X(04)  VALUE SPACES.
013400 01  WS-B1-IX                PIC S9(04) COMP  VALUE 0.
013500 01  WS-B2-IX                PIC S9(04) COMP  VALUE 0.
013600 01  WS-SEG-SUB              PIC S9(04) COMP  VALUE 0.
013900 01  WS-QUOTA                PIC S9(07) COMP-3 VALUE 0.
014000 01  WS-SEG-DTL              PIC S9(07) COMP-3 VALUE 0.
014100 01  WS-SEG-HASH             PIC S9(15) COMP-3 VALUE 0.
014110 01  WS-BATCH-DEALT          PIC S9(07) COMP-3 VALUE 0.
014200 01  WS-CURR-ORIGIN          PIC X(04)  VALUE SPACES.
014300 01  WS-CURR-BUS-DATE        PIC X(08)  VALUE SPACES.
014310 01  WS-LAST-CC              PIC X(04)  VALUE SPACES.
015300     05  WH-ORIGIN               PIC X(04).
015400     05  WH-BUS-DATE             PIC X(08).
015500     05  WH-BATCH-NBR            PIC 9(04).
015510     05  WH-SRC-BATCH            PIC 9(04).
015520     05  WH-SRC-OFFSET           PIC 9(07).
015600     05  FILLER                  PIC X(09).
015700 01  WS-TRL-RECORD.
015800     05  WT-REC-TYPE             PIC X(01).
015900     05  WT-REC-COUNT            PIC 9(07).
023700             MOVE "HEADER INSIDE AN OPEN BATCH" TO WS-OOB-MSG
023800             PERFORM 5900-ABORT-SPLIT THRU 5900-EXIT
023900         END-IF
023900         MOVE CI-HDR-ORIGIN TO WS-OOB-ORIGIN
024000         IF WS-B1-IX = 50
024100             MOVE "TOO MANY BATCHES ON CALC-IN" TO WS-OOB-MSG
024200             PERFORM 5900-ABORT-SPLIT THRU 5900-EXIT
031038*----------------------------------------------------------------
031039* 2510-CHECK-ONE-BATCH - PASS 1: PROVE EVERY ORIGINAL BATCH
031040* MAY RUN BEFORE ANYTHING IS STAMPED, SO AN ABORT ON A LATER
031041* BATCH NEVER LEAVES EARLIER ONES FALSELY IN-FLIGHT. THESE
031041* ABORTS ARE OPERATOR ERRORS (A RERUN OR A RESTART WITHOUT THE
031041* SWITCH), NOT THE DESK'S, SO THE JOURNAL CARRIES NO ORIGIN.
031042*----------------------------------------------------------------
031043 2510-CHECK-ONE-BATCH.
031043     MOVE SPACES TO WS-OOB-ORIGIN.
031044     IF NOT WS-RUNCTL-AVAILABLE
031045         GO TO 2510-EXIT
031046     END-IF.
031068* 2520-STAMP-ONE-BATCH - PASS 2: EVERY KEY HAS PASSED. WRITE
031069* THE KEY TO THE CONSOLIDATION LIST AND STAMP IT IN-FLIGHT.
031070* A BATCH STILL IN FLIGHT FROM THE RUN BEING RESTARTED KEEPS
031071* ITS ORIGINAL RECORD UNTOUCHED. A COMPLETE OR BACKED-OUT
031071* BATCH TAKES THE SPLITTER'S RUN-ID BUT KEEPS ITS RECEIPT
031071* STAMP - WHEN THE BATCH WAS FIRST TAKEN IN.
031072*----------------------------------------------------------------
031073 2520-STAMP-ONE-BATCH.
031074     MOVE SPACES TO SPLT-CTL-RECORD.
031092         MOVE 0 TO RC-ERROR-COUNT
031093         MOVE 0 TO RC-GRAND-TOTAL
031094         MOVE WS-SPLT-TIMESTAMP TO RC-STAMP-TIMESTAMP
031094         MOVE WS-SPLT-TIMESTAMP TO RC-RECEIPT-TS
031094         MOVE WS-BC-ORIGIN (WS-SEG-SUB) TO RC-ORIGIN
031094         MOVE ZEROS TO RC-BATCH-TOTALS
031094         MOVE WS-BC-NBR (WS-SEG-SUB) TO RC-SRC-BATCH-NBR
031095         MOVE RUNCTL-RECORD TO RUNCTL-FILE-REC
031096         WRITE RUNCTL-FILE-REC
031097             INVALID KEY
031100         END-WRITE
031101         GO TO 2520-EXIT
031102     END-IF.
031103     IF RC-STATUS-COMPLETE OR RC-STATUS-BACKED-OUT
031104         SET RC-STATUS-INFLIGHT TO TRUE
031105         MOVE WS-SPLT-RUN-ID TO RC-RUN-ID
031106         MOVE WS-SPLT-TIMESTAMP TO RC-STAMP-TIMESTAMP
031106         IF RC-RECEIPT-TS NOT NUMERIC
031106             MOVE WS-SPLT-TIMESTAMP TO RC-RECEIPT-TS
031106         END-IF
031106         MOVE WS-BC-ORIGIN (WS-SEG-SUB) TO RC-ORIGIN
031106         MOVE ZEROS TO RC-BATCH-TOTALS
031106         MOVE WS-BC-NBR (WS-SEG-SUB) TO RC-SRC-BATCH-NBR
031107         MOVE RUNCTL-RECORD TO RUNCTL-FILE-REC
031108         REWRITE RUNCTL-FILE-REC
031109             INVALID KEY
034300     END-IF.
034400     MOVE 0 TO WS-SEG-DTL.
034500     MOVE 0 TO WS-SEG-HASH.
034510     MOVE 0 TO WS-BATCH-DEALT.
034600     MOVE 'N' TO WS-HDR-WRITTEN-SW.
034610     MOVE SPACES TO WS-LAST-CC.
034700 3010-EXIT.
036200     MOVE CALC-IN-RECORD TO WS-WRITE-AREA.
036300     PERFORM 3100-WRITE-TO-SEGMENT THRU 3100-EXIT.
036400     ADD 1 TO WS-SEG-DTL.
036410     ADD 1 TO WS-BATCH-DEALT.
036500     ADD 1 TO WS-SEG-TOT (WS-CURR-SEG).
036600     IF CI-FACTOR-A NUMERIC
036700         ADD CI-FACTOR-A TO WS-SEG-HASH
037900     MOVE WS-CURR-BUS-DATE TO WH-BUS-DATE.
038000     COMPUTE WH-BATCH-NBR =
038100         9000 + (WS-CURR-SEG * 100) + WS-B2-IX.
038110     MOVE WS-BC-NBR (WS-B2-IX) TO WH-SRC-BATCH.
038120     MOVE WS-BATCH-DEALT TO WH-SRC-OFFSET.
038200     MOVE WS-HDR-RECORD TO WS-WRITE-AREA.
038300     PERFORM 3100-WRITE-TO-SEGMENT THRU 3100-EXIT.
038400     SET WS-HDR-WRITTEN TO TRUE.
047210
047220*----------------------------------------------------------------
047230* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
047240* IN/OUT ARE THE DETAILS DEALT ACROSS ALL SEGMENTS. AN
047240* ABORTED SPLIT ALSO NAMES THE ORIGIN OF THE BATCH IT STOPPED
047240* ON.
047250*----------------------------------------------------------------
047260 8000-WRITE-RUN-JOURNAL.
047270     MOVE SPACES TO JRNL-RECORD.
047380     MOVE JR-RECS-IN TO JR-RECS-OUT.
047390     MOVE 0 TO JR-ERROR-COUNT.
047400     MOVE RETURN-CODE TO JR-RETURN-CODE.
047400     IF RETURN-CODE = 16
047400         MOVE WS-OOB-ORIGIN TO JR-ORIGIN
047400     END-IF.
047410     CALL "SUMSJRNL" USING JRNL-RECORD.
047420 8000-EXIT.
047430     EXIT.
