001530*                 WITH THE KEY SO THE SUMSWDOG MISSING-FEEDS
001540*                 WATCHDOG CAN TELL WHICH REGISTERED ORIGINS
001550*                 ACTUALLY ARRIVED ON A BUSINESS DATE.
001560* 2026-10-15 JH   RECORD WIDENED FROM 80 TO 160 BYTES FOR THE
001561*                 BATCH'S OWN TOTALS (RC-BATCH-TOTALS). THE
001562*                 RC-RECORD-COUNT / ERROR-COUNT / GRAND-TOTAL
001563*                 FIELDS STAY THE WHOLE RUN'S TOTALS, STAMPED
001564*                 ALIKE ON EVERY BATCH OF THE RUN (SUMSBKOT
001565*                 TIES A BACKOUT TO THEM); RC-BATCH-TOTALS HOLD
001566*                 WHAT THIS BATCH ALONE PRODUCED, SO THE
001567*                 SUMSRTRN RETURN FILES BALANCE PER ORIGIN.
001568*                 RC-SRC-BATCH-NBR IS THE DESK'S OWN BATCH
001569*                 NUMBER - THE SAME AS RC-BATCH-NBR EXCEPT ON A
001570*                 SPLIT SEGMENT (9100-RANGE) BATCH. THE
001571*                 ORIGINAL KEYS OF A SPLIT NIGHT, STAMPED BY
001572*                 SUMSSPLT AND SUMSMRGE, CARRY ZERO BATCH
001573*                 TOTALS - THEIR WORK IS ON THE SEGMENT KEYS.
001573* 2026-10-15 JH   ADDED RC-RECEIPT-TS (FROM WHAT WAS FILLER) -
001573*                 WHEN THE BATCH WAS FIRST TAKEN IN, STAMPED BY
001573*                 SUMS (OR SUMSSPLT ON A SPLIT NIGHT) AS IT GOES
001573*                 IN-FLIGHT AND KEPT THROUGH A RESTART, SO THE
001573*                 SUMSSCRD ORIGIN SCORECARD CAN JUDGE THE DESK
001573*                 AGAINST ITS CUTOFF AND TIME RECEIPT THROUGH TO
001573*                 THE RC-STAMP-TIMESTAMP COMPLETION STAMP.
001574* 2026-10-15 JH   ADDED STATUS B (RC-STATUS-BACKED-OUT). SUMSBKOT
001575*                 NO LONGER DELETES A BACKED-OUT RUN'S BATCHES -
001576*                 IT REWRITES THEM B WITH ZERO TOTALS, KEEPING
001577*                 THE ORIGIN AND RC-RECEIPT-TS, SO THE RERUN
001578*                 INHERITS THE ORIGINAL RECEIPT STAMP. A B BATCH
001579*                 MAY BE RERUN WITHOUT THE O OVERRIDE; REPORTS
001580*                 THAT COUNT BATCHES SKIP IT AS IF IT WERE GONE.
001600*================================================================
001700
001800 01  RUNCTL-RECORD.
002200     05  RC-STATUS-CODE          PIC X(01).
002300         88  RC-STATUS-INFLIGHT      VALUE 'I'.
002400         88  RC-STATUS-COMPLETE      VALUE 'C'.
002410         88  RC-STATUS-BACKED-OUT    VALUE 'B'.
002500     05  RC-RUN-ID               PIC X(16).
002600     05  RC-RECORD-COUNT         PIC 9(07).
002700     05  RC-ERROR-COUNT          PIC 9(07).
002900     05  RC-STAMP-TIMESTAMP      PIC X(14).
002910     05  RC-ORIGIN               PIC X(04).
003000     05  FILLER                  PIC X(03).
003010     05  RC-BATCH-TOTALS.
003020         10  RC-SRC-BATCH-NBR    PIC 9(04).
003030         10  RC-BAT-ACCEPTED     PIC 9(07).
003040         10  RC-BAT-REVERSED     PIC 9(07).
003050         10  RC-BAT-REJECTED     PIC 9(07).
003060         10  RC-BAT-VALUE        PIC 9(16).
003070         10  RC-BAT-RVSL-VALUE   PIC 9(16).
003080     05  RC-RECEIPT-TS           PIC X(14).
003090     05  FILLER                  PIC X(09).
