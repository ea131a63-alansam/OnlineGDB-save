001799*                 FACTOR HASH TOTAL EXACTLY LIKE DETAILS AND
001799*                 FOLLOW THE COST-CENTER TRANSMISSION
001799*                 SEQUENCE.
001801* 2026-10-15 JH   ADDED CI-HDR-SRC-BATCH AND CI-HDR-SRC-OFFSET
001802*                 TO THE HEADER (FROM WHAT WAS FILLER). BOTH ARE
001803*                 BLANK ON A DESK TRANSMISSION; SUMSSPLT FILLS
001804*                 THEM ON EACH SEGMENT HEADER IT BUILDS WITH THE
001805*                 DESK'S OWN BATCH NUMBER AND THE COUNT OF THAT
001806*                 BATCH'S DETAILS DEALT TO EARLIER SEGMENTS, SO
001807*                 SUMS CAN STAMP THE AUDIT TRAIL WITH THE DESK'S
001808*                 BATCH NUMBER AND DETAIL SEQUENCE ON A SPLIT
001809*                 NIGHT TOO. THE DETAIL SEQUENCE IS THE DETAIL
001810*                 OR REVERSAL'S POSITION WITHIN ITS BATCH,
001811*                 COUNTING FROM 1 - THE SAME RECORDS THE
001812*                 TRAILER'S RECORD COUNT COUNTS.
001813*================================================================
001900
002000 01  CALC-IN-RECORD.
002010     05  CI-REC-TYPE             PIC X(01).
002800         10  CI-HDR-ORIGIN           PIC X(04).
002900         10  CI-HDR-BUS-DATE         PIC X(08).
003000         10  CI-HDR-BATCH-NBR        PIC 9(04).
003010         10  CI-HDR-SRC-BATCH        PIC 9(04).
003020         10  CI-HDR-SRC-OFFSET       PIC 9(07).
003100         10  FILLER                  PIC X(09).
003200     05  CI-TRAILER-FIELDS REDEFINES CI-DETAIL-FIELDS.
003300         10  CI-TRL-REC-COUNT        PIC 9(07).
003400         10  CI-TRL-HASH-TOTAL       PIC 9(15).
