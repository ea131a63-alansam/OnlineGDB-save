001300* PROGRAMS THAT DO NOT MINT ONE. WHAT COUNTS AS RECORDS IN /
001400* OUT IS EACH PROGRAM'S OWN HEADLINE VOLUME - SEE THE
001500* 8000-WRITE-RUN-JOURNAL PARAGRAPH IN EACH PROGRAM.
001510*
001520* JR-ORIGIN IS SPACES EXCEPT ON THE RECORD OF A SUMS OR
001530* SUMSSPLT RUN STOPPED RC=16 BY A STRUCTURAL CHECK, WHERE IT
001540* NAMES THE ORIGIN OF THE BATCH THE RUN STOPPED ON (SPACES
001550* WHEN NO BATCH WAS OPEN) FOR THE SUMSSCRD ORIGIN SCORECARD.
001600*
001700* MODIFICATION HISTORY
001800* DATE       BY   DESCRIPTION
001900* ---------- ---- ---------------------------------------------
002000* 2026-09-02 JH   ORIGINAL COPYBOOK.
002000* 2026-10-15 JH   ADDED JR-ORIGIN (FROM WHAT WAS FILLER) - THE
002000*                 ORIGIN A STRUCTURAL ABORT STOPPED ON.
002100*================================================================
002200
002300 01  JRNL-RECORD.
002900     05  JR-RECS-OUT             PIC 9(07).
003000     05  JR-ERROR-COUNT          PIC 9(07).
003100     05  JR-RETURN-CODE          PIC 9(02).
003200     05  JR-ORIGIN               PIC X(04).
003300     05  FILLER                  PIC X(01).
