000100*================================================================
000200* SCRDREC.CPY
000300*
000400* SHARED LAYOUT OF THE ORIGIN SCORECARD EXTRACT RECORD. SUMSSCRD
000500* WRITES ONE RECORD PER ORIGIN REGISTERED ON THE ORIGIN MASTER
000600* FOR THE MONTH SCORED, IN ORIGIN-CODE ORDER, SO THE MAIL STEP
000700* CAN SEND EACH DESK CONTACT (SD-CONTACT) ITS OWN FIGURES FOR
000800* THE SERVICE REVIEW WITHOUT ANYONE RE-KEYING THE PRINTED PAGE.
000900*
001000* DAYS ARE BUSINESS DAYS OF THE MONTH (UP TO THE RUN DATE WHEN
001100* THE CURRENT MONTH IS SCORED). AN EXPECTED DAY IS A WORKING DAY
001200* ON THE BUSINESS CALENDAR THAT OG-EXPECT-DAYS MARKS Y; IT IS ON
001300* TIME, LATE OR MISSING. A DAY THE DESK SENT WORK IT WAS NOT
001400* EXPECTED TO IS COUNTED UNSCHEDULED. SD-ABORTS COUNTS SUMS AND
001500* SUMSSPLT RUNS STOPPED BY A STRUCTURAL CHECK ON ONE OF THE
001600* DESK'S BATCHES.
001700*
001800* SD-REJECT-RATE AND SD-RSN-RATE ARE PERCENTAGES OF SD-DETAILS
001900* (DETAILS AND REVERSALS SENT, ACCEPTED OR REJECTED). REASON
002000* SLOTS 1-8 ARE E01-E08 IN ORDER; SLOT 9 (OTH) TAKES ANY OTHER
002100* CODE. SD-AVG-TURN-MIN IS THE AVERAGE MINUTES FROM RECEIPT TO
002200* THE COMPLETION STAMP OVER SD-TURN-BATCHES COMPLETED BATCHES.
002300* SD-RANK IS THE DESK'S PLACE ON THE WORST-PERFORMING PAGE, ZERO
002400* WHEN IT HAD NO SERVICE POINTS AND NO REJECTS.
002500*
002600* WRITTEN BY SUMSSCRD.
002700*
002800* MODIFICATION HISTORY
002900* DATE       BY   DESCRIPTION
003000* ---------- ---- ---------------------------------------------
003100* 2026-10-15 JH   ORIGINAL COPYBOOK.
003200*================================================================
003300
003400 01  SCRD-RECORD.
003500     05  SD-ORIGIN               PIC X(04).
003600     05  SD-PERIOD               PIC X(06).
003700     05  SD-CREATED-TS           PIC X(14).
003800     05  SD-ORIG-DESC            PIC X(30).
003900     05  SD-CONTACT              PIC X(20).
004000     05  SD-DAYS.
004100         10  SD-EXPECTED-DAYS    PIC 9(03).
004200         10  SD-ONTIME-DAYS      PIC 9(03).
004300         10  SD-LATE-DAYS        PIC 9(03).
004400         10  SD-MISSING-DAYS     PIC 9(03).
004500         10  SD-UNSCHED-DAYS     PIC 9(03).
004600         10  SD-ABORTS           PIC 9(03).
004700     05  SD-VOLUME.
004800         10  SD-BATCHES          PIC 9(05).
004900         10  SD-DETAILS          PIC 9(07).
005000         10  SD-REJECTS          PIC 9(07).
005100         10  SD-REJECT-RATE      PIC 9(03)V9(02).
005200     05  SD-TURNAROUND.
005300         10  SD-AVG-TURN-MIN     PIC 9(05).
005400         10  SD-TURN-BATCHES     PIC 9(05).
005500     05  SD-SERVICE-POINTS       PIC 9(05).
005600     05  SD-RANK                 PIC 9(03).
005700     05  SD-REASONS.
005800         10  SD-REASON OCCURS 9 TIMES.
005900             15  SD-RSN-CODE     PIC X(03).
006000             15  SD-RSN-COUNT    PIC 9(07).
006100             15  SD-RSN-RATE     PIC 9(03)V9(02).
006200     05  FILLER                  PIC X(31).
