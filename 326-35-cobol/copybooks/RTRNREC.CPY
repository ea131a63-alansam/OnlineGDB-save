000100*================================================================
000200* RTRNREC.CPY
000300*
000400* SHARED LAYOUT OF THE ORIGIN RETURN FILE RECORD. SUMSRTRN
000500* WRITES ONE RETURN FILE PER ORIGIN REGISTERED ON THE ORIGIN
000600* MASTER FOR A BUSINESS DATE SO THE ORIGINATION DESK CAN
000700* RECONCILE ITS OWN BATCHES WITHOUT READING THE SHOP REPORTS:
000800*
000900*   H  ONE HEADER - WHEN THE FILE WAS BUILT, HOW MANY OF THE
001000*      DESK'S BATCHES RUN-CONTROL HOLDS FOR THE DATE, AND THE
001100*      DESK'S NAME OFF THE ORIGIN MASTER.
001200*   D  ONE RECORD PER DETAIL OR REVERSAL THE DESK SENT, BY ITS
001300*      OWN BATCH NUMBER AND DETAIL SEQUENCE (THE RECORD'S
001400*      POSITION IN THE BATCH, COUNTING FROM 1). AN ACCEPTED
001500*      RECORD (STATUS A) CARRIES ITS VALUE, REMAINDER AND THE
001600*      RUN-ID THAT POSTED IT; A REJECTED ONE (STATUS J) CARRIES
001700*      THE SUSPENSE ID AND REASON CODE THE DESK QUOTES ON ITS
001800*      SUMSFIX CORRECTION CARD.
001900*   T  ONE TRAILER - COUNTS AND VALUES OF THE RECORDS ON THE
002000*      FILE AND WHETHER THEY BALANCE TO THE DESK'S RUN-CONTROL
002100*      BATCH TOTALS (RT-TRL-BALANCED-SW).
002200*
002300* DETAILS ARE WRITTEN ACCEPTED FIRST, THEN REJECTED, EACH IN
002400* THE ORDER SUMS PROCESSED THEM - SORT ON BATCH AND SEQUENCE
002500* (COLS 14-24) FOR THE DESK'S OWN ORDER. FACTORS ARE CARRIED AS
002600* ALPHANUMERIC SO A NON-NUMERIC REJECT IS RETURNED AS RECEIVED.
002700*
002800* WRITTEN BY SUMSRTRN.
002900*
003000* MODIFICATION HISTORY
003100* DATE       BY   DESCRIPTION
003200* ---------- ---- ---------------------------------------------
003300* 2026-10-15 JH   ORIGINAL COPYBOOK.
003400*================================================================
003500
003600 01  RTRN-RECORD.
003700     05  RT-REC-TYPE             PIC X(01).
003800         88  RT-HEADER               VALUE 'H'.
003900         88  RT-DETAIL               VALUE 'D'.
004000         88  RT-TRAILER              VALUE 'T'.
004100     05  RT-ORIGIN               PIC X(04).
004200     05  RT-BUS-DATE             PIC X(08).
004300     05  RT-DETAIL-FIELDS.
004400         10  RT-DTL-BATCH-NBR    PIC 9(04).
004500         10  RT-DTL-SEQ          PIC 9(07).
004600         10  RT-DTL-REC-TYPE     PIC X(01).
004700             88  RT-DTL-TYPE-DETAIL      VALUE 'D'.
004800             88  RT-DTL-TYPE-REVERSAL    VALUE 'R'.
004900         10  RT-DTL-STATUS       PIC X(01).
005000             88  RT-DTL-ACCEPTED         VALUE 'A'.
005100             88  RT-DTL-REJECTED         VALUE 'J'.
005200         10  RT-DTL-COST-CENTER  PIC X(04).
005300         10  RT-DTL-FACTOR-A     PIC X(07).
005400         10  RT-DTL-FACTOR-B     PIC X(07).
005500         10  RT-DTL-VALUE        PIC 9(14).
005600         10  RT-DTL-REMAINDER    PIC 9(07).
005700         10  RT-DTL-RUN-ID       PIC X(16).
005800         10  RT-DTL-SUSP-ID      PIC X(16).
005900         10  RT-DTL-REASON-CODE  PIC X(03).
006000     05  RT-HEADER-FIELDS REDEFINES RT-DETAIL-FIELDS.
006100         10  RT-HDR-CREATED-TS   PIC X(14).
006200         10  RT-HDR-BATCHES      PIC 9(04).
006300         10  RT-HDR-ORIG-DESC    PIC X(30).
006400         10  FILLER              PIC X(39).
006500     05  RT-TRAILER-FIELDS REDEFINES RT-DETAIL-FIELDS.
006600         10  RT-TRL-BATCHES      PIC 9(04).
006700         10  RT-TRL-DETAILS      PIC 9(07).
006800         10  RT-TRL-ACCEPTED     PIC 9(07).
006900         10  RT-TRL-REVERSED     PIC 9(07).
007000         10  RT-TRL-REJECTED     PIC 9(07).
007100         10  RT-TRL-VALUE        PIC 9(16).
007200         10  RT-TRL-RVSL-VALUE   PIC 9(16).
007300         10  RT-TRL-BALANCED-SW  PIC X(01).
007400             88  RT-TRL-BALANCED         VALUE 'Y'.
007500             88  RT-TRL-NOT-BALANCED     VALUE 'N'.
007600         10  FILLER              PIC X(22).
