000100*================================================================
000200* XMITREC.CPY
000300*
000400* SHARED LAYOUT OF THE DAILY TRANSMISSION RECORD. SUMSXMIT CUTS
000500* ONE POSTING DATE'S INTERFACE RECORDS OUT OF THE MONTH-TO-DATE
000600* INTERFACE FILE INTO ITS OWN TRANSMISSION FOR THE DOWNSTREAM
000700* POSTING SUBSYSTEM, IN THIS ORDER:
000800*
000900*   ONE H HEADER     POSTING DATE, TRANSMISSION SEQUENCE, WHEN
001000*                    IT WAS BUILT, ORIGINAL OR RETRANSMISSION
001100*   ONE R PER RUN-ID THE SUMS RUNS WHOSE POSTINGS ARE INCLUDED,
001200*                    WITH EACH RUN'S RECORD COUNT AND NET VALUE
001300*   ONE D PER POSTING THE 58-BYTE SUMSPOST RECORD UNCHANGED, IN
001400*                    THE ORDER IT WAS POSTED
001500*   ONE T TRAILER    RECORD COUNT, REVERSAL COUNT, NET VALUE
001600*                    (REVERSALS, IF-RVSL-SW = V, SUBTRACTED) AND
001700*                    THE HASH TOTAL OF FACTOR A PLUS FACTOR B
001800*
001900* EVERY RECORD CARRIES THE POSTING DATE AND TRANSMISSION
002000* SEQUENCE, SO A RECORD FOUND OUT OF PLACE IS STILL TRACEABLE.
002100* THE TRANSMISSION SEQUENCE RUNS UP BY ONE FOR EVERY
002200* TRANSMISSION BUILT, ORIGINAL OR RESENT. A RETRANSMISSION
002300* (XM-HDR-RETRANS-SW = R) ALSO NAMES THE SEQUENCE IT REPLACES -
002400* THE DOWNSTREAM SIDE MUST NOT POST IT A SECOND TIME.
002500*
002600* WRITTEN BY SUMSXMIT; EACH ONE IS LOGGED ON THE TRANSMISSION
002700* LOG (XLOGREC).
002800*
002900* MODIFICATION HISTORY
003000* DATE       BY   DESCRIPTION
003100* ---------- ---- ---------------------------------------------
003200* 2026-10-15 JH   ORIGINAL COPYBOOK.
003300*================================================================
003400
003500 01  XMIT-RECORD.
003600     05  XM-REC-TYPE             PIC X(01).
003700         88  XM-HEADER               VALUE 'H'.
003800         88  XM-RUN-ENTRY            VALUE 'R'.
003900         88  XM-DETAIL               VALUE 'D'.
004000         88  XM-TRAILER              VALUE 'T'.
004100     05  XM-POSTING-DATE         PIC X(08).
004200     05  XM-XMIT-SEQ             PIC 9(06).
004300     05  XM-DETAIL-FIELDS.
004400         10  XM-DTL-IFACE        PIC X(58).
004500         10  FILLER              PIC X(07).
004600     05  XM-HEADER-FIELDS REDEFINES XM-DETAIL-FIELDS.
004700         10  XM-HDR-CREATED-TS   PIC X(14).
004800         10  XM-HDR-RETRANS-SW   PIC X(01).
004900             88  XM-HDR-ORIGINAL         VALUE 'O'.
005000             88  XM-HDR-RETRANSMISSION   VALUE 'R'.
005100         10  XM-HDR-ORIG-SEQ     PIC 9(06).
005200         10  XM-HDR-SOURCE       PIC X(01).
005300             88  XM-HDR-FROM-LIVE        VALUE 'L'.
005400             88  XM-HDR-FROM-ARCHIVE     VALUE 'A'.
005500         10  XM-HDR-RUN-COUNT    PIC 9(03).
005600         10  FILLER              PIC X(40).
005700     05  XM-RUN-FIELDS REDEFINES XM-DETAIL-FIELDS.
005800         10  XM-RUN-ID           PIC X(16).
005900         10  XM-RUN-RECORDS      PIC 9(07).
006000         10  XM-RUN-NET-SIGN     PIC X(01).
006100         10  XM-RUN-NET-VALUE    PIC 9(16).
006200         10  FILLER              PIC X(25).
006300     05  XM-TRAILER-FIELDS REDEFINES XM-DETAIL-FIELDS.
006400         10  XM-TRL-RECORDS      PIC 9(07).
006500         10  XM-TRL-REVERSALS    PIC 9(07).
006600         10  XM-TRL-NET-SIGN     PIC X(01).
006700         10  XM-TRL-NET-VALUE    PIC 9(16).
006800         10  XM-TRL-FACTOR-HASH  PIC 9(16).
006900         10  XM-TRL-RUN-COUNT    PIC 9(03).
007000         10  FILLER              PIC X(15).
