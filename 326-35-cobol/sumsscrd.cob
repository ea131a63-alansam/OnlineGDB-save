000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSSCRD.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSSCRD - MONTHLY ORIGIN SERVICE-LEVEL SCORECARD
000900*
001000* SCORES EVERY ORIGIN REGISTERED ON THE ORIGIN MASTER (ORIGMAST,
001100* SEE ORIGREC) FOR ONE MONTH, FOR THE SERVICE REVIEW WITH EACH
001200* ORIGINATION DESK. SUMSWDOG CATCHES A MISSING FEED ON THE NIGHT;
001300* THIS SHOWS WHICH DESKS ARE HABITUALLY LATE, KEEP SENDING
001400* TRANSMISSIONS THAT FAIL PREVALIDATION, OR RUN HIGH REJECT
001500* RATES. FOR EACH ORIGIN IT REPORTS:
001600*
001700*   - EXPECTED TRANSMISSION DAYS - WORKING DAYS ON THE BUSINESS
001800*     CALENDAR (CALMAST, SEE BCALREC) THAT OG-EXPECT-DAYS MARKS
001900*     Y - AND HOW MANY WERE RECEIVED ON TIME, LATE OR NOT AT
002000*     ALL, PLUS ANY UNSCHEDULED DAYS THE DESK SENT WORK ON.
002100*     A DAY IS ON TIME WHEN ANY OF THE DESK'S BATCHES FOR THE
002200*     BUSINESS DATE WAS RECEIVED (RC-RECEIPT-TS ON RUN-CONTROL)
002300*     BY OG-CUTOFF-TIME ON THAT DATE. A BATCH STAMPED BEFORE
002400*     RUN-CONTROL CARRIED A RECEIPT TIME COUNTS AS ON TIME.
002500*   - STRUCTURAL ABORTS - SUMS RUNS STOPPED IN
002600*     1590-ABORT-OUT-OF-BALANCE, AND SUMSSPLT RUNS STOPPED BY
002700*     THE SAME CHECKS ON A SPLIT NIGHT, THAT NAME THE DESK'S
002800*     ORIGIN ON THE RUN JOURNAL (JR-ORIGIN, SEE JRNLREC). AN
002900*     ABORT COUNTS IN THE MONTH THE RUN STARTED.
003000*   - DETAIL VOLUME (DETAILS AND REVERSALS SENT, OFF THE
003100*     RUN-CONTROL BATCH TOTALS), REJECTS OFF THE SUSPENSE FILE
003200*     AND THE REJECT RATE, IN TOTAL AND BY REASON CODE. A
003300*     SUSPENSE ITEM BELONGS TO THE DESK WHOSE BATCH THE SUMS RUN
003400*     NAMED BY ITS DATE AND BATCH NUMBER PROCESSED, THE SAME
003500*     MATCH SUMSRTRN MAKES FOR THE RETURN FILES.
003600*   - AVERAGE TURNAROUND IN MINUTES FROM RECEIPT TO THE
003700*     RC-STAMP-TIMESTAMP COMPLETION STAMP, OVER THE DESK'S
003800*     COMPLETED BATCHES. ON A SPLIT NIGHT THE DESK'S ORIGINAL
003900*     KEY RUNS FROM THE SPLITTER'S RECEIPT TO THE MERGE'S STAMP;
004000*     THE SEGMENT KEYS ADD VOLUME ONLY.
004100*
004200* SERVICE POINTS RANK THE DESKS: 3 PER MISSING DAY, 2 PER
004300* STRUCTURAL ABORT, 1 PER LATE DAY, TIES BROKEN BY THE HIGHER
004400* REJECT RATE. THE WORST-PERFORMING PAGE LISTS THE TOP TEN DESKS
004500* WITH ANY POINTS OR REJECTS; A SCORECARD BLOCK FOR EVERY ORIGIN
004600* FOLLOWS. THE EXTRACT (SCRDEXT, SEE SCRDREC) CARRIES THE SAME
004700* FIGURES, ONE RECORD PER ORIGIN WITH ITS CONTACT, FOR THE MAIL
004800* STEP TO SEND EACH DESK.
004900*
005000* THE SCRDPARM CARD IS OPTIONAL:
005100*   COLS 1-6   MONTH TO SCORE (YYYYMM; BLANK = THE MONTH BEFORE
005200*              THE RUN DATE). THE CURRENT MONTH IS SCORED UP TO
005300*              THE DAY BEFORE THE RUN DATE.
005400*
005500* RC=4 WHEN THE CALENDAR CANNOT BE OPENED OR DOES NOT HOLD A DAY
005600* OF THE MONTH - THOSE DAYS ARE JUDGED ON OG-EXPECT-DAYS ALONE, SO
005700* A HOLIDAY MAY SHOW MISSING. RC=16 WHEN THE PARM CARD IS BAD OR
005800* THE ORIGIN MASTER, RUN-CONTROL, SUSPENSE FILE OR RUN JOURNAL
005900* CANNOT BE OPENED, OR A TABLE OVERFLOWS.
006000*
006100* MODIFICATION HISTORY
006200* DATE       BY   DESCRIPTION
006300* ---------- ---- ---------------------------------------------
006400* 2026-10-15 JH   ORIGINAL PROGRAM.
006410* 2026-10-15 JH   A BATCH BACKED OUT BY SUMSBKOT (STATUS B) IS
006420*                 SKIPPED UNTIL ITS RERUN STAMPS IT AGAIN.
006500*================================================================
006600
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT ORIG-FILE ASSIGN TO "ORIGMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS OF-ORIGIN-KEY
007400         FILE STATUS IS WS-ORIG-STATUS.
007500
007600     SELECT BCAL-FILE ASSIGN TO "CALMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS BF-CAL-KEY
008000         FILE STATUS IS WS-BCAL-STATUS.
008100
008200     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS RL-CTL-KEY
008600         FILE STATUS IS WS-RUNCTL-STATUS.
008700
008800     SELECT SUSP-IN ASSIGN TO "SUSPIN"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-SUSP-STATUS.
009100
009200     SELECT JRNL-IN ASSIGN TO "JRNLIN"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-JRNL-IN-STATUS.
009500
009600     SELECT OPTIONAL PARM-IN ASSIGN TO "SCRDPARM"
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-PARM-STATUS.
009900
010000     SELECT SCRD-RPT ASSIGN TO "SCRDRPT"
010100         ORGANIZATION IS SEQUENTIAL.
010200
010300     SELECT SCRD-EXT ASSIGN TO "SCRDEXT"
010400         ORGANIZATION IS SEQUENTIAL.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  ORIG-FILE
010900     RECORD CONTAINS 80 CHARACTERS
011000     LABEL RECORDS ARE STANDARD.
011100 01  ORIG-FILE-REC.
011200     05  OF-ORIGIN-KEY           PIC X(04).
011300     05  FILLER                  PIC X(76).
011400
011500 FD  BCAL-FILE
011600     RECORD CONTAINS 40 CHARACTERS
011700     LABEL RECORDS ARE STANDARD.
011800 01  BCAL-FILE-REC.
011900     05  BF-CAL-KEY              PIC X(08).
012000     05  FILLER                  PIC X(32).
012100
012200 FD  RUNCTL-FILE
012300     RECORD CONTAINS 160 CHARACTERS
012400     LABEL RECORDS ARE STANDARD.
012500 01  RUNCTL-FILE-REC.
012600     05  RL-CTL-KEY              PIC X(12).
012700     05  FILLER                  PIC X(148).
012800
012900 FD  SUSP-IN
013000     RECORD CONTAINS 60 CHARACTERS
013100     LABEL RECORDS ARE STANDARD.
013200 COPY SUSPREC.
013300
013400 FD  JRNL-IN
013500     RECORD CONTAINS 80 CHARACTERS
013600     LABEL RECORDS ARE STANDARD.
013700 01  JRNL-IN-RECORD          PIC X(80).
013800
013900 FD  PARM-IN
014000     RECORD CONTAINS 80 CHARACTERS
014100     LABEL RECORDS ARE STANDARD.
014200 01  PARM-RECORD.
014300     05  PM-PERIOD               PIC X(06).
014400     05  FILLER                  PIC X(74).
014500
014600 FD  SCRD-EXT
014700     RECORD CONTAINS 300 CHARACTERS
014800     LABEL RECORDS ARE STANDARD.
014900 01  SCRD-EXT-REC                PIC X(300).
015000
015100 FD  SCRD-RPT
015200     RECORD CONTAINS 80 CHARACTERS
015300     LABEL RECORDS ARE STANDARD.
015400 01  SCR-HEADER-REC.
015500     05  SCR-HDR-LABEL           PIC X(44).
015600     05  SCR-HDR-PERIOD          PIC X(06).
015700     05  FILLER                  PIC X(02).
015800     05  SCR-HDR-RUN-LABEL       PIC X(10).
015900     05  SCR-HDR-RUN-DATE        PIC X(08).
016000     05  FILLER                  PIC X(10).
016100 01  SCR-TEXT-REC.
016200     05  SCR-TEXT                PIC X(80).
016300 01  SCR-RANK-REC.
016400     05  SCR-RNK-RANK            PIC ZZZ9.
016500     05  FILLER                  PIC X(01).
016600     05  SCR-RNK-ORIGIN          PIC X(04).
016700     05  FILLER                  PIC X(01).
016800     05  SCR-RNK-DESC            PIC X(20).
016900     05  FILLER                  PIC X(01).
017000     05  SCR-RNK-POINTS          PIC Z(05)9.
017100     05  FILLER                  PIC X(02).
017200     05  SCR-RNK-MISSING         PIC ZZZ9.
017300     05  FILLER                  PIC X(01).
017400     05  SCR-RNK-ABORTS          PIC ZZZ9.
017500     05  FILLER                  PIC X(01).
017600     05  SCR-RNK-LATE            PIC ZZZ9.
017700     05  FILLER                  PIC X(02).
017800     05  SCR-RNK-RATE            PIC ZZ9.99.
017900     05  SCR-RNK-PCT             PIC X(01).
018000     05  FILLER                  PIC X(01).
018100     05  SCR-RNK-CONTACT         PIC X(17).
018200 01  SCR-ORIGIN-REC.
018300     05  SCR-ORG-LABEL           PIC X(08).
018400     05  SCR-ORG-ORIGIN          PIC X(04).
018500     05  FILLER                  PIC X(02).
018600     05  SCR-ORG-DESC            PIC X(30).
018700     05  FILLER                  PIC X(02).
018800     05  SCR-ORG-CON-LABEL       PIC X(09).
018900     05  SCR-ORG-CONTACT         PIC X(20).
019000     05  FILLER                  PIC X(05).
019100 01  SCR-DAYS-REC.
019200     05  FILLER                  PIC X(02).
019300     05  SCR-DAY-EXP-LABEL       PIC X(09).
019400     05  SCR-DAY-EXPECTED        PIC ZZ9.
019500     05  FILLER                  PIC X(02).
019600     05  SCR-DAY-ONT-LABEL       PIC X(08).
019700     05  SCR-DAY-ONTIME          PIC ZZ9.
019800     05  FILLER                  PIC X(02).
019900     05  SCR-DAY-LAT-LABEL       PIC X(05).
020000     05  SCR-DAY-LATE            PIC ZZ9.
020100     05  FILLER                  PIC X(02).
020200     05  SCR-DAY-MIS-LABEL       PIC X(08).
020300     05  SCR-DAY-MISSING         PIC ZZ9.
020400     05  FILLER                  PIC X(02).
020500     05  SCR-DAY-UNS-LABEL       PIC X(08).
020600     05  SCR-DAY-UNSCHED         PIC ZZ9.
020700     05  FILLER                  PIC X(02).
020800     05  SCR-DAY-ABT-LABEL       PIC X(07).
020900     05  SCR-DAY-ABORTS          PIC ZZ9.
021000     05  FILLER                  PIC X(05).
021100 01  SCR-VOLUME-REC.
021200     05  FILLER                  PIC X(02).
021300     05  SCR-VOL-BAT-LABEL       PIC X(08).
021400     05  SCR-VOL-BATCHES         PIC ZZZZ9.
021500     05  FILLER                  PIC X(02).
021600     05  SCR-VOL-DTL-LABEL       PIC X(08).
021700     05  SCR-VOL-DETAILS         PIC Z(06)9.
021800     05  FILLER                  PIC X(02).
021900     05  SCR-VOL-REJ-LABEL       PIC X(08).
022000     05  SCR-VOL-REJECTS         PIC Z(06)9.
022100     05  FILLER                  PIC X(02).
022200     05  SCR-VOL-RATE-LABEL      PIC X(05).
022300     05  SCR-VOL-RATE            PIC ZZ9.99.
022400     05  SCR-VOL-PCT             PIC X(01).
022500     05  FILLER                  PIC X(17).
022600 01  SCR-TURN-REC.
022700     05  FILLER                  PIC X(02).
022800     05  SCR-TRN-LABEL           PIC X(15).
022900     05  SCR-TRN-AVG-MIN         PIC ZZZZ9.
023000     05  SCR-TRN-OVER-LABEL      PIC X(10).
023100     05  SCR-TRN-BATCHES         PIC ZZZZ9.
023200     05  SCR-TRN-BAT-LABEL       PIC X(08).
023300     05  FILLER                  PIC X(02).
023400     05  SCR-TRN-PTS-LABEL       PIC X(15).
023500     05  SCR-TRN-POINTS          PIC ZZZZ9.
023600     05  SCR-TRN-RANK-LABEL      PIC X(07).
023700     05  SCR-TRN-RANK            PIC ZZ9.
023800     05  FILLER                  PIC X(03).
023900 01  SCR-REASON-REC.
024000     05  FILLER                  PIC X(04).
024100     05  SCR-RSN-LABEL           PIC X(07).
024200     05  SCR-RSN-CODE            PIC X(03).
024300     05  FILLER                  PIC X(02).
024400     05  SCR-RSN-REJ-LABEL       PIC X(08).
024500     05  SCR-RSN-REJECTS         PIC Z(06)9.
024600     05  FILLER                  PIC X(02).
024700     05  SCR-RSN-RATE-LABEL      PIC X(05).
024800     05  SCR-RSN-RATE            PIC ZZ9.99.
024900     05  SCR-RSN-PCT             PIC X(01).
025000     05  FILLER                  PIC X(35).
025100 01  SCR-TRAILER-REC.
025200     05  SCR-TRL-ORG-LABEL       PIC X(16).
025300     05  SCR-TRL-ORIGINS         PIC ZZZ9.
025400     05  FILLER                  PIC X(02).
025500     05  SCR-TRL-RNK-LABEL       PIC X(08).
025600     05  SCR-TRL-RANKED          PIC ZZZ9.
025700     05  FILLER                  PIC X(02).
025800     05  SCR-TRL-UNR-LABEL       PIC X(22).
025900     05  SCR-TRL-UNREGISTERED    PIC ZZZZ9.
026000     05  FILLER                  PIC X(17).
026100
026200 WORKING-STORAGE SECTION.
026300 01  WS-ORIG-STATUS          PIC X(02)  VALUE SPACES.
026400 01  WS-BCAL-STATUS          PIC X(02)  VALUE SPACES.
026500 01  WS-RUNCTL-STATUS        PIC X(02)  VALUE SPACES.
026600 01  WS-SUSP-STATUS          PIC X(02)  VALUE SPACES.
026700 01  WS-JRNL-IN-STATUS       PIC X(02)  VALUE SPACES.
026800 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
026900 01  WS-ORIG-EOF-SW          PIC X(01)  VALUE 'N'.
027000     88  WS-ORIG-EOF                 VALUE 'Y'.
027100 01  WS-CTL-EOF-SW           PIC X(01)  VALUE 'N'.
027200     88  WS-CTL-EOF                  VALUE 'Y'.
027300 01  WS-SUSP-EOF-SW          PIC X(01)  VALUE 'N'.
027400     88  WS-SUSP-EOF                 VALUE 'Y'.
027500 01  WS-JRNL-EOF-SW          PIC X(01)  VALUE 'N'.
027600     88  WS-JRNL-EOF                 VALUE 'Y'.
027700 01  WS-BCAL-SW              PIC X(01)  VALUE 'N'.
027800     88  WS-BCAL-AVAILABLE           VALUE 'Y'.
027900 01  WS-WORKING-SW           PIC X(01)  VALUE 'N'.
028000     88  WS-WORKING-DAY              VALUE 'Y'.
028100 01  WS-LEAP-SW              PIC X(01)  VALUE 'N'.
028200     88  WS-LEAP-YEAR                VALUE 'Y'.
028300 01  WS-DAY-STATUS           PIC X(01)  VALUE SPACE.
028400     88  WS-DAY-ON-TIME              VALUE 'O'.
028500     88  WS-DAY-LATE                 VALUE 'L'.
028600 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
028700 01  WS-PERIOD               PIC X(06)  VALUE SPACES.
028800 01  WS-PERIOD-R REDEFINES WS-PERIOD.
028900     05  WS-PR-YEAR              PIC 9(04).
029000     05  WS-PR-MONTH             PIC 9(02).
029100 01  WS-FIRST-DATE           PIC X(08)  VALUE SPACES.
029200 01  WS-LAST-DAY             PIC S9(04) COMP  VALUE 0.
029300 01  WS-DAY                  PIC S9(04) COMP  VALUE 0.
029400 01  WS-CAL-GAPS             PIC S9(05) COMP-3 VALUE 0.
029500 01  WS-SO-COUNT             PIC S9(04) COMP  VALUE 0.
029600 01  WS-SO-SUB               PIC S9(04) COMP  VALUE 0.
029700 01  WS-SO-IX                PIC S9(04) COMP  VALUE 0.
029800 01  WS-RB-COUNT             PIC S9(04) COMP  VALUE 0.
029900 01  WS-RB-SUB               PIC S9(04) COMP  VALUE 0.
030000 01  WS-RB-IX                PIC S9(04) COMP  VALUE 0.
030100 01  WS-RB-LOW-DATE          PIC X(08)  VALUE HIGH-VALUES.
030200 01  WS-RB-HIGH-DATE         PIC X(08)  VALUE LOW-VALUES.
030300 01  WS-RK-COUNT             PIC S9(04) COMP  VALUE 0.
030400 01  WS-RK-LIMIT             PIC S9(04) COMP  VALUE 10.
030500 01  WS-RSN-SUB              PIC S9(04) COMP  VALUE 0.
030600 01  WS-RSN-IX               PIC S9(04) COMP  VALUE 0.
030700 01  WS-I                    PIC S9(04) COMP  VALUE 0.
030800 01  WS-J                    PIC S9(04) COMP  VALUE 0.
030900 01  WS-SRC-BATCH            PIC 9(04)  VALUE 0.
031000 01  WS-CTL-READ             PIC S9(07) COMP-3 VALUE 0.
031100 01  WS-UNREGISTERED         PIC S9(05) COMP-3 VALUE 0.
031200 01  WS-RECEIPT-MIN          PIC S9(11) COMP-3 VALUE 0.
031300 01  WS-STAMP-MIN            PIC S9(11) COMP-3 VALUE 0.
031400 01  WS-TS-MINUTES           PIC S9(11) COMP-3 VALUE 0.
031500 01  WS-TURN-MIN             PIC S9(11) COMP-3 VALUE 0.
031600 01  WS-DAY-NBR              PIC S9(09) COMP-3 VALUE 0.
031700 01  WS-DN-YEAR              PIC S9(09) COMP  VALUE 0.
031800 01  WS-DN-Q4                PIC S9(09) COMP  VALUE 0.
031900 01  WS-DN-Q100              PIC S9(09) COMP  VALUE 0.
032000 01  WS-DN-Q400              PIC S9(09) COMP  VALUE 0.
032100 01  WS-LY-YEAR              PIC S9(09) COMP  VALUE 0.
032200 01  WS-LY-QUOT              PIC S9(09) COMP  VALUE 0.
032300 01  WS-LY-REM4              PIC S9(04) COMP  VALUE 0.
032400 01  WS-LY-REM100            PIC S9(04) COMP  VALUE 0.
032500 01  WS-LY-REM400            PIC S9(04) COMP  VALUE 0.
032600 01  WS-TS-WORK              PIC X(14)  VALUE SPACES.
032700 01  WS-TS-WORK-R REDEFINES WS-TS-WORK.
032800     05  WS-TW-YEAR              PIC 9(04).
032900     05  WS-TW-MONTH             PIC 9(02).
033000     05  WS-TW-DAY               PIC 9(02).
033100     05  WS-TW-HOUR              PIC 9(02).
033200     05  WS-TW-MINUTE            PIC 9(02).
033300     05  WS-TW-SECOND            PIC 9(02).
033400 01  WS-DOW                  PIC S9(04) COMP  VALUE 0.
033500 01  WS-ZC-YEAR              PIC S9(09) COMP  VALUE 0.
033600 01  WS-ZC-MONTH             PIC S9(04) COMP  VALUE 0.
033700 01  WS-ZC-DAY               PIC S9(04) COMP  VALUE 0.
033800 01  WS-ZC-CENT              PIC S9(04) COMP  VALUE 0.
033900 01  WS-ZC-YY                PIC S9(04) COMP  VALUE 0.
034000 01  WS-ZC-WORK              PIC S9(09) COMP  VALUE 0.
034100 01  WS-ZC-H                 PIC S9(09) COMP  VALUE 0.
034200 01  WS-DATE-WORK            PIC X(08)  VALUE SPACES.
034300 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
034400     05  WS-DW-YEAR              PIC 9(04).
034500     05  WS-DW-MONTH             PIC 9(02).
034600     05  WS-DW-DAY               PIC 9(02).
034700 01  WS-DAY-EDIT             PIC 9(02)  VALUE 0.
034800 01  WS-MONTH-DAYS-VALUES    PIC X(24)
034900         VALUE "312831303130313130313031".
035000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
035100     05  WS-MONTH-DAYS OCCURS 12 TIMES
035200                             PIC 9(02).
035300 01  WS-CUM-DAYS-VALUES      PIC X(36)
035400         VALUE "000031059090120151181212243273304334".
035500 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
035600     05  WS-CUM-DAYS OCCURS 12 TIMES
035700                             PIC 9(03).
035800 01  WS-RSN-CODE-VALUES      PIC X(27)
035900         VALUE "E01E02E03E04E05E06E07E08OTH".
036000 01  WS-RSN-CODE-TABLE REDEFINES WS-RSN-CODE-VALUES.
036100     05  WS-RSN-CODE OCCURS 9 TIMES
036200                             PIC X(03).
036300 01  WS-SO-TABLE.
036400     05  SO-ENTRY OCCURS 50 TIMES.
036500         10  SO-ORIGIN           PIC X(04).
036600         10  SO-DESC             PIC X(30).
036700         10  SO-EXPECT-DAYS      PIC X(07).
036800         10  SO-CUTOFF-TIME      PIC X(04).
036900         10  SO-CONTACT          PIC X(20).
037000         10  SO-DAY-FLAGS.
037100             15  SO-DAY-FLAG OCCURS 31 TIMES
037200                                 PIC X(01).
037300         10  SO-EXPECTED         PIC S9(05) COMP-3.
037400         10  SO-ONTIME           PIC S9(05) COMP-3.
037500         10  SO-LATE             PIC S9(05) COMP-3.
037600         10  SO-MISSING          PIC S9(05) COMP-3.
037700         10  SO-UNSCHED          PIC S9(05) COMP-3.
037800         10  SO-ABORTS           PIC S9(05) COMP-3.
037900         10  SO-BATCHES          PIC S9(05) COMP-3.
038000         10  SO-DETAILS          PIC S9(07) COMP-3.
038100         10  SO-REJECTS          PIC S9(07) COMP-3.
038200         10  SO-RATE             PIC S9(03)V9(02) COMP-3.
038300         10  SO-TURN-MINUTES     PIC S9(11) COMP-3.
038400         10  SO-TURN-BATCHES     PIC S9(05) COMP-3.
038500         10  SO-AVG-TURN         PIC S9(05) COMP-3.
038600         10  SO-POINTS           PIC S9(05) COMP-3.
038700         10  SO-RANK             PIC S9(04) COMP.
038800         10  SO-RSN-COUNT OCCURS 9 TIMES
038900                                 PIC S9(07) COMP-3.
039000 01  WS-RB-TABLE.
039100     05  RB-ENTRY OCCURS 3000 TIMES.
039200         10  RB-RUN-DATE         PIC X(08).
039300         10  RB-BATCH-NBR        PIC 9(04).
039400         10  RB-SO-IX            PIC S9(04) COMP.
039500 01  WS-RK-TABLE.
039600     05  RK-ENTRY OCCURS 50 TIMES.
039700         10  RK-POINTS           PIC S9(05) COMP-3.
039800         10  RK-RATE             PIC S9(03)V9(02) COMP-3.
039900         10  RK-SO-IX            PIC S9(04) COMP.
040000 01  WS-RK-SWAP              PIC X(08)  VALUE SPACES.
040100 01  WS-RATE-WORK            PIC S9(03)V9(02) COMP-3 VALUE 0.
040200 COPY ORIGREC.
040300 COPY BCALREC.
040400 COPY RUNCTLRC.
040500 COPY SCRDREC.
040600 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
040700 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
040800 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
040900 COPY JRNLREC.
041000
041100 PROCEDURE DIVISION.
041200 0000-MAINLINE.
041300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041400     PERFORM 2000-COLLECT-BATCHES THRU 2000-EXIT.
041500     PERFORM 3000-COLLECT-ABORTS THRU 3000-EXIT.
041600     PERFORM 4000-COLLECT-REJECTS THRU 4000-EXIT.
041700     PERFORM 5000-SCORE-DAYS THRU 5000-EXIT.
041800     PERFORM 6000-RANK-ORIGINS THRU 6000-EXIT.
041900     PERFORM 7000-WRITE-SCORECARDS THRU 7000-EXIT.
042000     PERFORM 7900-TERMINATE THRU 7900-EXIT.
042100     STOP RUN.
042200
042300*----------------------------------------------------------------
042400* 1000-INITIALIZE - RESOLVE THE MONTH, LOAD THE REGISTERED
042500* ORIGINS, OPEN THE CALENDAR AND WRITE THE HEADER. THE ORIGIN
042600* MASTER IS REQUIRED - IT IS THE LIST OF DESKS TO SCORE. THE
042700* CALENDAR IS NOT: WITHOUT IT THE DAYS ARE JUDGED ON THE
042800* EXPECTED DAYS OF WEEK ALONE AND THE RUN ENDS RC=4.
042900*----------------------------------------------------------------
043000 1000-INITIALIZE.
043100     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
043200     ACCEPT WS-JRNL-TIME FROM TIME.
043300     STRING WS-JRNL-DATE DELIMITED BY SIZE
043400            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
043500         INTO WS-JRNL-START-TS.
043600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
043700     MOVE WS-RUN-DATE TO WS-DATE-WORK.
043800     MOVE WS-DW-YEAR TO WS-PR-YEAR.
043900     MOVE WS-DW-MONTH TO WS-PR-MONTH.
044000     IF WS-PR-MONTH = 1
044100         MOVE 12 TO WS-PR-MONTH
044200         SUBTRACT 1 FROM WS-PR-YEAR
044300     ELSE
044400         SUBTRACT 1 FROM WS-PR-MONTH
044500     END-IF.
044600     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
044700     PERFORM 1150-SET-LAST-DAY THRU 1150-EXIT.
044800     OPEN INPUT ORIG-FILE.
044900     IF WS-ORIG-STATUS NOT = "00"
045000         DISPLAY "SUMSSCRD CANNOT OPEN ORIGIN MASTER - STATUS "
045100             WS-ORIG-STATUS
045200         MOVE 16 TO RETURN-CODE
045300         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
045400         STOP RUN
045500     END-IF.
045600     OPEN OUTPUT SCRD-RPT.
045700     OPEN OUTPUT SCRD-EXT.
045800     PERFORM 1210-READ-ORIGIN THRU 1210-EXIT.
045900     PERFORM 1200-LOAD-ORIGIN THRU 1200-EXIT
046000         UNTIL WS-ORIG-EOF.
046100     CLOSE ORIG-FILE.
046200     OPEN INPUT BCAL-FILE.
046300     IF WS-BCAL-STATUS = "00"
046400         SET WS-BCAL-AVAILABLE TO TRUE
046500     ELSE
046600         DISPLAY "SUMSSCRD CALENDAR UNAVAILABLE (" WS-BCAL-STATUS
046700             ") - DAYS JUDGED ON EXPECTED DAYS OF WEEK ONLY"
046800     END-IF.
046900     MOVE SPACES TO SCR-HEADER-REC.
047000     MOVE "SUMSSCRD ORIGIN SERVICE SCORECARD - MONTH: "
047100         TO SCR-HDR-LABEL.
047200     MOVE WS-PERIOD TO SCR-HDR-PERIOD.
047300     MOVE "RUN DATE: " TO SCR-HDR-RUN-LABEL.
047400     MOVE WS-RUN-DATE TO SCR-HDR-RUN-DATE.
047500     WRITE SCR-HEADER-REC.
047600 1000-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------------
048000* 1100-READ-PARM-CARD - MONTH OVERRIDE. A MONTH NOT YET BEGUN
048100* HAS NOTHING TO SCORE AND IS REFUSED WITH THE BAD CARDS.
048200*----------------------------------------------------------------
048300 1100-READ-PARM-CARD.
048400     OPEN INPUT PARM-IN.
048500     IF WS-PARM-STATUS = "00"
048600         READ PARM-IN
048700             AT END
048800                 CONTINUE
048900             NOT AT END
049000                 IF PM-PERIOD NOT = SPACES
049100                     IF PM-PERIOD IS NUMERIC
049200                             AND PM-PERIOD (5:2) > "00"
049300                             AND PM-PERIOD (5:2) < "13"
049400                             AND PM-PERIOD NOT > WS-RUN-DATE (1:6)
049500                         MOVE PM-PERIOD TO WS-PERIOD
049600                     ELSE
049700                         DISPLAY "SCRDPARM MONTH INVALID: "
049800                             PM-PERIOD
049900                         CLOSE PARM-IN
050000                         MOVE 16 TO RETURN-CODE
050100                         PERFORM 8000-WRITE-RUN-JOURNAL
050200                             THRU 8000-EXIT
050300                         STOP RUN
050400                     END-IF
050500                 END-IF
050600         END-READ
050700         CLOSE PARM-IN
050800     END-IF.
050900 1100-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------
051300* 1150-SET-LAST-DAY - THE LAST DAY OF THE MONTH TO SCORE: THE
051400* MONTH'S OWN LENGTH, OR THE DAY BEFORE THE RUN DATE WHEN THE
051500* CURRENT MONTH IS SCORED (TODAY'S FEEDS MAY STILL BE COMING).
051600*----------------------------------------------------------------
051700 1150-SET-LAST-DAY.
051800     MOVE WS-MONTH-DAYS (WS-PR-MONTH) TO WS-LAST-DAY.
051900     IF WS-PR-MONTH = 2
052000         MOVE WS-PR-YEAR TO WS-LY-YEAR
052100         PERFORM 1400-CHECK-LEAP-YEAR THRU 1400-EXIT
052200         IF WS-LEAP-YEAR
052300             MOVE 29 TO WS-LAST-DAY
052400         END-IF
052500     END-IF.
052600     IF WS-PERIOD = WS-RUN-DATE (1:6)
052700         MOVE WS-RUN-DATE TO WS-DATE-WORK
052800         COMPUTE WS-LAST-DAY = WS-DW-DAY - 1
052900     END-IF.
053000     STRING WS-PERIOD DELIMITED BY SIZE
053100            "01" DELIMITED BY SIZE
053200         INTO WS-FIRST-DATE.
053300 1150-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------
053700* 1200-LOAD-ORIGIN - TABLE ONE REGISTERED ORIGIN WITH ITS
053800* SCHEDULE AND CONTACT, EVERY FIGURE AT ZERO.
053900*----------------------------------------------------------------
054000 1200-LOAD-ORIGIN.
054100     IF WS-SO-COUNT = 50
054200         DISPLAY "SUMSSCRD - MORE THAN 50 REGISTERED ORIGINS - "
054300             "ENLARGE THE ORIGIN TABLE"
054400         CLOSE ORIG-FILE
054500         CLOSE SCRD-RPT
054600         CLOSE SCRD-EXT
054700         MOVE 16 TO RETURN-CODE
054800         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
054900         STOP RUN
055000     END-IF.
055100     ADD 1 TO WS-SO-COUNT.
055200     MOVE OG-ORIGIN-CODE TO SO-ORIGIN (WS-SO-COUNT).
055300     MOVE OG-DESC TO SO-DESC (WS-SO-COUNT).
055400     MOVE OG-EXPECT-DAYS TO SO-EXPECT-DAYS (WS-SO-COUNT).
055500     MOVE OG-CUTOFF-TIME TO SO-CUTOFF-TIME (WS-SO-COUNT).
055600     MOVE OG-CONTACT TO SO-CONTACT (WS-SO-COUNT).
055700     MOVE SPACES TO SO-DAY-FLAGS (WS-SO-COUNT).
055800     MOVE 0 TO SO-EXPECTED (WS-SO-COUNT).
055900     MOVE 0 TO SO-ONTIME (WS-SO-COUNT).
056000     MOVE 0 TO SO-LATE (WS-SO-COUNT).
056100     MOVE 0 TO SO-MISSING (WS-SO-COUNT).
056200     MOVE 0 TO SO-UNSCHED (WS-SO-COUNT).
056300     MOVE 0 TO SO-ABORTS (WS-SO-COUNT).
056400     MOVE 0 TO SO-BATCHES (WS-SO-COUNT).
056500     MOVE 0 TO SO-DETAILS (WS-SO-COUNT).
056600     MOVE 0 TO SO-REJECTS (WS-SO-COUNT).
056700     MOVE 0 TO SO-RATE (WS-SO-COUNT).
056800     MOVE 0 TO SO-TURN-MINUTES (WS-SO-COUNT).
056900     MOVE 0 TO SO-TURN-BATCHES (WS-SO-COUNT).
057000     MOVE 0 TO SO-AVG-TURN (WS-SO-COUNT).
057100     MOVE 0 TO SO-POINTS (WS-SO-COUNT).
057200     MOVE 0 TO SO-RANK (WS-SO-COUNT).
057300     PERFORM 1220-CLEAR-REASON THRU 1220-EXIT
057400         VARYING WS-RSN-SUB FROM 1 BY 1
057500         UNTIL WS-RSN-SUB > 9.
057600     PERFORM 1210-READ-ORIGIN THRU 1210-EXIT.
057700 1200-EXIT.
057800     EXIT.
057900
058000 1210-READ-ORIGIN.
058100     READ ORIG-FILE INTO ORIG-RECORD
058200         AT END
058300             SET WS-ORIG-EOF TO TRUE
058400     END-READ.
058500 1210-EXIT.
058600     EXIT.
058700
058800 1220-CLEAR-REASON.
058900     MOVE 0 TO SO-RSN-COUNT (WS-SO-COUNT, WS-RSN-SUB).
059000 1220-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------------
059400* 1300-DAY-OF-WEEK - ZELLER'S RULE ON WS-DATE-WORK, LEAVING
059500* WS-DOW AS 1-7 FOR MONDAY-SUNDAY TO INDEX OG-EXPECT-DAYS (THE
059600* SAME RULE AND FOLD AS SUMSWDOG). JANUARY AND FEBRUARY COUNT
059700* AS MONTHS 13 AND 14 OF THE PRIOR YEAR, PER THE RULE.
059800*----------------------------------------------------------------
059900 1300-DAY-OF-WEEK.
060000     MOVE WS-DW-YEAR TO WS-ZC-YEAR.
060100     MOVE WS-DW-MONTH TO WS-ZC-MONTH.
060200     MOVE WS-DW-DAY TO WS-ZC-DAY.
060300     IF WS-ZC-MONTH < 3
060400         ADD 12 TO WS-ZC-MONTH
060500         SUBTRACT 1 FROM WS-ZC-YEAR
060600     END-IF.
060700     DIVIDE WS-ZC-YEAR BY 100 GIVING WS-ZC-CENT
060800         REMAINDER WS-ZC-YY.
060900     COMPUTE WS-ZC-WORK =
061000         WS-ZC-DAY + ((13 * (WS-ZC-MONTH + 1)) / 5)
061100         + WS-ZC-YY + (WS-ZC-YY / 4) + (WS-ZC-CENT / 4)
061200         + (5 * WS-ZC-CENT).
061300     DIVIDE WS-ZC-WORK BY 7 GIVING WS-ZC-H
061400         REMAINDER WS-DOW.
061500*    ZELLER LEAVES 0 = SATURDAY; FOLD TO 1-7 MONDAY-SUNDAY.
061600     ADD 6 TO WS-DOW.
061700     DIVIDE WS-DOW BY 7 GIVING WS-ZC-H
061800         REMAINDER WS-DOW.
061900     IF WS-DOW = 0
062000         MOVE 7 TO WS-DOW
062100     END-IF.
062200 1300-EXIT.
062300     EXIT.
062400
062500*----------------------------------------------------------------
062600* 1400-CHECK-LEAP-YEAR - GREGORIAN RULE ON WS-LY-YEAR.
062700*----------------------------------------------------------------
062800 1400-CHECK-LEAP-YEAR.
062900     MOVE "N" TO WS-LEAP-SW.
063000     DIVIDE WS-LY-YEAR BY 4 GIVING WS-LY-QUOT
063100         REMAINDER WS-LY-REM4.
063200     DIVIDE WS-LY-YEAR BY 100 GIVING WS-LY-QUOT
063300         REMAINDER WS-LY-REM100.
063400     DIVIDE WS-LY-YEAR BY 400 GIVING WS-LY-QUOT
063500         REMAINDER WS-LY-REM400.
063600     IF WS-LY-REM4 = 0
063700             AND (WS-LY-REM100 NOT = 0 OR WS-LY-REM400 = 0)
063800         SET WS-LEAP-YEAR TO TRUE
063900     END-IF.
064000 1400-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------------
064400* 1500-TS-TO-MINUTES - WS-TS-WORK (YYYYMMDDHHMMSS) AS MINUTES
064500* SINCE A FIXED BASE, SO TWO STAMPS CAN BE SUBTRACTED ACROSS
064600* MIDNIGHT AND MONTH-END. THE DAY NUMBER COUNTS THE DAYS OF THE
064700* WHOLE YEARS BEFORE, THEN THE DAYS OF THE YEAR SO FAR.
064800*----------------------------------------------------------------
064900 1500-TS-TO-MINUTES.
065000     COMPUTE WS-DN-YEAR = WS-TW-YEAR - 1.
065100     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
065200     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
065300     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
065400     COMPUTE WS-DAY-NBR = (WS-DN-YEAR * 365) + WS-DN-Q4
065500         - WS-DN-Q100 + WS-DN-Q400
065600         + WS-CUM-DAYS (WS-TW-MONTH) + WS-TW-DAY.
065700     IF WS-TW-MONTH > 2
065800         MOVE WS-TW-YEAR TO WS-LY-YEAR
065900         PERFORM 1400-CHECK-LEAP-YEAR THRU 1400-EXIT
066000         IF WS-LEAP-YEAR
066100             ADD 1 TO WS-DAY-NBR
066200         END-IF
066300     END-IF.
066400     COMPUTE WS-TS-MINUTES = (WS-DAY-NBR * 1440)
066500         + (WS-TW-HOUR * 60) + WS-TW-MINUTE.
066600 1500-EXIT.
066700     EXIT.
066800
066900*----------------------------------------------------------------
067000* 2000-COLLECT-BATCHES - WALK THE RUN-CONTROL RECORDS FOR THE
067100* MONTH'S BUSINESS DATES: WHEN EACH DESK'S BATCHES ARRIVED AND
067200* COMPLETED, AND WHAT THEY CARRIED. NOTHING CAN BE SCORED
067300* WITHOUT RUN-CONTROL, SO AN UNOPENABLE FILE STOPS THE RUN.
067400*----------------------------------------------------------------
067500 2000-COLLECT-BATCHES.
067600     OPEN INPUT RUNCTL-FILE.
067700     IF WS-RUNCTL-STATUS NOT = "00"
067800         DISPLAY "SUMSSCRD CANNOT OPEN RUN-CONTROL - STATUS "
067900             WS-RUNCTL-STATUS
068000         PERFORM 7950-CLOSE-AND-STOP THRU 7950-EXIT
068100     END-IF.
068200     MOVE SPACES TO RL-CTL-KEY.
068300     MOVE WS-FIRST-DATE TO RL-CTL-KEY (1:8).
068400     MOVE "0000" TO RL-CTL-KEY (9:4).
068500     START RUNCTL-FILE KEY NOT < RL-CTL-KEY
068600         INVALID KEY
068700             SET WS-CTL-EOF TO TRUE
068800     END-START.
068900     PERFORM 2100-READ-CTL-RECORD THRU 2100-EXIT
069000         UNTIL WS-CTL-EOF.
069100     CLOSE RUNCTL-FILE.
069200 2000-EXIT.
069300     EXIT.
069400
069500 2100-READ-CTL-RECORD.
069600     READ RUNCTL-FILE NEXT RECORD
069700         AT END
069800             SET WS-CTL-EOF TO TRUE
069900             GO TO 2100-EXIT
070000     END-READ.
070100     MOVE RUNCTL-FILE-REC TO RUNCTL-RECORD.
070200     IF RC-BUS-DATE (1:6) NOT = WS-PERIOD
070300         SET WS-CTL-EOF TO TRUE
070400         GO TO 2100-EXIT
070500     END-IF.
070600     ADD 1 TO WS-CTL-READ.
070700     PERFORM 2200-NOTE-BATCH THRU 2200-EXIT.
070800 2100-EXIT.
070900     EXIT.
071000
071100*----------------------------------------------------------------
071200* 2200-NOTE-BATCH - ONE RUN-CONTROL RECORD. ITS BATCH TOTALS ARE
071300* THE DESK'S VOLUME. ONLY THE DESK'S OWN KEY (NOT A SPLIT
071400* SEGMENT KEY) IS COUNTED AS A BATCH AND JUDGED FOR TIMELINESS
071500* AND TURNAROUND. A RECORD A SUMS RUN STAMPED IS TABLED SO ITS
071600* SUSPENSE ITEMS CAN BE FOUND.
071700*----------------------------------------------------------------
071800 2200-NOTE-BATCH.
071900     IF RC-ORIGIN = SPACES
071910             OR RC-STATUS-BACKED-OUT
072000         GO TO 2200-EXIT
072100     END-IF.
072200     PERFORM 2210-FIND-ORIGIN THRU 2210-EXIT.
072300     IF WS-SO-IX = 0
072400         ADD 1 TO WS-UNREGISTERED
072500         GO TO 2200-EXIT
072600     END-IF.
072700     IF RC-BATCH-TOTALS IS NUMERIC
072800         MOVE RC-SRC-BATCH-NBR TO WS-SRC-BATCH
072900         ADD RC-BAT-ACCEPTED TO SO-DETAILS (WS-SO-IX)
073000         ADD RC-BAT-REVERSED TO SO-DETAILS (WS-SO-IX)
073100         ADD RC-BAT-REJECTED TO SO-DETAILS (WS-SO-IX)
073200     ELSE
073300         MOVE RC-BATCH-NBR TO WS-SRC-BATCH
073400     END-IF.
073500     IF WS-SRC-BATCH = RC-BATCH-NBR
073600         ADD 1 TO SO-BATCHES (WS-SO-IX)
073700         PERFORM 2300-TIME-BATCH THRU 2300-EXIT
073800     END-IF.
073900     IF RC-RUN-ID (1:4) NOT = "SUMS"
074000         GO TO 2200-EXIT
074100     END-IF.
074200     IF WS-RB-COUNT = 3000
074300         DISPLAY "SUMSSCRD - MORE THAN 3000 BATCHES IN "
074400             WS-PERIOD " - ENLARGE THE BATCH TABLE"
074500         CLOSE RUNCTL-FILE
074600         PERFORM 7950-CLOSE-AND-STOP THRU 7950-EXIT
074700     END-IF.
074800     ADD 1 TO WS-RB-COUNT.
074900     MOVE RC-RUN-ID (5:8) TO RB-RUN-DATE (WS-RB-COUNT).
075000     MOVE RC-BATCH-NBR TO RB-BATCH-NBR (WS-RB-COUNT).
075100     MOVE WS-SO-IX TO RB-SO-IX (WS-RB-COUNT).
075200     IF RB-RUN-DATE (WS-RB-COUNT) < WS-RB-LOW-DATE
075300         MOVE RB-RUN-DATE (WS-RB-COUNT) TO WS-RB-LOW-DATE
075400     END-IF.
075500     IF RB-RUN-DATE (WS-RB-COUNT) > WS-RB-HIGH-DATE
075600         MOVE RB-RUN-DATE (WS-RB-COUNT) TO WS-RB-HIGH-DATE
075700     END-IF.
075800 2200-EXIT.
075900     EXIT.
076000
076100 2210-FIND-ORIGIN.
076200     MOVE 0 TO WS-SO-IX.
076300     PERFORM 2220-SCAN-ORIGINS THRU 2220-EXIT
076400         VARYING WS-SO-SUB FROM 1 BY 1
076500         UNTIL WS-SO-SUB > WS-SO-COUNT
076600             OR WS-SO-IX > 0.
076700 2210-EXIT.
076800     EXIT.
076900
077000 2220-SCAN-ORIGINS.
077100     IF SO-ORIGIN (WS-SO-SUB) = RC-ORIGIN
077200         MOVE WS-SO-SUB TO WS-SO-IX
077300     END-IF.
077400 2220-EXIT.
077500     EXIT.
077600
077700*----------------------------------------------------------------
077800* 2300-TIME-BATCH - A BATCH RECEIVED AFTER THE DESK'S CUTOFF ON
077900* ITS BUSINESS DATE, OR ON A LATER DATE, IS LATE. THE DAY IS ON
078000* TIME IF ANY OF ITS BATCHES WAS. A COMPLETED BATCH ADDS ITS
078100* RECEIPT-TO-COMPLETION MINUTES TO THE TURNAROUND.
078200*----------------------------------------------------------------
078300 2300-TIME-BATCH.
078400     SET WS-DAY-ON-TIME TO TRUE.
078500     IF RC-RECEIPT-TS IS NUMERIC
078600         IF RC-RECEIPT-TS (1:8) > RC-BUS-DATE
078700             SET WS-DAY-LATE TO TRUE
078800         ELSE
078900             IF RC-RECEIPT-TS (1:8) = RC-BUS-DATE
079000                     AND SO-CUTOFF-TIME (WS-SO-IX) IS NUMERIC
079100                     AND RC-RECEIPT-TS (9:4)
079200                         > SO-CUTOFF-TIME (WS-SO-IX)
079300                 SET WS-DAY-LATE TO TRUE
079400             END-IF
079500         END-IF
079600     END-IF.
079700     MOVE RC-BUS-DATE TO WS-DATE-WORK.
079800     MOVE WS-DW-DAY TO WS-DAY.
079900     IF WS-DAY-ON-TIME
080000         MOVE "O" TO SO-DAY-FLAG (WS-SO-IX, WS-DAY)
080100     ELSE
080200         IF SO-DAY-FLAG (WS-SO-IX, WS-DAY) = SPACE
080300             MOVE "L" TO SO-DAY-FLAG (WS-SO-IX, WS-DAY)
080400         END-IF
080500     END-IF.
080600     IF NOT RC-STATUS-COMPLETE
080700             OR RC-RECEIPT-TS IS NOT NUMERIC
080800             OR RC-STAMP-TIMESTAMP IS NOT NUMERIC
080900         GO TO 2300-EXIT
081000     END-IF.
081100     MOVE RC-RECEIPT-TS TO WS-TS-WORK.
081200     PERFORM 1500-TS-TO-MINUTES THRU 1500-EXIT.
081300     MOVE WS-TS-MINUTES TO WS-RECEIPT-MIN.
081400     MOVE RC-STAMP-TIMESTAMP TO WS-TS-WORK.
081500     PERFORM 1500-TS-TO-MINUTES THRU 1500-EXIT.
081600     MOVE WS-TS-MINUTES TO WS-STAMP-MIN.
081700     COMPUTE WS-TURN-MIN = WS-STAMP-MIN - WS-RECEIPT-MIN.
081800     IF WS-TURN-MIN < 0
081900         GO TO 2300-EXIT
082000     END-IF.
082100     ADD WS-TURN-MIN TO SO-TURN-MINUTES (WS-SO-IX).
082200     ADD 1 TO SO-TURN-BATCHES (WS-SO-IX).
082300 2300-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------
082700* 3000-COLLECT-ABORTS - PASS THE RUN JOURNAL FOR SUMS AND
082800* SUMSSPLT RUNS STARTED IN THE MONTH THAT STOPPED RC=16 ON A
082900* STRUCTURAL CHECK NAMING AN ORIGIN.
083000*----------------------------------------------------------------
083100 3000-COLLECT-ABORTS.
083200     OPEN INPUT JRNL-IN.
083300     IF WS-JRNL-IN-STATUS NOT = "00"
083400         DISPLAY "SUMSSCRD CANNOT OPEN RUN JOURNAL - STATUS "
083500             WS-JRNL-IN-STATUS
083600         PERFORM 7950-CLOSE-AND-STOP THRU 7950-EXIT
083700     END-IF.
083800     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
083900     PERFORM 3200-NOTE-ABORT THRU 3200-EXIT
084000         UNTIL WS-JRNL-EOF.
084100     CLOSE JRNL-IN.
084200 3000-EXIT.
084300     EXIT.
084400
084500 3100-READ-JOURNAL.
084600     READ JRNL-IN INTO JRNL-RECORD
084700         AT END
084800             SET WS-JRNL-EOF TO TRUE
084900     END-READ.
085000 3100-EXIT.
085100     EXIT.
085200
085300 3200-NOTE-ABORT.
085400     IF JR-START-TS (1:6) NOT = WS-PERIOD
085500             OR JR-ORIGIN = SPACES
085600             OR JR-RETURN-CODE IS NOT NUMERIC
085700         GO TO 3200-NEXT
085800     END-IF.
085900     IF JR-RETURN-CODE NOT = 16
086000         GO TO 3200-NEXT
086100     END-IF.
086200     IF JR-PROGRAM-ID NOT = "SUMS    "
086300             AND JR-PROGRAM-ID NOT = "SUMSSPLT"
086400         GO TO 3200-NEXT
086500     END-IF.
086600     MOVE JR-ORIGIN TO RC-ORIGIN.
086700     PERFORM 2210-FIND-ORIGIN THRU 2210-EXIT.
086800     IF WS-SO-IX = 0
086900         ADD 1 TO WS-UNREGISTERED
087000     ELSE
087100         ADD 1 TO SO-ABORTS (WS-SO-IX)
087200     END-IF.
087300 3200-NEXT.
087400     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
087500 3200-EXIT.
087600     EXIT.
087700
087800*----------------------------------------------------------------
087900* 4000-COLLECT-REJECTS - PASS THE SUSPENSE FILE. AN ITEM MINTED
088000* BY A SUMS RUN THAT PROCESSED ONE OF THE MONTH'S BATCHES IS
088100* COUNTED AGAINST THAT BATCH'S DESK UNDER ITS REASON CODE,
088200* WHETHER STILL OPEN OR SINCE RELEASED.
088300*----------------------------------------------------------------
088400 4000-COLLECT-REJECTS.
088500     OPEN INPUT SUSP-IN.
088600     IF WS-SUSP-STATUS NOT = "00"
088700         DISPLAY "SUMSSCRD CANNOT OPEN SUSPENSE - STATUS "
088800             WS-SUSP-STATUS
088900         PERFORM 7950-CLOSE-AND-STOP THRU 7950-EXIT
089000     END-IF.
089100     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
089200     PERFORM 4200-NOTE-REJECT THRU 4200-EXIT
089300         UNTIL WS-SUSP-EOF.
089400     CLOSE SUSP-IN.
089500 4000-EXIT.
089600     EXIT.
089700
089800 4100-READ-SUSPENSE.
089900     READ SUSP-IN
090000         AT END
090100             SET WS-SUSP-EOF TO TRUE
090200     END-READ.
090300 4100-EXIT.
090400     EXIT.
090500
090600 4200-NOTE-REJECT.
090700     IF SU-SUSP-DATE < WS-RB-LOW-DATE
090800             OR SU-SUSP-DATE > WS-RB-HIGH-DATE
090900         GO TO 4200-NEXT
091000     END-IF.
091100     MOVE 0 TO WS-RB-IX.
091200     PERFORM 4300-SCAN-BATCHES THRU 4300-EXIT
091300         VARYING WS-RB-SUB FROM 1 BY 1
091400         UNTIL WS-RB-SUB > WS-RB-COUNT
091500             OR WS-RB-IX > 0.
091600     IF WS-RB-IX = 0
091700         GO TO 4200-NEXT
091800     END-IF.
091900     MOVE RB-SO-IX (WS-RB-IX) TO WS-SO-IX.
092000     MOVE 9 TO WS-RSN-IX.
092100     PERFORM 4400-SCAN-REASONS THRU 4400-EXIT
092200         VARYING WS-RSN-SUB FROM 1 BY 1
092300         UNTIL WS-RSN-SUB > 8.
092400     ADD 1 TO SO-REJECTS (WS-SO-IX).
092500     ADD 1 TO SO-RSN-COUNT (WS-SO-IX, WS-RSN-IX).
092600 4200-NEXT.
092700     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
092800 4200-EXIT.
092900     EXIT.
093000
093100 4300-SCAN-BATCHES.
093200     IF RB-RUN-DATE (WS-RB-SUB) = SU-SUSP-DATE
093300             AND RB-BATCH-NBR (WS-RB-SUB) = SU-SUSP-BATCH
093400         MOVE WS-RB-SUB TO WS-RB-IX
093500     END-IF.
093600 4300-EXIT.
093700     EXIT.
093800
093900 4400-SCAN-REASONS.
094000     IF WS-RSN-CODE (WS-RSN-SUB) = SU-REASON-CODE
094100         MOVE WS-RSN-SUB TO WS-RSN-IX
094200     END-IF.
094300 4400-EXIT.
094400     EXIT.
094500
094600*----------------------------------------------------------------
094700* 5000-SCORE-DAYS - EVERY DAY OF THE MONTH UP TO THE LAST DAY
094800* SCORED: A WORKING DAY (OR, OFF THE CALENDAR, ANY DAY) IS
094900* EXPECTED OF EACH DESK WHOSE OG-EXPECT-DAYS MARKS ITS DAY OF
095000* THE WEEK, AND IS ON TIME, LATE OR MISSING FROM THE BATCHES
095100* SEEN. WORK SENT ON ANY OTHER DAY IS UNSCHEDULED.
095200*----------------------------------------------------------------
095300 5000-SCORE-DAYS.
095400     PERFORM 5100-SCORE-ONE-DAY THRU 5100-EXIT
095500         VARYING WS-DAY FROM 1 BY 1
095600         UNTIL WS-DAY > WS-LAST-DAY.
095700     IF WS-BCAL-AVAILABLE
095800         CLOSE BCAL-FILE
095900     END-IF.
096000 5000-EXIT.
096100     EXIT.
096200
096300 5100-SCORE-ONE-DAY.
096400     MOVE WS-DAY TO WS-DAY-EDIT.
096500     STRING WS-PERIOD DELIMITED BY SIZE
096600            WS-DAY-EDIT DELIMITED BY SIZE
096700         INTO WS-DATE-WORK.
096800     PERFORM 1300-DAY-OF-WEEK THRU 1300-EXIT.
096900     SET WS-WORKING-DAY TO TRUE.
097000     IF NOT WS-BCAL-AVAILABLE
097100         ADD 1 TO WS-CAL-GAPS
097200     ELSE
097300         MOVE WS-DATE-WORK TO BF-CAL-KEY
097400         READ BCAL-FILE INTO BCAL-RECORD
097500             INVALID KEY
097600                 DISPLAY "DATE " WS-DATE-WORK
097700                     " NOT ON CALENDAR - EXPECTED DAYS ONLY"
097800                 ADD 1 TO WS-CAL-GAPS
097900             NOT INVALID KEY
098000                 IF NOT BC-WORKING-DAY
098100                     MOVE "N" TO WS-WORKING-SW
098200                 END-IF
098300         END-READ
098400     END-IF.
098500     PERFORM 5200-SCORE-ORIGIN-DAY THRU 5200-EXIT
098600         VARYING WS-SO-SUB FROM 1 BY 1
098700         UNTIL WS-SO-SUB > WS-SO-COUNT.
098800 5100-EXIT.
098900     EXIT.
099000
099100 5200-SCORE-ORIGIN-DAY.
099200     IF NOT WS-WORKING-DAY
099300             OR SO-EXPECT-DAYS (WS-SO-SUB) (WS-DOW:1) NOT = "Y"
099400         IF SO-DAY-FLAG (WS-SO-SUB, WS-DAY) NOT = SPACE
099500             ADD 1 TO SO-UNSCHED (WS-SO-SUB)
099600         END-IF
099700         GO TO 5200-EXIT
099800     END-IF.
099900     ADD 1 TO SO-EXPECTED (WS-SO-SUB).
100000     IF SO-DAY-FLAG (WS-SO-SUB, WS-DAY) = "O"
100100         ADD 1 TO SO-ONTIME (WS-SO-SUB)
100200     ELSE
100300         IF SO-DAY-FLAG (WS-SO-SUB, WS-DAY) = "L"
100400             ADD 1 TO SO-LATE (WS-SO-SUB)
100500         ELSE
100600             ADD 1 TO SO-MISSING (WS-SO-SUB)
100700         END-IF
100800     END-IF.
100900 5200-EXIT.
101000     EXIT.
101100
101200*----------------------------------------------------------------
101300* 6000-RANK-ORIGINS - WORK OUT EACH DESK'S RATES, AVERAGE AND
101400* SERVICE POINTS, RANK THE DESKS WITH ANY POINTS OR REJECTS
101500* WORST FIRST, AND PRINT THE WORST-PERFORMING PAGE.
101600*----------------------------------------------------------------
101700 6000-RANK-ORIGINS.
101800     PERFORM 6100-FIGURE-ORIGIN THRU 6100-EXIT
101900         VARYING WS-SO-SUB FROM 1 BY 1
102000         UNTIL WS-SO-SUB > WS-SO-COUNT.
102100     PERFORM 6200-SORT-PASS THRU 6200-EXIT
102200         VARYING WS-I FROM 1 BY 1
102300         UNTIL WS-I NOT < WS-RK-COUNT.
102400     PERFORM 6300-SET-RANK THRU 6300-EXIT
102500         VARYING WS-I FROM 1 BY 1
102600         UNTIL WS-I > WS-RK-COUNT.
102700     PERFORM 6400-WRITE-RANKED-PAGE THRU 6400-EXIT.
102800 6000-EXIT.
102900     EXIT.
103000
103100 6100-FIGURE-ORIGIN.
103200     IF SO-DETAILS (WS-SO-SUB) > 0
103300         COMPUTE SO-RATE (WS-SO-SUB) ROUNDED =
103400             SO-REJECTS (WS-SO-SUB) * 100 / SO-DETAILS (WS-SO-SUB)
103500             ON SIZE ERROR
103600                 MOVE 999.99 TO SO-RATE (WS-SO-SUB)
103700         END-COMPUTE
103800     END-IF.
103900     IF SO-TURN-BATCHES (WS-SO-SUB) > 0
104000         COMPUTE SO-AVG-TURN (WS-SO-SUB) ROUNDED =
104100             SO-TURN-MINUTES (WS-SO-SUB)
104200                 / SO-TURN-BATCHES (WS-SO-SUB)
104300             ON SIZE ERROR
104400                 MOVE 99999 TO SO-AVG-TURN (WS-SO-SUB)
104500         END-COMPUTE
104600     END-IF.
104700     COMPUTE SO-POINTS (WS-SO-SUB) =
104800         (3 * SO-MISSING (WS-SO-SUB))
104900         + (2 * SO-ABORTS (WS-SO-SUB)) + SO-LATE (WS-SO-SUB).
105000     IF SO-POINTS (WS-SO-SUB) = 0 AND SO-REJECTS (WS-SO-SUB) = 0
105100         GO TO 6100-EXIT
105200     END-IF.
105300     ADD 1 TO WS-RK-COUNT.
105400     MOVE SO-POINTS (WS-SO-SUB) TO RK-POINTS (WS-RK-COUNT).
105500     MOVE SO-RATE (WS-SO-SUB) TO RK-RATE (WS-RK-COUNT).
105600     MOVE WS-SO-SUB TO RK-SO-IX (WS-RK-COUNT).
105700 6100-EXIT.
105800     EXIT.
105900
106000 6200-SORT-PASS.
106100     PERFORM 6210-SORT-COMPARE THRU 6210-EXIT
106200         VARYING WS-J FROM 1 BY 1
106300         UNTIL WS-J > WS-RK-COUNT - WS-I.
106400 6200-EXIT.
106500     EXIT.
106600
106700 6210-SORT-COMPARE.
106800     IF RK-POINTS (WS-J) < RK-POINTS (WS-J + 1)
106900             OR (RK-POINTS (WS-J) = RK-POINTS (WS-J + 1)
107000                 AND RK-RATE (WS-J) < RK-RATE (WS-J + 1))
107100         MOVE RK-ENTRY (WS-J) TO WS-RK-SWAP
107200         MOVE RK-ENTRY (WS-J + 1) TO RK-ENTRY (WS-J)
107300         MOVE WS-RK-SWAP TO RK-ENTRY (WS-J + 1)
107400     END-IF.
107500 6210-EXIT.
107600     EXIT.
107700
107800 6300-SET-RANK.
107900     MOVE WS-I TO SO-RANK (RK-SO-IX (WS-I)).
108000 6300-EXIT.
108100     EXIT.
108200
108300*----------------------------------------------------------------
108400* 6400-WRITE-RANKED-PAGE - THE TEN WORST DESKS, OR A LINE
108500* SAYING NO DESK HAD A SERVICE FAILURE OR A REJECT.
108600*----------------------------------------------------------------
108700 6400-WRITE-RANKED-PAGE.
108800     MOVE SPACES TO SCR-TEXT-REC.
108900     WRITE SCR-TEXT-REC.
109000     MOVE "WORST-PERFORMING DESKS - SERVICE POINTS:" TO SCR-TEXT.
109100     WRITE SCR-TEXT-REC.
109200     MOVE "  3 PER MISSING DAY, 2 PER ABORT, 1 PER LATE DAY;"
109300         TO SCR-TEXT.
109400     WRITE SCR-TEXT-REC.
109500     MOVE "  TIES GO TO THE HIGHER REJECT RATE" TO SCR-TEXT.
109600     WRITE SCR-TEXT-REC.
109700     MOVE SPACES TO SCR-TEXT-REC.
109800     WRITE SCR-TEXT-REC.
109900     IF WS-RK-COUNT = 0
110000         MOVE "NO DESK HAD A SERVICE FAILURE OR A REJECT"
110100             TO SCR-TEXT
110200         WRITE SCR-TEXT-REC
110300         GO TO 6400-EXIT
110400     END-IF.
110500     MOVE SPACES TO SCR-TEXT-REC.
110600     MOVE "RANK ORIG DESCRIPTION          POINTS"
110700         TO SCR-TEXT (1:37).
110800     MOVE "  MISS ABRT LATE   REJ %  CONTACT"
110900         TO SCR-TEXT (38:33).
111000     WRITE SCR-TEXT-REC.
111100     PERFORM 6410-WRITE-RANK-LINE THRU 6410-EXIT
111200         VARYING WS-I FROM 1 BY 1
111300         UNTIL WS-I > WS-RK-COUNT
111400             OR WS-I > WS-RK-LIMIT.
111500 6400-EXIT.
111600     EXIT.
111700
111800 6410-WRITE-RANK-LINE.
111900     MOVE RK-SO-IX (WS-I) TO WS-SO-IX.
112000     MOVE SPACES TO SCR-RANK-REC.
112100     MOVE WS-I TO SCR-RNK-RANK.
112200     MOVE SO-ORIGIN (WS-SO-IX) TO SCR-RNK-ORIGIN.
112300     MOVE SO-DESC (WS-SO-IX) TO SCR-RNK-DESC.
112400     MOVE SO-POINTS (WS-SO-IX) TO SCR-RNK-POINTS.
112500     MOVE SO-MISSING (WS-SO-IX) TO SCR-RNK-MISSING.
112600     MOVE SO-ABORTS (WS-SO-IX) TO SCR-RNK-ABORTS.
112700     MOVE SO-LATE (WS-SO-IX) TO SCR-RNK-LATE.
112800     MOVE SO-RATE (WS-SO-IX) TO SCR-RNK-RATE.
112900     MOVE "%" TO SCR-RNK-PCT.
113000     MOVE SO-CONTACT (WS-SO-IX) TO SCR-RNK-CONTACT.
113100     WRITE SCR-RANK-REC.
113200 6410-EXIT.
113300     EXIT.
113400
113500*----------------------------------------------------------------
113600* 7000-WRITE-SCORECARDS - ONE SCORECARD BLOCK AND ONE EXTRACT
113700* RECORD PER REGISTERED ORIGIN, IN ORIGIN-CODE ORDER.
113800*----------------------------------------------------------------
113900 7000-WRITE-SCORECARDS.
114000     PERFORM 7100-WRITE-ONE-ORIGIN THRU 7100-EXIT
114100         VARYING WS-SO-SUB FROM 1 BY 1
114200         UNTIL WS-SO-SUB > WS-SO-COUNT.
114300 7000-EXIT.
114400     EXIT.
114500
114600 7100-WRITE-ONE-ORIGIN.
114700     MOVE SPACES TO SCR-TEXT-REC.
114800     WRITE SCR-TEXT-REC.
114900     MOVE SPACES TO SCR-ORIGIN-REC.
115000     MOVE "ORIGIN: " TO SCR-ORG-LABEL.
115100     MOVE SO-ORIGIN (WS-SO-SUB) TO SCR-ORG-ORIGIN.
115200     MOVE SO-DESC (WS-SO-SUB) TO SCR-ORG-DESC.
115300     MOVE "CONTACT: " TO SCR-ORG-CON-LABEL.
115400     MOVE SO-CONTACT (WS-SO-SUB) TO SCR-ORG-CONTACT.
115500     WRITE SCR-ORIGIN-REC.
115600     MOVE SPACES TO SCR-DAYS-REC.
115700     MOVE "EXPECTED " TO SCR-DAY-EXP-LABEL.
115800     MOVE SO-EXPECTED (WS-SO-SUB) TO SCR-DAY-EXPECTED.
115900     MOVE "ON TIME " TO SCR-DAY-ONT-LABEL.
116000     MOVE SO-ONTIME (WS-SO-SUB) TO SCR-DAY-ONTIME.
116100     MOVE "LATE " TO SCR-DAY-LAT-LABEL.
116200     MOVE SO-LATE (WS-SO-SUB) TO SCR-DAY-LATE.
116300     MOVE "MISSING " TO SCR-DAY-MIS-LABEL.
116400     MOVE SO-MISSING (WS-SO-SUB) TO SCR-DAY-MISSING.
116500     MOVE "UNSCHED " TO SCR-DAY-UNS-LABEL.
116600     MOVE SO-UNSCHED (WS-SO-SUB) TO SCR-DAY-UNSCHED.
116700     MOVE "ABORTS " TO SCR-DAY-ABT-LABEL.
116800     MOVE SO-ABORTS (WS-SO-SUB) TO SCR-DAY-ABORTS.
116900     WRITE SCR-DAYS-REC.
117000     MOVE SPACES TO SCR-VOLUME-REC.
117100     MOVE "BATCHES " TO SCR-VOL-BAT-LABEL.
117200     MOVE SO-BATCHES (WS-SO-SUB) TO SCR-VOL-BATCHES.
117300     MOVE "DETAILS " TO SCR-VOL-DTL-LABEL.
117400     MOVE SO-DETAILS (WS-SO-SUB) TO SCR-VOL-DETAILS.
117500     MOVE "REJECTS " TO SCR-VOL-REJ-LABEL.
117600     MOVE SO-REJECTS (WS-SO-SUB) TO SCR-VOL-REJECTS.
117700     MOVE "RATE " TO SCR-VOL-RATE-LABEL.
117800     MOVE SO-RATE (WS-SO-SUB) TO SCR-VOL-RATE.
117900     MOVE "%" TO SCR-VOL-PCT.
118000     WRITE SCR-VOLUME-REC.
118100     MOVE SPACES TO SCR-TURN-REC.
118200     MOVE "AVG TURNAROUND " TO SCR-TRN-LABEL.
118300     MOVE SO-AVG-TURN (WS-SO-SUB) TO SCR-TRN-AVG-MIN.
118400     MOVE " MIN OVER " TO SCR-TRN-OVER-LABEL.
118500     MOVE SO-TURN-BATCHES (WS-SO-SUB) TO SCR-TRN-BATCHES.
118600     MOVE " BATCHES" TO SCR-TRN-BAT-LABEL.
118700     MOVE "SERVICE POINTS " TO SCR-TRN-PTS-LABEL.
118800     MOVE SO-POINTS (WS-SO-SUB) TO SCR-TRN-POINTS.
118900     IF SO-RANK (WS-SO-SUB) > 0
119000         MOVE "  RANK " TO SCR-TRN-RANK-LABEL
119100         MOVE SO-RANK (WS-SO-SUB) TO SCR-TRN-RANK
119200     END-IF.
119300     WRITE SCR-TURN-REC.
119400     PERFORM 7200-WRITE-REASON THRU 7200-EXIT
119500         VARYING WS-RSN-SUB FROM 1 BY 1
119600         UNTIL WS-RSN-SUB > 9.
119700     PERFORM 7300-WRITE-EXTRACT THRU 7300-EXIT.
119800 7100-EXIT.
119900     EXIT.
120000
120100*----------------------------------------------------------------
120200* 7200-WRITE-REASON - ONE LINE PER REASON CODE THE DESK HAD
120300* REJECTS UNDER, WITH ITS SHARE OF THE DESK'S DETAIL VOLUME.
120400*----------------------------------------------------------------
120500 7200-WRITE-REASON.
120600     IF SO-RSN-COUNT (WS-SO-SUB, WS-RSN-SUB) = 0
120700         GO TO 7200-EXIT
120800     END-IF.
120900     PERFORM 7210-FIGURE-REASON-RATE THRU 7210-EXIT.
121000     MOVE SPACES TO SCR-REASON-REC.
121100     MOVE "REASON " TO SCR-RSN-LABEL.
121200     MOVE WS-RSN-CODE (WS-RSN-SUB) TO SCR-RSN-CODE.
121300     MOVE "REJECTS " TO SCR-RSN-REJ-LABEL.
121400     MOVE SO-RSN-COUNT (WS-SO-SUB, WS-RSN-SUB) TO SCR-RSN-REJECTS.
121500     MOVE "RATE " TO SCR-RSN-RATE-LABEL.
121600     MOVE WS-RATE-WORK TO SCR-RSN-RATE.
121700     MOVE "%" TO SCR-RSN-PCT.
121800     WRITE SCR-REASON-REC.
121900 7200-EXIT.
122000     EXIT.
122100
122200 7210-FIGURE-REASON-RATE.
122300     MOVE 0 TO WS-RATE-WORK.
122400     IF SO-DETAILS (WS-SO-SUB) > 0
122500         COMPUTE WS-RATE-WORK ROUNDED =
122600             SO-RSN-COUNT (WS-SO-SUB, WS-RSN-SUB) * 100
122700                 / SO-DETAILS (WS-SO-SUB)
122800             ON SIZE ERROR
122900                 MOVE 999.99 TO WS-RATE-WORK
123000         END-COMPUTE
123100     END-IF.
123200 7210-EXIT.
123300     EXIT.
123400
123500*----------------------------------------------------------------
123600* 7300-WRITE-EXTRACT - THE DESK'S FIGURES FOR THE MAIL STEP.
123700*----------------------------------------------------------------
123800 7300-WRITE-EXTRACT.
123900     MOVE SPACES TO SCRD-RECORD.
124000     MOVE SO-ORIGIN (WS-SO-SUB) TO SD-ORIGIN.
124100     MOVE WS-PERIOD TO SD-PERIOD.
124200     MOVE WS-JRNL-START-TS TO SD-CREATED-TS.
124300     MOVE SO-DESC (WS-SO-SUB) TO SD-ORIG-DESC.
124400     MOVE SO-CONTACT (WS-SO-SUB) TO SD-CONTACT.
124500     MOVE SO-EXPECTED (WS-SO-SUB) TO SD-EXPECTED-DAYS.
124600     MOVE SO-ONTIME (WS-SO-SUB) TO SD-ONTIME-DAYS.
124700     MOVE SO-LATE (WS-SO-SUB) TO SD-LATE-DAYS.
124800     MOVE SO-MISSING (WS-SO-SUB) TO SD-MISSING-DAYS.
124900     MOVE SO-UNSCHED (WS-SO-SUB) TO SD-UNSCHED-DAYS.
125000     MOVE SO-ABORTS (WS-SO-SUB) TO SD-ABORTS.
125100     MOVE SO-BATCHES (WS-SO-SUB) TO SD-BATCHES.
125200     MOVE SO-DETAILS (WS-SO-SUB) TO SD-DETAILS.
125300     MOVE SO-REJECTS (WS-SO-SUB) TO SD-REJECTS.
125400     MOVE SO-RATE (WS-SO-SUB) TO SD-REJECT-RATE.
125500     MOVE SO-AVG-TURN (WS-SO-SUB) TO SD-AVG-TURN-MIN.
125600     MOVE SO-TURN-BATCHES (WS-SO-SUB) TO SD-TURN-BATCHES.
125700     MOVE SO-POINTS (WS-SO-SUB) TO SD-SERVICE-POINTS.
125800     MOVE SO-RANK (WS-SO-SUB) TO SD-RANK.
125900     PERFORM 7310-EXTRACT-REASON THRU 7310-EXIT
126000         VARYING WS-RSN-SUB FROM 1 BY 1
126100         UNTIL WS-RSN-SUB > 9.
126200     WRITE SCRD-EXT-REC FROM SCRD-RECORD.
126300 7300-EXIT.
126400     EXIT.
126500
126600 7310-EXTRACT-REASON.
126700     PERFORM 7210-FIGURE-REASON-RATE THRU 7210-EXIT.
126800     MOVE WS-RSN-CODE (WS-RSN-SUB) TO SD-RSN-CODE (WS-RSN-SUB).
126900     MOVE SO-RSN-COUNT (WS-SO-SUB, WS-RSN-SUB)
127000         TO SD-RSN-COUNT (WS-RSN-SUB).
127100     MOVE WS-RATE-WORK TO SD-RSN-RATE (WS-RSN-SUB).
127200 7310-EXIT.
127300     EXIT.
127400
127500*----------------------------------------------------------------
127600* 7900-TERMINATE - CONTROL TOTALS, CLOSE FILES, RC=4 WHEN ANY
127700* DAY HAD TO BE JUDGED WITHOUT THE CALENDAR.
127800*----------------------------------------------------------------
127900 7900-TERMINATE.
128000     MOVE SPACES TO SCR-TEXT-REC.
128100     WRITE SCR-TEXT-REC.
128200     MOVE SPACES TO SCR-TRAILER-REC.
128300     MOVE "ORIGINS SCORED: " TO SCR-TRL-ORG-LABEL.
128400     MOVE WS-SO-COUNT TO SCR-TRL-ORIGINS.
128500     MOVE "RANKED: " TO SCR-TRL-RNK-LABEL.
128600     MOVE WS-RK-COUNT TO SCR-TRL-RANKED.
128700     MOVE "UNREGISTERED ORIGINS: " TO SCR-TRL-UNR-LABEL.
128800     MOVE WS-UNREGISTERED TO SCR-TRL-UNREGISTERED.
128900     WRITE SCR-TRAILER-REC.
129000     IF WS-CAL-GAPS > 0
129100         MOVE "*** DAYS OFF CALENDAR JUDGED ON DAY OF WEEK ONLY"
129200             TO SCR-TEXT
129300         WRITE SCR-TEXT-REC
129400         MOVE 4 TO RETURN-CODE
129500     END-IF.
129600     CLOSE SCRD-RPT.
129700     CLOSE SCRD-EXT.
129800     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
129900 7900-EXIT.
130000     EXIT.
130100
130200*----------------------------------------------------------------
130300* 7950-CLOSE-AND-STOP - AN INPUT THE SCORECARD CANNOT DO
130400* WITHOUT: CLOSE WHAT IS OPEN AND STOP RC=16. NO EXTRACT IS
130500* MAILED FROM A PARTIAL RUN.
130600*----------------------------------------------------------------
130700 7950-CLOSE-AND-STOP.
130800     IF WS-BCAL-AVAILABLE
130900         CLOSE BCAL-FILE
131000     END-IF.
131100     CLOSE SCRD-RPT.
131200     CLOSE SCRD-EXT.
131300     MOVE 16 TO RETURN-CODE.
131400     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
131500     STOP RUN.
131600 7950-EXIT.
131700     EXIT.
131800
131900*----------------------------------------------------------------
132000* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
132100* IN = RUN-CONTROL RECORDS READ FOR THE MONTH, OUT = ORIGINS
132200* SCORED, ERRORS = DESKS RANKED. SUMSSCRD MINTS NO RUN-ID.
132300*----------------------------------------------------------------
132400 8000-WRITE-RUN-JOURNAL.
132500     MOVE SPACES TO JRNL-RECORD.
132600     MOVE "SUMSSCRD" TO JR-PROGRAM-ID.
132700     MOVE SPACES TO JR-RUN-ID.
132800     MOVE WS-JRNL-START-TS TO JR-START-TS.
132900     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
133000     ACCEPT WS-JRNL-TIME FROM TIME.
133100     STRING WS-JRNL-DATE DELIMITED BY SIZE
133200            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
133300         INTO JR-END-TS.
133400     MOVE WS-CTL-READ TO JR-RECS-IN.
133500     MOVE WS-SO-COUNT TO JR-RECS-OUT.
133600     MOVE WS-RK-COUNT TO JR-ERROR-COUNT.
133700     MOVE RETURN-CODE TO JR-RETURN-CODE.
133800     CALL "SUMSJRNL" USING JRNL-RECORD.
133900 8000-EXIT.
134000     EXIT.
