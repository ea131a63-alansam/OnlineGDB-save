000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSRSIM.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSRSIM - EDIT-RULE IMPACT SIMULATION
000900*
001000* 2180-FETCH-EDIT-RULE IN SUMS PICKS UP A RULES-MASTER RECORD ON
001100* ITS RU-EFF-DATE WITH NO WARNING TO THE DESKS. THIS PROGRAM
001200* REPLAYS A WINDOW OF RECENT WORK AGAINST THE RULES AS THEY WILL
001300* STAND ON A CHOSEN DATE, SO THE RULES DESK CAN TELL AN ORIGIN
001400* WHAT A TIGHTENED LIMIT WILL DO TO IT BEFORE IT GOES LIVE.
001500*
001600* THE RULES AS THEY WILL STAND ARE THE RULES MASTER AS IT IS
001700* TODAY - A PENDING RECORD COUNTS ONCE ITS RU-EFF-DATE IS NOT
001800* AFTER THE SIMULATION DATE - OVERLAID BY THE STAGED MAINTENANCE
001900* CARDS ON SIMCARDS, IF ANY. SUMSRMNT REFUSES A FUTURE-DATED
002000* CHANGE TO A LIVE RULE, SO SUCH A CHANGE WAITS AS A STAGED CARD
002100* (SUMSRMNT CARD LAYOUT) UNTIL ITS DAY. AN A OR C CARD REPLACES
002200* THE MASTER RECORD FOR ITS KEY WHEN ITS EFFECTIVE DATE IS NOT
002300* AFTER THE SIMULATION DATE, A D CARD REMOVES THE KEY, AND A
002400* LATER CARD FOR A KEY REPLACES AN EARLIER ONE. THE RULE FOR A
002500* RECORD IS THEN FOUND EXACTLY AS SUMS FINDS IT: ORIGIN/CLASS,
002600* ORIGIN/**, ****/**, THEN THE BUILT-IN LIMITS.
002700*
002800* TWO SETS OF WORK ARE REPLAYED, BOTH SELECTED BY SUMS RUN DATE:
002900*   - ACCEPTED RECORDS FROM THE AUDIT TRAIL. ONE THAT WOULD FAIL
003000*     THE ZERO (E02), RANGE (E03) OR ALLOWED-MODE (E05) EDIT
003100*     WOULD NEWLY REJECT, AND ITS AU-VALUE WOULD MOVE OUT OF THE
003200*     INTERFACE. REVERSALS ARE SKIPPED - SUMS DOES NOT RULE-EDIT
003300*     THEM.
003400*   - OPEN SUSPENSE ITEMS REJECTED E02, E03 OR E05 (THE OTHER
003500*     REASONS ARE NOT RULE OUTCOMES). ONE THAT WOULD PASS THOSE
003600*     EDITS AND THE COST-CENTER CHECK WOULD NEWLY PASS, AND THE
003700*     VALUE SUMS WOULD COMPUTE FOR IT WOULD MOVE INTO THE
003800*     INTERFACE.
003900*
004000* THE ORIGIN COMES FROM RUN-CONTROL: A SUSPENSE ITEM'S BY ITS RUN
004100* DATE AND BATCH (THE PAIR SU-SUSP-ID IS MINTED FROM), AN AUDIT
004200* RECORD'S IS ITS OWN SI-AU-ORIGIN, OR FOR A RECORD WRITTEN
004210* BEFORE THE AUDIT TRAIL CARRIED ONE, LOOKED UP BY ITS RUN-ID.
004300* SUCH A RECORD FROM A RUN THAT TOOK BATCHES FROM SEVERAL ORIGINS
004310* CANNOT BE TIED TO ONE OF THEM, SO IT IS COUNTED APART ON THE
004400* REPORT AND NOT REPLAYED. THE RECORD
004500* CLASS IS THE MODE SUMS EDITED UNDER; A BLANK MODE TAKES THE
004600* DEFAULT MODE FROM THE PARAMETER CARD, AS PARMIN DOES IN SUMS.
004700*
004800* THE SIMPARM CARD IS REQUIRED:
004900*   COLS 1-8   SIMULATION DATE - THE RULES AS AT THIS DAY
005000*   COLS 9-16  FIRST RUN DATE OF THE WINDOW (YYYYMMDD)
005100*   COLS 17-24 LAST RUN DATE OF THE WINDOW (BLANK = TODAY)
005200*   COL 25     DEFAULT MODE, M OR D (BLANK = M)
005300*
005400* NOTHING IS POSTED OR WRITTEN BUT THE REPORT (SIMRPT) AND THE
005500* RUN-JOURNAL RECORD. PER ORIGIN AND RECORD CLASS THE REPORT
005600* GIVES THE ACCEPTED RECORDS REPLAYED, HOW MANY WOULD NEWLY
005700* REJECT AND THEIR VALUE, THE REJECTS REPLAYED, AND HOW MANY
005800* WOULD NEWLY PASS AND THEIR VALUE; THEN THE NET MOVEMENT IN
005900* INTERFACE VALUE AND THE NEW REJECTS BY REASON. RC=4 WHEN ANY
006000* RECORD WOULD CHANGE OUTCOME, SO THE JOB CAN ALERT THE RULES
006100* DESK. RC=16, NO REPORT, ON A BAD PARAMETER CARD OR WHEN THE
006200* RULES MASTER OR RUN-CONTROL CANNOT BE OPENED.
006300*
006400* MODIFICATION HISTORY
006500* DATE       BY   DESCRIPTION
006600* ---------- ---- ---------------------------------------------
006700* 2026-10-15 JH   ORIGINAL PROGRAM.
006700* 2026-10-15 JH   AUDIT RECORD WIDENED TO 120 BYTES AND
006700*                 RUN-CONTROL TO 160. AN AUDIT RECORD THAT
006700*                 CARRIES ITS OWN ORIGIN IS REPLAYED UNDER IT
006700*                 WITHOUT THE RUN-CONTROL LOOKUP.
006710* 2026-10-15 JH   A RUN BACKED OUT BY SUMSBKOT (STATUS B) IS NOT
006720*                 TABLED - ITS WORK IS OFF THE AUDIT TRAIL.
006800*================================================================
006900
007000 ENVIRONMENT DIVISION.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS RL-CTL-KEY
007700         FILE STATUS IS WS-RUNCTL-STATUS.
007800
007900     SELECT RULE-FILE ASSIGN TO "RULEMAST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS RF-RULE-KEY
008300         FILE STATUS IS WS-RULE-STATUS.
008400
008500     SELECT CCTR-FILE ASSIGN TO "CCMAST"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
008800         RECORD KEY IS CF-CENTER-KEY
008900         FILE STATUS IS WS-CCTR-STATUS.
009000
009100     SELECT AUDIT-IN ASSIGN TO "AUDITIN"
009200         ORGANIZATION IS SEQUENTIAL.
009300
009400     SELECT SUSP-IN ASSIGN TO "SUSPIN"
009500         ORGANIZATION IS SEQUENTIAL.
009600
009700     SELECT OPTIONAL CARD-IN ASSIGN TO "SIMCARDS"
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS WS-CARD-STATUS.
010000
010100     SELECT PARM-IN ASSIGN TO "SIMPARM"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-PARM-STATUS.
010400
010500     SELECT SIM-RPT ASSIGN TO "SIMRPT"
010600         ORGANIZATION IS SEQUENTIAL.
010700
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  RUNCTL-FILE
011100     RECORD CONTAINS 160 CHARACTERS
011200     LABEL RECORDS ARE STANDARD.
011300 01  RUNCTL-FILE-REC.
011400     05  RL-CTL-KEY              PIC X(12).
011500     05  FILLER                  PIC X(148).
011600
011700 FD  RULE-FILE
011800     RECORD CONTAINS 40 CHARACTERS
011900     LABEL RECORDS ARE STANDARD.
012000 01  RULE-FILE-REC.
012100     05  RF-RULE-KEY             PIC X(06).
012200     05  FILLER                  PIC X(34).
012300
012400 FD  CCTR-FILE
012500     RECORD CONTAINS 60 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700 01  CCTR-FILE-REC.
012800     05  CF-CENTER-KEY           PIC X(04).
012900     05  FILLER                  PIC X(56).
013000
013100 FD  AUDIT-IN
013200     RECORD CONTAINS 120 CHARACTERS
013300     LABEL RECORDS ARE STANDARD.
013400 01  AUDIT-IN-RECORD.
013500     05  SI-AU-RUN-ID            PIC X(16).
013600     05  FILLER                  PIC X(01).
013700     05  SI-AU-TIMESTAMP         PIC X(14).
013800     05  FILLER                  PIC X(01).
013900     05  SI-AU-FACTOR-A          PIC X(07).
014000     05  FILLER                  PIC X(01).
014100     05  SI-AU-FACTOR-B          PIC X(07).
014200     05  FILLER                  PIC X(01).
014300     05  SI-AU-VALUE             PIC X(14).
014400     05  FILLER                  PIC X(01).
014500     05  SI-AU-RESUB-SW          PIC X(01).
014600     05  FILLER                  PIC X(01).
014700     05  SI-AU-ORIG-RUN-ID       PIC X(16).
014800     05  FILLER                  PIC X(01).
014900     05  SI-AU-COST-CENTER       PIC X(04).
015000     05  FILLER                  PIC X(01).
015100     05  SI-AU-MODE-SW           PIC X(01).
015200     05  FILLER                  PIC X(01).
015210     05  SI-AU-ORIGIN            PIC X(04).
015220     05  FILLER                  PIC X(01).
015230     05  SI-AU-BATCH-NBR         PIC X(04).
015240     05  FILLER                  PIC X(01).
015250     05  SI-AU-DTL-SEQ           PIC X(07).
015260     05  FILLER                  PIC X(01).
015270     05  SI-AU-REMAINDER         PIC X(07).
015280     05  FILLER                  PIC X(06).
015300
015400 FD  SUSP-IN
015500     RECORD CONTAINS 60 CHARACTERS
015600     LABEL RECORDS ARE STANDARD.
015700 01  SUSP-IN-REC             PIC X(60).
015800
015900 FD  CARD-IN
016000     RECORD CONTAINS 80 CHARACTERS
016100     LABEL RECORDS ARE STANDARD.
016200 01  CARD-IN-RECORD.
016300     05  SC-ACTION               PIC X(01).
016400     05  SC-ORIGIN               PIC X(04).
016500     05  SC-REC-CLASS            PIC X(02).
016600     05  SC-MIN-FACTOR           PIC X(07).
016700     05  SC-MAX-FACTOR           PIC X(07).
016800     05  SC-ZERO-SW              PIC X(01).
016900     05  SC-MODES                PIC X(02).
017000     05  SC-EFF-DATE             PIC X(08).
017100     05  FILLER                  PIC X(40).
017200     05  SC-OPERATOR-ID          PIC X(08).
017300
017400 FD  PARM-IN
017500     RECORD CONTAINS 80 CHARACTERS
017600     LABEL RECORDS ARE STANDARD.
017700 01  PARM-RECORD.
017800     05  PM-SIM-DATE             PIC X(08).
017900     05  PM-FROM-DATE            PIC X(08).
018000     05  PM-TO-DATE              PIC X(08).
018100     05  PM-DEFAULT-MODE         PIC X(01).
018200     05  FILLER                  PIC X(55).
018300
018400 FD  SIM-RPT
018500     RECORD CONTAINS 80 CHARACTERS
018600     LABEL RECORDS ARE STANDARD.
018700 01  SIM-HEADER-REC.
018800     05  SIM-HDR-LABEL           PIC X(50).
018900     05  SIM-HDR-DATE            PIC X(08).
019000     05  FILLER                  PIC X(22).
019100 01  SIM-WINDOW-REC.
019200     05  SIM-WIN-LABEL           PIC X(26).
019300     05  SIM-WIN-FROM            PIC X(08).
019400     05  SIM-WIN-TO-LABEL        PIC X(04).
019500     05  SIM-WIN-TO              PIC X(08).
019600     05  FILLER                  PIC X(34).
019700 01  SIM-CARD-REC.
019800     05  SIM-CRD-LABEL           PIC X(12).
019900     05  SIM-CRD-ACTION          PIC X(01).
020000     05  FILLER                  PIC X(01).
020100     05  SIM-CRD-KEY             PIC X(06).
020200     05  FILLER                  PIC X(02).
020300     05  SIM-CRD-EFF-LABEL       PIC X(10).
020400     05  SIM-CRD-EFF-DATE        PIC X(08).
020500     05  FILLER                  PIC X(02).
020600     05  SIM-CRD-STATUS          PIC X(30).
020700     05  FILLER                  PIC X(08).
020800 01  SIM-COLUMN-REC.
020900     05  SIM-COL-TEXT-1          PIC X(40).
021000     05  SIM-COL-TEXT-2          PIC X(40).
021100 01  SIM-DETAIL-REC.
021200     05  SIM-DTL-KEY.
021300         10  SIM-DTL-ORIGIN      PIC X(04).
021400         10  FILLER              PIC X(02).
021500         10  SIM-DTL-CLASS       PIC X(02).
021600         10  FILLER              PIC X(02).
021700     05  SIM-DTL-ACC-READ        PIC Z(06)9.
021800     05  FILLER                  PIC X(01).
021900     05  SIM-DTL-NEW-REJ         PIC Z(06)9.
022000     05  FILLER                  PIC X(01).
022100     05  SIM-DTL-VALUE-OUT       PIC Z(13)9.
022200     05  FILLER                  PIC X(02).
022300     05  SIM-DTL-REJ-READ        PIC Z(06)9.
022400     05  FILLER                  PIC X(01).
022500     05  SIM-DTL-NEW-PASS        PIC Z(06)9.
022600     05  FILLER                  PIC X(01).
022700     05  SIM-DTL-VALUE-IN        PIC Z(13)9.
022800     05  FILLER                  PIC X(08).
022900 01  SIM-COUNT-REC.
023000     05  SIM-CNT-LABEL           PIC X(50).
023100     05  SIM-CNT-VALUE           PIC Z(06)9.
023200     05  FILLER                  PIC X(23).
023300 01  SIM-NET-REC.
023400     05  SIM-NET-LABEL           PIC X(50).
023500     05  SIM-NET-VALUE           PIC -(15)9.
023600     05  FILLER                  PIC X(14).
023700 01  SIM-MESSAGE-REC.
023800     05  SIM-MSG-TEXT            PIC X(60).
023900     05  FILLER                  PIC X(20).
024000
024100 WORKING-STORAGE SECTION.
024200 01  WS-RUNCTL-STATUS        PIC X(02)  VALUE SPACES.
024300 01  WS-RULE-STATUS          PIC X(02)  VALUE SPACES.
024400 01  WS-CCTR-STATUS          PIC X(02)  VALUE SPACES.
024500 01  WS-CARD-STATUS          PIC X(02)  VALUE SPACES.
024600 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
024700 01  WS-CTL-EOF-SW           PIC X(01)  VALUE 'N'.
024800     88  WS-CTL-EOF                  VALUE 'Y'.
024900 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
025000     88  WS-AUDIT-EOF                VALUE 'Y'.
025100 01  WS-SUSP-EOF-SW          PIC X(01)  VALUE 'N'.
025200     88  WS-SUSP-EOF                 VALUE 'Y'.
025300 01  WS-CARD-EOF-SW          PIC X(01)  VALUE 'N'.
025400     88  WS-CARD-EOF                 VALUE 'Y'.
025500 01  WS-CCTR-AVAIL-SW        PIC X(01)  VALUE 'N'.
025600     88  WS-CCTR-AVAILABLE           VALUE 'Y'.
025700 01  WS-RULE-HIT-SW          PIC X(01)  VALUE 'N'.
025800     88  WS-RULE-HIT                 VALUE 'Y'.
025900     88  WS-RULE-MISS                VALUE 'N'.
026000 01  WS-RULE-CACHED-SW       PIC X(01)  VALUE 'N'.
026100     88  WS-RULE-CACHED              VALUE 'Y'.
026200 01  WS-LAST-RULE-KEY        PIC X(06)  VALUE SPACES.
026300 01  WS-WANT-KEY.
026400     05  WS-WANT-ORIGIN          PIC X(04).
026500     05  WS-WANT-CLASS           PIC X(02).
026600 01  WS-CC-CACHED-SW         PIC X(01)  VALUE 'N'.
026700     88  WS-CC-CACHED                VALUE 'Y'.
026800 01  WS-LAST-CC-CODE         PIC X(04)  VALUE SPACES.
026900 01  WS-CC-SW                PIC X(01)  VALUE 'Y'.
027000     88  WS-CC-OK                    VALUE 'Y'.
027100     88  WS-CC-BAD                   VALUE 'N'.
027200 01  WS-CARD-SW              PIC X(01)  VALUE 'Y'.
027300     88  WS-CARD-OK                  VALUE 'Y'.
027400     88  WS-CARD-BAD                 VALUE 'N'.
027500 01  WS-CARD-TEXT            PIC X(30)  VALUE SPACES.
027600 01  WS-FOUND-SW             PIC X(01)  VALUE 'N'.
027700     88  WS-ENTRY-FOUND              VALUE 'Y'.
027800 01  WS-RUN-ORIGIN-SW        PIC X(01)  VALUE 'N'.
027900     88  WS-RUN-ONE-ORIGIN           VALUE 'O'.
028000     88  WS-RUN-MANY-ORIGINS         VALUE 'M'.
028100     88  WS-RUN-NOT-FOUND            VALUE 'N'.
028200 01  WS-LAST-RUN-ID          PIC X(16)  VALUE SPACES.
028300 01  WS-RUN-ORIGIN           PIC X(04)  VALUE SPACES.
028400 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
028500 01  WS-SIM-DATE             PIC X(08)  VALUE SPACES.
028600 01  WS-FROM-DATE            PIC X(08)  VALUE SPACES.
028700 01  WS-TO-DATE              PIC X(08)  VALUE SPACES.
028800 01  WS-DEFAULT-MODE         PIC X(01)  VALUE 'M'.
028900*    SAME AS THE BUILT-IN MAXIMUM COMPILED INTO SUMS
029000 01  WS-MAX-FACTOR           PIC 9(07)  VALUE 5000000.
029100 01  WS-SIM-ORIGIN           PIC X(04)  VALUE SPACES.
029200 01  WS-SIM-MODE             PIC X(01)  VALUE SPACES.
029300 01  WS-SIM-FACTOR-A         PIC 9(07)  VALUE 0.
029400 01  WS-SIM-FACTOR-B         PIC 9(07)  VALUE 0.
029500 01  WS-SIM-COST-CENTER      PIC X(04)  VALUE SPACES.
029600 01  WS-SIM-REASON           PIC X(03)  VALUE SPACES.
029700 01  WS-SIM-VALUE            PIC S9(14) COMP-3 VALUE 0.
029800 01  WS-SIM-REMAINDER        PIC S9(07) COMP-3 VALUE 0.
029900 01  WS-PARSE-7              PIC X(07)  VALUE SPACES.
030000 01  WS-PARSE-7-R REDEFINES WS-PARSE-7
030100                             PIC 9(07).
030200 01  WS-PARSE-14             PIC X(14)  VALUE SPACES.
030300 01  WS-PARSE-14-R REDEFINES WS-PARSE-14
030400                             PIC 9(14).
030500 01  WS-RN-COUNT             PIC S9(04) COMP  VALUE 0.
030600 01  WS-RN-SUB               PIC S9(04) COMP  VALUE 0.
030700 01  WS-RUN-TABLE.
030800     05  RN-ENTRY OCCURS 1000 TIMES.
030900         10  RN-RUN-ID           PIC X(16).
031000         10  RN-BATCH-NBR        PIC 9(04).
031100         10  RN-ORIGIN           PIC X(04).
031200 01  WS-OV-COUNT             PIC S9(04) COMP  VALUE 0.
031300 01  WS-OV-SUB               PIC S9(04) COMP  VALUE 0.
031400 01  WS-OV-KEY               PIC X(06)  VALUE SPACES.
031500 01  WS-OVERLAY-TABLE.
031600     05  OV-ENTRY OCCURS 200 TIMES.
031700         10  OV-RULE-KEY         PIC X(06).
031800         10  OV-ACTION           PIC X(01).
031900         10  OV-RULE-IMAGE       PIC X(40).
032000 01  WS-ST-COUNT             PIC S9(04) COMP  VALUE 0.
032100 01  WS-ST-SUB               PIC S9(04) COMP  VALUE 0.
032200 01  WS-SIM-TABLE.
032300     05  ST-ENTRY OCCURS 200 TIMES.
032400         10  ST-KEY.
032500             15  ST-ORIGIN       PIC X(04).
032600             15  ST-CLASS        PIC X(02).
032700         10  ST-ACC-READ         PIC S9(07) COMP-3.
032800         10  ST-NEW-REJ          PIC S9(07) COMP-3.
032900         10  ST-VALUE-OUT        PIC S9(16) COMP-3.
033000         10  ST-REJ-READ         PIC S9(07) COMP-3.
033100         10  ST-NEW-PASS         PIC S9(07) COMP-3.
033200         10  ST-VALUE-IN         PIC S9(16) COMP-3.
033300 01  WS-ST-KEY.
033400     05  WS-ST-KEY-ORIGIN        PIC X(04).
033500     05  WS-ST-KEY-CLASS         PIC X(02).
033600 01  WS-I                    PIC S9(04) COMP  VALUE 0.
033700 01  WS-J                    PIC S9(04) COMP  VALUE 0.
033800 01  WS-ST-SWAP              PIC X(40)  VALUE SPACES.
033900 01  WS-AUDIT-READ           PIC S9(07) COMP-3 VALUE 0.
034000 01  WS-AUDIT-RVSLS          PIC S9(07) COMP-3 VALUE 0.
034100 01  WS-AUDIT-NO-RUN         PIC S9(07) COMP-3 VALUE 0.
034200 01  WS-AUDIT-MANY-ORIG      PIC S9(07) COMP-3 VALUE 0.
034300 01  WS-SUSP-READ            PIC S9(07) COMP-3 VALUE 0.
034400 01  WS-SUSP-NO-RUN          PIC S9(07) COMP-3 VALUE 0.
034500 01  WS-CARD-READ            PIC S9(05) COMP-3 VALUE 0.
034600 01  WS-NEW-REJ-E02          PIC S9(07) COMP-3 VALUE 0.
034700 01  WS-NEW-REJ-E03          PIC S9(07) COMP-3 VALUE 0.
034800 01  WS-NEW-REJ-E05          PIC S9(07) COMP-3 VALUE 0.
034900 01  WS-TOT-ACC-READ         PIC S9(07) COMP-3 VALUE 0.
035000 01  WS-TOT-NEW-REJ          PIC S9(07) COMP-3 VALUE 0.
035100 01  WS-TOT-VALUE-OUT        PIC S9(16) COMP-3 VALUE 0.
035200 01  WS-TOT-REJ-READ         PIC S9(07) COMP-3 VALUE 0.
035300 01  WS-TOT-NEW-PASS         PIC S9(07) COMP-3 VALUE 0.
035400 01  WS-TOT-VALUE-IN         PIC S9(16) COMP-3 VALUE 0.
035500 01  WS-NET-VALUE            PIC S9(16) COMP-3 VALUE 0.
035600 01  WS-LINE-LABEL           PIC X(50)  VALUE SPACES.
035700 01  WS-LINE-COUNT           PIC S9(07) COMP-3 VALUE 0.
035800 COPY RUNCTLRC.
035900 COPY RULEREC.
036000 COPY CCTRREC.
036100 COPY SUSPREC.
036200 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
036300 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
036400 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
036500 COPY JRNLREC.
036600
036700 PROCEDURE DIVISION.
036800 0000-MAINLINE.
036900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037000     PERFORM 2000-LOAD-RUN-CONTROL THRU 2000-EXIT.
037100     PERFORM 2500-LOAD-STAGED-CARDS THRU 2500-EXIT.
037200     PERFORM 3000-REPLAY-AUDIT THRU 3000-EXIT.
037300     PERFORM 4000-REPLAY-SUSPENSE THRU 4000-EXIT.
037400     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
037500     PERFORM 7900-TERMINATE THRU 7900-EXIT.
037600     STOP RUN.
037700
037800*----------------------------------------------------------------
037900* 1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD, OPEN THE
038000* MASTERS AND RUN-CONTROL (ALL INPUT ONLY) AND THE REPORT, AND
038100* PRINT THE REPORT HEADING. THE COST-CENTER MASTER IS OPTIONAL,
038200* AS IN SUMS; THE RULES MASTER IS WHAT IS BEING SIMULATED AND IS
038300* NOT.
038400*----------------------------------------------------------------
038500 1000-INITIALIZE.
038600     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
038700     ACCEPT WS-JRNL-TIME FROM TIME.
038800     STRING WS-JRNL-DATE DELIMITED BY SIZE
038900            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
039000         INTO WS-JRNL-START-TS.
039100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039200     MOVE WS-RUN-DATE TO WS-TO-DATE.
039300     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
039400     OPEN INPUT RULE-FILE.
039500     IF WS-RULE-STATUS NOT = "00"
039600         DISPLAY "SUMSRSIM CANNOT OPEN RULES MASTER - STATUS "
039700             WS-RULE-STATUS
039800         MOVE 16 TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100     OPEN INPUT RUNCTL-FILE.
040200     IF WS-RUNCTL-STATUS NOT = "00"
040300         DISPLAY "SUMSRSIM CANNOT OPEN RUN-CONTROL - STATUS "
040400             WS-RUNCTL-STATUS
040500         CLOSE RULE-FILE
040600         MOVE 16 TO RETURN-CODE
040700         STOP RUN
040800     END-IF.
040900     OPEN INPUT CCTR-FILE.
041000     IF WS-CCTR-STATUS = "00"
041100         SET WS-CCTR-AVAILABLE TO TRUE
041200     END-IF.
041300     OPEN OUTPUT SIM-RPT.
041400     MOVE SPACES TO SIM-HEADER-REC.
041500     MOVE "SUMSRSIM EDIT-RULE IMPACT SIMULATION - RULES AS AT"
041600         TO SIM-HDR-LABEL.
041700     MOVE WS-SIM-DATE TO SIM-HDR-DATE.
041800     WRITE SIM-HEADER-REC.
041900     MOVE SPACES TO SIM-WINDOW-REC.
042000     MOVE "WORK REPLAYED - RUN DATES " TO SIM-WIN-LABEL.
042100     MOVE WS-FROM-DATE TO SIM-WIN-FROM.
042200     MOVE " TO " TO SIM-WIN-TO-LABEL.
042300     MOVE WS-TO-DATE TO SIM-WIN-TO.
042400     WRITE SIM-WINDOW-REC.
042500     IF NOT WS-CCTR-AVAILABLE
042600         MOVE SPACES TO SIM-MESSAGE-REC
042700         MOVE "COST-CENTER MASTER UNAVAILABLE - CENTER CHECK OFF"
042800             TO SIM-MSG-TEXT
042900         WRITE SIM-MESSAGE-REC
043000     END-IF.
043100 1000-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------------
043500* 1100-READ-PARM-CARD - THE PARAMETER CARD IS REQUIRED AND MUST
043600* CARRY A NUMERIC SIMULATION DATE AND WINDOW START. A BAD CARD
043700* STOPS THE RUN BEFORE ANYTHING IS READ.
043800*----------------------------------------------------------------
043900 1100-READ-PARM-CARD.
044000     OPEN INPUT PARM-IN.
044100     IF WS-PARM-STATUS NOT = "00"
044200         DISPLAY "SUMSRSIM PARAMETER CARD MISSING - STATUS "
044300             WS-PARM-STATUS
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700     READ PARM-IN
044800         AT END
044900             DISPLAY "SUMSRSIM PARAMETER CARD EMPTY"
045000             CLOSE PARM-IN
045100             MOVE 16 TO RETURN-CODE
045200             STOP RUN
045300     END-READ.
045400     IF PM-SIM-DATE NOT NUMERIC
045500         DISPLAY "SIMPARM SIMULATION DATE INVALID: " PM-SIM-DATE
045600         CLOSE PARM-IN
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF.
046000     MOVE PM-SIM-DATE TO WS-SIM-DATE.
046100     IF PM-FROM-DATE NOT NUMERIC
046200         DISPLAY "SIMPARM WINDOW START DATE INVALID: "
046300             PM-FROM-DATE
046400         CLOSE PARM-IN
046500         MOVE 16 TO RETURN-CODE
046600         STOP RUN
046700     END-IF.
046800     MOVE PM-FROM-DATE TO WS-FROM-DATE.
046900     IF PM-TO-DATE NOT = SPACES
047000         IF PM-TO-DATE IS NUMERIC
047100             MOVE PM-TO-DATE TO WS-TO-DATE
047200         ELSE
047300             DISPLAY "SIMPARM WINDOW END DATE INVALID: "
047400                 PM-TO-DATE
047500             CLOSE PARM-IN
047600             MOVE 16 TO RETURN-CODE
047700             STOP RUN
047800         END-IF
047900     END-IF.
048000     IF PM-DEFAULT-MODE NOT = SPACE
048100         IF PM-DEFAULT-MODE = "M" OR PM-DEFAULT-MODE = "D"
048200             MOVE PM-DEFAULT-MODE TO WS-DEFAULT-MODE
048300         ELSE
048400             DISPLAY "SIMPARM DEFAULT MODE INVALID: "
048500                 PM-DEFAULT-MODE
048600             CLOSE PARM-IN
048700             MOVE 16 TO RETURN-CODE
048800             STOP RUN
048900         END-IF
049000     END-IF.
049100     IF WS-FROM-DATE > WS-TO-DATE
049200         DISPLAY "SIMPARM WINDOW STARTS " WS-FROM-DATE
049300             " AFTER IT ENDS " WS-TO-DATE
049400         CLOSE PARM-IN
049500         MOVE 16 TO RETURN-CODE
049600         STOP RUN
049700     END-IF.
049800     CLOSE PARM-IN.
049900 1100-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------------
050300* 2000-LOAD-RUN-CONTROL - ONE PASS OF RUN-CONTROL, KEEPING THE
050400* RUN-ID, BATCH AND ORIGIN OF EVERY BATCH RUN IN THE WINDOW (THE
050500* RUN DATE IS INSIDE THE RUN-ID). RUN-CONTROL IS CLOSED AGAIN
050600* BEFORE ANY WORK IS REPLAYED.
050700*----------------------------------------------------------------
050800 2000-LOAD-RUN-CONTROL.
050900     MOVE LOW-VALUES TO RL-CTL-KEY.
051000     START RUNCTL-FILE KEY NOT < RL-CTL-KEY
051100         INVALID KEY
051200             SET WS-CTL-EOF TO TRUE
051300     END-START.
051400     PERFORM 2100-READ-CTL-RECORD THRU 2100-EXIT
051500         UNTIL WS-CTL-EOF.
051600     CLOSE RUNCTL-FILE.
051700 2000-EXIT.
051800     EXIT.
051900
052000 2100-READ-CTL-RECORD.
052100     READ RUNCTL-FILE NEXT RECORD
052200         AT END
052300             SET WS-CTL-EOF TO TRUE
052400             GO TO 2100-EXIT
052500     END-READ.
052600     MOVE RUNCTL-FILE-REC TO RUNCTL-RECORD.
052700     IF RC-RUN-ID = SPACES
052710             OR RC-STATUS-BACKED-OUT
052800             OR RC-RUN-ID (5:8) < WS-FROM-DATE
052900             OR RC-RUN-ID (5:8) > WS-TO-DATE
053000         GO TO 2100-EXIT
053100     END-IF.
053200     IF WS-RN-COUNT = 1000
053300         DISPLAY "SUMSRSIM RUN TABLE FULL AT 1000 - SHORTEN THE"
053400             " WINDOW"
053500         MOVE 16 TO RETURN-CODE
053600         STOP RUN
053700     END-IF.
053800     ADD 1 TO WS-RN-COUNT.
053900     MOVE RC-RUN-ID TO RN-RUN-ID (WS-RN-COUNT).
054000     MOVE RC-BATCH-NBR TO RN-BATCH-NBR (WS-RN-COUNT).
054100     MOVE RC-ORIGIN TO RN-ORIGIN (WS-RN-COUNT).
054200 2100-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600* 2500-LOAD-STAGED-CARDS - LOAD THE STAGED RULES-MAINTENANCE
054700* CARDS (OPTIONAL) THAT WILL BE IN FORCE BY THE SIMULATION DATE
054800* INTO THE OVERLAY TABLE, AND LIST EVERY CARD ON THE REPORT AS
054900* APPLIED OR IGNORED. THE CARDS GET THE SAME EDIT SUMSRMNT WILL
055000* GIVE THEM, BAR THE OPERATOR ID, WHICH IS WANTED ONLY WHEN THE
055100* CARD IS REALLY APPLIED.
055200*----------------------------------------------------------------
055300 2500-LOAD-STAGED-CARDS.
055400     OPEN INPUT CARD-IN.
055500     IF WS-CARD-STATUS NOT = "00"
055600         GO TO 2500-EXIT
055700     END-IF.
055800     PERFORM 2510-READ-CARD THRU 2510-EXIT.
055900     PERFORM 2520-TAKE-CARD THRU 2520-EXIT
056000         UNTIL WS-CARD-EOF.
056100     CLOSE CARD-IN.
056200 2500-EXIT.
056300     EXIT.
056400
056500 2510-READ-CARD.
056600     READ CARD-IN
056700         AT END
056800             SET WS-CARD-EOF TO TRUE
056900             GO TO 2510-EXIT
057000     END-READ.
057100     ADD 1 TO WS-CARD-READ.
057200 2510-EXIT.
057300     EXIT.
057400
057500 2520-TAKE-CARD.
057600     PERFORM 2530-EDIT-CARD THRU 2530-EXIT.
057700     IF WS-CARD-BAD
057800         GO TO 2520-LIST
057900     END-IF.
058000     IF SC-ACTION NOT = "D"
058100             AND SC-EFF-DATE > WS-SIM-DATE
058200         MOVE "NOT YET EFFECTIVE - IGNORED" TO WS-CARD-TEXT
058300         GO TO 2520-LIST
058400     END-IF.
058500     PERFORM 2540-STORE-OVERLAY THRU 2540-EXIT.
058600     MOVE "APPLIED TO THE SIMULATION" TO WS-CARD-TEXT.
058700 2520-LIST.
058800     MOVE SPACES TO SIM-CARD-REC.
058900     MOVE "STAGED CARD " TO SIM-CRD-LABEL.
059000     MOVE SC-ACTION TO SIM-CRD-ACTION.
059100     MOVE SC-ORIGIN TO SIM-CRD-KEY (1:4).
059200     MOVE SC-REC-CLASS TO SIM-CRD-KEY (5:2).
059300     IF SC-ACTION NOT = "D"
059400         MOVE "EFFECTIVE " TO SIM-CRD-EFF-LABEL
059500         MOVE SC-EFF-DATE TO SIM-CRD-EFF-DATE
059600     END-IF.
059700     MOVE WS-CARD-TEXT TO SIM-CRD-STATUS.
059800     WRITE SIM-CARD-REC.
059900     PERFORM 2510-READ-CARD THRU 2510-EXIT.
060000 2520-EXIT.
060100     EXIT.
060200
060300 2530-EDIT-CARD.
060400     SET WS-CARD-OK TO TRUE.
060500     MOVE SPACES TO WS-CARD-TEXT.
060600     IF SC-ACTION NOT = "A"
060700             AND SC-ACTION NOT = "C"
060800             AND SC-ACTION NOT = "D"
060900         SET WS-CARD-BAD TO TRUE
061000         MOVE "IGNORED - ACTION NOT A, C OR D" TO WS-CARD-TEXT
061100         GO TO 2530-EXIT
061200     END-IF.
061300     IF SC-ORIGIN = SPACES
061400         SET WS-CARD-BAD TO TRUE
061500         MOVE "IGNORED - ORIGIN MISSING" TO WS-CARD-TEXT
061600         GO TO 2530-EXIT
061700     END-IF.
061800     IF SC-ACTION = "D"
061900         GO TO 2530-EXIT
062000     END-IF.
062100     IF SC-MIN-FACTOR NOT NUMERIC
062200             OR SC-MAX-FACTOR NOT NUMERIC
062300         SET WS-CARD-BAD TO TRUE
062400         MOVE "IGNORED - MIN/MAX NOT NUMERIC" TO WS-CARD-TEXT
062500         GO TO 2530-EXIT
062600     END-IF.
062700     IF SC-MAX-FACTOR < SC-MIN-FACTOR
062800         SET WS-CARD-BAD TO TRUE
062900         MOVE "IGNORED - MAXIMUM BELOW MINIMUM" TO WS-CARD-TEXT
063000         GO TO 2530-EXIT
063100     END-IF.
063200     IF SC-ZERO-SW NOT = "Y" AND SC-ZERO-SW NOT = "N"
063300         SET WS-CARD-BAD TO TRUE
063400         MOVE "IGNORED - ZERO-ALLOWED NOT Y/N" TO WS-CARD-TEXT
063500         GO TO 2530-EXIT
063600     END-IF.
063700     IF SC-MODES NOT = "M "
063800             AND SC-MODES NOT = "D "
063900             AND SC-MODES NOT = "MD"
064000             AND SC-MODES NOT = "DM"
064100         SET WS-CARD-BAD TO TRUE
064200         MOVE "IGNORED - ALLOWED MODES INVALID" TO WS-CARD-TEXT
064300         GO TO 2530-EXIT
064400     END-IF.
064500     IF SC-EFF-DATE NOT NUMERIC
064600         SET WS-CARD-BAD TO TRUE
064700         MOVE "IGNORED - EFF DATE NOT NUMERIC" TO WS-CARD-TEXT
064800     END-IF.
064900 2530-EXIT.
065000     EXIT.
065100
065200*----------------------------------------------------------------
065300* 2540-STORE-OVERLAY - A LATER CARD FOR A KEY REPLACES AN
065400* EARLIER ONE, AS IT WOULD ON THE MASTER.
065500*----------------------------------------------------------------
065600 2540-STORE-OVERLAY.
065700     MOVE SC-ORIGIN TO WS-OV-KEY (1:4).
065800     MOVE SC-REC-CLASS TO WS-OV-KEY (5:2).
065900     MOVE "N" TO WS-FOUND-SW.
066000     PERFORM 2550-SCAN-OVERLAY THRU 2550-EXIT
066100         VARYING WS-OV-SUB FROM 1 BY 1
066200         UNTIL WS-OV-SUB > WS-OV-COUNT
066300             OR WS-ENTRY-FOUND.
066400     IF WS-ENTRY-FOUND
066500         SUBTRACT 1 FROM WS-OV-SUB
066600     ELSE
066700         IF WS-OV-COUNT = 200
066800             DISPLAY "SUMSRSIM STAGED-CARD TABLE FULL AT 200"
066900             MOVE 16 TO RETURN-CODE
067000             STOP RUN
067100         END-IF
067200         ADD 1 TO WS-OV-COUNT
067300         MOVE WS-OV-COUNT TO WS-OV-SUB
067400     END-IF.
067500     MOVE SPACES TO RULE-RECORD.
067600     MOVE SC-ORIGIN TO RU-ORIGIN.
067700     MOVE SC-REC-CLASS TO RU-REC-CLASS.
067800     IF SC-ACTION NOT = "D"
067900         MOVE SC-MIN-FACTOR TO RU-MIN-FACTOR
068000         MOVE SC-MAX-FACTOR TO RU-MAX-FACTOR
068100         MOVE SC-ZERO-SW TO RU-ZERO-ALLOWED-SW
068200         MOVE SC-MODES TO RU-ALLOWED-MODES
068300         MOVE SC-EFF-DATE TO RU-EFF-DATE
068400     END-IF.
068500     MOVE WS-OV-KEY TO OV-RULE-KEY (WS-OV-SUB).
068600     MOVE SC-ACTION TO OV-ACTION (WS-OV-SUB).
068700     MOVE RULE-RECORD TO OV-RULE-IMAGE (WS-OV-SUB).
068800 2540-EXIT.
068900     EXIT.
069000
069100 2550-SCAN-OVERLAY.
069200     IF OV-RULE-KEY (WS-OV-SUB) = WS-OV-KEY
069300         SET WS-ENTRY-FOUND TO TRUE
069400     END-IF.
069500 2550-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------------
069900* 3000-REPLAY-AUDIT - RE-EDIT EVERY ACCEPTED RECORD OF THE WINDOW
070000* AGAINST THE RULES AS AT THE SIMULATION DATE. A RECORD THAT
070100* WOULD FAIL TAKES ITS VALUE OUT OF THE INTERFACE.
070200*----------------------------------------------------------------
070300 3000-REPLAY-AUDIT.
070400     OPEN INPUT AUDIT-IN.
070500     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
070600     PERFORM 3200-REPLAY-ACCEPTED THRU 3200-EXIT
070700         UNTIL WS-AUDIT-EOF.
070800     CLOSE AUDIT-IN.
070900 3000-EXIT.
071000     EXIT.
071100
071200 3100-READ-AUDIT.
071300     READ AUDIT-IN
071400         AT END
071500             SET WS-AUDIT-EOF TO TRUE
071600             GO TO 3100-EXIT
071700     END-READ.
071800     ADD 1 TO WS-AUDIT-READ.
071900 3100-EXIT.
072000     EXIT.
072100
072200 3200-REPLAY-ACCEPTED.
072300     IF SI-AU-RUN-ID (5:8) < WS-FROM-DATE
072400             OR SI-AU-RUN-ID (5:8) > WS-TO-DATE
072500         GO TO 3200-NEXT
072600     END-IF.
072700     IF SI-AU-RESUB-SW = "V"
072800         ADD 1 TO WS-AUDIT-RVSLS
072900         GO TO 3200-NEXT
073000     END-IF.
073010     IF SI-AU-ORIGIN NOT = SPACES
073020         MOVE SI-AU-ORIGIN TO WS-SIM-ORIGIN
073030         GO TO 3200-REPLAY
073040     END-IF.
073100     PERFORM 3300-FIND-RUN-ORIGIN THRU 3300-EXIT.
073200     IF WS-RUN-NOT-FOUND
073300         ADD 1 TO WS-AUDIT-NO-RUN
073400         GO TO 3200-NEXT
073500     END-IF.
073600     IF WS-RUN-MANY-ORIGINS
073700         ADD 1 TO WS-AUDIT-MANY-ORIG
073800         GO TO 3200-NEXT
073900     END-IF.
074000     MOVE WS-RUN-ORIGIN TO WS-SIM-ORIGIN.
074050 3200-REPLAY.
074100     MOVE SI-AU-MODE-SW TO WS-SIM-MODE.
074200     IF WS-SIM-MODE = SPACE
074300         MOVE WS-DEFAULT-MODE TO WS-SIM-MODE
074400     END-IF.
074500     MOVE SI-AU-FACTOR-A TO WS-PARSE-7.
074600     INSPECT WS-PARSE-7 REPLACING ALL " " BY "0".
074700     MOVE WS-PARSE-7-R TO WS-SIM-FACTOR-A.
074800     MOVE SI-AU-FACTOR-B TO WS-PARSE-7.
074900     INSPECT WS-PARSE-7 REPLACING ALL " " BY "0".
075000     MOVE WS-PARSE-7-R TO WS-SIM-FACTOR-B.
075100     MOVE SI-AU-COST-CENTER TO WS-SIM-COST-CENTER.
075200     PERFORM 6000-FIND-SIM-ENTRY THRU 6000-EXIT.
075300     ADD 1 TO ST-ACC-READ (WS-ST-SUB).
075400     PERFORM 6100-REEDIT-RULES THRU 6100-EXIT.
075500     IF WS-SIM-REASON = SPACES
075600         GO TO 3200-NEXT
075700     END-IF.
075800     MOVE SI-AU-VALUE TO WS-PARSE-14.
075900     INSPECT WS-PARSE-14 REPLACING ALL " " BY "0".
076000     ADD 1 TO ST-NEW-REJ (WS-ST-SUB).
076100     ADD WS-PARSE-14-R TO ST-VALUE-OUT (WS-ST-SUB).
076200     IF WS-SIM-REASON = "E02"
076300         ADD 1 TO WS-NEW-REJ-E02
076400     END-IF.
076500     IF WS-SIM-REASON = "E03"
076600         ADD 1 TO WS-NEW-REJ-E03
076700     END-IF.
076800     IF WS-SIM-REASON = "E05"
076900         ADD 1 TO WS-NEW-REJ-E05
077000     END-IF.
077100 3200-NEXT.
077200     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
077300 3200-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------------
077700* 3300-FIND-RUN-ORIGIN - THE ORIGIN OF AN AUDIT RECORD'S RUN:
077800* ONE ORIGIN WHEN EVERY BATCH STAMPED WITH THE RUN-ID CAME FROM
077900* THE SAME DESK. THE AUDIT TRAIL IS WRITTEN A RUN AT A TIME, SO
078000* THE LAST RUN-ID LOOKED UP IS CACHED.
078100*----------------------------------------------------------------
078200 3300-FIND-RUN-ORIGIN.
078300     IF SI-AU-RUN-ID = WS-LAST-RUN-ID
078400         GO TO 3300-EXIT
078500     END-IF.
078600     MOVE SI-AU-RUN-ID TO WS-LAST-RUN-ID.
078700     SET WS-RUN-NOT-FOUND TO TRUE.
078800     MOVE SPACES TO WS-RUN-ORIGIN.
078900     PERFORM 3310-SCAN-RUN THRU 3310-EXIT
079000         VARYING WS-RN-SUB FROM 1 BY 1
079100         UNTIL WS-RN-SUB > WS-RN-COUNT.
079200 3300-EXIT.
079300     EXIT.
079400
079500 3310-SCAN-RUN.
079600     IF RN-RUN-ID (WS-RN-SUB) NOT = WS-LAST-RUN-ID
079700         GO TO 3310-EXIT
079800     END-IF.
079900     IF WS-RUN-NOT-FOUND
080000         SET WS-RUN-ONE-ORIGIN TO TRUE
080100         MOVE RN-ORIGIN (WS-RN-SUB) TO WS-RUN-ORIGIN
080200     ELSE
080300         IF RN-ORIGIN (WS-RN-SUB) NOT = WS-RUN-ORIGIN
080400             SET WS-RUN-MANY-ORIGINS TO TRUE
080500         END-IF
080600     END-IF.
080700 3310-EXIT.
080800     EXIT.
080900
081000*----------------------------------------------------------------
081100* 4000-REPLAY-SUSPENSE - RE-EDIT EVERY OPEN RULE REJECT OF THE
081200* WINDOW. A REJECT THAT WOULD NOW PASS THE RULES AND THE
081300* COST-CENTER CHECK BRINGS THE VALUE SUMS WOULD COMPUTE FOR IT
081400* INTO THE INTERFACE. RELEASED ITEMS ARE ALREADY HANDLED AND
081500* REJECTED REVERSALS WERE NEVER RULE-EDITED.
081600*----------------------------------------------------------------
081700 4000-REPLAY-SUSPENSE.
081800     OPEN INPUT SUSP-IN.
081900     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
082000     PERFORM 4200-REPLAY-REJECT THRU 4200-EXIT
082100         UNTIL WS-SUSP-EOF.
082200     CLOSE SUSP-IN.
082300 4000-EXIT.
082400     EXIT.
082500
082600 4100-READ-SUSPENSE.
082700     READ SUSP-IN INTO SUSP-RECORD
082800         AT END
082900             SET WS-SUSP-EOF TO TRUE
083000             GO TO 4100-EXIT
083100     END-READ.
083200     ADD 1 TO WS-SUSP-READ.
083300 4100-EXIT.
083400     EXIT.
083500
083600 4200-REPLAY-REJECT.
083700     IF SU-SUSP-DATE < WS-FROM-DATE
083800             OR SU-SUSP-DATE > WS-TO-DATE
083900             OR NOT SU-STATUS-OPEN
084000             OR SU-TYPE-REVERSAL
084100         GO TO 4200-NEXT
084200     END-IF.
084300     IF SU-REASON-CODE NOT = "E02"
084400             AND SU-REASON-CODE NOT = "E03"
084500             AND SU-REASON-CODE NOT = "E05"
084600         GO TO 4200-NEXT
084700     END-IF.
084800     IF SU-FACTOR-A NOT NUMERIC OR SU-FACTOR-B NOT NUMERIC
084900         GO TO 4200-NEXT
085000     END-IF.
085100     MOVE "N" TO WS-FOUND-SW.
085200     PERFORM 4300-SCAN-BATCH THRU 4300-EXIT
085300         VARYING WS-RN-SUB FROM 1 BY 1
085400         UNTIL WS-RN-SUB > WS-RN-COUNT
085500             OR WS-ENTRY-FOUND.
085600     IF NOT WS-ENTRY-FOUND
085700         ADD 1 TO WS-SUSP-NO-RUN
085800         GO TO 4200-NEXT
085900     END-IF.
086000     SUBTRACT 1 FROM WS-RN-SUB.
086100     MOVE RN-ORIGIN (WS-RN-SUB) TO WS-SIM-ORIGIN.
086200     MOVE SU-MODE-SW TO WS-SIM-MODE.
086300     IF WS-SIM-MODE = SPACE
086400         MOVE WS-DEFAULT-MODE TO WS-SIM-MODE
086500     END-IF.
086600     MOVE SU-FACTOR-A TO WS-SIM-FACTOR-A.
086700     MOVE SU-FACTOR-B TO WS-SIM-FACTOR-B.
086800     MOVE SU-COST-CENTER TO WS-SIM-COST-CENTER.
086900     PERFORM 6000-FIND-SIM-ENTRY THRU 6000-EXIT.
087000     ADD 1 TO ST-REJ-READ (WS-ST-SUB).
087100     PERFORM 6100-REEDIT-RULES THRU 6100-EXIT.
087200     IF WS-SIM-REASON NOT = SPACES
087300         GO TO 4200-NEXT
087400     END-IF.
087500     PERFORM 6300-FETCH-COST-CENTER THRU 6300-EXIT.
087600     IF WS-CC-BAD
087700         GO TO 4200-NEXT
087800     END-IF.
087900     PERFORM 6400-COMPUTE-VALUE THRU 6400-EXIT.
088000     ADD 1 TO ST-NEW-PASS (WS-ST-SUB).
088100     ADD WS-SIM-VALUE TO ST-VALUE-IN (WS-ST-SUB).
088200 4200-NEXT.
088300     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
088400 4200-EXIT.
088500     EXIT.
088600
088700*----------------------------------------------------------------
088800* 4300-SCAN-BATCH - SU-SUSP-ID IS MINTED FROM THE RUN DATE AND
088900* THE BATCH NUMBER, SO THE BATCH IS THE RUN-CONTROL RECORD OF
089000* THAT BATCH WHOSE RUN-ID CARRIES THE SAME RUN DATE.
089100*----------------------------------------------------------------
089200 4300-SCAN-BATCH.
089300     IF RN-RUN-ID (WS-RN-SUB) (5:8) = SU-SUSP-DATE
089400             AND RN-BATCH-NBR (WS-RN-SUB) = SU-SUSP-BATCH
089500         SET WS-ENTRY-FOUND TO TRUE
089600     END-IF.
089700 4300-EXIT.
089800     EXIT.
089900
090000*----------------------------------------------------------------
090100* 5000-WRITE-REPORT - ONE LINE PER ORIGIN AND RECORD CLASS IN
090200* ORIGIN ORDER, THE TOTALS, THE NET MOVEMENT IN INTERFACE VALUE,
090300* THE NEW REJECTS BY REASON, AND THE WORK THAT COULD NOT BE
090400* REPLAYED. RC=4 WHEN ANY RECORD WOULD CHANGE OUTCOME.
090500*----------------------------------------------------------------
090600 5000-WRITE-REPORT.
090700     PERFORM 5100-SORT-SIM-TABLE THRU 5100-EXIT.
090800     MOVE SPACES TO SIM-COLUMN-REC.
090900     WRITE SIM-COLUMN-REC.
091000     MOVE "          --- ACCEPTED (AUDIT TRAIL) ---"
091100         TO SIM-COL-TEXT-1.
091200     MOVE "  ------- REJECTED (SUSPENSE) -------"
091300         TO SIM-COL-TEXT-2.
091400     WRITE SIM-COLUMN-REC.
091500     MOVE "ORIG  CL     READ NEW REJ      VALUE OUT"
091600         TO SIM-COL-TEXT-1.
091700     MOVE "     READ NEWPASS       VALUE IN"
091800         TO SIM-COL-TEXT-2.
091900     WRITE SIM-COLUMN-REC.
092000     PERFORM 5200-WRITE-SIM-LINE THRU 5200-EXIT
092100         VARYING WS-ST-SUB FROM 1 BY 1
092200         UNTIL WS-ST-SUB > WS-ST-COUNT.
092300     MOVE SPACES TO SIM-DETAIL-REC.
092400     MOVE "TOTAL" TO SIM-DTL-KEY.
092500     MOVE WS-TOT-ACC-READ TO SIM-DTL-ACC-READ.
092600     MOVE WS-TOT-NEW-REJ TO SIM-DTL-NEW-REJ.
092700     MOVE WS-TOT-VALUE-OUT TO SIM-DTL-VALUE-OUT.
092800     MOVE WS-TOT-REJ-READ TO SIM-DTL-REJ-READ.
092900     MOVE WS-TOT-NEW-PASS TO SIM-DTL-NEW-PASS.
093000     MOVE WS-TOT-VALUE-IN TO SIM-DTL-VALUE-IN.
093100     WRITE SIM-DETAIL-REC.
093200     MOVE SPACES TO SIM-MESSAGE-REC.
093300     WRITE SIM-MESSAGE-REC.
093400     SUBTRACT WS-TOT-VALUE-OUT FROM WS-TOT-VALUE-IN
093500         GIVING WS-NET-VALUE.
093600     MOVE SPACES TO SIM-NET-REC.
093700     MOVE "NET CHANGE IN INTERFACE VALUE (IN LESS OUT)"
093800         TO SIM-NET-LABEL.
093900     MOVE WS-NET-VALUE TO SIM-NET-VALUE.
094000     WRITE SIM-NET-REC.
094100     MOVE "NEWLY REJECTED E02 - ZERO FACTOR" TO WS-LINE-LABEL.
094200     MOVE WS-NEW-REJ-E02 TO WS-LINE-COUNT.
094300     PERFORM 5300-WRITE-COUNT THRU 5300-EXIT.
094400     MOVE "NEWLY REJECTED E03 - FACTOR OUTSIDE LIMITS"
094500         TO WS-LINE-LABEL.
094600     MOVE WS-NEW-REJ-E03 TO WS-LINE-COUNT.
094700     PERFORM 5300-WRITE-COUNT THRU 5300-EXIT.
094800     MOVE "NEWLY REJECTED E05 - MODE NOT ALLOWED"
094900         TO WS-LINE-LABEL.
095000     MOVE WS-NEW-REJ-E05 TO WS-LINE-COUNT.
095100     PERFORM 5300-WRITE-COUNT THRU 5300-EXIT.
095200     MOVE "REVERSALS IN THE WINDOW - NOT RULE-EDITED"
095300         TO WS-LINE-LABEL.
095400     MOVE WS-AUDIT-RVSLS TO WS-LINE-COUNT.
095500     PERFORM 5300-WRITE-COUNT THRU 5300-EXIT.
095600     MOVE "ACCEPTED NOT REPLAYED - RUN NOT ON RUN-CONTROL"
095700         TO WS-LINE-LABEL.
095800     MOVE WS-AUDIT-NO-RUN TO WS-LINE-COUNT.
095900     PERFORM 5300-WRITE-COUNT THRU 5300-EXIT.
096000     MOVE "ACCEPTED NOT REPLAYED - RUN SPANS SEVERAL ORIGINS"
096100         TO WS-LINE-LABEL.
096200     MOVE WS-AUDIT-MANY-ORIG TO WS-LINE-COUNT.
096300     PERFORM 5300-WRITE-COUNT THRU 5300-EXIT.
096400     MOVE "REJECTS NOT REPLAYED - BATCH NOT ON RUN-CONTROL"
096500         TO WS-LINE-LABEL.
096600     MOVE WS-SUSP-NO-RUN TO WS-LINE-COUNT.
096700     PERFORM 5300-WRITE-COUNT THRU 5300-EXIT.
096800     MOVE SPACES TO SIM-MESSAGE-REC.
096900     IF WS-TOT-NEW-REJ = 0 AND WS-TOT-NEW-PASS = 0
097000         MOVE "NO RECORD IN THE WINDOW WOULD CHANGE OUTCOME"
097100             TO SIM-MSG-TEXT
097200     ELSE
097300         MOVE "*** RECORDS WOULD CHANGE OUTCOME - WARN DESKS ***"
097400             TO SIM-MSG-TEXT
097500         MOVE 4 TO RETURN-CODE
097600     END-IF.
097700     WRITE SIM-MESSAGE-REC.
097800 5000-EXIT.
097900     EXIT.
098000
098100*----------------------------------------------------------------
098200* 5100-SORT-SIM-TABLE - PUT THE ORIGIN/CLASS LINES IN KEY ORDER
098300* FOR THE REPORT.
098400*----------------------------------------------------------------
098500 5100-SORT-SIM-TABLE.
098600     PERFORM 5110-SORT-PASS THRU 5110-EXIT
098700         VARYING WS-I FROM 1 BY 1
098800         UNTIL WS-I NOT < WS-ST-COUNT.
098900 5100-EXIT.
099000     EXIT.
099100
099200 5110-SORT-PASS.
099300     PERFORM 5120-SORT-COMPARE THRU 5120-EXIT
099400         VARYING WS-J FROM 1 BY 1
099500         UNTIL WS-J > WS-ST-COUNT - WS-I.
099600 5110-EXIT.
099700     EXIT.
099800
099900 5120-SORT-COMPARE.
100000     IF ST-KEY (WS-J) > ST-KEY (WS-J + 1)
100100         MOVE ST-ENTRY (WS-J) TO WS-ST-SWAP
100200         MOVE ST-ENTRY (WS-J + 1) TO ST-ENTRY (WS-J)
100300         MOVE WS-ST-SWAP TO ST-ENTRY (WS-J + 1)
100400     END-IF.
100500 5120-EXIT.
100600     EXIT.
100700
100800 5200-WRITE-SIM-LINE.
100900     MOVE SPACES TO SIM-DETAIL-REC.
101000     MOVE ST-ORIGIN (WS-ST-SUB) TO SIM-DTL-ORIGIN.
101100     MOVE ST-CLASS (WS-ST-SUB) TO SIM-DTL-CLASS.
101200     MOVE ST-ACC-READ (WS-ST-SUB) TO SIM-DTL-ACC-READ.
101300     MOVE ST-NEW-REJ (WS-ST-SUB) TO SIM-DTL-NEW-REJ.
101400     MOVE ST-VALUE-OUT (WS-ST-SUB) TO SIM-DTL-VALUE-OUT.
101500     MOVE ST-REJ-READ (WS-ST-SUB) TO SIM-DTL-REJ-READ.
101600     MOVE ST-NEW-PASS (WS-ST-SUB) TO SIM-DTL-NEW-PASS.
101700     MOVE ST-VALUE-IN (WS-ST-SUB) TO SIM-DTL-VALUE-IN.
101800     WRITE SIM-DETAIL-REC.
101900     ADD ST-ACC-READ (WS-ST-SUB) TO WS-TOT-ACC-READ.
102000     ADD ST-NEW-REJ (WS-ST-SUB) TO WS-TOT-NEW-REJ.
102100     ADD ST-VALUE-OUT (WS-ST-SUB) TO WS-TOT-VALUE-OUT.
102200     ADD ST-REJ-READ (WS-ST-SUB) TO WS-TOT-REJ-READ.
102300     ADD ST-NEW-PASS (WS-ST-SUB) TO WS-TOT-NEW-PASS.
102400     ADD ST-VALUE-IN (WS-ST-SUB) TO WS-TOT-VALUE-IN.
102500 5200-EXIT.
102600     EXIT.
102700
102800 5300-WRITE-COUNT.
102900     MOVE SPACES TO SIM-COUNT-REC.
103000     MOVE WS-LINE-LABEL TO SIM-CNT-LABEL.
103100     MOVE WS-LINE-COUNT TO SIM-CNT-VALUE.
103200     WRITE SIM-COUNT-REC.
103300 5300-EXIT.
103400     EXIT.
103500
103600*----------------------------------------------------------------
103700* 6000-FIND-SIM-ENTRY - LOCATE (OR ADD) THE REPORT LINE FOR THE
103800* RECORD'S ORIGIN AND RECORD CLASS (MODE + SPACE, AS ON THE
103900* RULES MASTER).
104000*----------------------------------------------------------------
104100 6000-FIND-SIM-ENTRY.
104200     MOVE WS-SIM-ORIGIN TO WS-ST-KEY-ORIGIN.
104300     MOVE SPACES TO WS-ST-KEY-CLASS.
104400     MOVE WS-SIM-MODE TO WS-ST-KEY-CLASS (1:1).
104500     MOVE "N" TO WS-FOUND-SW.
104600     PERFORM 6010-SCAN-SIM-TABLE THRU 6010-EXIT
104700         VARYING WS-ST-SUB FROM 1 BY 1
104800         UNTIL WS-ST-SUB > WS-ST-COUNT
104900             OR WS-ENTRY-FOUND.
105000     IF WS-ENTRY-FOUND
105100         SUBTRACT 1 FROM WS-ST-SUB
105200         GO TO 6000-EXIT
105300     END-IF.
105400     IF WS-ST-COUNT = 200
105500         DISPLAY "SUMSRSIM ORIGIN/CLASS TABLE FULL AT 200"
105600         MOVE 16 TO RETURN-CODE
105700         STOP RUN
105800     END-IF.
105900     ADD 1 TO WS-ST-COUNT.
106000     MOVE WS-ST-COUNT TO WS-ST-SUB.
106100     MOVE WS-ST-KEY TO ST-KEY (WS-ST-SUB).
106200     MOVE 0 TO ST-ACC-READ (WS-ST-SUB).
106300     MOVE 0 TO ST-NEW-REJ (WS-ST-SUB).
106400     MOVE 0 TO ST-VALUE-OUT (WS-ST-SUB).
106500     MOVE 0 TO ST-REJ-READ (WS-ST-SUB).
106600     MOVE 0 TO ST-NEW-PASS (WS-ST-SUB).
106700     MOVE 0 TO ST-VALUE-IN (WS-ST-SUB).
106800 6000-EXIT.
106900     EXIT.
107000
107100 6010-SCAN-SIM-TABLE.
107200     IF ST-KEY (WS-ST-SUB) = WS-ST-KEY
107300         SET WS-ENTRY-FOUND TO TRUE
107400     END-IF.
107500 6010-EXIT.
107600     EXIT.
107700
107800*----------------------------------------------------------------
107900* 6100-REEDIT-RULES - THE ZERO, RANGE AND ALLOWED-MODE EDITS OF
108000* 2150-EDIT-CALC-RECORD IN SUMS, IN THE SAME ORDER, AGAINST THE
108100* RULE AS AT THE SIMULATION DATE. WS-SIM-REASON IS LEFT BLANK
108200* WHEN THE RECORD PASSES.
108300*----------------------------------------------------------------
108400 6100-REEDIT-RULES.
108500     MOVE SPACES TO WS-SIM-REASON.
108600     PERFORM 6200-FETCH-EDIT-RULE THRU 6200-EXIT.
108700     IF ((WS-SIM-FACTOR-A = ZERO OR WS-SIM-FACTOR-B = ZERO)
108800             AND RU-ZERO-NOT-ALLOWED)
108900             OR (WS-SIM-FACTOR-A = ZERO AND WS-SIM-MODE = "D")
109000         MOVE "E02" TO WS-SIM-REASON
109100         GO TO 6100-EXIT
109200     END-IF.
109300     IF WS-SIM-FACTOR-A > RU-MAX-FACTOR
109400             OR WS-SIM-FACTOR-B > RU-MAX-FACTOR
109500             OR (WS-SIM-FACTOR-A > ZERO
109600                 AND WS-SIM-FACTOR-A < RU-MIN-FACTOR)
109700             OR (WS-SIM-FACTOR-B > ZERO
109800                 AND WS-SIM-FACTOR-B < RU-MIN-FACTOR)
109900         MOVE "E03" TO WS-SIM-REASON
110000         GO TO 6100-EXIT
110100     END-IF.
110200     IF RU-ALLOWED-MODES (1:1) NOT = WS-SIM-MODE
110300             AND RU-ALLOWED-MODES (2:1) NOT = WS-SIM-MODE
110400         MOVE "E05" TO WS-SIM-REASON
110500     END-IF.
110600 6100-EXIT.
110700     EXIT.
110800
110900*----------------------------------------------------------------
111000* 6200-FETCH-EDIT-RULE - 2180-FETCH-EDIT-RULE OF SUMS WITH THE
111100* SIMULATION DATE IN PLACE OF THE BUSINESS DATE: ORIGIN/CLASS,
111200* ORIGIN/**, ****/**, THEN THE BUILT-IN LIMITS. THE LAST KEY
111300* FETCHED IS CACHED.
111400*----------------------------------------------------------------
111500 6200-FETCH-EDIT-RULE.
111600     MOVE WS-SIM-ORIGIN TO WS-WANT-ORIGIN.
111700     MOVE SPACES TO WS-WANT-CLASS.
111800     MOVE WS-SIM-MODE TO WS-WANT-CLASS (1:1).
111900     IF WS-RULE-CACHED AND WS-WANT-KEY = WS-LAST-RULE-KEY
112000         GO TO 6200-EXIT
112100     END-IF.
112200     MOVE WS-WANT-KEY TO WS-LAST-RULE-KEY.
112300     SET WS-RULE-CACHED TO TRUE.
112400     MOVE WS-WANT-KEY TO RF-RULE-KEY.
112500     PERFORM 6250-READ-RULE THRU 6250-EXIT.
112600     IF WS-RULE-HIT
112700         GO TO 6200-EXIT
112800     END-IF.
112900     MOVE WS-WANT-ORIGIN TO RF-RULE-KEY (1:4).
113000     MOVE "**" TO RF-RULE-KEY (5:2).
113100     PERFORM 6250-READ-RULE THRU 6250-EXIT.
113200     IF WS-RULE-HIT
113300         GO TO 6200-EXIT
113400     END-IF.
113500     MOVE "****" TO RF-RULE-KEY (1:4).
113600     MOVE "**" TO RF-RULE-KEY (5:2).
113700     PERFORM 6250-READ-RULE THRU 6250-EXIT.
113800     IF WS-RULE-HIT
113900         GO TO 6200-EXIT
114000     END-IF.
114100     PERFORM 6290-BUILT-IN-RULE THRU 6290-EXIT.
114200 6200-EXIT.
114300     EXIT.
114400
114500*----------------------------------------------------------------
114600* 6250-READ-RULE - A STAGED CARD FOR THE KEY TAKES THE PLACE OF
114700* THE MASTER RECORD (A DELETE CARD LEAVES NO RULE AT THE KEY);
114800* OTHERWISE THE MASTER RECORD COUNTS WHEN IT IS EFFECTIVE BY THE
114900* SIMULATION DATE.
115000*----------------------------------------------------------------
115100 6250-READ-RULE.
115200     SET WS-RULE-MISS TO TRUE.
115300     MOVE RF-RULE-KEY TO WS-OV-KEY.
115400     MOVE "N" TO WS-FOUND-SW.
115500     PERFORM 2550-SCAN-OVERLAY THRU 2550-EXIT
115600         VARYING WS-OV-SUB FROM 1 BY 1
115700         UNTIL WS-OV-SUB > WS-OV-COUNT
115800             OR WS-ENTRY-FOUND.
115900     IF WS-ENTRY-FOUND
116000         SUBTRACT 1 FROM WS-OV-SUB
116100         IF OV-ACTION (WS-OV-SUB) NOT = "D"
116200             MOVE OV-RULE-IMAGE (WS-OV-SUB) TO RULE-RECORD
116300             SET WS-RULE-HIT TO TRUE
116400         END-IF
116500         GO TO 6250-EXIT
116600     END-IF.
116700     READ RULE-FILE INTO RULE-RECORD
116800         INVALID KEY
116900             CONTINUE
117000         NOT INVALID KEY
117100             IF RU-EFF-DATE NOT > WS-SIM-DATE
117200                 SET WS-RULE-HIT TO TRUE
117300             END-IF
117400     END-READ.
117500 6250-EXIT.
117600     EXIT.
117700
117800*----------------------------------------------------------------
117900* 6290-BUILT-IN-RULE - THE SAME EMERGENCY LIMITS SUMS APPLIES
118000* WHEN NO RULE MATCHES.
118100*----------------------------------------------------------------
118200 6290-BUILT-IN-RULE.
118300     MOVE SPACES TO RULE-RECORD.
118400     MOVE WS-LAST-RULE-KEY TO RU-RULE-KEY.
118500     MOVE 0 TO RU-MIN-FACTOR.
118600     MOVE WS-MAX-FACTOR TO RU-MAX-FACTOR.
118700     MOVE "N" TO RU-ZERO-ALLOWED-SW.
118800     MOVE "MD" TO RU-ALLOWED-MODES.
118900     MOVE SPACES TO RU-EFF-DATE.
119000 6290-EXIT.
119100     EXIT.
119200
119300*----------------------------------------------------------------
119400* 6300-FETCH-COST-CENTER - 2195-FETCH-COST-CENTER OF SUMS AS AT
119500* THE SIMULATION DATE: THE CENTER MUST BE ON THE MASTER, ACTIVE
119600* AND EFFECTIVE. WHEN THE MASTER IS UNAVAILABLE THE CHECK IS
119700* OFF, AS IN SUMS.
119800*----------------------------------------------------------------
119900 6300-FETCH-COST-CENTER.
120000     IF WS-CC-CACHED AND WS-SIM-COST-CENTER = WS-LAST-CC-CODE
120100         GO TO 6300-EXIT
120200     END-IF.
120300     MOVE WS-SIM-COST-CENTER TO WS-LAST-CC-CODE.
120400     SET WS-CC-CACHED TO TRUE.
120500     SET WS-CC-OK TO TRUE.
120600     IF NOT WS-CCTR-AVAILABLE
120700         GO TO 6300-EXIT
120800     END-IF.
120900     MOVE WS-SIM-COST-CENTER TO CF-CENTER-KEY.
121000     READ CCTR-FILE INTO CCTR-RECORD
121100         INVALID KEY
121200             SET WS-CC-BAD TO TRUE
121300             GO TO 6300-EXIT
121400     END-READ.
121500     IF NOT CC-ACTIVE
121600             OR CC-EFF-DATE > WS-SIM-DATE
121700         SET WS-CC-BAD TO TRUE
121800     END-IF.
121900 6300-EXIT.
122000     EXIT.
122100
122200*----------------------------------------------------------------
122300* 6400-COMPUTE-VALUE - THE VALUE SUMS WOULD POST FOR A REJECT
122400* THAT NOW PASSES: THE MULTIPLY/ADD FORMULA OF 2200, OR THE
122500* DIVIDE OF 2300 (FACTOR-A IS KNOWN NON-ZERO IN D MODE - SEE
122600* THE E02 EDIT).
122700*----------------------------------------------------------------
122800 6400-COMPUTE-VALUE.
122900     IF WS-SIM-MODE = "D"
123000         DIVIDE WS-SIM-FACTOR-B BY WS-SIM-FACTOR-A
123100             GIVING WS-SIM-VALUE
123200             REMAINDER WS-SIM-REMAINDER
123300     ELSE
123400         MULTIPLY WS-SIM-FACTOR-A BY WS-SIM-FACTOR-B
123500             GIVING WS-SIM-VALUE
123600         ADD WS-SIM-FACTOR-A TO WS-SIM-VALUE
123700         ADD WS-SIM-FACTOR-B TO WS-SIM-VALUE
123800     END-IF.
123900 6400-EXIT.
124000     EXIT.
124100
124200*----------------------------------------------------------------
124300* 7900-TERMINATE - CLOSE THE MASTERS AND THE REPORT.
124400*----------------------------------------------------------------
124500 7900-TERMINATE.
124600     CLOSE RULE-FILE.
124700     IF WS-CCTR-AVAILABLE
124800         CLOSE CCTR-FILE
124900     END-IF.
125000     CLOSE SIM-RPT.
125100     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
125200 7900-EXIT.
125300     EXIT.
125400
125500*----------------------------------------------------------------
125600* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
125700* IN = AUDIT AND SUSPENSE RECORDS READ, OUT = RECORDS THAT
125800* WOULD CHANGE OUTCOME.
125900*----------------------------------------------------------------
126000 8000-WRITE-RUN-JOURNAL.
126100     MOVE SPACES TO JRNL-RECORD.
126200     MOVE "SUMSRSIM" TO JR-PROGRAM-ID.
126300     MOVE SPACES TO JR-RUN-ID.
126400     MOVE WS-JRNL-START-TS TO JR-START-TS.
126500     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
126600     ACCEPT WS-JRNL-TIME FROM TIME.
126700     STRING WS-JRNL-DATE DELIMITED BY SIZE
126800            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
126900         INTO JR-END-TS.
127000     ADD WS-AUDIT-READ WS-SUSP-READ GIVING JR-RECS-IN.
127100     ADD WS-TOT-NEW-REJ WS-TOT-NEW-PASS GIVING JR-RECS-OUT.
127200     MOVE 0 TO JR-ERROR-COUNT.
127300     MOVE RETURN-CODE TO JR-RETURN-CODE.
127400     CALL "SUMSJRNL" USING JRNL-RECORD.
127500 8000-EXIT.
127600     EXIT.
