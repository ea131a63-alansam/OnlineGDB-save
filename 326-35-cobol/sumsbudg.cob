000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSBUDG.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSBUDG - DAILY COST-CENTER BUDGET CONSUMPTION
000900*
001000* RUNS EVERY NIGHT AFTER SUMSRECN. ADDS UP EACH COST CENTER'S
001100* MONTH-TO-DATE NET VALUE AND RECORD COUNT FROM THE MONTH'S
001200* ACCUMULATED AUDIT TRAIL AND MEASURES THEM AGAINST THE
001300* CENTER'S BUDGET FOR THE MONTH ON THE BUDGET MASTER
001400* (BUDGMAST, MAINTAINED BY SUMSBGMN), SO A CENTER HEADING
001500* THROUGH ITS CEILING IS SEEN WHILE THE MONTH IS STILL OPEN
001600* INSTEAD OF WHEN SUMSMNTH AND SUMSBILL RUN AT MONTH END.
001700*
001800* THE BUSINESS DATE IS THE RUN DATE HEADER OF THE NIGHT'S SUMS
001810* REPORT (RPTIN DD), AS SUMSRECN TAKES IT - THE AUDIT RUN-IDS
001820* CARRY THE DATE SUMS RAN, SO THAT IS THE DATE TO MEASURE TO.
001830* WITHOUT A HEADER IT IS COLS 2-9 OF THE DAILY PARAMETER CARD
001900* (BUDGPARM DD - THE SAME SUMSPARM CARD SUMS READS), OR THIS
002000* PROGRAM'S RUN DATE WHEN THE CARD IS ABSENT OR BLANK. EVERY
002100* AUDIT RECORD WHOSE RUN DATE (CARRIED IN THE RUN-ID) FALLS IN
002200* THE BUSINESS DATE'S MONTH, UP TO AND INCLUDING THE BUSINESS
002300* DATE, IS COUNTED. REVERSALS (AU-RESUB-SW = V) SUBTRACT THEIR
002400* VALUE AND STILL COUNT AS A RECORD, EXACTLY AS SUMSMNTH NETS
002500* THE MONTH, SO THE FIGURE HERE IS THE ONE FINANCE WILL CLOSE
002600* ON.
002700*
002800* ONE VALUE LINE AND ONE COUNT LINE PER CENTER, GROUPED BY
002900* OWNING DEPARTMENT (CC-OWN-DEPT ON CCMAST): BUDGET, USED,
003000* REMAINING AND PERCENT USED. A CENTER IS PAST ITS WARNING
003100* LEVEL WHEN ITS NET VALUE, OR ITS RECORD COUNT WHERE A COUNT
003200* IS BUDGETED, IS ABOVE THE WARNING PERCENTAGE OF BUDGET
003300* (FLAGGED *WRN*), AND PAST ITS HARD LIMIT WHEN EITHER IS ABOVE
003400* THE HARD-LIMIT PERCENTAGE (FLAGGED *LIM*). A CENTER WITH
003500* VOLUME BUT NO BUDGET FOR THE MONTH IS LISTED AS NOBUD; A
003600* BUDGETED CENTER WITH NO VOLUME YET IS LISTED AT ZERO. A
003700* CLOSING PAGE NAMES THE DEPARTMENT TO TELL FOR EVERY CENTER
003800* PAST A LEVEL.
003900*
004000* RC=4 WHEN ANY CENTER IS PAST ITS WARNING LEVEL, RC=8 WHEN ANY
004100* CENTER IS PAST ITS HARD LIMIT. RC=16 WHEN THE BUDGET MASTER
004200* CANNOT BE OPENED, THE PARAMETER CARD DATE IS NOT NUMERIC OR
004300* MORE CENTERS TURN UP THAN THE TABLE HOLDS. DEPARTMENTS AND
004400* DESCRIPTIONS PRINT BLANK WHEN THE COST-CENTER MASTER CANNOT
004410* BE OPENED OR A CODE IS NOT ON IT.
004500*
004600* MODIFICATION HISTORY
004700* DATE       BY   DESCRIPTION
004800* ---------- ---- ---------------------------------------------
004900* 2026-10-15 JH   ORIGINAL PROGRAM.
004910* 2026-10-15 JH   BUSINESS DATE FROM THE SUMS REPORT RUN DATE
004920*                 HEADER (RPTIN), AS SUMSRECN. A NON-NUMERIC
004930*                 PARAMETER CARD DATE NOW ENDS RC=16.
005000*================================================================
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT AUDIT-IN ASSIGN TO "AUDITIN"
005600         ORGANIZATION IS SEQUENTIAL.
005700
005800     SELECT OPTIONAL PARM-IN ASSIGN TO "BUDGPARM"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PARM-STATUS.
006010
006020     SELECT OPTIONAL RPT-IN ASSIGN TO "RPTIN"
006030         ORGANIZATION IS SEQUENTIAL
006040         FILE STATUS IS WS-RPT-STATUS.
006100
006200     SELECT BUDG-FILE ASSIGN TO "BUDGMAST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS BM-BUDG-KEY
006600         FILE STATUS IS WS-BUDG-STATUS.
006700
006800     SELECT CCTR-FILE ASSIGN TO "CCMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CF-CENTER-KEY
007200         FILE STATUS IS WS-CCTR-STATUS.
007300
007400     SELECT BUDG-RPT ASSIGN TO "BUDGRPT"
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  AUDIT-IN
008000     RECORD CONTAINS 120 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200 01  AUDIT-IN-RECORD.
008300     05  BG-AU-RUN-ID.
008400         10  FILLER              PIC X(04).
008500         10  BG-AU-RUN-DATE      PIC X(08).
008600         10  FILLER              PIC X(04).
008700     05  FILLER                  PIC X(01).
008800     05  BG-AU-TIMESTAMP         PIC X(14).
008900     05  FILLER                  PIC X(01).
009000     05  BG-AU-FACTOR-A          PIC X(07).
009100     05  FILLER                  PIC X(01).
009200     05  BG-AU-FACTOR-B          PIC X(07).
009300     05  FILLER                  PIC X(01).
009400     05  BG-AU-VALUE             PIC X(14).
009500     05  FILLER                  PIC X(01).
009600     05  BG-AU-RESUB-SW          PIC X(01).
009700     05  FILLER                  PIC X(01).
009800     05  BG-AU-ORIG-RUN-ID       PIC X(16).
009900     05  FILLER                  PIC X(01).
010000     05  BG-AU-COST-CENTER       PIC X(04).
010100     05  FILLER                  PIC X(01).
010200     05  BG-AU-MODE-SW           PIC X(01).
010300     05  FILLER                  PIC X(01).
010400     05  BG-AU-ORIGIN            PIC X(04).
010500     05  FILLER                  PIC X(01).
010600     05  BG-AU-BATCH-NBR         PIC X(04).
010700     05  FILLER                  PIC X(01).
010800     05  BG-AU-DTL-SEQ           PIC X(07).
010900     05  FILLER                  PIC X(01).
011000     05  BG-AU-REMAINDER         PIC X(07).
011100     05  FILLER                  PIC X(06).
011200
011300 FD  PARM-IN
011400     RECORD CONTAINS 80 CHARACTERS
011500     LABEL RECORDS ARE STANDARD.
011600 01  PARM-RECORD.
011700     05  FILLER                  PIC X(01).
011800     05  PM-BUS-DATE             PIC X(08).
011900     05  FILLER                  PIC X(71).
011910
011920 FD  RPT-IN
011930     RECORD CONTAINS 80 CHARACTERS
011940     LABEL RECORDS ARE STANDARD.
011950 01  RPT-IN-LINE                 PIC X(80).
012000
012100 FD  BUDG-FILE
012200     RECORD CONTAINS 60 CHARACTERS
012300     LABEL RECORDS ARE STANDARD.
012400 01  BUDG-FILE-REC.
012500     05  BM-BUDG-KEY             PIC X(10).
012600     05  FILLER                  PIC X(50).
012700
012800 FD  CCTR-FILE
012900     RECORD CONTAINS 60 CHARACTERS
013000     LABEL RECORDS ARE STANDARD.
013100 01  CCTR-FILE-REC.
013200     05  CF-CENTER-KEY           PIC X(04).
013300     05  FILLER                  PIC X(56).
013400
013500 FD  BUDG-RPT
013600     RECORD CONTAINS 80 CHARACTERS
013700     LABEL RECORDS ARE STANDARD.
013800 01  BGR-HEADER-REC.
013900     05  BGR-HDR-LABEL           PIC X(36).
014000     05  BGR-HDR-MONTH           PIC X(06).
014100     05  BGR-HDR-THRU-LABEL      PIC X(10).
014200     05  BGR-HDR-DATE            PIC X(08).
014300     05  FILLER                  PIC X(20).
014400 01  BGR-TEXT-REC.
014500     05  BGR-TEXT                PIC X(80).
014600 01  BGR-DETAIL-REC.
014700     05  BGR-DTL-CENTER          PIC X(04).
014800     05  FILLER                  PIC X(01).
014900     05  BGR-DTL-DEPT            PIC X(04).
015000     05  FILLER                  PIC X(01).
015100     05  BGR-DTL-KIND            PIC X(03).
015200     05  FILLER                  PIC X(01).
015300     05  BGR-DTL-BUDGET          PIC Z(15)9.
015400     05  BGR-DTL-BUDGET-X REDEFINES BGR-DTL-BUDGET
015500                                 PIC X(16).
015600     05  FILLER                  PIC X(01).
015700     05  BGR-DTL-USED            PIC -(16)9.
015800     05  FILLER                  PIC X(01).
015900     05  BGR-DTL-REMAIN          PIC -(16)9.
016000     05  BGR-DTL-REMAIN-X REDEFINES BGR-DTL-REMAIN
016100                                 PIC X(17).
016200     05  FILLER                  PIC X(01).
016300     05  BGR-DTL-PCT             PIC ----9.
016400     05  BGR-DTL-PCT-X REDEFINES BGR-DTL-PCT
016500                                 PIC X(05).
016600     05  FILLER                  PIC X(01).
016700     05  BGR-DTL-FLAG            PIC X(05).
016800     05  FILLER                  PIC X(02).
016900 01  BGR-TRAILER-REC.
017000     05  BGR-TRL-CTR-LABEL       PIC X(09).
017100     05  BGR-TRL-CENTERS         PIC ZZZ9.
017200     05  BGR-TRL-BUD-LABEL       PIC X(11).
017300     05  BGR-TRL-BUDGETED        PIC ZZZ9.
017400     05  BGR-TRL-WRN-LABEL       PIC X(07).
017500     05  BGR-TRL-WARNED          PIC ZZZ9.
017600     05  BGR-TRL-LIM-LABEL       PIC X(08).
017700     05  BGR-TRL-LIMITED         PIC ZZZ9.
017800     05  BGR-TRL-NOB-LABEL       PIC X(12).
017900     05  BGR-TRL-NO-BUDGET       PIC ZZZ9.
018000     05  FILLER                  PIC X(13).
018100 01  BGR-NOTIFY-REC.
018200     05  BGR-NTF-LABEL           PIC X(05).
018300     05  BGR-NTF-DEPT            PIC X(04).
018400     05  FILLER                  PIC X(02).
018500     05  BGR-NTF-CENTER          PIC X(04).
018600     05  FILLER                  PIC X(01).
018700     05  BGR-NTF-DESC            PIC X(30).
018800     05  FILLER                  PIC X(01).
018900     05  BGR-NTF-LEVEL           PIC X(18).
019000     05  FILLER                  PIC X(15).
019100
019200 WORKING-STORAGE SECTION.
019300 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
019400     88  WS-AUDIT-EOF                VALUE 'Y'.
019500 01  WS-BUDG-EOF-SW          PIC X(01)  VALUE 'N'.
019600     88  WS-BUDG-EOF                 VALUE 'Y'.
019700 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
019710 01  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
019720 01  WS-RPT-EOF-SW           PIC X(01)  VALUE 'N'.
019730     88  WS-RPT-EOF                  VALUE 'Y'.
019740 01  WS-RPT-DATE             PIC X(08)  VALUE SPACES.
019800 01  WS-BUDG-STATUS          PIC X(02)  VALUE SPACES.
019900 01  WS-CCTR-STATUS          PIC X(02)  VALUE SPACES.
020000 01  WS-CCTR-AVAIL-SW        PIC X(01)  VALUE 'N'.
020100     88  WS-CCTR-AVAILABLE           VALUE 'Y'.
020200 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
020300 01  WS-BUS-DATE             PIC X(08)  VALUE SPACES.
020400 01  WS-BUS-MONTH            PIC X(06)  VALUE SPACES.
020500 01  WS-PARSE-14             PIC X(14)  VALUE SPACES.
020600 01  WS-PARSE-14-R REDEFINES WS-PARSE-14
020700                             PIC 9(14).
020800 01  WS-VALUE-SIGNED         PIC S9(16) COMP-3 VALUE 0.
020900 01  WS-AUDIT-READ           PIC S9(07) COMP-3 VALUE 0.
021000 01  WS-AUDIT-USED           PIC S9(07) COMP-3 VALUE 0.
021100 01  WS-BUDGETED-CENTERS     PIC S9(05) COMP-3 VALUE 0.
021200 01  WS-WARNED-CENTERS       PIC S9(05) COMP-3 VALUE 0.
021300 01  WS-LIMITED-CENTERS      PIC S9(05) COMP-3 VALUE 0.
021400 01  WS-NO-BUDGET-CENTERS    PIC S9(05) COMP-3 VALUE 0.
021500 01  WS-USED-X100            PIC S9(18) COMP-3 VALUE 0.
021600 01  WS-WARN-LEVEL           PIC S9(18) COMP-3 VALUE 0.
021700 01  WS-LIMIT-LEVEL          PIC S9(18) COMP-3 VALUE 0.
021800 01  WS-PCT-USED             PIC S9(05) COMP-3 VALUE 0.
021900 01  WS-REMAINING            PIC S9(16) COMP-3 VALUE 0.
022000 01  WS-LINE-FLAG            PIC X(05)  VALUE SPACES.
022100 01  WS-FIND-CENTER          PIC X(04)  VALUE SPACES.
022200 01  WS-BT-FOUND-SW          PIC X(01)  VALUE 'N'.
022300     88  WS-BT-FOUND                 VALUE 'Y'.
022400 01  WS-BT-COUNT             PIC S9(04) COMP  VALUE 0.
022500 01  WS-BT-SUB               PIC S9(04) COMP  VALUE 0.
022600 01  WS-BT-IX                PIC S9(04) COMP  VALUE 0.
022700 01  WS-I                    PIC S9(04) COMP  VALUE 0.
022800 01  WS-J                    PIC S9(04) COMP  VALUE 0.
022900 01  WS-BT-SWAP              PIC X(70)  VALUE SPACES.
023000 01  WS-BT-TABLE.
023100     05  BT-ENTRY OCCURS 300 TIMES.
023200         10  BT-SORT-KEY.
023300             15  BT-DEPT         PIC X(04).
023400             15  BT-CENTER       PIC X(04).
023500         10  BT-DESC             PIC X(30).
023600         10  BT-BUDGET-SW        PIC X(01).
023700             88  BT-BUDGETED             VALUE 'Y'.
023800         10  BT-BUDGET-VALUE     PIC S9(16) COMP-3.
023900         10  BT-BUDGET-COUNT     PIC S9(07) COMP-3.
024000         10  BT-WARN-PCT         PIC S9(03) COMP-3.
024100         10  BT-LIMIT-PCT        PIC S9(03) COMP-3.
024200         10  BT-USED-VALUE       PIC S9(16) COMP-3.
024300         10  BT-USED-COUNT       PIC S9(07) COMP-3.
024400         10  BT-LEVEL-SW         PIC X(01).
024500             88  BT-LEVEL-OK             VALUE ' '.
024600             88  BT-LEVEL-WARN           VALUE 'W'.
024700             88  BT-LEVEL-LIMIT          VALUE 'L'.
024800 COPY BUDGREC.
024900 COPY CCTRREC.
025000 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
025100 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
025200 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
025300 COPY JRNLREC.
025400
025500 PROCEDURE DIVISION.
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025800     PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
025900         UNTIL WS-AUDIT-EOF.
026000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
026100     STOP RUN.
026200
026300*----------------------------------------------------------------
026400* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE AND MONTH, OPEN
026500* FILES, LOAD THE MONTH'S BUDGETS, WRITE THE REPORT HEADER,
026600* PRIME THE AUDIT READ.
026700*----------------------------------------------------------------
026800 1000-INITIALIZE.
026900     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
027000     ACCEPT WS-JRNL-TIME FROM TIME.
027100     STRING WS-JRNL-DATE DELIMITED BY SIZE
027200            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
027300         INTO WS-JRNL-START-TS.
027400     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
027500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027600     IF WS-BUS-DATE = SPACES
027700         MOVE WS-RUN-DATE TO WS-BUS-DATE
027800     END-IF.
027810     PERFORM 1150-READ-REPORT-DATE THRU 1150-EXIT.
027820     IF WS-RPT-DATE NOT = SPACES
027830         MOVE WS-RPT-DATE TO WS-BUS-DATE
027840     END-IF.
027900     MOVE WS-BUS-DATE (1:6) TO WS-BUS-MONTH.
028000     OPEN INPUT BUDG-FILE.
028100     IF WS-BUDG-STATUS NOT = "00"
028200         DISPLAY "SUMSBUDG CANNOT OPEN BUDGET MASTER - STATUS "
028300             WS-BUDG-STATUS
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     OPEN INPUT AUDIT-IN.
028800     OPEN OUTPUT BUDG-RPT.
028900     OPEN INPUT CCTR-FILE.
029000     IF WS-CCTR-STATUS = "00"
029100         SET WS-CCTR-AVAILABLE TO TRUE
029200     ELSE
029300         DISPLAY "COST-CENTER MASTER UNAVAILABLE ("
029400             WS-CCTR-STATUS ") - DEPARTMENTS BLANK"
029500     END-IF.
029600     PERFORM 1200-LOAD-BUDGETS THRU 1200-EXIT
029700         UNTIL WS-BUDG-EOF.
029800     CLOSE BUDG-FILE.
029900     MOVE SPACES TO BGR-HEADER-REC.
030000     MOVE "SUMSBUDG BUDGET CONSUMPTION - MONTH "
030100         TO BGR-HDR-LABEL.
030200     MOVE WS-BUS-MONTH TO BGR-HDR-MONTH.
030300     MOVE " THROUGH: " TO BGR-HDR-THRU-LABEL.
030400     MOVE WS-BUS-DATE TO BGR-HDR-DATE.
030500     WRITE BGR-HEADER-REC.
030600     MOVE SPACES TO BGR-TEXT-REC.
030700     MOVE "CTR  DEPT             BUDGETED           "
030800         TO BGR-TEXT (1:41).
030900     MOVE "   USED         REMAINING   PCT FLAG"
030900         TO BGR-TEXT (42:36).
031000     WRITE BGR-TEXT-REC.
031100     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
031200 1000-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------
031600* 1100-READ-PARM-CARD - PICK UP THE BUSINESS DATE FROM COLS 2-9
031700* OF THE DAILY PARAMETER CARD. THE CARD IS OPTIONAL, BUT A DATE
031710* ON IT MUST BE NUMERIC.
031800*----------------------------------------------------------------
031900 1100-READ-PARM-CARD.
032000     OPEN INPUT PARM-IN.
032100     IF WS-PARM-STATUS = "00"
032200         READ PARM-IN
032300             AT END
032400                 CONTINUE
032500             NOT AT END
032600                 IF PM-BUS-DATE NOT = SPACES
032700                     MOVE PM-BUS-DATE TO WS-BUS-DATE
032800                 END-IF
032900         END-READ
033000         CLOSE PARM-IN
033100     END-IF.
033110     IF WS-BUS-DATE NOT = SPACES
033120             AND WS-BUS-DATE NOT NUMERIC
033130         DISPLAY "SUMSBUDG PARAMETER CARD DATE NOT NUMERIC: "
033140             WS-BUS-DATE
033150         MOVE 16 TO RETURN-CODE
033160         STOP RUN
033170     END-IF.
033200 1100-EXIT.
033300     EXIT.
033302
033304*----------------------------------------------------------------
033306* 1150-READ-REPORT-DATE - THE FIRST RUN DATE HEADER ON THE
033308* NIGHT'S SUMS REPORT (A RESTARTED RUN EXTENDS THE REPORT, SO A
033310* LATER HEADER IS THE RESTART'S, NOT THE DAY'S). THE REPORT IS
033312* OPTIONAL.
033314*----------------------------------------------------------------
033316 1150-READ-REPORT-DATE.
033318     OPEN INPUT RPT-IN.
033320     IF WS-RPT-STATUS NOT = "00"
033322         IF WS-RPT-STATUS = "05"
033324             CLOSE RPT-IN
033326         END-IF
033328         GO TO 1150-EXIT
033330     END-IF.
033332     PERFORM 1160-SCAN-REPORT-LINE THRU 1160-EXIT
033334         UNTIL WS-RPT-EOF
033336             OR WS-RPT-DATE NOT = SPACES.
033338     CLOSE RPT-IN.
033340 1150-EXIT.
033342     EXIT.
033344
033346 1160-SCAN-REPORT-LINE.
033348     READ RPT-IN
033350         AT END
033352             SET WS-RPT-EOF TO TRUE
033354             GO TO 1160-EXIT
033356     END-READ.
033358     IF RPT-IN-LINE (1:10) = "RUN DATE: "
033360             AND RPT-IN-LINE (11:8) IS NUMERIC
033362         MOVE RPT-IN-LINE (11:8) TO WS-RPT-DATE
033364     END-IF.
033366 1160-EXIT.
033368     EXIT.
033400
033500*----------------------------------------------------------------
033600* 1200-LOAD-BUDGETS - READ THE BUDGET MASTER FROM THE TOP AND
033700* TABLE EVERY CENTER BUDGETED FOR THE BUSINESS MONTH, SO A
033800* BUDGETED CENTER WITH NO VOLUME YET STILL APPEARS.
033900*----------------------------------------------------------------
034000 1200-LOAD-BUDGETS.
034100     READ BUDG-FILE INTO BUDG-RECORD
034200         AT END
034300             SET WS-BUDG-EOF TO TRUE
034400             GO TO 1200-EXIT
034500     END-READ.
034600     IF BU-MONTH NOT = WS-BUS-MONTH
034700         GO TO 1200-EXIT
034800     END-IF.
034900     MOVE BU-COST-CENTER TO WS-FIND-CENTER.
035000     PERFORM 2300-FIND-CENTER THRU 2300-EXIT.
035100     MOVE "Y" TO BT-BUDGET-SW (WS-BT-IX).
035200     MOVE BU-BUDGET-VALUE TO BT-BUDGET-VALUE (WS-BT-IX).
035300     MOVE BU-BUDGET-COUNT TO BT-BUDGET-COUNT (WS-BT-IX).
035400     MOVE BU-WARN-PCT TO BT-WARN-PCT (WS-BT-IX).
035500     MOVE BU-LIMIT-PCT TO BT-LIMIT-PCT (WS-BT-IX).
035600 1200-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------------
036000* 2000-PROCESS-AUDIT - ROLL ONE AUDIT RECORD OF THE BUSINESS
036100* MONTH, UP TO THE BUSINESS DATE, INTO ITS CENTER. REVERSALS
036200* NET OUT OF THE VALUE BUT STILL COUNT AS A RECORD.
036300*----------------------------------------------------------------
036400 2000-PROCESS-AUDIT.
036500     ADD 1 TO WS-AUDIT-READ.
036600     IF BG-AU-RUN-DATE (1:6) NOT = WS-BUS-MONTH
036700             OR BG-AU-RUN-DATE > WS-BUS-DATE
036800         GO TO 2000-NEXT
036900     END-IF.
037000     ADD 1 TO WS-AUDIT-USED.
037100     MOVE BG-AU-VALUE TO WS-PARSE-14.
037200     INSPECT WS-PARSE-14 REPLACING ALL " " BY "0".
037300     MOVE WS-PARSE-14-R TO WS-VALUE-SIGNED.
037400     IF BG-AU-RESUB-SW = "V"
037500         COMPUTE WS-VALUE-SIGNED = 0 - WS-VALUE-SIGNED
037600     END-IF.
037700     MOVE BG-AU-COST-CENTER TO WS-FIND-CENTER.
037800     PERFORM 2300-FIND-CENTER THRU 2300-EXIT.
037900     ADD 1 TO BT-USED-COUNT (WS-BT-IX).
038000     ADD WS-VALUE-SIGNED TO BT-USED-VALUE (WS-BT-IX).
038100 2000-NEXT.
038200     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
038300 2000-EXIT.
038400     EXIT.
038500
038600 2100-READ-AUDIT.
038700     READ AUDIT-IN
038800         AT END
038900             SET WS-AUDIT-EOF TO TRUE
039000     END-READ.
039100 2100-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------
039500* 2300-FIND-CENTER - POINT WS-BT-IX AT WS-FIND-CENTER'S SLOT,
039600* OPENING A NEW SLOT THE FIRST TIME A CENTER IS SEEN. THE RUN
039700* STOPS IF MORE CENTERS TURN UP THAN THE TABLE HOLDS, SO NO
039800* CENTER IS DROPPED SILENTLY.
039900*----------------------------------------------------------------
040000 2300-FIND-CENTER.
040100     MOVE "N" TO WS-BT-FOUND-SW.
040200     MOVE 0 TO WS-BT-IX.
040300     PERFORM 2310-SCAN-BT-TABLE THRU 2310-EXIT
040400         VARYING WS-BT-SUB FROM 1 BY 1
040500         UNTIL WS-BT-SUB > WS-BT-COUNT
040600             OR WS-BT-FOUND.
040700     IF WS-BT-FOUND
040800         GO TO 2300-EXIT
040900     END-IF.
041000     IF WS-BT-COUNT = 300
041100         DISPLAY "SUMSBUDG COST-CENTER TABLE FULL AT 300"
041200         MOVE 16 TO RETURN-CODE
041300         STOP RUN
041400     END-IF.
041500     ADD 1 TO WS-BT-COUNT.
041600     MOVE WS-BT-COUNT TO WS-BT-IX.
041700     MOVE SPACES TO BT-DEPT (WS-BT-IX).
041800     MOVE WS-FIND-CENTER TO BT-CENTER (WS-BT-IX).
041900     MOVE SPACES TO BT-DESC (WS-BT-IX).
042000     MOVE "N" TO BT-BUDGET-SW (WS-BT-IX).
042100     MOVE 0 TO BT-BUDGET-VALUE (WS-BT-IX).
042200     MOVE 0 TO BT-BUDGET-COUNT (WS-BT-IX).
042300     MOVE 0 TO BT-WARN-PCT (WS-BT-IX).
042400     MOVE 0 TO BT-LIMIT-PCT (WS-BT-IX).
042500     MOVE 0 TO BT-USED-VALUE (WS-BT-IX).
042600     MOVE 0 TO BT-USED-COUNT (WS-BT-IX).
042700     MOVE SPACE TO BT-LEVEL-SW (WS-BT-IX).
042800     IF WS-CCTR-AVAILABLE
042900         MOVE WS-FIND-CENTER TO CF-CENTER-KEY
043000         READ CCTR-FILE INTO CCTR-RECORD
043100             INVALID KEY
043200                 CONTINUE
043300             NOT INVALID KEY
043400                 MOVE CC-OWN-DEPT TO BT-DEPT (WS-BT-IX)
043500                 MOVE CC-DESC TO BT-DESC (WS-BT-IX)
043600         END-READ
043700     END-IF.
043800 2300-EXIT.
043900     EXIT.
044000
044100 2310-SCAN-BT-TABLE.
044200     IF BT-CENTER (WS-BT-SUB) = WS-FIND-CENTER
044300         SET WS-BT-FOUND TO TRUE
044400         MOVE WS-BT-SUB TO WS-BT-IX
044500     END-IF.
044600 2310-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------------
045000* 3000-TERMINATE - PRINT THE CONSUMPTION LINES IN DEPARTMENT /
045100* CENTER ORDER, THE TRAILER AND THE NOTIFICATION PAGE, SET THE
045200* RETURN CODE, CLOSE FILES, END RUN.
045300*----------------------------------------------------------------
045400 3000-TERMINATE.
045500     PERFORM 3300-SORT-BT-TABLE THRU 3300-EXIT.
045600     PERFORM 3400-WRITE-CENTER THRU 3400-EXIT
045700         VARYING WS-BT-SUB FROM 1 BY 1
045800         UNTIL WS-BT-SUB > WS-BT-COUNT.
045900     MOVE SPACES TO BGR-TRAILER-REC.
046000     MOVE "CENTERS: " TO BGR-TRL-CTR-LABEL.
046100     MOVE WS-BT-COUNT TO BGR-TRL-CENTERS.
046200     MOVE " BUDGETED: " TO BGR-TRL-BUD-LABEL.
046300     MOVE WS-BUDGETED-CENTERS TO BGR-TRL-BUDGETED.
046400     MOVE " WARN: " TO BGR-TRL-WRN-LABEL.
046500     MOVE WS-WARNED-CENTERS TO BGR-TRL-WARNED.
046600     MOVE " LIMIT: " TO BGR-TRL-LIM-LABEL.
046700     MOVE WS-LIMITED-CENTERS TO BGR-TRL-LIMITED.
046800     MOVE " NO BUDGET: " TO BGR-TRL-NOB-LABEL.
046900     MOVE WS-NO-BUDGET-CENTERS TO BGR-TRL-NO-BUDGET.
047000     WRITE BGR-TRAILER-REC.
047100     PERFORM 3600-WRITE-NOTIFY-PAGE THRU 3600-EXIT.
047200     CLOSE AUDIT-IN.
047300     CLOSE BUDG-RPT.
047400     IF WS-CCTR-AVAILABLE
047500         CLOSE CCTR-FILE
047600     END-IF.
047700     IF WS-LIMITED-CENTERS > 0
047800         DISPLAY "SUMSBUDG " WS-LIMITED-CENTERS
047900             " CENTER(S) PAST HARD LIMIT FOR " WS-BUS-MONTH
048000         MOVE 8 TO RETURN-CODE
048100     ELSE
048200         IF WS-WARNED-CENTERS > 0
048300             MOVE 4 TO RETURN-CODE
048400         END-IF
048500     END-IF.
048600     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
048700 3000-EXIT.
048800     EXIT.
048900
049000*----------------------------------------------------------------
049100* 3300-SORT-BT-TABLE - PUT THE CENTERS IN DEPARTMENT / CENTER
049200* ORDER SO EACH DEPARTMENT'S CENTERS READ TOGETHER.
049300*----------------------------------------------------------------
049400 3300-SORT-BT-TABLE.
049500     PERFORM 3310-SORT-PASS THRU 3310-EXIT
049600         VARYING WS-I FROM 1 BY 1
049700         UNTIL WS-I NOT < WS-BT-COUNT.
049800 3300-EXIT.
049900     EXIT.
050000
050100 3310-SORT-PASS.
050200     PERFORM 3320-SORT-COMPARE THRU 3320-EXIT
050300         VARYING WS-J FROM 1 BY 1
050400         UNTIL WS-J > WS-BT-COUNT - WS-I.
050500 3310-EXIT.
050600     EXIT.
050700
050800 3320-SORT-COMPARE.
050900     IF BT-SORT-KEY (WS-J) > BT-SORT-KEY (WS-J + 1)
051000         MOVE BT-ENTRY (WS-J) TO WS-BT-SWAP
051100         MOVE BT-ENTRY (WS-J + 1) TO BT-ENTRY (WS-J)
051200         MOVE WS-BT-SWAP TO BT-ENTRY (WS-J + 1)
051300     END-IF.
051400 3320-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------------
051800* 3400-WRITE-CENTER - THE VALUE LINE AND THE COUNT LINE FOR ONE
051900* CENTER. EACH MEASURE WITH A BUDGET IS SET AGAINST ITS WARNING
052000* AND HARD-LIMIT PERCENTAGES; THE CENTER TAKES THE WORSE OF THE
052100* TWO LEVELS.
052200*----------------------------------------------------------------
052300 3400-WRITE-CENTER.
052400     MOVE SPACES TO BGR-DETAIL-REC.
052500     MOVE BT-CENTER (WS-BT-SUB) TO BGR-DTL-CENTER.
052600     MOVE BT-DEPT (WS-BT-SUB) TO BGR-DTL-DEPT.
052700     MOVE "VAL" TO BGR-DTL-KIND.
052800     MOVE BT-USED-VALUE (WS-BT-SUB) TO BGR-DTL-USED.
052900     IF NOT BT-BUDGETED (WS-BT-SUB)
053000         ADD 1 TO WS-NO-BUDGET-CENTERS
053100         MOVE "NOBUD" TO BGR-DTL-FLAG
053200         WRITE BGR-DETAIL-REC
053300         MOVE SPACES TO BGR-DETAIL-REC
053400         MOVE "CNT" TO BGR-DTL-KIND
053500         MOVE BT-USED-COUNT (WS-BT-SUB) TO BGR-DTL-USED
053600         WRITE BGR-DETAIL-REC
053700         GO TO 3400-EXIT
053800     END-IF.
053900     ADD 1 TO WS-BUDGETED-CENTERS.
054000     MOVE BT-BUDGET-VALUE (WS-BT-SUB) TO BGR-DTL-BUDGET.
054100     COMPUTE WS-REMAINING = BT-BUDGET-VALUE (WS-BT-SUB)
054200         - BT-USED-VALUE (WS-BT-SUB).
054300     MOVE WS-REMAINING TO BGR-DTL-REMAIN.
054400     COMPUTE WS-USED-X100 = BT-USED-VALUE (WS-BT-SUB) * 100.
054500     COMPUTE WS-WARN-LEVEL = BT-BUDGET-VALUE (WS-BT-SUB)
054600         * BT-WARN-PCT (WS-BT-SUB).
054700     COMPUTE WS-LIMIT-LEVEL = BT-BUDGET-VALUE (WS-BT-SUB)
054800         * BT-LIMIT-PCT (WS-BT-SUB).
054900     PERFORM 3500-MEASURE-LEVEL THRU 3500-EXIT.
055000     COMPUTE WS-PCT-USED = WS-USED-X100
055100         / BT-BUDGET-VALUE (WS-BT-SUB)
055200         ON SIZE ERROR
055300             MOVE 9999 TO WS-PCT-USED
055400     END-COMPUTE.
055500     PERFORM 3550-EDIT-PCT THRU 3550-EXIT.
055600     MOVE WS-LINE-FLAG TO BGR-DTL-FLAG.
055700     WRITE BGR-DETAIL-REC.
055800     MOVE SPACES TO BGR-DETAIL-REC.
055900     MOVE "CNT" TO BGR-DTL-KIND.
056000     MOVE BT-USED-COUNT (WS-BT-SUB) TO BGR-DTL-USED.
056100     IF BT-BUDGET-COUNT (WS-BT-SUB) > 0
056200         MOVE BT-BUDGET-COUNT (WS-BT-SUB) TO BGR-DTL-BUDGET
056300         COMPUTE WS-REMAINING = BT-BUDGET-COUNT (WS-BT-SUB)
056400             - BT-USED-COUNT (WS-BT-SUB)
056500         MOVE WS-REMAINING TO BGR-DTL-REMAIN
056600         COMPUTE WS-USED-X100 = BT-USED-COUNT (WS-BT-SUB) * 100
056700         COMPUTE WS-WARN-LEVEL = BT-BUDGET-COUNT (WS-BT-SUB)
056800             * BT-WARN-PCT (WS-BT-SUB)
056900         COMPUTE WS-LIMIT-LEVEL = BT-BUDGET-COUNT (WS-BT-SUB)
057000             * BT-LIMIT-PCT (WS-BT-SUB)
057100         PERFORM 3500-MEASURE-LEVEL THRU 3500-EXIT
057200         COMPUTE WS-PCT-USED = WS-USED-X100
057300             / BT-BUDGET-COUNT (WS-BT-SUB)
057400             ON SIZE ERROR
057500                 MOVE 9999 TO WS-PCT-USED
057600         END-COMPUTE
057700         PERFORM 3550-EDIT-PCT THRU 3550-EXIT
057800         MOVE WS-LINE-FLAG TO BGR-DTL-FLAG
057900     END-IF.
058000     WRITE BGR-DETAIL-REC.
058100     IF BT-LEVEL-LIMIT (WS-BT-SUB)
058200         ADD 1 TO WS-LIMITED-CENTERS
058300     END-IF.
058400     IF BT-LEVEL-WARN (WS-BT-SUB)
058500         ADD 1 TO WS-WARNED-CENTERS
058600     END-IF.
058700 3400-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* 3500-MEASURE-LEVEL - SET ONE MEASURE'S USAGE (TIMES 100)
059200* AGAINST BUDGET TIMES EACH PERCENTAGE, FLAG THE LINE, AND
059300* RAISE THE CENTER'S LEVEL - NEVER LOWER IT.
059400*----------------------------------------------------------------
059500 3500-MEASURE-LEVEL.
059600     MOVE SPACES TO WS-LINE-FLAG.
059700     IF WS-USED-X100 > WS-LIMIT-LEVEL
059800         MOVE "*LIM*" TO WS-LINE-FLAG
059900         SET BT-LEVEL-LIMIT (WS-BT-SUB) TO TRUE
060000         GO TO 3500-EXIT
060100     END-IF.
060200     IF WS-USED-X100 > WS-WARN-LEVEL
060300         MOVE "*WRN*" TO WS-LINE-FLAG
060400         IF BT-LEVEL-OK (WS-BT-SUB)
060500             SET BT-LEVEL-WARN (WS-BT-SUB) TO TRUE
060600         END-IF
060700     END-IF.
060800 3500-EXIT.
060900     EXIT.
061000
061100*----------------------------------------------------------------
061200* 3550-EDIT-PCT - PRINT THE PERCENT USED, HELD TO THE FIELD'S
061300* RANGE.
061400*----------------------------------------------------------------
061500 3550-EDIT-PCT.
061600     IF WS-PCT-USED > 9999
061700         MOVE 9999 TO WS-PCT-USED
061800     END-IF.
061900     IF WS-PCT-USED < -9999
062000         MOVE -9999 TO WS-PCT-USED
062100     END-IF.
062200     MOVE WS-PCT-USED TO BGR-DTL-PCT.
062300 3550-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------------
062700* 3600-WRITE-NOTIFY-PAGE - ONE LINE PER CENTER PAST A LEVEL,
062800* NAMING THE OWNING DEPARTMENT TO TELL. DEPARTMENT ORDER COMES
062900* FROM THE SORT ABOVE.
063000*----------------------------------------------------------------
063100 3600-WRITE-NOTIFY-PAGE.
063200     MOVE SPACES TO BGR-TEXT-REC.
063300     WRITE BGR-TEXT-REC.
063400     MOVE "DEPARTMENTS TO NOTIFY" TO BGR-TEXT.
063500     WRITE BGR-TEXT-REC.
063600     IF WS-WARNED-CENTERS = 0 AND WS-LIMITED-CENTERS = 0
063700         MOVE "NONE - NO CENTER PAST ITS WARNING LEVEL"
063800             TO BGR-TEXT
063900         WRITE BGR-TEXT-REC
064000         GO TO 3600-EXIT
064100     END-IF.
064200     PERFORM 3610-WRITE-NOTIFY-LINE THRU 3610-EXIT
064300         VARYING WS-BT-SUB FROM 1 BY 1
064400         UNTIL WS-BT-SUB > WS-BT-COUNT.
064500 3600-EXIT.
064600     EXIT.
064700
064800 3610-WRITE-NOTIFY-LINE.
064900     IF BT-LEVEL-OK (WS-BT-SUB)
065000         GO TO 3610-EXIT
065100     END-IF.
065200     MOVE SPACES TO BGR-NOTIFY-REC.
065300     MOVE "DEPT " TO BGR-NTF-LABEL.
065400     MOVE BT-DEPT (WS-BT-SUB) TO BGR-NTF-DEPT.
065500     MOVE BT-CENTER (WS-BT-SUB) TO BGR-NTF-CENTER.
065600     MOVE BT-DESC (WS-BT-SUB) TO BGR-NTF-DESC.
065700     IF BT-LEVEL-LIMIT (WS-BT-SUB)
065800         MOVE "PAST HARD LIMIT" TO BGR-NTF-LEVEL
065900     ELSE
066000         MOVE "PAST WARNING LEVEL" TO BGR-NTF-LEVEL
066100     END-IF.
066200     WRITE BGR-NOTIFY-REC.
066300 3610-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------
066700* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
066800* IN = AUDIT RECORDS READ, OUT = RECORDS OF THE MONTH COUNTED,
066900* ERRORS = CENTERS PAST A LEVEL. SUMSBUDG MINTS NO RUN-ID.
067000*----------------------------------------------------------------
067100 8000-WRITE-RUN-JOURNAL.
067200     MOVE SPACES TO JRNL-RECORD.
067300     MOVE "SUMSBUDG" TO JR-PROGRAM-ID.
067400     MOVE SPACES TO JR-RUN-ID.
067500     MOVE WS-JRNL-START-TS TO JR-START-TS.
067600     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
067700     ACCEPT WS-JRNL-TIME FROM TIME.
067800     STRING WS-JRNL-DATE DELIMITED BY SIZE
067900            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
068000         INTO JR-END-TS.
068100     MOVE WS-AUDIT-READ TO JR-RECS-IN.
068200     MOVE WS-AUDIT-USED TO JR-RECS-OUT.
068300     COMPUTE JR-ERROR-COUNT = WS-WARNED-CENTERS
068400         + WS-LIMITED-CENTERS.
068500     MOVE RETURN-CODE TO JR-RETURN-CODE.
068600     CALL "SUMSJRNL" USING JRNL-RECORD.
068700 8000-EXIT.
068800     EXIT.
