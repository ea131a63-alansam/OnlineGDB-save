000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSYEND.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSYEND - FISCAL YEAR-END COST-CENTER CLOSE
000900*
001000* BUILDS THE ANNUAL COST-CENTER REPORT FINANCE CLOSES THE
001100* FISCAL YEAR ON FROM THE YEAR'S TWELVE MONTHLY INTERFACE
001200* ARCHIVE GENERATIONS (PROD.MNTH.SUMSIFACE.ARCH, WRITTEN BY
001300* SUMSCLSE), SO NOBODY HAS TO ADD TWELVE CLOSING CERTIFICATES
001400* TOGETHER BY HAND.
001500*
001600* THE YEAR IS REFUSED (RC=16, NO TOTALS RECORDED) UNLESS EVERY
001700* MONTH OF IT HOLDS A SUMSCLSE CLOSING CERTIFICATE: THE LAST
001800* VERDICT FOR THE MONTH ON THE CLOSING-CERTIFICATE REGISTER
001900* (CLOSELOG - SEE CLOGREC) MUST BE CLOSED, CLEAN OR OVER
002000* VERIFIED-RESOLVED REJECTS. IT IS ALSO REFUSED WHEN THE
002100* ARCHIVES READ DO NOT TIE TO THE REGISTER - A MONTH'S ARCHIVED
002200* COUNT OR NET VALUE DIFFERS FROM WHAT ITS CLOSE COPIED (A
002300* GENERATION MISSING, DOUBLED, OR FROM A REFUSED CLOSE THAT WAS
002400* NOT DISCARDED), OR A POSTING IS DATED OUTSIDE THE YEAR.
002500*
002600* THE ANNUAL REPORT GIVES EACH COST CENTER ITS NET VALUE FOR
002700* EVERY FISCAL MONTH (FOUR ROWS OF THREE, ONE PER QUARTER), ITS
002800* YEAR TOTAL, THE PRIOR YEAR'S TOTAL AND THE YEAR-OVER-YEAR
002900* VARIANCE, GROUPED BY OWNING DEPARTMENT (CC-OWN-DEPT ON THE
003000* COST-CENTER MASTER) WITH DEPARTMENT SUBTOTALS AND A GRAND
003100* TOTAL. A CENTER RETIRED DURING THE YEAR (CC-ACTIVE-SW I) IS
003200* REPORTED UNDER ITS OWN DESCRIPTION AND MARKED RETIRED; ONE
003300* SINCE DELETED FROM THE MASTER KEEPS THE DESCRIPTION AND
003400* DEPARTMENT IT HAD AT THE LAST YEAR-END. VALUES ARE NET OF
003500* REVERSALS (FLAGGED V), AS ON THE MONTHLY CERTIFICATES; IN A
003600* MONTH CLOSED OVER REJECTS THE REJECTED POSTINGS ARE IN THE
003700* ARCHIVE, AND SO IN THE REPORT, AND THE TIE-OUT SAYS HOW MANY.
003800*
003900* EACH CENTER'S YEAR IS THEN APPENDED TO THE YEAR-END TOTALS
004000* FILE (YENDTOTL - SEE YTOTREC). THE NEXT YEAR-END READS THE
004100* SAME FILE BACK FOR ITS PRIOR-YEAR COLUMN. A YEAR ALREADY ON
004200* THE FILE IS NOT APPENDED AGAIN (A RERUN REPRINTS THE REPORT
004300* ONLY), AND A YEAR WITH NO PRIOR-YEAR TOTALS ON FILE SHOWS THE
004400* PRIOR YEAR AS ZERO; BOTH END RC=4, AS DOES A CENTER THAT IS
004500* ON NEITHER THE MASTER NOR LAST YEAR'S TOTALS.
004600*
004700* YENDPARM (REQUIRED):
004800*   COLS 1-6   LAST MONTH OF THE FISCAL YEAR (YYYYMM). THE YEAR
004900*              IS THAT MONTH AND THE ELEVEN BEFORE IT.
005000*
005100* RC=16 WHEN THE PARM CARD IS MISSING OR BAD, THE REGISTER OR
005200* COST-CENTER MASTER CANNOT BE OPENED, THE YEAR IS REFUSED, THE
005300* TOTALS CANNOT BE RECORDED, OR A TABLE OVERFLOWS.
005400*
005500* MODIFICATION HISTORY
005600* DATE       BY   DESCRIPTION
005700* ---------- ---- ---------------------------------------------
005800* 2026-10-15 JH   ORIGINAL PROGRAM.
005810* 2026-10-15 JH   A MONTH WITH NO REGISTERED CLOSE NOW POINTS
005820*                 TO SUMSCLRJ.
005830* 2026-10-15 JH   EACH YEAR TOTALS WRITE IS NOW CHECKED. A FAILED
005840*                 WRITE STOPS THE APPEND, PRINTS YEAR TOTALS NOT
005850*                 RECORDED AND ENDS RC=16.
005900*================================================================
006000
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT PARM-IN ASSIGN TO "YENDPARM"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-PARM-STATUS.
006700
006800     SELECT CLOSE-LOG ASSIGN TO "CLOSELOG"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-CLOG-STATUS.
007100
007200     SELECT IFARCH-IN ASSIGN TO "IFARCHIN"
007300         ORGANIZATION IS SEQUENTIAL.
007400
007500     SELECT CCTR-FILE ASSIGN TO "CCMAST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS CF-CENTER-KEY
007900         FILE STATUS IS WS-CCTR-STATUS.
008000
008100     SELECT OPTIONAL YTOT-FILE ASSIGN TO "YENDTOTL"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-YTOT-STATUS.
008400
008500     SELECT YEND-RPT ASSIGN TO "YENDRPT"
008600         ORGANIZATION IS SEQUENTIAL.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  PARM-IN
009100     RECORD CONTAINS 80 CHARACTERS
009200     LABEL RECORDS ARE STANDARD.
009300 01  PARM-RECORD.
009400     05  PM-FISCAL-END           PIC X(06).
009500     05  FILLER                  PIC X(74).
009600
009700 FD  CLOSE-LOG
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000 01  CLOSE-LOG-REC               PIC X(80).
010100
010200 FD  IFARCH-IN
010300     RECORD CONTAINS 58 CHARACTERS
010400     LABEL RECORDS ARE STANDARD.
010500 01  IFARCH-IN-RECORD.
010600     05  YE-IF-POSTING-DATE      PIC X(08).
010700     05  YE-IF-RUN-ID            PIC X(16).
010800     05  YE-IF-FACTOR-A          PIC X(07).
010900     05  YE-IF-FACTOR-B          PIC X(07).
011000     05  YE-IF-VALUE             PIC X(14).
011100     05  YE-IF-MODE-SW           PIC X(01).
011200     05  YE-IF-COST-CENTER       PIC X(04).
011300     05  YE-IF-RVSL-SW           PIC X(01).
011400
011500 FD  CCTR-FILE
011600     RECORD CONTAINS 60 CHARACTERS
011700     LABEL RECORDS ARE STANDARD.
011800 01  CCTR-FILE-REC.
011900     05  CF-CENTER-KEY           PIC X(04).
012000     05  FILLER                  PIC X(56).
012100
012200 FD  YTOT-FILE
012300     RECORD CONTAINS 300 CHARACTERS
012400     LABEL RECORDS ARE STANDARD.
012500 01  YTOT-FILE-REC               PIC X(300).
012600
012700 FD  YEND-RPT
012800     RECORD CONTAINS 80 CHARACTERS
012900     LABEL RECORDS ARE STANDARD.
013000 01  YER-HEADER-REC.
013100     05  YER-HDR-LABEL           PIC X(52).
013200     05  YER-HDR-PERIOD          PIC X(06).
013300     05  FILLER                  PIC X(02).
013400     05  YER-HDR-RUN-LABEL       PIC X(10).
013500     05  YER-HDR-RUN-DATE        PIC X(08).
013600     05  FILLER                  PIC X(02).
013700 01  YER-TEXT-REC.
013800     05  YER-TEXT                PIC X(80).
013900 01  YER-CERT-REC.
014000     05  YER-CRT-LABEL           PIC X(06).
014100     05  YER-CRT-PERIOD          PIC X(06).
014200     05  FILLER                  PIC X(02).
014300     05  YER-CRT-TS-LABEL        PIC X(07).
014400     05  YER-CRT-CLOSE-TS        PIC X(14).
014500     05  FILLER                  PIC X(02).
014600     05  YER-CRT-VERDICT         PIC X(40).
014700     05  FILLER                  PIC X(03).
014800 01  YER-TIE-REC.
014900     05  YER-TIE-LABEL           PIC X(06).
015000     05  YER-TIE-PERIOD          PIC X(06).
015100     05  FILLER                  PIC X(02).
015200     05  YER-TIE-SRC-LABEL       PIC X(09).
015300     05  YER-TIE-COUNT           PIC Z(06)9.
015400     05  FILLER                  PIC X(01).
015500     05  YER-TIE-VALUE           PIC -(16)9.
015600     05  FILLER                  PIC X(02).
015700     05  YER-TIE-STATUS          PIC X(30).
015800 01  YER-CENTER-REC.
015900     05  YER-CTR-LABEL           PIC X(05).
016000     05  YER-CTR-CODE            PIC X(04).
016100     05  FILLER                  PIC X(02).
016200     05  YER-CTR-DESC            PIC X(30).
016300     05  FILLER                  PIC X(02).
016400     05  YER-CTR-DEPT-LABEL      PIC X(05).
016500     05  YER-CTR-DEPT            PIC X(04).
016600     05  FILLER                  PIC X(02).
016700     05  YER-CTR-STATUS          PIC X(26).
016800 01  YER-DEPT-REC.
016900     05  YER-DPT-LABEL           PIC X(11).
017000     05  YER-DPT-CODE            PIC X(04).
017100     05  FILLER                  PIC X(02).
017200     05  YER-DPT-TEXT            PIC X(30).
017300     05  YER-DPT-CENTERS         PIC ZZZ9.
017400     05  YER-DPT-CTR-LABEL       PIC X(08).
017500     05  FILLER                  PIC X(21).
017600 01  YER-QTR-REC.
017700     05  FILLER                  PIC X(02).
017800     05  YER-QTR-MONTH OCCURS 3 TIMES.
017900         10  YER-QTR-NAME        PIC X(03).
018000         10  FILLER              PIC X(01).
018100         10  YER-QTR-VALUE       PIC -(16)9.
018200         10  FILLER              PIC X(04).
018300     05  FILLER                  PIC X(03).
018400 01  YER-YEAR-REC.
018500     05  FILLER                  PIC X(02).
018600     05  YER-YR-LABEL            PIC X(05).
018700     05  YER-YR-VALUE            PIC -(16)9.
018800     05  FILLER                  PIC X(02).
018900     05  YER-YR-PRIOR-LABEL      PIC X(11).
019000     05  YER-YR-PRIOR            PIC -(16)9.
019100     05  FILLER                  PIC X(02).
019200     05  YER-YR-CNT-LABEL        PIC X(09).
019300     05  YER-YR-COUNT            PIC Z(06)9.
019400     05  FILLER                  PIC X(08).
019500 01  YER-VAR-REC.
019600     05  FILLER                  PIC X(02).
019700     05  YER-VAR-LABEL           PIC X(09).
019800     05  YER-VAR-VALUE           PIC -(16)9.
019900     05  FILLER                  PIC X(02).
020000     05  YER-VAR-PCT-LABEL       PIC X(11).
020100     05  YER-VAR-PCT             PIC -(04)9.9.
020200     05  YER-VAR-PCT-X REDEFINES YER-VAR-PCT
020300                                 PIC X(07).
020400     05  YER-VAR-PCT-SIGN        PIC X(01).
020500     05  FILLER                  PIC X(31).
020600 01  YER-TRAILER-REC.
020700     05  YER-TRL-CTR-LABEL       PIC X(09).
020800     05  YER-TRL-CENTERS         PIC ZZZ9.
020900     05  FILLER                  PIC X(02).
021000     05  YER-TRL-RET-LABEL       PIC X(09).
021100     05  YER-TRL-RETIRED         PIC ZZZ9.
021200     05  FILLER                  PIC X(02).
021300     05  YER-TRL-UNK-LABEL       PIC X(15).
021400     05  YER-TRL-UNKNOWN         PIC ZZZ9.
021500     05  FILLER                  PIC X(02).
021600     05  YER-TRL-WRT-LABEL       PIC X(16).
021700     05  YER-TRL-WRITTEN         PIC ZZZ9.
021800     05  FILLER                  PIC X(09).
021900
022000 WORKING-STORAGE SECTION.
022100 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
022200 01  WS-CLOG-STATUS          PIC X(02)  VALUE SPACES.
022300 01  WS-CCTR-STATUS          PIC X(02)  VALUE SPACES.
022400 01  WS-YTOT-STATUS          PIC X(02)  VALUE SPACES.
022500 01  WS-CLOG-EOF-SW          PIC X(01)  VALUE 'N'.
022600     88  WS-CLOG-EOF                 VALUE 'Y'.
022700 01  WS-ARCH-EOF-SW          PIC X(01)  VALUE 'N'.
022800     88  WS-ARCH-EOF                 VALUE 'Y'.
022900 01  WS-YTOT-EOF-SW          PIC X(01)  VALUE 'N'.
023000     88  WS-YTOT-EOF                 VALUE 'Y'.
023100 01  WS-CCTR-OPEN-SW         PIC X(01)  VALUE 'N'.
023200     88  WS-CCTR-OPEN                VALUE 'Y'.
023300 01  WS-BASE-SW              PIC X(01)  VALUE 'N'.
023400     88  WS-BASE-FOUND               VALUE 'Y'.
023500 01  WS-RECORDED-SW          PIC X(01)  VALUE 'N'.
023600     88  WS-YEAR-RECORDED            VALUE 'Y'.
023610 01  WS-YTOT-WRITE-SW        PIC X(01)  VALUE 'Y'.
023620     88  WS-YTOT-WRITE-FAILED        VALUE 'N'.
023700 01  WS-CT-FOUND-SW          PIC X(01)  VALUE 'N'.
023800     88  WS-CT-FOUND                 VALUE 'Y'.
023900 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
024000 01  WS-FISCAL-END           PIC X(06)  VALUE SPACES.
024100 01  WS-PRIOR-END            PIC X(06)  VALUE SPACES.
024200 01  WS-PERIOD-WORK          PIC X(06)  VALUE SPACES.
024300 01  WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
024400     05  WS-PW-YEAR              PIC 9(04).
024500     05  WS-PW-MONTH             PIC 9(02).
024600 01  WS-REFUSE-TEXT          PIC X(60)  VALUE SPACES.
024700 01  WS-FP-SUB               PIC S9(04) COMP  VALUE 0.
024800 01  WS-FP-IX                PIC S9(04) COMP  VALUE 0.
024900 01  WS-MONTH-IX             PIC S9(04) COMP  VALUE 0.
025000 01  WS-QTR-SUB              PIC S9(04) COMP  VALUE 0.
025100 01  WS-QTR-COL              PIC S9(04) COMP  VALUE 0.
025200 01  WS-CT-COUNT             PIC S9(04) COMP  VALUE 0.
025300 01  WS-CT-SUB               PIC S9(04) COMP  VALUE 0.
025400 01  WS-CT-IX                PIC S9(04) COMP  VALUE 0.
025500 01  WS-I                    PIC S9(04) COMP  VALUE 0.
025600 01  WS-J                    PIC S9(04) COMP  VALUE 0.
025700 01  WS-FIND-CENTER          PIC X(04)  VALUE SPACES.
025800 01  WS-CUR-DEPT             PIC X(04)  VALUE SPACES.
025900 01  WS-UNCERT-COUNT         PIC S9(04) COMP  VALUE 0.
026000 01  WS-UNTIED-COUNT         PIC S9(04) COMP  VALUE 0.
026100 01  WS-ARCH-READ            PIC S9(07) COMP-3 VALUE 0.
026200 01  WS-OFFYEAR-COUNT        PIC S9(07) COMP-3 VALUE 0.
026300 01  WS-RETIRED-COUNT        PIC S9(04) COMP  VALUE 0.
026400 01  WS-UNKNOWN-COUNT        PIC S9(04) COMP  VALUE 0.
026500 01  WS-YT-WRITTEN           PIC S9(04) COMP  VALUE 0.
026600 01  WS-VALUE-SIGNED         PIC S9(16) COMP-3 VALUE 0.
026700 01  WS-VARIANCE             PIC S9(16) COMP-3 VALUE 0.
026800 01  WS-PRIOR-MAGNITUDE      PIC S9(16) COMP-3 VALUE 0.
026900 01  WS-VAR-PCT              PIC S9(04)V9(01) COMP-3 VALUE 0.
027000 01  WS-PARSE-14             PIC X(14)  VALUE SPACES.
027100 01  WS-PARSE-14-R REDEFINES WS-PARSE-14
027200                             PIC 9(14).
027300 01  WS-MONTH-NAME-VALUES    PIC X(36)
027400         VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
027500 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
027600     05  WS-MONTH-NAME OCCURS 12 TIMES
027700                             PIC X(03).
027800 01  WS-FP-TABLE.
027900     05  FP-ENTRY OCCURS 12 TIMES.
028000         10  FP-PERIOD           PIC X(06).
028100         10  FP-VERDICT          PIC X(01).
028200             88  FP-CLOSED           VALUE 'C' 'O'.
028300             88  FP-CLOSED-OVERRIDE  VALUE 'O'.
028400             88  FP-REFUSED          VALUE 'R'.
028500         10  FP-CLOSE-TS         PIC X(14).
028600         10  FP-REG-COUNT        PIC S9(07) COMP-3.
028700         10  FP-REG-VALUE        PIC S9(16) COMP-3.
028800         10  FP-REG-REJECTS      PIC S9(07) COMP-3.
028900         10  FP-ARCH-COUNT       PIC S9(07) COMP-3.
029000         10  FP-ARCH-VALUE       PIC S9(16) COMP-3.
029100 01  WS-CT-TABLE.
029200     05  CT-ENTRY OCCURS 300 TIMES.
029300         10  CT-SORT-KEY.
029400             15  CT-DEPT         PIC X(04).
029500             15  CT-CENTER       PIC X(04).
029600         10  CT-DESC             PIC X(30).
029700         10  CT-ACTIVE-SW        PIC X(01).
029800             88  CT-RETIRED          VALUE 'I'.
029900         10  CT-MASTER-SW        PIC X(01).
030000             88  CT-ON-MASTER        VALUE 'Y'.
030100         10  CT-COUNT            PIC S9(07) COMP-3.
030200         10  CT-MTH-VAL OCCURS 12 TIMES
030300                                 PIC S9(16) COMP-3.
030400         10  CT-YEAR-VAL         PIC S9(16) COMP-3.
030500         10  CT-PRIOR-SW         PIC X(01).
030600             88  CT-IN-BASE          VALUE 'Y'.
030700         10  CT-PRIOR-VAL        PIC S9(16) COMP-3.
030800         10  CT-PRIOR-COUNT      PIC S9(07) COMP-3.
030900 01  WS-CT-SWAP              PIC X(175) VALUE SPACES.
031000*    FIGURES FOR ONE REPORT BLOCK - A CENTER, A DEPARTMENT
031100*    SUBTOTAL OR THE GRAND TOTAL.
031200 01  WS-PF-AREA.
031300     05  PF-COUNT                PIC S9(07) COMP-3.
031400     05  PF-MTH-VAL OCCURS 12 TIMES
031500                                 PIC S9(16) COMP-3.
031600     05  PF-YEAR-VAL             PIC S9(16) COMP-3.
031700     05  PF-PRIOR-VAL            PIC S9(16) COMP-3.
031800 01  WS-DS-AREA.
031900     05  DS-CENTERS              PIC S9(04) COMP.
032000     05  DS-COUNT                PIC S9(07) COMP-3.
032100     05  DS-MTH-VAL OCCURS 12 TIMES
032200                                 PIC S9(16) COMP-3.
032300     05  DS-YEAR-VAL             PIC S9(16) COMP-3.
032400     05  DS-PRIOR-VAL            PIC S9(16) COMP-3.
032500 01  WS-GT-AREA.
032600     05  GT-CENTERS              PIC S9(04) COMP.
032700     05  GT-COUNT                PIC S9(07) COMP-3.
032800     05  GT-MTH-VAL OCCURS 12 TIMES
032900                                 PIC S9(16) COMP-3.
033000     05  GT-YEAR-VAL             PIC S9(16) COMP-3.
033100     05  GT-PRIOR-VAL            PIC S9(16) COMP-3.
033200 COPY CCTRREC.
033300 COPY CLOGREC.
033400 COPY YTOTREC.
033500 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
033600 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
033700 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
033800 COPY JRNLREC.
033900
034000 PROCEDURE DIVISION.
034100 0000-MAINLINE.
034200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034300     PERFORM 2000-CHECK-CERTIFICATES THRU 2000-EXIT.
034400     PERFORM 3000-READ-ARCHIVES THRU 3000-EXIT.
034500     PERFORM 4000-TIE-OUT-ARCHIVES THRU 4000-EXIT.
034600     PERFORM 5000-LOAD-PRIOR-YEAR THRU 5000-EXIT.
034700     PERFORM 5500-DESCRIBE-CENTERS THRU 5500-EXIT.
034800     PERFORM 6000-WRITE-ANNUAL-REPORT THRU 6000-EXIT.
034900     PERFORM 7000-RECORD-YEAR-TOTALS THRU 7000-EXIT.
035000     PERFORM 7900-TERMINATE THRU 7900-EXIT.
035100     STOP RUN.
035200
035300*----------------------------------------------------------------
035400* 1000-INITIALIZE - READ THE YEAR CARD, LAY OUT THE TWELVE
035500* FISCAL MONTHS, OPEN THE REPORT AND THE COST-CENTER MASTER.
035600*----------------------------------------------------------------
035700 1000-INITIALIZE.
035800     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
035900     ACCEPT WS-JRNL-TIME FROM TIME.
036000     STRING WS-JRNL-DATE DELIMITED BY SIZE
036100            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
036200         INTO WS-JRNL-START-TS.
036300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036400     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
036500     MOVE WS-FISCAL-END TO FP-PERIOD (12).
036600     PERFORM 1200-SET-FISCAL-MONTH THRU 1200-EXIT
036700         VARYING WS-FP-SUB FROM 11 BY -1
036800         UNTIL WS-FP-SUB < 1.
036900     MOVE WS-FISCAL-END TO WS-PERIOD-WORK.
037000     SUBTRACT 1 FROM WS-PW-YEAR.
037100     MOVE WS-PERIOD-WORK TO WS-PRIOR-END.
037200     PERFORM 1300-CLEAR-FISCAL-MONTH THRU 1300-EXIT
037300         VARYING WS-FP-SUB FROM 1 BY 1
037400         UNTIL WS-FP-SUB > 12.
037500     OPEN OUTPUT YEND-RPT.
037600     MOVE SPACES TO YER-HEADER-REC.
037700     MOVE "SUMSYEND FISCAL YEAR-END COST-CENTER CLOSE - YEAR TO "
037800         TO YER-HDR-LABEL.
037900     MOVE WS-FISCAL-END TO YER-HDR-PERIOD.
038000     MOVE "RUN DATE: " TO YER-HDR-RUN-LABEL.
038100     MOVE WS-RUN-DATE TO YER-HDR-RUN-DATE.
038200     WRITE YER-HEADER-REC.
038300     MOVE SPACES TO YER-TEXT-REC.
038400     STRING "FISCAL YEAR " DELIMITED BY SIZE
038500            FP-PERIOD (1) DELIMITED BY SIZE
038600            " THROUGH " DELIMITED BY SIZE
038700            FP-PERIOD (12) DELIMITED BY SIZE
038800            " - PRIOR YEAR ENDED " DELIMITED BY SIZE
038900            WS-PRIOR-END DELIMITED BY SIZE
039000         INTO YER-TEXT.
039100     WRITE YER-TEXT-REC.
039200     OPEN INPUT CCTR-FILE.
039300     IF WS-CCTR-STATUS NOT = "00"
039400         DISPLAY "SUMSYEND CANNOT OPEN COST-CENTER MASTER"
039500             " - STATUS "
039600             WS-CCTR-STATUS
039700         MOVE "COST-CENTER MASTER CANNOT BE OPENED"
039800             TO WS-REFUSE-TEXT
039900         PERFORM 7950-REFUSE-YEAR THRU 7950-EXIT
040000     END-IF.
040100     SET WS-CCTR-OPEN TO TRUE.
040200 1000-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------
040600* 1100-READ-PARM-CARD - THE YEAR CARD IS REQUIRED. A YEAR-END
040700* WITH NO STATED YEAR COULD RECORD THE WRONG YEAR'S TOTALS.
040800*----------------------------------------------------------------
040900 1100-READ-PARM-CARD.
041000     OPEN INPUT PARM-IN.
041100     IF WS-PARM-STATUS NOT = "00"
041200         DISPLAY "SUMSYEND - YENDPARM CARD REQUIRED - STATUS "
041300             WS-PARM-STATUS
041400         MOVE 16 TO RETURN-CODE
041500         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
041600         STOP RUN
041700     END-IF.
041800     READ PARM-IN
041900         AT END
042000             DISPLAY "SUMSYEND - YENDPARM CARD EMPTY"
042100             CLOSE PARM-IN
042200             MOVE 16 TO RETURN-CODE
042300             PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
042400             STOP RUN
042500     END-READ.
042600     IF PM-FISCAL-END NOT NUMERIC
042700             OR PM-FISCAL-END (5:2) < "01"
042800             OR PM-FISCAL-END (5:2) > "12"
042900         DISPLAY "SUMSYEND - YENDPARM YEAR END (COLS 1-6)"
043000             " INVALID: " PM-FISCAL-END
043100         CLOSE PARM-IN
043200         MOVE 16 TO RETURN-CODE
043300         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
043400         STOP RUN
043500     END-IF.
043600     MOVE PM-FISCAL-END TO WS-FISCAL-END.
043700     CLOSE PARM-IN.
043800 1100-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------------
044200* 1200-SET-FISCAL-MONTH - EACH FISCAL MONTH IS THE MONTH BEFORE
044300* THE ONE AFTER IT, WORKING BACK FROM THE YEAR-END MONTH.
044400*----------------------------------------------------------------
044500 1200-SET-FISCAL-MONTH.
044600     MOVE FP-PERIOD (WS-FP-SUB + 1) TO WS-PERIOD-WORK.
044700     IF WS-PW-MONTH = 1
044800         MOVE 12 TO WS-PW-MONTH
044900         SUBTRACT 1 FROM WS-PW-YEAR
045000     ELSE
045100         SUBTRACT 1 FROM WS-PW-MONTH
045200     END-IF.
045300     MOVE WS-PERIOD-WORK TO FP-PERIOD (WS-FP-SUB).
045400 1200-EXIT.
045500     EXIT.
045600
045700 1300-CLEAR-FISCAL-MONTH.
045800     MOVE SPACE TO FP-VERDICT (WS-FP-SUB).
045900     MOVE SPACES TO FP-CLOSE-TS (WS-FP-SUB).
046000     MOVE 0 TO FP-REG-COUNT (WS-FP-SUB).
046100     MOVE 0 TO FP-REG-VALUE (WS-FP-SUB).
046200     MOVE 0 TO FP-REG-REJECTS (WS-FP-SUB).
046300     MOVE 0 TO FP-ARCH-COUNT (WS-FP-SUB).
046400     MOVE 0 TO FP-ARCH-VALUE (WS-FP-SUB).
046500 1300-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------
046900* 1400-FIND-FISCAL-MONTH - WS-FP-IX = THE FISCAL MONTH OF
047000* WS-PERIOD-WORK, OR ZERO WHEN IT IS OUTSIDE THE YEAR.
047100*----------------------------------------------------------------
047200 1400-FIND-FISCAL-MONTH.
047300     MOVE 0 TO WS-FP-IX.
047400     PERFORM 1410-SCAN-FISCAL-MONTH THRU 1410-EXIT
047500         VARYING WS-FP-SUB FROM 1 BY 1
047600         UNTIL WS-FP-SUB > 12
047700             OR WS-FP-IX > 0.
047800 1400-EXIT.
047900     EXIT.
048000
048100 1410-SCAN-FISCAL-MONTH.
048200     IF FP-PERIOD (WS-FP-SUB) = WS-PERIOD-WORK
048300         MOVE WS-FP-SUB TO WS-FP-IX
048400     END-IF.
048500 1410-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------
048900* 2000-CHECK-CERTIFICATES - READ THE CLOSING-CERTIFICATE
049000* REGISTER. IT IS IN THE ORDER THE CLOSES RAN, SO THE LAST
049100* RECORD FOR A MONTH IS ITS STANDING VERDICT. EVERY FISCAL
049200* MONTH MUST STAND CLOSED BEFORE ANY ARCHIVE IS READ.
049300*----------------------------------------------------------------
049400 2000-CHECK-CERTIFICATES.
049500     OPEN INPUT CLOSE-LOG.
049600     IF WS-CLOG-STATUS NOT = "00"
049700         DISPLAY "SUMSYEND CANNOT OPEN CLOSELOG - STATUS "
049800             WS-CLOG-STATUS
049900         MOVE "CLOSING-CERTIFICATE REGISTER CANNOT BE OPENED"
050000             TO WS-REFUSE-TEXT
050100         PERFORM 7950-REFUSE-YEAR THRU 7950-EXIT
050200     END-IF.
050300     PERFORM 2100-READ-REGISTER THRU 2100-EXIT
050400         UNTIL WS-CLOG-EOF.
050500     CLOSE CLOSE-LOG.
050600     MOVE SPACES TO YER-TEXT-REC.
050700     WRITE YER-TEXT-REC.
050800     MOVE "MONTH-END CLOSING CERTIFICATES" TO YER-TEXT.
050900     WRITE YER-TEXT-REC.
051000     PERFORM 2200-WRITE-CERT-LINE THRU 2200-EXIT
051100         VARYING WS-FP-SUB FROM 1 BY 1
051200         UNTIL WS-FP-SUB > 12.
051300     IF WS-UNCERT-COUNT > 0
051400         MOVE "A MONTH OF THE YEAR HAS NO CLOSING CERTIFICATE"
051500             TO WS-REFUSE-TEXT
051600         PERFORM 7950-REFUSE-YEAR THRU 7950-EXIT
051700     END-IF.
051800 2000-EXIT.
051900     EXIT.
052000
052100 2100-READ-REGISTER.
052200     READ CLOSE-LOG INTO CLOG-RECORD
052300         AT END
052400             SET WS-CLOG-EOF TO TRUE
052500             GO TO 2100-EXIT
052600     END-READ.
052700     MOVE CG-PERIOD TO WS-PERIOD-WORK.
052800     PERFORM 1400-FIND-FISCAL-MONTH THRU 1400-EXIT.
052900     IF WS-FP-IX = 0
053000         GO TO 2100-EXIT
053100     END-IF.
053200     MOVE CG-VERDICT TO FP-VERDICT (WS-FP-IX).
053300     MOVE CG-CLOSE-TS TO FP-CLOSE-TS (WS-FP-IX).
053400     MOVE CG-ARCH-COUNT TO FP-REG-COUNT (WS-FP-IX).
053500     MOVE CG-ARCH-VALUE TO FP-REG-VALUE (WS-FP-IX).
053600     IF CG-ARCH-SIGN = "-"
053700         COMPUTE FP-REG-VALUE (WS-FP-IX) =
053800             0 - FP-REG-VALUE (WS-FP-IX)
053900     END-IF.
054000     MOVE CG-REJECT-COUNT TO FP-REG-REJECTS (WS-FP-IX).
054100 2100-EXIT.
054200     EXIT.
054300
054400 2200-WRITE-CERT-LINE.
054500     MOVE SPACES TO YER-CERT-REC.
054600     MOVE "MONTH " TO YER-CRT-LABEL.
054700     MOVE FP-PERIOD (WS-FP-SUB) TO YER-CRT-PERIOD.
054800     IF FP-VERDICT (WS-FP-SUB) NOT = SPACE
054900         MOVE "CLOSED " TO YER-CRT-TS-LABEL
055000         MOVE FP-CLOSE-TS (WS-FP-SUB) TO YER-CRT-CLOSE-TS
055100     END-IF.
055200     IF FP-CLOSED (WS-FP-SUB)
055300         IF FP-CLOSED-OVERRIDE (WS-FP-SUB)
055400             MOVE "CERTIFIED - CLOSED OVER RESOLVED REJECTS"
055500                 TO YER-CRT-VERDICT
055600         ELSE
055700             MOVE "CERTIFIED - CLEAN CLOSE" TO YER-CRT-VERDICT
055800         END-IF
055900     ELSE
056000         ADD 1 TO WS-UNCERT-COUNT
056100         IF FP-REFUSED (WS-FP-SUB)
056200             MOVE "*** CLOSE REFUSED - NO CERTIFICATE"
056300                 TO YER-CRT-VERDICT
056400         ELSE
056500             MOVE "*** NO CLOSE REGISTERED - SEE SUMSCLRJ"
056510                 TO YER-CRT-VERDICT
056600         END-IF
056700     END-IF.
056800     WRITE YER-CERT-REC.
056900 2200-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------------
057300* 3000-READ-ARCHIVES - READ THE TWELVE ARCHIVE GENERATIONS (ONE
057400* CONCATENATION IN THE JCL) AND ROLL EVERY POSTING INTO ITS
057500* MONTH'S TIE-OUT TOTAL AND ITS COST CENTER'S MONTH.
057600*----------------------------------------------------------------
057700 3000-READ-ARCHIVES.
057800     OPEN INPUT IFARCH-IN.
057900     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
058000     PERFORM 3200-POST-TO-YEAR THRU 3200-EXIT
058100         UNTIL WS-ARCH-EOF.
058200     CLOSE IFARCH-IN.
058300 3000-EXIT.
058400     EXIT.
058500
058600 3100-READ-ARCHIVE.
058700     READ IFARCH-IN
058800         AT END
058900             SET WS-ARCH-EOF TO TRUE
059000             GO TO 3100-EXIT
059100     END-READ.
059200     ADD 1 TO WS-ARCH-READ.
059300 3100-EXIT.
059400     EXIT.
059500
059600*----------------------------------------------------------------
059700* 3200-POST-TO-YEAR - REVERSAL ENTRIES (FLAGGED V) SUBTRACT
059800* THEIR VALUE, AS ON THE MONTHLY CERTIFICATE. A POSTING DATED
059900* OUTSIDE THE YEAR MEANS A WRONG GENERATION WAS READ.
060000*----------------------------------------------------------------
060100 3200-POST-TO-YEAR.
060200     MOVE YE-IF-POSTING-DATE (1:6) TO WS-PERIOD-WORK.
060300     PERFORM 1400-FIND-FISCAL-MONTH THRU 1400-EXIT.
060400     IF WS-FP-IX = 0
060500         ADD 1 TO WS-OFFYEAR-COUNT
060600         GO TO 3200-NEXT
060700     END-IF.
060800     MOVE 0 TO WS-VALUE-SIGNED.
060900     IF YE-IF-VALUE IS NUMERIC
061000         MOVE YE-IF-VALUE TO WS-PARSE-14
061100         MOVE WS-PARSE-14-R TO WS-VALUE-SIGNED
061200     END-IF.
061300     IF YE-IF-RVSL-SW = "V"
061400         COMPUTE WS-VALUE-SIGNED = 0 - WS-VALUE-SIGNED
061500     END-IF.
061600     ADD 1 TO FP-ARCH-COUNT (WS-FP-IX).
061700     ADD WS-VALUE-SIGNED TO FP-ARCH-VALUE (WS-FP-IX).
061800     MOVE YE-IF-COST-CENTER TO WS-FIND-CENTER.
061900     PERFORM 3300-FIND-CENTER THRU 3300-EXIT.
062000     ADD 1 TO CT-COUNT (WS-CT-IX).
062100     ADD WS-VALUE-SIGNED TO CT-MTH-VAL (WS-CT-IX, WS-FP-IX).
062200     ADD WS-VALUE-SIGNED TO CT-YEAR-VAL (WS-CT-IX).
062300 3200-NEXT.
062400     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
062500 3200-EXIT.
062600     EXIT.
062700
062800*----------------------------------------------------------------
062900* 3300-FIND-CENTER - WS-CT-IX = THE TABLE ENTRY FOR
063000* WS-FIND-CENTER, ADDED AT ZERO WHEN NOT YET SEEN.
063100*----------------------------------------------------------------
063200 3300-FIND-CENTER.
063300     MOVE "N" TO WS-CT-FOUND-SW.
063400     MOVE 0 TO WS-CT-IX.
063500     PERFORM 3310-SCAN-CENTER THRU 3310-EXIT
063600         VARYING WS-CT-SUB FROM 1 BY 1
063700         UNTIL WS-CT-SUB > WS-CT-COUNT
063800             OR WS-CT-FOUND.
063900     IF WS-CT-FOUND
064000         GO TO 3300-EXIT
064100     END-IF.
064200     IF WS-CT-COUNT = 300
064300         DISPLAY "SUMSYEND COST-CENTER TABLE FULL AT 300"
064400         MOVE "COST-CENTER TABLE FULL AT 300" TO WS-REFUSE-TEXT
064500         PERFORM 7950-REFUSE-YEAR THRU 7950-EXIT
064600     END-IF.
064700     ADD 1 TO WS-CT-COUNT.
064800     MOVE WS-CT-COUNT TO WS-CT-IX.
064900     MOVE SPACES TO CT-DEPT (WS-CT-IX).
065000     MOVE WS-FIND-CENTER TO CT-CENTER (WS-CT-IX).
065100     MOVE SPACES TO CT-DESC (WS-CT-IX).
065200     MOVE SPACE TO CT-ACTIVE-SW (WS-CT-IX).
065300     MOVE "N" TO CT-MASTER-SW (WS-CT-IX).
065400     MOVE 0 TO CT-COUNT (WS-CT-IX).
065500     PERFORM 3320-CLEAR-CENTER-MONTH THRU 3320-EXIT
065600         VARYING WS-MONTH-IX FROM 1 BY 1
065700         UNTIL WS-MONTH-IX > 12.
065800     MOVE 0 TO CT-YEAR-VAL (WS-CT-IX).
065900     MOVE "N" TO CT-PRIOR-SW (WS-CT-IX).
066000     MOVE 0 TO CT-PRIOR-VAL (WS-CT-IX).
066100     MOVE 0 TO CT-PRIOR-COUNT (WS-CT-IX).
066200 3300-EXIT.
066300     EXIT.
066400
066500 3310-SCAN-CENTER.
066600     IF CT-CENTER (WS-CT-SUB) = WS-FIND-CENTER
066700         SET WS-CT-FOUND TO TRUE
066800         MOVE WS-CT-SUB TO WS-CT-IX
066900     END-IF.
067000 3310-EXIT.
067100     EXIT.
067200
067300 3320-CLEAR-CENTER-MONTH.
067400     MOVE 0 TO CT-MTH-VAL (WS-CT-IX, WS-MONTH-IX).
067500 3320-EXIT.
067600     EXIT.
067700
067800*----------------------------------------------------------------
067900* 4000-TIE-OUT-ARCHIVES - EACH MONTH'S ARCHIVED COUNT AND NET
068000* VALUE AGAINST WHAT ITS CLOSE REGISTERED AS COPIED. ANY MONTH
068100* THAT DOES NOT TIE, OR ANY POSTING FROM OUTSIDE THE YEAR,
068200* REFUSES THE YEAR-END.
068300*----------------------------------------------------------------
068400 4000-TIE-OUT-ARCHIVES.
068500     MOVE SPACES TO YER-TEXT-REC.
068600     WRITE YER-TEXT-REC.
068700     MOVE "ARCHIVE TIE-OUT TO THE CLOSING-CERTIFICATE REGISTER"
068800         TO YER-TEXT.
068900     WRITE YER-TEXT-REC.
069000     PERFORM 4100-TIE-OUT-MONTH THRU 4100-EXIT
069100         VARYING WS-FP-SUB FROM 1 BY 1
069200         UNTIL WS-FP-SUB > 12.
069300     IF WS-OFFYEAR-COUNT > 0
069400         MOVE SPACES TO YER-TIE-REC
069500         MOVE "OUTSIDE " TO YER-TIE-SRC-LABEL
069600         MOVE WS-OFFYEAR-COUNT TO YER-TIE-COUNT
069700         MOVE "*** POSTINGS NOT IN THE YEAR" TO YER-TIE-STATUS
069800         WRITE YER-TIE-REC
069900         MOVE "ARCHIVE HOLDS POSTINGS FROM OUTSIDE THE YEAR"
070000             TO WS-REFUSE-TEXT
070100         PERFORM 7950-REFUSE-YEAR THRU 7950-EXIT
070200     END-IF.
070300     IF WS-UNTIED-COUNT > 0
070400         MOVE "A MONTH'S ARCHIVE DOES NOT TIE TO ITS CLOSE"
070500             TO WS-REFUSE-TEXT
070600         PERFORM 7950-REFUSE-YEAR THRU 7950-EXIT
070700     END-IF.
070800 4000-EXIT.
070900     EXIT.
071000
071100 4100-TIE-OUT-MONTH.
071200     MOVE SPACES TO YER-TIE-REC.
071300     MOVE "MONTH " TO YER-TIE-LABEL.
071400     MOVE FP-PERIOD (WS-FP-SUB) TO YER-TIE-PERIOD.
071500     MOVE "ARCHIVED " TO YER-TIE-SRC-LABEL.
071600     MOVE FP-ARCH-COUNT (WS-FP-SUB) TO YER-TIE-COUNT.
071700     MOVE FP-ARCH-VALUE (WS-FP-SUB) TO YER-TIE-VALUE.
071800     IF FP-ARCH-COUNT (WS-FP-SUB) = FP-REG-COUNT (WS-FP-SUB)
071900             AND FP-ARCH-VALUE (WS-FP-SUB)
072000                 = FP-REG-VALUE (WS-FP-SUB)
072100         MOVE "TIES" TO YER-TIE-STATUS
072200         WRITE YER-TIE-REC
072300     ELSE
072400         ADD 1 TO WS-UNTIED-COUNT
072500         MOVE "*** DOES NOT TIE" TO YER-TIE-STATUS
072600         WRITE YER-TIE-REC
072700         MOVE SPACES TO YER-TIE-REC
072800         MOVE "REGISTER " TO YER-TIE-SRC-LABEL
072900         MOVE FP-REG-COUNT (WS-FP-SUB) TO YER-TIE-COUNT
073000         MOVE FP-REG-VALUE (WS-FP-SUB) TO YER-TIE-VALUE
073100         WRITE YER-TIE-REC
073200     END-IF.
073300     IF FP-REG-REJECTS (WS-FP-SUB) > 0
073400         MOVE SPACES TO YER-TIE-REC
073500         MOVE "REJECTED " TO YER-TIE-SRC-LABEL
073600         MOVE FP-REG-REJECTS (WS-FP-SUB) TO YER-TIE-COUNT
073700         MOVE "  CLOSED OVER AS RESOLVED" TO YER-TIE-STATUS
073800         WRITE YER-TIE-REC
073900     END-IF.
074000 4100-EXIT.
074100     EXIT.
074200
074300*----------------------------------------------------------------
074400* 5000-LOAD-PRIOR-YEAR - READ THE YEAR-END TOTALS FILE FOR THE
074500* PRIOR YEAR'S FIGURES (AND THE DESCRIPTION AND DEPARTMENT A
074600* CENTER HAD THEN), AND NOTE WHETHER THIS YEAR IS ALREADY ON
074700* IT. THE FILE IS OPTIONAL ONLY UNTIL THE FIRST YEAR-END
074800* CREATES IT.
074900*----------------------------------------------------------------
075000 5000-LOAD-PRIOR-YEAR.
075100     OPEN INPUT YTOT-FILE.
075200     IF WS-YTOT-STATUS = "05"
075300         CLOSE YTOT-FILE
075400         GO TO 5000-EXIT
075500     END-IF.
075600     IF WS-YTOT-STATUS NOT = "00"
075700         DISPLAY "SUMSYEND CANNOT OPEN YENDTOTL - STATUS "
075800             WS-YTOT-STATUS
075900         MOVE "YEAR-END TOTALS FILE CANNOT BE OPENED"
076000             TO WS-REFUSE-TEXT
076100         PERFORM 7950-REFUSE-YEAR THRU 7950-EXIT
076200     END-IF.
076300     PERFORM 5100-READ-TOTALS THRU 5100-EXIT
076400         UNTIL WS-YTOT-EOF.
076500     CLOSE YTOT-FILE.
076600 5000-EXIT.
076700     EXIT.
076800
076900 5100-READ-TOTALS.
077000     READ YTOT-FILE INTO YTOT-RECORD
077100         AT END
077200             SET WS-YTOT-EOF TO TRUE
077300             GO TO 5100-EXIT
077400     END-READ.
077500     IF YT-FISCAL-END = WS-FISCAL-END
077600         SET WS-YEAR-RECORDED TO TRUE
077700         GO TO 5100-EXIT
077800     END-IF.
077900     IF YT-FISCAL-END NOT = WS-PRIOR-END
078000         GO TO 5100-EXIT
078100     END-IF.
078200     SET WS-BASE-FOUND TO TRUE.
078300     MOVE YT-CENTER-CODE TO WS-FIND-CENTER.
078400     PERFORM 3300-FIND-CENTER THRU 3300-EXIT.
078500     MOVE "Y" TO CT-PRIOR-SW (WS-CT-IX).
078600     MOVE YT-NET-VALUE TO CT-PRIOR-VAL (WS-CT-IX).
078700     IF YT-NET-SIGN = "-"
078800         COMPUTE CT-PRIOR-VAL (WS-CT-IX) =
078900             0 - CT-PRIOR-VAL (WS-CT-IX)
079000     END-IF.
079100     MOVE YT-COUNT TO CT-PRIOR-COUNT (WS-CT-IX).
079200     MOVE YT-DESC TO CT-DESC (WS-CT-IX).
079300     MOVE YT-OWN-DEPT TO CT-DEPT (WS-CT-IX).
079400     MOVE YT-ACTIVE-SW TO CT-ACTIVE-SW (WS-CT-IX).
079500 5100-EXIT.
079600     EXIT.
079700
079800*----------------------------------------------------------------
079900* 5500-DESCRIBE-CENTERS - DESCRIPTION, OWNING DEPARTMENT AND
080000* STATUS FROM THE COST-CENTER MASTER, WHATEVER THE CENTER'S
080100* STATUS - A RETIRED CENTER KEEPS ITS OWN NAME. A CENTER NO
080200* LONGER ON THE MASTER KEEPS WHAT LAST YEAR'S TOTALS SAID; ONE
080300* ON NEITHER IS COUNTED UNKNOWN. THEN SORT DEPARTMENT / CENTER.
080400*----------------------------------------------------------------
080500 5500-DESCRIBE-CENTERS.
080600     PERFORM 5510-DESCRIBE-CENTER THRU 5510-EXIT
080700         VARYING WS-CT-SUB FROM 1 BY 1
080800         UNTIL WS-CT-SUB > WS-CT-COUNT.
080900     CLOSE CCTR-FILE.
081000     MOVE "N" TO WS-CCTR-OPEN-SW.
081100     PERFORM 5600-SORT-PASS THRU 5600-EXIT
081200         VARYING WS-I FROM 1 BY 1
081300         UNTIL WS-I NOT < WS-CT-COUNT.
081400 5500-EXIT.
081500     EXIT.
081600
081700 5510-DESCRIBE-CENTER.
081800     MOVE CT-CENTER (WS-CT-SUB) TO CF-CENTER-KEY.
081900     READ CCTR-FILE INTO CCTR-RECORD
082000         INVALID KEY
082100             CONTINUE
082200         NOT INVALID KEY
082300             MOVE "Y" TO CT-MASTER-SW (WS-CT-SUB)
082400             MOVE CC-DESC TO CT-DESC (WS-CT-SUB)
082500             MOVE CC-OWN-DEPT TO CT-DEPT (WS-CT-SUB)
082600             MOVE CC-ACTIVE-SW TO CT-ACTIVE-SW (WS-CT-SUB)
082700     END-READ.
082800     IF NOT CT-ON-MASTER (WS-CT-SUB)
082900             AND NOT CT-IN-BASE (WS-CT-SUB)
083000         ADD 1 TO WS-UNKNOWN-COUNT
083100         MOVE "NOT ON COST-CENTER MASTER" TO CT-DESC (WS-CT-SUB)
083200     END-IF.
083300     IF CT-DEPT (WS-CT-SUB) = SPACES
083400         MOVE "----" TO CT-DEPT (WS-CT-SUB)
083500     END-IF.
083600     IF CT-RETIRED (WS-CT-SUB)
083700         ADD 1 TO WS-RETIRED-COUNT
083800     END-IF.
083900 5510-EXIT.
084000     EXIT.
084100
084200 5600-SORT-PASS.
084300     PERFORM 5610-SORT-COMPARE THRU 5610-EXIT
084400         VARYING WS-J FROM 1 BY 1
084500         UNTIL WS-J > WS-CT-COUNT - WS-I.
084600 5600-EXIT.
084700     EXIT.
084800
084900 5610-SORT-COMPARE.
085000     IF CT-SORT-KEY (WS-J) > CT-SORT-KEY (WS-J + 1)
085100         MOVE CT-ENTRY (WS-J) TO WS-CT-SWAP
085200         MOVE CT-ENTRY (WS-J + 1) TO CT-ENTRY (WS-J)
085300         MOVE WS-CT-SWAP TO CT-ENTRY (WS-J + 1)
085400     END-IF.
085500 5610-EXIT.
085600     EXIT.
085700
085800*----------------------------------------------------------------
085900* 6000-WRITE-ANNUAL-REPORT - ONE BLOCK PER COST CENTER IN
086000* DEPARTMENT ORDER, A SUBTOTAL BLOCK AT EACH CHANGE OF
086100* DEPARTMENT, AND THE GRAND TOTAL BLOCK.
086200*----------------------------------------------------------------
086300 6000-WRITE-ANNUAL-REPORT.
086400     MOVE SPACES TO YER-TEXT-REC.
086500     WRITE YER-TEXT-REC.
086600     MOVE "ANNUAL NET POSTINGS BY DEPARTMENT AND COST CENTER"
086700         TO YER-TEXT.
086800     WRITE YER-TEXT-REC.
086900     IF NOT WS-BASE-FOUND
087000         MOVE "*** NO PRIOR-YEAR TOTALS ON FILE"
087100             TO YER-TEXT (1:32)
087200         MOVE " - PRIOR YEAR SHOWN AS ZERO" TO YER-TEXT (33:27)
087300         WRITE YER-TEXT-REC
087400     END-IF.
087500     MOVE SPACES TO WS-CUR-DEPT.
087600     MOVE 0 TO GT-CENTERS.
087700     MOVE 0 TO GT-COUNT.
087800     MOVE 0 TO GT-YEAR-VAL.
087900     MOVE 0 TO GT-PRIOR-VAL.
088000     PERFORM 6010-CLEAR-GRAND-MONTH THRU 6010-EXIT
088100         VARYING WS-MONTH-IX FROM 1 BY 1
088200         UNTIL WS-MONTH-IX > 12.
088300     PERFORM 6100-WRITE-CENTER THRU 6100-EXIT
088400         VARYING WS-CT-SUB FROM 1 BY 1
088500         UNTIL WS-CT-SUB > WS-CT-COUNT.
088600     IF WS-CUR-DEPT NOT = SPACES
088700         PERFORM 6300-WRITE-DEPT-TOTAL THRU 6300-EXIT
088800     END-IF.
088900     MOVE SPACES TO YER-TEXT-REC.
089000     WRITE YER-TEXT-REC.
089100     MOVE SPACES TO YER-DEPT-REC.
089200     MOVE "GRAND TOTAL" TO YER-DPT-LABEL.
089300     MOVE "ALL DEPARTMENTS" TO YER-DPT-TEXT.
089400     MOVE GT-CENTERS TO YER-DPT-CENTERS.
089500     MOVE " CENTERS" TO YER-DPT-CTR-LABEL.
089600     WRITE YER-DEPT-REC.
089700     MOVE GT-COUNT TO PF-COUNT.
089800     PERFORM 6020-MOVE-GRAND-MONTH THRU 6020-EXIT
089900         VARYING WS-MONTH-IX FROM 1 BY 1
090000         UNTIL WS-MONTH-IX > 12.
090100     MOVE GT-YEAR-VAL TO PF-YEAR-VAL.
090200     MOVE GT-PRIOR-VAL TO PF-PRIOR-VAL.
090300     PERFORM 6500-WRITE-FIGURES THRU 6500-EXIT.
090400 6000-EXIT.
090500     EXIT.
090600
090700 6010-CLEAR-GRAND-MONTH.
090800     MOVE 0 TO GT-MTH-VAL (WS-MONTH-IX).
090900 6010-EXIT.
091000     EXIT.
091100
091200 6020-MOVE-GRAND-MONTH.
091300     MOVE GT-MTH-VAL (WS-MONTH-IX) TO PF-MTH-VAL (WS-MONTH-IX).
091400 6020-EXIT.
091500     EXIT.
091600
091700*----------------------------------------------------------------
091800* 6100-WRITE-CENTER - CLOSE THE PRIOR DEPARTMENT AND OPEN THE
091900* NEXT ON A CHANGE, THEN PRINT THE CENTER'S BLOCK AND ADD IT TO
092000* THE DEPARTMENT AND GRAND TOTALS.
092100*----------------------------------------------------------------
092200 6100-WRITE-CENTER.
092300     IF CT-DEPT (WS-CT-SUB) NOT = WS-CUR-DEPT
092400         IF WS-CUR-DEPT NOT = SPACES
092500             PERFORM 6300-WRITE-DEPT-TOTAL THRU 6300-EXIT
092600         END-IF
092700         PERFORM 6200-START-DEPT THRU 6200-EXIT
092800     END-IF.
092900     MOVE SPACES TO YER-TEXT-REC.
093000     WRITE YER-TEXT-REC.
093100     MOVE SPACES TO YER-CENTER-REC.
093200     MOVE "CCTR " TO YER-CTR-LABEL.
093300     MOVE CT-CENTER (WS-CT-SUB) TO YER-CTR-CODE.
093400     MOVE CT-DESC (WS-CT-SUB) TO YER-CTR-DESC.
093500     MOVE "DEPT " TO YER-CTR-DEPT-LABEL.
093600     MOVE CT-DEPT (WS-CT-SUB) TO YER-CTR-DEPT.
093700     IF CT-RETIRED (WS-CT-SUB)
093800         MOVE "RETIRED" TO YER-CTR-STATUS
093900     END-IF.
094000     IF NOT CT-ON-MASTER (WS-CT-SUB)
094100         MOVE "NOT ON MASTER" TO YER-CTR-STATUS
094200     END-IF.
094300     WRITE YER-CENTER-REC.
094400     MOVE CT-COUNT (WS-CT-SUB) TO PF-COUNT.
094500     PERFORM 6110-MOVE-CENTER-MONTH THRU 6110-EXIT
094600         VARYING WS-MONTH-IX FROM 1 BY 1
094700         UNTIL WS-MONTH-IX > 12.
094800     MOVE CT-YEAR-VAL (WS-CT-SUB) TO PF-YEAR-VAL.
094900     MOVE CT-PRIOR-VAL (WS-CT-SUB) TO PF-PRIOR-VAL.
095000     PERFORM 6500-WRITE-FIGURES THRU 6500-EXIT.
095100     ADD 1 TO DS-CENTERS.
095200     ADD 1 TO GT-CENTERS.
095300     ADD PF-COUNT TO DS-COUNT.
095400     ADD PF-COUNT TO GT-COUNT.
095500     ADD PF-YEAR-VAL TO DS-YEAR-VAL.
095600     ADD PF-YEAR-VAL TO GT-YEAR-VAL.
095700     ADD PF-PRIOR-VAL TO DS-PRIOR-VAL.
095800     ADD PF-PRIOR-VAL TO GT-PRIOR-VAL.
095900 6100-EXIT.
096000     EXIT.
096100
096200 6110-MOVE-CENTER-MONTH.
096300     MOVE CT-MTH-VAL (WS-CT-SUB, WS-MONTH-IX)
096400         TO PF-MTH-VAL (WS-MONTH-IX).
096500     ADD PF-MTH-VAL (WS-MONTH-IX) TO DS-MTH-VAL (WS-MONTH-IX).
096600     ADD PF-MTH-VAL (WS-MONTH-IX) TO GT-MTH-VAL (WS-MONTH-IX).
096700 6110-EXIT.
096800     EXIT.
096900
097000 6200-START-DEPT.
097100     MOVE CT-DEPT (WS-CT-SUB) TO WS-CUR-DEPT.
097200     MOVE 0 TO DS-CENTERS.
097300     MOVE 0 TO DS-COUNT.
097400     MOVE 0 TO DS-YEAR-VAL.
097500     MOVE 0 TO DS-PRIOR-VAL.
097600     PERFORM 6210-CLEAR-DEPT-MONTH THRU 6210-EXIT
097700         VARYING WS-MONTH-IX FROM 1 BY 1
097800         UNTIL WS-MONTH-IX > 12.
097900     MOVE SPACES TO YER-TEXT-REC.
098000     WRITE YER-TEXT-REC.
098100     MOVE SPACES TO YER-DEPT-REC.
098200     MOVE "DEPARTMENT " TO YER-DPT-LABEL.
098300     MOVE WS-CUR-DEPT TO YER-DPT-CODE.
098400     IF WS-CUR-DEPT = "----"
098500         MOVE "(NO OWNING DEPARTMENT)" TO YER-DPT-TEXT
098600     END-IF.
098700     WRITE YER-DEPT-REC.
098800 6200-EXIT.
098900     EXIT.
099000
099100 6210-CLEAR-DEPT-MONTH.
099200     MOVE 0 TO DS-MTH-VAL (WS-MONTH-IX).
099300 6210-EXIT.
099400     EXIT.
099500
099600 6300-WRITE-DEPT-TOTAL.
099700     MOVE SPACES TO YER-TEXT-REC.
099800     WRITE YER-TEXT-REC.
099900     MOVE SPACES TO YER-DEPT-REC.
100000     MOVE "DEPT TOTAL " TO YER-DPT-LABEL.
100100     MOVE WS-CUR-DEPT TO YER-DPT-CODE.
100200     MOVE DS-CENTERS TO YER-DPT-CENTERS.
100300     MOVE " CENTERS" TO YER-DPT-CTR-LABEL.
100400     WRITE YER-DEPT-REC.
100500     MOVE DS-COUNT TO PF-COUNT.
100600     PERFORM 6310-MOVE-DEPT-MONTH THRU 6310-EXIT
100700         VARYING WS-MONTH-IX FROM 1 BY 1
100800         UNTIL WS-MONTH-IX > 12.
100900     MOVE DS-YEAR-VAL TO PF-YEAR-VAL.
101000     MOVE DS-PRIOR-VAL TO PF-PRIOR-VAL.
101100     PERFORM 6500-WRITE-FIGURES THRU 6500-EXIT.
101200 6300-EXIT.
101300     EXIT.
101400
101500 6310-MOVE-DEPT-MONTH.
101600     MOVE DS-MTH-VAL (WS-MONTH-IX) TO PF-MTH-VAL (WS-MONTH-IX).
101700 6310-EXIT.
101800     EXIT.
101900
102000*----------------------------------------------------------------
102100* 6500-WRITE-FIGURES - PRINT THE FIGURES IN WS-PF-AREA: FOUR
102200* QUARTER ROWS OF THREE FISCAL MONTHS, THE YEAR AGAINST THE
102300* PRIOR YEAR, AND THE VARIANCE. THE PERCENTAGE IS OF THE PRIOR
102400* YEAR'S SIZE, AND IS LEFT BLANK WHEN THE PRIOR YEAR IS ZERO.
102500*----------------------------------------------------------------
102600 6500-WRITE-FIGURES.
102700     PERFORM 6510-WRITE-QUARTER THRU 6510-EXIT
102800         VARYING WS-QTR-SUB FROM 1 BY 1
102900         UNTIL WS-QTR-SUB > 4.
103000     MOVE SPACES TO YER-YEAR-REC.
103100     MOVE "YEAR " TO YER-YR-LABEL.
103200     MOVE PF-YEAR-VAL TO YER-YR-VALUE.
103300     MOVE "PRIOR YEAR " TO YER-YR-PRIOR-LABEL.
103400     MOVE PF-PRIOR-VAL TO YER-YR-PRIOR.
103500     MOVE "POSTINGS " TO YER-YR-CNT-LABEL.
103600     MOVE PF-COUNT TO YER-YR-COUNT.
103700     WRITE YER-YEAR-REC.
103800     COMPUTE WS-VARIANCE = PF-YEAR-VAL - PF-PRIOR-VAL.
103900     MOVE SPACES TO YER-VAR-REC.
104000     MOVE "VARIANCE " TO YER-VAR-LABEL.
104100     MOVE WS-VARIANCE TO YER-VAR-VALUE.
104200     MOVE "VARIANCE % " TO YER-VAR-PCT-LABEL.
104300     IF PF-PRIOR-VAL = 0
104400         MOVE "    N/A" TO YER-VAR-PCT-X
104500     ELSE
104600         MOVE PF-PRIOR-VAL TO WS-PRIOR-MAGNITUDE
104700         IF WS-PRIOR-MAGNITUDE < 0
104800             COMPUTE WS-PRIOR-MAGNITUDE = 0 - WS-PRIOR-MAGNITUDE
104900         END-IF
105000         COMPUTE WS-VAR-PCT ROUNDED =
105100             WS-VARIANCE * 100 / WS-PRIOR-MAGNITUDE
105200             ON SIZE ERROR
105300                 MOVE " *****" TO YER-VAR-PCT-X
105400             NOT ON SIZE ERROR
105500                 MOVE WS-VAR-PCT TO YER-VAR-PCT
105600                 MOVE "%" TO YER-VAR-PCT-SIGN
105700         END-COMPUTE
105800     END-IF.
105900     WRITE YER-VAR-REC.
106000 6500-EXIT.
106100     EXIT.
106200
106300 6510-WRITE-QUARTER.
106400     MOVE SPACES TO YER-QTR-REC.
106500     PERFORM 6520-MOVE-QUARTER-MONTH THRU 6520-EXIT
106600         VARYING WS-QTR-COL FROM 1 BY 1
106700         UNTIL WS-QTR-COL > 3.
106800     WRITE YER-QTR-REC.
106900 6510-EXIT.
107000     EXIT.
107100
107200 6520-MOVE-QUARTER-MONTH.
107300     COMPUTE WS-FP-IX = ((WS-QTR-SUB - 1) * 3) + WS-QTR-COL.
107400     MOVE FP-PERIOD (WS-FP-IX) TO WS-PERIOD-WORK.
107500     MOVE WS-MONTH-NAME (WS-PW-MONTH)
107600         TO YER-QTR-NAME (WS-QTR-COL).
107700     MOVE PF-MTH-VAL (WS-FP-IX) TO YER-QTR-VALUE (WS-QTR-COL).
107800 6520-EXIT.
107900     EXIT.
108000
108100*----------------------------------------------------------------
108200* 7000-RECORD-YEAR-TOTALS - APPEND ONE TOTALS RECORD PER CENTER
108300* THAT POSTED IN THE YEAR, FOR NEXT YEAR'S COMPARISON. A YEAR
108400* ALREADY RECORDED IS NOT APPENDED TWICE. TOTALS THAT CANNOT BE
108500* RECORDED END RC=16 - NEXT YEAR WOULD HAVE NO BASE. A WRITE
108510* THAT FAILS STOPS THE APPEND; THE RECORDS ALREADY WRITTEN MAKE
108520* THE YEAR LOOK RECORDED, SO THEY MUST BE REMOVED BEFORE THE
108530* RERUN.
108600*----------------------------------------------------------------
108700 7000-RECORD-YEAR-TOTALS.
108800     MOVE SPACES TO YER-TEXT-REC.
108900     WRITE YER-TEXT-REC.
109000     IF WS-YEAR-RECORDED
109100         MOVE "*** TOTALS FOR THIS YEAR ALREADY RECORDED"
109200             TO YER-TEXT (1:41)
109300         MOVE " - NOT APPENDED AGAIN" TO YER-TEXT (42:21)
109400         WRITE YER-TEXT-REC
109500         GO TO 7000-EXIT
109600     END-IF.
109700     OPEN EXTEND YTOT-FILE.
109800     IF WS-YTOT-STATUS NOT = "00" AND WS-YTOT-STATUS NOT = "05"
109900         DISPLAY "SUMSYEND - YENDTOTL CANNOT BE EXTENDED"
110000             " - STATUS "
110100             WS-YTOT-STATUS
110200         MOVE "*** YEAR TOTALS NOT RECORDED - RERUN THE YEAR-END"
110300             TO YER-TEXT
110400         WRITE YER-TEXT-REC
110500         MOVE 16 TO RETURN-CODE
110600         GO TO 7000-EXIT
110700     END-IF.
110800     PERFORM 7100-WRITE-CENTER-TOTAL THRU 7100-EXIT
110900         VARYING WS-CT-SUB FROM 1 BY 1
111000         UNTIL WS-CT-SUB > WS-CT-COUNT
111010             OR WS-YTOT-WRITE-FAILED.
111100     CLOSE YTOT-FILE.
111110     IF WS-YTOT-WRITE-FAILED
111120         MOVE "*** YEAR TOTALS NOT RECORDED - REMOVE THIS YEAR'S"
111130             TO YER-TEXT (1:50)
111140         MOVE " RECORDS FROM YENDTOTL, THEN RERUN"
111145             TO YER-TEXT (51:30)
111150         WRITE YER-TEXT-REC
111160         MOVE 16 TO RETURN-CODE
111170         GO TO 7000-EXIT
111180     END-IF.
111200     MOVE "YEAR TOTALS RECORDED FOR NEXT YEAR'S COMPARISON"
111300         TO YER-TEXT.
111400     WRITE YER-TEXT-REC.
111500 7000-EXIT.
111600     EXIT.
111700
111800 7100-WRITE-CENTER-TOTAL.
111900     IF CT-COUNT (WS-CT-SUB) = 0
112000         GO TO 7100-EXIT
112100     END-IF.
112200     MOVE SPACES TO YTOT-RECORD.
112300     MOVE WS-FISCAL-END TO YT-FISCAL-END.
112400     MOVE CT-CENTER (WS-CT-SUB) TO YT-CENTER-CODE.
112500     MOVE CT-DESC (WS-CT-SUB) TO YT-DESC.
112600     MOVE CT-DEPT (WS-CT-SUB) TO YT-OWN-DEPT.
112700     MOVE CT-ACTIVE-SW (WS-CT-SUB) TO YT-ACTIVE-SW.
112800     MOVE CT-COUNT (WS-CT-SUB) TO YT-COUNT.
112900     MOVE "+" TO YT-NET-SIGN.
113000     IF CT-YEAR-VAL (WS-CT-SUB) < 0
113100         MOVE "-" TO YT-NET-SIGN
113200     END-IF.
113300     MOVE CT-YEAR-VAL (WS-CT-SUB) TO YT-NET-VALUE.
113400     PERFORM 7110-MOVE-TOTAL-MONTH THRU 7110-EXIT
113500         VARYING WS-MONTH-IX FROM 1 BY 1
113600         UNTIL WS-MONTH-IX > 12.
113700     MOVE WS-JRNL-START-TS TO YT-CREATED-TS.
113800     WRITE YTOT-FILE-REC FROM YTOT-RECORD.
113810     IF WS-YTOT-STATUS NOT = "00"
113820         DISPLAY "SUMSYEND - YENDTOTL WRITE FAILED FOR CENTER "
113830             CT-CENTER (WS-CT-SUB) " - STATUS " WS-YTOT-STATUS
113840         MOVE 'N' TO WS-YTOT-WRITE-SW
113850         GO TO 7100-EXIT
113860     END-IF.
113900     ADD 1 TO WS-YT-WRITTEN.
114000 7100-EXIT.
114100     EXIT.
114200
114300 7110-MOVE-TOTAL-MONTH.
114400     MOVE "+" TO YT-MTH-SIGN (WS-MONTH-IX).
114500     IF CT-MTH-VAL (WS-CT-SUB, WS-MONTH-IX) < 0
114600         MOVE "-" TO YT-MTH-SIGN (WS-MONTH-IX)
114700     END-IF.
114800     MOVE CT-MTH-VAL (WS-CT-SUB, WS-MONTH-IX)
114900         TO YT-MTH-VALUE (WS-MONTH-IX).
115000 7110-EXIT.
115100     EXIT.
115200
115300*----------------------------------------------------------------
115400* 7900-TERMINATE - CONTROL TOTALS, CLOSE THE REPORT, SET THE
115500* RETURN CODE. RC=4 WHEN THERE WAS NO PRIOR-YEAR BASE, THE YEAR
115600* WAS ALREADY RECORDED, OR A CENTER IS UNKNOWN.
115700*----------------------------------------------------------------
115800 7900-TERMINATE.
115900     MOVE SPACES TO YER-TRAILER-REC.
116000     MOVE "CENTERS: " TO YER-TRL-CTR-LABEL.
116100     MOVE WS-CT-COUNT TO YER-TRL-CENTERS.
116200     MOVE "RETIRED: " TO YER-TRL-RET-LABEL.
116300     MOVE WS-RETIRED-COUNT TO YER-TRL-RETIRED.
116400     MOVE "NOT ON MASTER: " TO YER-TRL-UNK-LABEL.
116500     MOVE WS-UNKNOWN-COUNT TO YER-TRL-UNKNOWN.
116600     MOVE "TOTALS RECORDED:" TO YER-TRL-WRT-LABEL.
116700     MOVE WS-YT-WRITTEN TO YER-TRL-WRITTEN.
116800     WRITE YER-TRAILER-REC.
116900     IF RETURN-CODE < 16
117000         IF NOT WS-BASE-FOUND
117100                 OR WS-YEAR-RECORDED
117200                 OR WS-UNKNOWN-COUNT > 0
117300             MOVE 4 TO RETURN-CODE
117400         END-IF
117500     END-IF.
117600     CLOSE YEND-RPT.
117700     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
117800 7900-EXIT.
117900     EXIT.
118000
118100*----------------------------------------------------------------
118200* 7950-REFUSE-YEAR - PRINT WHY THE YEAR-END IS REFUSED
118300* (WS-REFUSE-TEXT), CLOSE WHAT IS OPEN AND STOP RC=16. NOTHING
118400* IS RECORDED ON THE YEAR-END TOTALS FILE.
118500*----------------------------------------------------------------
118600 7950-REFUSE-YEAR.
118700     MOVE SPACES TO YER-TEXT-REC.
118800     WRITE YER-TEXT-REC.
118900     MOVE "*** YEAR-END REFUSED ***" TO YER-TEXT.
119000     WRITE YER-TEXT-REC.
119100     MOVE WS-REFUSE-TEXT TO YER-TEXT.
119200     WRITE YER-TEXT-REC.
119300     DISPLAY "SUMSYEND - YEAR-END REFUSED FOR " WS-FISCAL-END
119400         ": " WS-REFUSE-TEXT.
119500     IF WS-CCTR-OPEN
119600         CLOSE CCTR-FILE
119700     END-IF.
119800     CLOSE YEND-RPT.
119900     MOVE 16 TO RETURN-CODE.
120000     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
120100     STOP RUN.
120200 7950-EXIT.
120300     EXIT.
120400
120500*----------------------------------------------------------------
120600* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
120700* IN = ARCHIVED POSTINGS READ, OUT = YEAR TOTALS RECORDED,
120800* ERRORS = CENTERS ON NEITHER THE MASTER NOR LAST YEAR'S
120900* TOTALS. SUMSYEND MINTS NO RUN-ID.
121000*----------------------------------------------------------------
121100 8000-WRITE-RUN-JOURNAL.
121200     MOVE SPACES TO JRNL-RECORD.
121300     MOVE "SUMSYEND" TO JR-PROGRAM-ID.
121400     MOVE SPACES TO JR-RUN-ID.
121500     MOVE WS-JRNL-START-TS TO JR-START-TS.
121600     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
121700     ACCEPT WS-JRNL-TIME FROM TIME.
121800     STRING WS-JRNL-DATE DELIMITED BY SIZE
121900            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
122000         INTO JR-END-TS.
122100     MOVE WS-ARCH-READ TO JR-RECS-IN.
122200     MOVE WS-YT-WRITTEN TO JR-RECS-OUT.
122300     MOVE WS-UNKNOWN-COUNT TO JR-ERROR-COUNT.
122400     MOVE RETURN-CODE TO JR-RETURN-CODE.
122500     CALL "SUMSJRNL" USING JRNL-RECORD.
122600 8000-EXIT.
122700     EXIT.
