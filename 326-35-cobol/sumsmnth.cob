002300*
002400* AUDIT RECORDS WRITTEN BEFORE THE MODE WAS CARRIED ON THE
002500* RECORD COUNT AS MULTIPLY MODE, MATCHING THE SUMS DEFAULT.
002510*
002520* THE AUDIT RECORDS ARE READ FROM THE KEYED AUDIT STORE (AUDKEY
002530* - SEE AUDKREC) IN RUN DATE ORDER. MNTHPARM COLS 4-9 NAME THE
002540* MONTH (YYYYMM) SO ONLY THAT MONTH'S KEYS ARE READ; BLANK
002550* SUMMARIZES EVERY DAY ON THE STORE, AS THE WHOLE ACCUMULATED
002560* FILE WAS BEFORE. A PERIOD THAT IS NOT NUMERIC ENDS RC=16.
002600*
002700* MODIFICATION HISTORY
002800* DATE       BY   DESCRIPTION
003099* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
003099*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
003099*                 SUMMARY.
003099* 2026-10-15 JH   AUDIT RECORD WIDENED TO 120 BYTES (ORIGIN,
003099*                 BATCH, DETAIL SEQUENCE AND REMAINDER ADDED BY
003099*                 SUMS).
003099* 2026-10-15 JH   AUDIT RECORDS NOW READ FROM THE KEYED AUDIT
003099*                 STORE (AUDKEY). NEW MNTHPARM PERIOD (COLS 4-9,
003099*                 YYYYMM) STARTS THE READ AT THE FIRST DAY OF THE
003099*                 MONTH AND STOPS AT THE LAST, SO A PRIOR MONTH
003099*                 CAN BE RE-SUMMARIZED WITHOUT RESTORING ITS FILE.
003100*================================================================
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUDK-FILE ASSIGN TO "AUDKEY"
003700         ORGANIZATION IS INDEXED
003710         ACCESS MODE IS DYNAMIC
003720         RECORD KEY IS AF-AUDK-KEY
003730         ALTERNATE RECORD KEY IS AF-CC-KEY WITH DUPLICATES
003740         FILE STATUS IS WS-AUDK-STATUS.
003800
003900     SELECT OPTIONAL PARM-IN ASSIGN TO "MNTHPARM"
004000         ORGANIZATION IS SEQUENTIAL
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AUDK-FILE
004900     RECORD CONTAINS 180 CHARACTERS
005000     LABEL RECORDS ARE STANDARD.
005100 01  AUDK-FILE-REC.
005200     05  AF-AUDK-KEY             PIC X(31).
005300     05  AF-CC-KEY               PIC X(12).
005400     05  FILLER                  PIC X(137).
007300
007400 FD  PARM-IN
007500     RECORD CONTAINS 80 CHARACTERS
007600     LABEL RECORDS ARE STANDARD.
007700 01  PARM-RECORD.
007800     05  PM-FLAG-PCT             PIC X(03).
007850     05  PM-PERIOD               PIC X(06).
007900     05  FILLER                  PIC X(71).
008000
008100 FD  MNTH-RPT
008200     RECORD CONTAINS 80 CHARACTERS
012200 01  WS-DAY-ACTIVE-SW        PIC X(01)  VALUE 'N'.
012300     88  WS-DAY-ACTIVE               VALUE 'Y'.
012400 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
012410 01  WS-AUDK-STATUS          PIC X(02)  VALUE SPACES.
012420 01  WS-PERIOD               PIC X(06)  VALUE SPACES.
012500 01  WS-FLAG-PCT             PIC S9(03) COMP-3 VALUE 25.
012600 01  WS-FLAG-PCT-IN          PIC 9(03)  VALUE 0.
012700 01  WS-CURR-DATE            PIC X(08)  VALUE SPACES.
014499 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
014499 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
014499 COPY JRNLREC.
014499 COPY AUDKREC.
014499 01  AUDIT-IN-RECORD.
014499     05  MN-AU-RUN-ID.
014499         10  FILLER              PIC X(04).
014499         10  MN-AU-RUN-DATE      PIC X(08).
014499         10  FILLER              PIC X(04).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-TIMESTAMP        PIC X(14).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-FACTOR-A          PIC X(07).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-FACTOR-B          PIC X(07).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-VALUE             PIC X(14).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-RESUB-SW          PIC X(01).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-ORIG-RUN-ID       PIC X(16).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-COST-CENTER       PIC X(04).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-MODE-SW           PIC X(01).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-ORIGIN            PIC X(04).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-BATCH-NBR         PIC X(04).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-DTL-SEQ           PIC X(07).
014499     05  FILLER                  PIC X(01).
014499     05  MN-AU-REMAINDER         PIC X(07).
014499     05  FILLER                  PIC X(06).
014500
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
015200     STOP RUN.
015300
015400*----------------------------------------------------------------
015500* 1000-INITIALIZE - OPEN FILES, READ THE FLAG PERCENTAGE AND
015600* PERIOD, WRITE THE REPORT HEADER, PRIME THE READ. A STORE THAT
015610* WILL NOT OPEN ENDS THE RUN RC=16.
015700*----------------------------------------------------------------
015800 1000-INITIALIZE.
015810     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
015830     STRING WS-JRNL-DATE DELIMITED BY SIZE
015840            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
015850         INTO WS-JRNL-START-TS.
015900     OPEN INPUT AUDK-FILE.
015910     IF WS-AUDK-STATUS NOT = "00"
015920         DISPLAY "SUMSMNTH CANNOT OPEN AUDIT STORE - STATUS "
015930             WS-AUDK-STATUS
015940         MOVE 16 TO RETURN-CODE
015950         STOP RUN
015960     END-IF.
016000     OPEN OUTPUT MNTH-RPT.
016100     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
016110     PERFORM 1200-START-AUDIT THRU 1200-EXIT.
016200     MOVE SPACES TO MTH-HEADER-REC.
016300     MOVE "SUMSMNTH MONTH-END SUMMARY - VOLUME FLAG PCT"
016400         TO MTH-HDR-LABEL.
016500     MOVE WS-FLAG-PCT TO MTH-HDR-PCT.
016600     WRITE MTH-HEADER-REC.
016700     IF NOT WS-AUDIT-EOF
016710         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
016720     END-IF.
016800 1000-EXIT.
016900     EXIT.
017000
017100*----------------------------------------------------------------
017200* 1100-READ-PARM-CARD - PICK UP THE VOLUME FLAG PERCENTAGE AND
017210* THE PERIOD (YYYYMM). MNTHPARM IS OPTIONAL - THE BUILT-IN
017300* DEFAULT IS 25 PERCENT OVER EVERY DAY ON THE STORE.
017400*----------------------------------------------------------------
017500 1100-READ-PARM-CARD.
017600     OPEN INPUT PARM-IN.
019000                         STOP RUN
019100                     END-IF
019200                 END-IF
019210                 IF PM-PERIOD NOT = SPACES
019220                     IF PM-PERIOD IS NUMERIC
019230                         MOVE PM-PERIOD TO WS-PERIOD
019240                     ELSE
019250                         DISPLAY "MNTHPARM PERIOD INVALID: "
019260                             PM-PERIOD
019270                         CLOSE PARM-IN
019280                         MOVE 16 TO RETURN-CODE
019290                         STOP RUN
019291                     END-IF
019292                 END-IF
019300         END-READ
019400         CLOSE PARM-IN
019500     END-IF.
019600 1100-EXIT.
019700     EXIT.
019710
019720*----------------------------------------------------------------
019730* 1200-START-AUDIT - POSITION THE AUDIT STORE ON THE FIRST DAY
019740* OF THE PERIOD. WITH NO PERIOD THE STORE IS READ FROM ITS
019750* FIRST KEY. NO KEY AT OR AFTER THE PERIOD MEANS AN EMPTY MONTH.
019760*----------------------------------------------------------------
019770 1200-START-AUDIT.
019780     IF WS-PERIOD = SPACES
019790         GO TO 1200-EXIT
019791     END-IF.
019792     MOVE LOW-VALUES TO AF-AUDK-KEY.
019793     MOVE WS-PERIOD TO AF-AUDK-KEY (1:6).
019794     MOVE "01" TO AF-AUDK-KEY (7:2).
019795     START AUDK-FILE KEY IS NOT LESS THAN AF-AUDK-KEY
019796         INVALID KEY
019797             SET WS-AUDIT-EOF TO TRUE
019798     END-START.
019799 1200-EXIT.
019800     EXIT.
019801
019900*----------------------------------------------------------------
020000* 2000-PROCESS-AUDIT - ACCUMULATE ONE AUDIT RECORD INTO THE
020100* CURRENT DAY, BREAKING WHEN THE RUN DATE CHANGES.
022600 2000-EXIT.
022700     EXIT.
022800
022810*----------------------------------------------------------------
022820* 2100-READ-AUDIT - NEXT RECORD OFF THE STORE, IN RUN DATE
022830* ORDER. THE FIRST KEY PAST THE PERIOD ENDS THE MONTH.
022840*----------------------------------------------------------------
022900 2100-READ-AUDIT.
023000     READ AUDK-FILE NEXT RECORD INTO AUDK-RECORD
023100         AT END
023200             SET WS-AUDIT-EOF TO TRUE
023210             GO TO 2100-EXIT
023300     END-READ.
023310     IF WS-PERIOD NOT = SPACES
023320             AND AK-RUN-DATE (1:6) NOT = WS-PERIOD
023330         SET WS-AUDIT-EOF TO TRUE
023340         GO TO 2100-EXIT
023350     END-IF.
023360     MOVE AK-AUDIT-IMAGE TO AUDIT-IN-RECORD.
023400 2100-EXIT.
023500     EXIT.
023510
029000     MOVE WS-FLAGGED-DAYS TO MTH-TRL-FLAGGED.
029100     WRITE MTH-TRAILER-REC.
029110     PERFORM 3200-WRITE-CC-SECTION THRU 3200-EXIT.
029200     CLOSE AUDK-FILE.
029300     CLOSE MNTH-RPT.
029310     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
029400 3000-EXIT.
