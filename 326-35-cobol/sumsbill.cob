003500* BILLPARM (REQUIRED): COLS 1-6 = PERIOD BEING BILLED
003600* (YYYYMM). ONLY AUDIT RECORDS WHOSE RUN DATE FALLS IN THE
003700* PERIOD ARE RATED.
003710*
003720* THE AUDIT RECORDS ARE READ FROM THE KEYED AUDIT STORE (AUDKEY
003730* - SEE AUDKREC) THROUGH ITS COST CENTER / RUN DATE PATH, SO
003740* EACH CENTER'S PERIOD IS READ AS ONE STRETCH AND THE MONTHS
003750* EITHER SIDE OF IT ARE SKIPPED BY KEY, NOT READ AND DROPPED.
003800*
003900* MODIFICATION HISTORY
004000* DATE       BY   DESCRIPTION
004300* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
004400*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
004500*                 SUMMARY.
004500* 2026-10-15 JH   AUDIT RECORD WIDENED TO 120 BYTES (ORIGIN,
004500*                 BATCH, DETAIL SEQUENCE AND REMAINDER ADDED BY
004500*                 SUMS).
004500* 2026-10-15 JH   AUDIT RECORDS NOW READ FROM THE KEYED AUDIT
004500*                 STORE (AUDKEY) BY COST CENTER AND RUN DATE, ONLY
004500*                 THE BILLING PERIOD'S KEYS BEING READ. A STORE
004500*                 THAT WILL NOT OPEN ENDS THE RUN RC=16.
004600*================================================================
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT AUDK-FILE ASSIGN TO "AUDKEY"
005200         ORGANIZATION IS INDEXED
005210         ACCESS MODE IS DYNAMIC
005220         RECORD KEY IS AF-AUDK-KEY
005230         ALTERNATE RECORD KEY IS AF-CC-KEY WITH DUPLICATES
005240         FILE STATUS IS WS-AUDK-STATUS.
005300
005400     SELECT RATE-FILE ASSIGN TO "RATEMAST"
005500         ORGANIZATION IS INDEXED
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  AUDK-FILE
007300     RECORD CONTAINS 180 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500 01  AUDK-FILE-REC.
007600     05  AF-AUDK-KEY             PIC X(31).
007700     05  AF-CC-KEY               PIC X(12).
007800     05  FILLER                  PIC X(137).
009700
009800 FD  RATE-FILE
009900     RECORD CONTAINS 60 CHARACTERS
017000 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
017100     88  WS-AUDIT-EOF                VALUE 'Y'.
017200 01  WS-RATE-STATUS          PIC X(02)  VALUE SPACES.
017210 01  WS-AUDK-STATUS          PIC X(02)  VALUE SPACES.
017300 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
017400 01  WS-PERIOD               PIC X(06)  VALUE SPACES.
017500 01  WS-RATE-HIT-SW          PIC X(01)  VALUE 'N'.
021500 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
021600 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
021700 COPY JRNLREC.
021710 COPY AUDKREC.
021710 01  AUDIT-IN-RECORD.
021710     05  BL-AU-RUN-ID.
021710         10  FILLER              PIC X(04).
021710         10  BL-AU-RUN-DATE      PIC X(08).
021710         10  FILLER              PIC X(04).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-TIMESTAMP         PIC X(14).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-FACTOR-A          PIC X(07).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-FACTOR-B          PIC X(07).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-VALUE             PIC X(14).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-RESUB-SW          PIC X(01).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-ORIG-RUN-ID       PIC X(16).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-COST-CENTER       PIC X(04).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-MODE-SW           PIC X(01).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-ORIGIN            PIC X(04).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-BATCH-NBR         PIC X(04).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-DTL-SEQ           PIC X(07).
021710     05  FILLER                  PIC X(01).
021710     05  BL-AU-REMAINDER         PIC X(07).
021710     05  FILLER                  PIC X(06).
021800 COPY RATEREC.
021900
022000 PROCEDURE DIVISION.
022800*----------------------------------------------------------------
022900* 1000-INITIALIZE - OPEN FILES, READ THE PERIOD CARD, WRITE
023000* THE INVOICE HEADER, PRIME THE READ. THE RATE MASTER IS
023100* REQUIRED - A BILLING RUN WITH NO TARIFF PRICES NOTHING - AND
023110* SO IS THE AUDIT STORE. THE STORE IS READ BY COST CENTER AND
023120* RUN DATE (ALTERNATE KEY AF-CC-KEY) FROM ITS FIRST CENTER.
023200*----------------------------------------------------------------
023300 1000-INITIALIZE.
023400     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600     OPEN INPUT AUDK-FILE.
024610     IF WS-AUDK-STATUS NOT = "00"
024620         DISPLAY "SUMSBILL CANNOT OPEN AUDIT STORE - STATUS "
024630             WS-AUDK-STATUS
024640         CLOSE RATE-FILE
024650         MOVE 16 TO RETURN-CODE
024660         STOP RUN
024670     END-IF.
024700     OPEN OUTPUT BILL-RPT.
024800     OPEN OUTPUT BILL-EXT.
024900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
025200         TO BIL-HDR-LABEL.
025300     MOVE WS-PERIOD TO BIL-HDR-PERIOD.
025400     WRITE BIL-HEADER-REC.
025410     MOVE LOW-VALUES TO AF-CC-KEY.
025420     START AUDK-FILE KEY IS NOT LESS THAN AF-CC-KEY
025430         INVALID KEY
025440             SET WS-AUDIT-EOF TO TRUE
025450     END-START.
025460     IF NOT WS-AUDIT-EOF
025500         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
025510     END-IF.
025600 1000-EXIT.
025700     EXIT.
025800
031200 2000-EXIT.
031300     EXIT.
031400
031410*----------------------------------------------------------------
031420* 2100-READ-AUDIT - NEXT RECORD OF THE PERIOD, CENTER BY CENTER.
031430* A KEY BEFORE THE PERIOD REPOSITIONS ON THE CENTER'S FIRST DAY
031440* OF THE PERIOD; A KEY AFTER IT SKIPS TO THE NEXT CENTER - SO
031450* ONLY THE PERIOD'S RECORDS ARE READ, WHATEVER ELSE THE STORE
031460* HOLDS.
031470*----------------------------------------------------------------
031500 2100-READ-AUDIT.
031600     READ AUDK-FILE NEXT RECORD INTO AUDK-RECORD
031700         AT END
031800             SET WS-AUDIT-EOF TO TRUE
031810             GO TO 2100-EXIT
031900     END-READ.
031910     IF AK-CC-RUN-DATE (1:6) < WS-PERIOD
031920         MOVE AK-CC-CENTER TO AF-CC-KEY (1:4)
031930         MOVE WS-PERIOD TO AF-CC-KEY (5:6)
031940         MOVE "01" TO AF-CC-KEY (11:2)
031950         START AUDK-FILE KEY IS NOT LESS THAN AF-CC-KEY
031960             INVALID KEY
031970                 SET WS-AUDIT-EOF TO TRUE
031980                 GO TO 2100-EXIT
031990         END-START
031991         GO TO 2100-READ-AUDIT
031992     END-IF.
031993     IF AK-CC-RUN-DATE (1:6) > WS-PERIOD
031994         MOVE AK-CC-CENTER TO AF-CC-KEY (1:4)
031995         MOVE "99999999" TO AF-CC-KEY (5:8)
031996         START AUDK-FILE KEY IS GREATER THAN AF-CC-KEY
031997             INVALID KEY
031998                 SET WS-AUDIT-EOF TO TRUE
031999                 GO TO 2100-EXIT
031999         END-START
031999         GO TO 2100-READ-AUDIT
031999     END-IF.
031999     MOVE AK-AUDIT-IMAGE TO AUDIT-IN-RECORD.
032000 2100-EXIT.
032100     EXIT.
032200
046200     MOVE "UNRATED: " TO BIL-TRL-UNR-LABEL.
046300     MOVE WS-UNRATED-COUNT TO BIL-TRL-UNRATED.
046400     WRITE BIL-TRAILER-REC.
046500     CLOSE AUDK-FILE.
046600     CLOSE RATE-FILE.
046700     CLOSE BILL-RPT.
046800     CLOSE BILL-EXT.
