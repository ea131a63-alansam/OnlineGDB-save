013050*                 LINE IN ANY STATEMENT. REVERSALS STILL STAY
013051*                 OUT OF THE SUBTOTAL AND GRAND-TOTAL
013052*                 ACCUMULATORS.
013052* 2026-10-15 JH   ADDED DUPLICATE-DETAIL DETECTION. EVERY NEW
013052*                 DETAIL THAT PASSES THE EDITS IS LOOKED UP ON
013052*                 THE KEYED FINGERPRINT FILE (DUPFPRT, SEE
013052*                 FPRTREC) BY ORIGIN, COST CENTER, FACTOR A,
013052*                 FACTOR B AND MODE. A MATCH FROM A DIFFERENT
013052*                 BATCH INSIDE THE LOOK-BACK WINDOW (PARM-IN
013052*                 COLS 12-14, DEFAULT 5 DAYS, 000 = CHECK OFF)
013052*                 IS REJECTED TO CALC-ERR AND SUSPENSE WITH NEW
013052*                 REASON E08 FOR THE DESK TO CONFIRM AND, IF
013052*                 GENUINE, RELEASE THROUGH SUMSFIX. RESUBMISSIONS
013052*                 AND REVERSALS ARE EXEMPT. WHEN THE FILE
013052*                 CANNOT BE OPENED THE CHECK IS OFF AND THE RUN
013052*                 ENDS RC=4, LIKE A MISSING RUN-CONTROL FILE.
013052* 2026-10-15 JH   THE AUDIT RECORD NOW CARRIES THE ORIGIN, THE
013052*                 DESK'S BATCH NUMBER, THE DETAIL SEQUENCE
013052*                 WITHIN THE BATCH AND THE REMAINDER (AU-ORIGIN,
013052*                 AU-BATCH-NBR, AU-DTL-SEQ, AU-REMAINDER; THE
013052*                 RECORD GREW FROM 89 TO 120 BYTES) AND A
013052*                 SUSPENSE ITEM ITS DETAIL SEQUENCE (SU-DTL-SEQ),
013052*                 SO EVERY RESULT AND REJECT CAN BE HANDED BACK
013052*                 TO THE DESK THAT SENT IT. ON A SPLIT NIGHT THE
013052*                 DESK'S BATCH AND THE SEQUENCE OFFSET COME OFF
013052*                 THE SEGMENT HEADER (SEE CALCINRC). EACH BATCH
013052*                 IS ALSO STAMPED COMPLETE WITH ITS OWN ACCEPTED,
013052*                 REVERSED AND REJECTED COUNTS AND VALUES (NEW
013052*                 RC-BATCH-TOTALS) BESIDE THE RUN TOTALS, FOR
013052*                 THE SUMSRTRN RETURN FILES TO BALANCE TO.
013052* 2026-10-15 JH   EACH BATCH'S RUN-CONTROL RECORD NOW CARRIES
013052*                 WHEN SUMS FIRST TOOK IT IN (NEW RC-RECEIPT-TS,
013052*                 SET WHEN THE BATCH GOES IN-FLIGHT, KEPT ON A
013052*                 RESTART), AND THE JOURNAL RECORD OF A RUN
013052*                 STOPPED IN 1590-ABORT-OUT-OF-BALANCE NAMES THE
013052*                 ORIGIN OF THE BATCH IT STOPPED ON (JR-ORIGIN),
013052*                 FOR THE SUMSSCRD MONTHLY ORIGIN SCORECARD.
013052* 2026-10-15 JH   AN AUTHORIZED RERUN OF A COMPLETE BATCH, OR THE
013052*                 RERUN OF A BATCH SUMSBKOT BACKED OUT (NEW
013052*                 RC-STATUS-BACKED-OUT), KEEPS THE BATCH'S
013052*                 ORIGINAL RC-RECEIPT-TS INSTEAD OF RESTAMPING
013052*                 IT WITH THE RERUN'S TIME.
013052* 2026-10-15 JH   THE DUPLICATE CHECK RECORDS AND COMPARES THE
013052*                 DESK'S BATCH, NOT THE SEGMENT NUMBER, SO A
013052*                 BATCH DEALT ACROSS SEGMENTS IS NOT FLAGGED E08
013052*                 AGAINST ITSELF. A RUN STOPPED AS ALREADY
013052*                 PROCESSED OR IN FLIGHT NO LONGER JOURNALS AN
013052*                 ORIGIN, SO IT IS NOT SCORED AGAINST THE DESK.
013053*================================================================
013000
013100 ENVIRONMENT DIVISION.
014994         RECORD KEY IS RL-CTL-KEY
014995         FILE STATUS IS WS-RUNCTL-STATUS.
014996
014996     SELECT FPRT-FILE ASSIGN TO "DUPFPRT"
014996         ORGANIZATION IS INDEXED
014996         ACCESS MODE IS RANDOM
014996         RECORD KEY IS FF-FPRT-KEY
014996         FILE STATUS IS WS-FPRT-STATUS.
014996
015000     SELECT CHKPT-FILE ASSIGN TO "CHKPT"
015100         ORGANIZATION IS SEQUENTIAL.
015200
017010     05  PM-BUS-DATE             PIC X(08).
017020     05  PM-OVERRIDE-SW          PIC X(01).
017030     05  PM-RESTART-SW           PIC X(01).
017040     05  PM-DUP-DAYS             PIC X(03).
017100     05  FILLER                  PIC X(66).
017200
017300 FD  RPT-OUT
017400     RECORD CONTAINS 80 CHARACTERS
020800     05  CE-REASON-TEXT          PIC X(30).
020900
021000 FD  AUDIT-OUT
021100     RECORD CONTAINS 120 CHARACTERS
021200     LABEL RECORDS ARE STANDARD.
021300 01  AUDIT-RECORD.
021400     05  AU-RUN-ID               PIC X(16).
022260     05  AU-COST-CENTER          PIC X(04).
022270     05  FILLER                  PIC X(01).
022280     05  AU-MODE-SW              PIC X(01).
022290     05  FILLER                  PIC X(01).
022291     05  AU-ORIGIN               PIC X(04).
022292     05  FILLER                  PIC X(01).
022293     05  AU-BATCH-NBR            PIC 9(04).
022294     05  FILLER                  PIC X(01).
022295     05  AU-DTL-SEQ              PIC 9(07).
022296     05  FILLER                  PIC X(01).
022297     05  AU-REMAINDER            PIC Z(06)9.
022300     05  FILLER                  PIC X(06).
022400
022410 FD  SUSP-OUT
022420     RECORD CONTAINS 60 CHARACTERS
022492     05  FILLER                  PIC X(32).
022492
022494 FD  RUNCTL-FILE
022495     RECORD CONTAINS 160 CHARACTERS
022496     LABEL RECORDS ARE STANDARD.
022497 01  RUNCTL-FILE-REC.
022498     05  RL-CTL-KEY              PIC X(12).
022499     05  FILLER                  PIC X(148).
022500
022500 FD  FPRT-FILE
022500     RECORD CONTAINS 60 CHARACTERS
022500     LABEL RECORDS ARE STANDARD.
022500 01  FPRT-FILE-REC.
022500     05  FF-FPRT-KEY             PIC X(23).
022500     05  FILLER                  PIC X(37).
022500
022501 FD  CHKPT-FILE
022600     RECORD CONTAINS 80 CHARACTERS
023750 01  WS-BATCH-DTL-COUNT      PIC S9(07) COMP-3 VALUE 0.
023760 01  WS-BATCH-HASH           PIC S9(15) COMP-3 VALUE 0.
023770 01  WS-OOB-MSG              PIC X(34)  VALUE SPACES.
023770 01  WS-OOB-ORIGIN           PIC X(04)  VALUE SPACES.
023780 01  WS-EXPECTED-DATE        PIC X(08)  VALUE SPACES.
023790 01  WS-PREV-CC              PIC X(04)  VALUE SPACES.
023800 01  WS-MAX-FACTOR           PIC 9(07)  VALUE 5000000.
023914             15  WS-BT-DATE      PIC X(08).
023915             15  WS-BT-NBR       PIC 9(04).
023915         10  WS-BT-ORIGIN        PIC X(04).
023915         10  WS-BT-SRC-BATCH     PIC 9(04).
023915         10  WS-BT-ACCEPTED      PIC S9(07) COMP-3.
023915         10  WS-BT-REVERSED      PIC S9(07) COMP-3.
023915         10  WS-BT-REJECTED      PIC S9(07) COMP-3.
023915         10  WS-BT-VALUE         PIC S9(16) COMP-3.
023915         10  WS-BT-RVSL-VALUE    PIC S9(16) COMP-3.
023915 01  WS-BT-CUR               PIC S9(04) COMP  VALUE 0.
023915 01  WS-SRC-BATCH            PIC 9(04)  VALUE 0.
023915 01  WS-DTL-SEQ              PIC S9(07) COMP-3 VALUE 0.
023916 COPY RUNCTLRC.
023917 COPY RULEREC.
023918 COPY CCTRREC.
023919     88  WS-BCAL-AVAILABLE           VALUE 'Y'.
023919 01  WS-CAL-CHECKED-SW       PIC X(01)  VALUE 'N'.
023919     88  WS-CAL-CHECKED              VALUE 'Y'.
023919 COPY FPRTREC.
023919 01  WS-FPRT-STATUS          PIC X(02)  VALUE SPACES.
023919 01  WS-FPRT-AVAIL-SW        PIC X(01)  VALUE 'N'.
023919     88  WS-FPRT-AVAILABLE           VALUE 'Y'.
023919     88  WS-FPRT-UNAVAILABLE         VALUE 'N'.
023919     88  WS-FPRT-CHECK-OFF           VALUE 'O'.
023919 01  WS-DUP-DAYS             PIC S9(03) COMP-3 VALUE 5.
023919 01  WS-DUP-DAYS-IN          PIC 9(03)  VALUE 0.
023919 01  WS-DUP-FROM-DATE        PIC X(08)  VALUE SPACES.
023919 01  WS-DUP-COUNT            PIC S9(05) COMP-3 VALUE 0.
023919 01  WS-DAY-SUB              PIC S9(04) COMP  VALUE 0.
023919 01  WS-DATE-WORK            PIC X(08)  VALUE SPACES.
023919 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
023919     05  WS-DW-YEAR              PIC 9(04).
023919     05  WS-DW-MONTH             PIC 9(02).
023919     05  WS-DW-DAY               PIC 9(02).
023919 01  WS-MONTH-DAYS           PIC 9(02)  VALUE 0.
023919 01  WS-LEAP-Q               PIC 9(04)  VALUE 0.
023919 01  WS-LEAP-R4              PIC 9(04)  VALUE 0.
023919 01  WS-LEAP-R100            PIC 9(04)  VALUE 0.
023919 01  WS-LEAP-R400            PIC 9(04)  VALUE 0.
023920 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
024000 01  WS-DEFAULT-MODE         PIC X(01)  VALUE 'M'.
024100 COPY CALCREC.
028130     END-IF.
028140     PERFORM 1500-PREVALIDATE-FILE THRU 1500-EXIT.
028145     PERFORM 1600-CHECK-RUN-CONTROL THRU 1600-EXIT.
028146     PERFORM 1800-OPEN-FINGERPRINTS THRU 1800-EXIT.
028150     CLOSE CALC-IN.
028160     OPEN INPUT CALC-IN.
028170     MOVE 'N' TO WS-EOF-SW.
028500
028600*----------------------------------------------------------------
028700* 1100-READ-PARM-CARD - PICK UP THE DEFAULT CALCULATION MODE
028710* AND THE EXPECTED BUSINESS DATE OVERRIDE (COLS 2-9), THE
028720* RERUN AND RESTART SWITCHES (COLS 10-11) AND THE DUPLICATE-
028730* DETAIL LOOK-BACK IN DAYS (COLS 12-14). PARM-IN IS OPTIONAL -
028800* IF IT IS NOT PRESENT THE BUILT-IN DEFAULT OF MULTIPLY MODE,
028900* A BUSINESS DATE OF THE RUN DATE AND A 5-DAY LOOK-BACK APPLY.
029000*----------------------------------------------------------------
029100 1100-READ-PARM-CARD.
029200     OPEN INPUT PARM-IN.
030670                 IF PM-RESTART-SW = "R"
030680                     MOVE PM-RESTART-SW TO WS-RESTART-SW
030690                 END-IF
030691                 IF PM-DUP-DAYS NOT = SPACES
030692                     IF PM-DUP-DAYS IS NUMERIC
030693                         MOVE PM-DUP-DAYS TO WS-DUP-DAYS-IN
030694                         MOVE WS-DUP-DAYS-IN TO WS-DUP-DAYS
030695                     ELSE
030696                         DISPLAY "PARM-IN LOOK-BACK INVALID: "
030697                             PM-DUP-DAYS
030698                         CLOSE PARM-IN
030699                         MOVE 16 TO RETURN-CODE
030699                         STOP RUN
030699                     END-IF
030699                 END-IF
030700         END-READ
030800         CLOSE PARM-IN
030900     END-IF.
031246         MOVE "HEADER INSIDE AN OPEN BATCH" TO WS-OOB-MSG
031247         PERFORM 1590-ABORT-OUT-OF-BALANCE THRU 1590-EXIT
031248     END-IF.
031248     MOVE CI-HDR-ORIGIN TO WS-OOB-ORIGIN.
031249     IF CI-HDR-BATCH-NBR NOT NUMERIC
031250         MOVE 0 TO WS-BATCH-NBR
031251         MOVE "BATCH NUMBER NOT NUMERIC" TO WS-OOB-MSG
031264     MOVE CI-HDR-BUS-DATE TO WS-BT-DATE (WS-BT-COUNT).
031265     MOVE WS-BATCH-NBR TO WS-BT-NBR (WS-BT-COUNT).
031265     MOVE CI-HDR-ORIGIN TO WS-BT-ORIGIN (WS-BT-COUNT).
031265     IF CI-HDR-SRC-BATCH NUMERIC
031265         MOVE CI-HDR-SRC-BATCH TO WS-BT-SRC-BATCH (WS-BT-COUNT)
031265     ELSE
031265         MOVE WS-BATCH-NBR TO WS-BT-SRC-BATCH (WS-BT-COUNT)
031265     END-IF.
031265     MOVE 0 TO WS-BT-ACCEPTED (WS-BT-COUNT).
031265     MOVE 0 TO WS-BT-REVERSED (WS-BT-COUNT).
031265     MOVE 0 TO WS-BT-REJECTED (WS-BT-COUNT).
031265     MOVE 0 TO WS-BT-VALUE (WS-BT-COUNT).
031265     MOVE 0 TO WS-BT-RVSL-VALUE (WS-BT-COUNT).
031266     SET WS-BATCH-OPEN TO TRUE.
031267     MOVE 0 TO WS-BATCH-DTL-COUNT.
031268     MOVE 0 TO WS-BATCH-HASH.
031348     IF WS-RUNCTL-AVAILABLE
031349         CLOSE RUNCTL-FILE
031350     END-IF.
031350     IF WS-FPRT-AVAILABLE
031350         CLOSE FPRT-FILE
031350     END-IF.
031351     CALL "SUMSPOST-CLOSE".
031352     MOVE 16 TO RETURN-CODE.
031352     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
031395* BEFORE ANYTHING IS STAMPED, SO AN ABORT ON A LATER BATCH
031396* NEVER LEAVES EARLIER ONES FALSELY IN-FLIGHT (WHICH WOULD
031397* FORCE THE RESTART SWITCH ON A RUN THAT NEVER STARTED).
031398* THESE ABORTS ARE OPERATOR ERRORS (A RERUN OR A RESTART
031398* WITHOUT THE SWITCH), NOT THE DESK'S, SO THE JOURNAL RECORD
031398* CARRIES NO ORIGIN FOR THEM.
031398*----------------------------------------------------------------
031399 1610-CHECK-ONE-BATCH.
031399     MOVE SPACES TO WS-OOB-ORIGIN.
031400     MOVE WS-BT-KEY (WS-BT-SUB) TO RL-CTL-KEY.
031401     READ RUNCTL-FILE INTO RUNCTL-RECORD
031402         INVALID KEY
031421*----------------------------------------------------------------
031422* 1620-STAMP-ONE-BATCH - PASS 2: EVERY KEY HAS PASSED, SO NOW
031423* STAMP IN-FLIGHT. A BATCH STILL IN FLIGHT FROM THE RUN BEING
031424* RESTARTED KEEPS ITS ORIGINAL RECORD UNTOUCHED - INCLUDING
031424* ITS RECEIPT STAMP, SO THE DESK IS NOT MADE LATE BY A RESTART.
031424* A COMPLETE BATCH RERUN UNDER THE OVERRIDE, OR A BATCH BACKED
031424* OUT BY SUMSBKOT, TAKES THE NEW RUN-ID BUT KEEPS ITS RECEIPT
031424* STAMP TOO - THAT IS WHEN SUMS FIRST TOOK THE BATCH IN.
031425*----------------------------------------------------------------
031426 1620-STAMP-ONE-BATCH.
031427     MOVE WS-BT-KEY (WS-BT-SUB) TO RL-CTL-KEY.
031438         MOVE 0 TO RC-ERROR-COUNT
031439         MOVE 0 TO RC-GRAND-TOTAL
031440         MOVE WS-TIMESTAMP TO RC-STAMP-TIMESTAMP
031440         MOVE WS-TIMESTAMP TO RC-RECEIPT-TS
031440         MOVE WS-BT-ORIGIN (WS-BT-SUB) TO RC-ORIGIN
031440         MOVE ZEROS TO RC-BATCH-TOTALS
031440         MOVE WS-BT-SRC-BATCH (WS-BT-SUB) TO RC-SRC-BATCH-NBR
031441         MOVE RUNCTL-RECORD TO RUNCTL-FILE-REC
031442         WRITE RUNCTL-FILE-REC
031443             INVALID KEY
031446         END-WRITE
031447         GO TO 1620-EXIT
031448     END-IF.
031449     IF RC-STATUS-COMPLETE OR RC-STATUS-BACKED-OUT
031450         SET RC-STATUS-INFLIGHT TO TRUE
031451         MOVE WS-RUN-ID TO RC-RUN-ID
031452         MOVE WS-TIMESTAMP TO RC-STAMP-TIMESTAMP
031452         IF RC-RECEIPT-TS NOT NUMERIC
031452             MOVE WS-TIMESTAMP TO RC-RECEIPT-TS
031452         END-IF
031452         MOVE WS-BT-ORIGIN (WS-BT-SUB) TO RC-ORIGIN
031452         MOVE ZEROS TO RC-BATCH-TOTALS
031452         MOVE WS-BT-SRC-BATCH (WS-BT-SUB) TO RC-SRC-BATCH-NBR
031453         MOVE RUNCTL-RECORD TO RUNCTL-FILE-REC
031454         REWRITE RUNCTL-FILE-REC
031455             INVALID KEY
031476 1700-EXIT.
031477     EXIT.
031478
031478*----------------------------------------------------------------
031478* 1800-OPEN-FINGERPRINTS - OPEN THE DUPLICATE-DETAIL
031478* FINGERPRINT FILE FOR UPDATE (CREATING IT EMPTY ON THE FIRST
031478* RUN, THE SAME WAY AS RUN-CONTROL) AND WORK OUT THE FIRST
031478* BUSINESS DATE OF THE LOOK-BACK WINDOW: THE EXPECTED DATE
031478* LESS WS-DUP-DAYS CALENDAR DAYS. A LOOK-BACK OF 000 ON THE
031478* PARM CARD TURNS THE CHECK OFF. AN UNOPENABLE FILE ALSO
031478* TURNS IT OFF, WITH A WARNING AND RC=4 AT TERMINATION.
031478*----------------------------------------------------------------
031478 1800-OPEN-FINGERPRINTS.
031478     IF WS-DUP-DAYS = 0
031478         SET WS-FPRT-CHECK-OFF TO TRUE
031478         DISPLAY "DUPLICATE-DETAIL CHECK OFF BY PARM-IN"
031478         GO TO 1800-EXIT
031478     END-IF.
031478     OPEN I-O FPRT-FILE.
031478     IF WS-FPRT-STATUS = "35"
031478         OPEN OUTPUT FPRT-FILE
031478         CLOSE FPRT-FILE
031478         OPEN I-O FPRT-FILE
031478     END-IF.
031478     IF WS-FPRT-STATUS = "00"
031478         SET WS-FPRT-AVAILABLE TO TRUE
031478     ELSE
031478         DISPLAY "FINGERPRINT FILE UNAVAILABLE (" WS-FPRT-STATUS
031478             ") - DUPLICATE-DETAIL CHECK OFF"
031478         GO TO 1800-EXIT
031478     END-IF.
031478     MOVE WS-EXPECTED-DATE TO WS-DATE-WORK.
031478     PERFORM 1810-SUBTRACT-ONE-DAY THRU 1810-EXIT
031478         VARYING WS-DAY-SUB FROM 1 BY 1
031478         UNTIL WS-DAY-SUB > WS-DUP-DAYS.
031478     MOVE WS-DATE-WORK TO WS-DUP-FROM-DATE.
031478 1800-EXIT.
031478     EXIT.
031478
031478*----------------------------------------------------------------
031478* 1810-SUBTRACT-ONE-DAY - ROLL WS-DATE-WORK BACK ONE CALENDAR
031478* DAY, BORROWING ACROSS MONTH AND YEAR ENDS.
031478*----------------------------------------------------------------
031478 1810-SUBTRACT-ONE-DAY.
031478     IF WS-DW-DAY > 1
031478         SUBTRACT 1 FROM WS-DW-DAY
031478         GO TO 1810-EXIT
031478     END-IF.
031478     IF WS-DW-MONTH > 1
031478         SUBTRACT 1 FROM WS-DW-MONTH
031478     ELSE
031478         MOVE 12 TO WS-DW-MONTH
031478         SUBTRACT 1 FROM WS-DW-YEAR
031478     END-IF.
031478     PERFORM 1820-SET-MONTH-DAYS THRU 1820-EXIT.
031478     MOVE WS-MONTH-DAYS TO WS-DW-DAY.
031478 1810-EXIT.
031478     EXIT.
031478
031478 1820-SET-MONTH-DAYS.
031478     EVALUATE WS-DW-MONTH
031478         WHEN 4
031478         WHEN 6
031478         WHEN 9
031478         WHEN 11
031478             MOVE 30 TO WS-MONTH-DAYS
031478         WHEN 2
031478             DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-Q
031478                 REMAINDER WS-LEAP-R4
031478             DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-Q
031478                 REMAINDER WS-LEAP-R100
031478             DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-Q
031478                 REMAINDER WS-LEAP-R400
031478             IF WS-LEAP-R4 = 0
031478                     AND (WS-LEAP-R100 NOT = 0
031478                         OR WS-LEAP-R400 = 0)
031478                 MOVE 29 TO WS-MONTH-DAYS
031478             ELSE
031478                 MOVE 28 TO WS-MONTH-DAYS
031478             END-IF
031478         WHEN OTHER
031478             MOVE 31 TO WS-MONTH-DAYS
031478     END-EVALUATE.
031478 1820-EXIT.
031478     EXIT.
031478
031479*----------------------------------------------------------------
031480* 2000-PROCESS-RECORD - ROUTE ONE CALC-IN RECORD BY TYPE. THE
031481* BATCH HEADERS AND TRAILERS WERE FULLY VERIFIED BY THE
031482* PREVALIDATION PASS, SO THE PROCESSING PASS ONLY COMPUTES
031483* THE DETAIL RECORDS. A HEADER MAKES THE NEXT BATCH-TABLE
031483* ENTRY CURRENT (THE TABLE WAS BUILT IN FILE ORDER) AND
031483* RESTARTS THE DETAIL SEQUENCE - FROM THE SEGMENT HEADER'S
031483* OFFSET ON A SPLIT NIGHT.
031484*----------------------------------------------------------------
031485 2000-PROCESS-RECORD.
031486     IF CI-BATCH-HEADER
031487         MOVE CI-HDR-ORIGIN TO WS-CURR-ORIGIN
031488         MOVE CI-HDR-BATCH-NBR TO WS-BATCH-NBR
031488         ADD 1 TO WS-BT-CUR
031488         MOVE WS-BT-SRC-BATCH (WS-BT-CUR) TO WS-SRC-BATCH
031488         IF CI-HDR-SRC-OFFSET NUMERIC
031488             MOVE CI-HDR-SRC-OFFSET TO WS-DTL-SEQ
031488         ELSE
031488             MOVE 0 TO WS-DTL-SEQ
031488         END-IF
031489     END-IF.
031489     IF CI-DETAIL OR CI-REVERSAL
031489         ADD 1 TO WS-DTL-SEQ
031489     END-IF.
031490     IF CI-DETAIL
031491         PERFORM 2020-PROCESS-DETAIL THRU 2020-EXIT
033400         PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
033500         PERFORM 2700-POST-TO-DOWNSTREAM THRU 2700-EXIT
033600         ADD 1 TO WS-RECORD-COUNT
033600         ADD 1 TO WS-BT-ACCEPTED (WS-BT-CUR)
033600         ADD CALC-VALUE TO WS-BT-VALUE (WS-BT-CUR)
033610         ADD 1 TO WS-CC-COUNT
033620         ADD CALC-VALUE TO WS-CC-TOTAL
033700         ADD CALC-VALUE TO WS-GRAND-TOTAL
034700     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
034700     PERFORM 2700-POST-TO-DOWNSTREAM THRU 2700-EXIT.
034700     ADD 1 TO WS-RVSL-COUNT.
034700     ADD 1 TO WS-BT-REVERSED (WS-BT-CUR).
034700     ADD CALC-VALUE TO WS-BT-RVSL-VALUE (WS-BT-CUR).
034700 2040-EXIT.
034700     EXIT.
034701
035800* 2150-EDIT-CALC-RECORD - NUMERIC, MODE, ZERO, RANGE AND
035810* ALLOWED-MODE CHECKS. THE ZERO/RANGE/MODE LIMITS COME FROM
035820* THE EDIT-RULES MASTER FETCHED IN 2180; A RECORD FAILING ANY
035830* CHECK TAKES THE ERROR EXIT WITH ITS REASON CODE SET. A NEW
035840* DETAIL PASSING EVERY EDIT IS THEN CHECKED FOR A DUPLICATE
035850* (2157); A RESUBMISSION RELEASED BY SUMSFIX IS EXEMPT.
035900*----------------------------------------------------------------
036000 2150-EDIT-CALC-RECORD.
036100     SET WS-RECORD-VALID TO TRUE.
037094         MOVE "E06" TO CE-REASON-CODE
037095         MOVE "COST CENTER UNKNOWN/INACTIVE" TO CE-REASON-TEXT
037096     END-IF.
037097     IF WS-RECORD-VALID AND NOT CI-RESUBMISSION
037098         PERFORM 2157-CHECK-DUPLICATE THRU 2157-EXIT
037099     END-IF.
038900 2150-EXIT.
039000     EXIT.
039000
039000     END-IF.
039000 2155-EXIT.
039000     EXIT.
039000
039000*----------------------------------------------------------------
039000* 2157-CHECK-DUPLICATE - LOOK THE DETAIL'S FINGERPRINT (ORIGIN,
039000* COST CENTER, FACTORS AND EFFECTIVE MODE) UP ON THE
039000* FINGERPRINT FILE. NOT THERE: RECORD IT AND LET THE DETAIL
039000* THROUGH. THERE FROM THIS SAME BUSINESS DATE AND DESK BATCH
039000* (WS-SRC-BATCH - ON A SPLIT NIGHT THE DESK'S OWN BATCH, NOT
039000* THE SEGMENT NUMBER): LET IT THROUGH - THAT IS A REPEATED
039000* LINE WITHIN ONE BATCH, EVEN ONE DEALT ACROSS SEGMENTS, AN
039000* AUTHORIZED RERUN OR A RESTART, NOT A RESEND. THERE FROM A
039000* BATCH OLDER THAN THE LOOK-BACK WINDOW (NOT YET AGED OFF BY
039000* SUMSFPAG): RENEW IT AND LET THE DETAIL THROUGH. OTHERWISE
039000* THE DETAIL IS A SUSPECTED DUPLICATE - REASON E08, NAMING
039000* THE BUSINESS DATE AND BATCH THAT FIRST CARRIED THE PAIR SO
039000* THE DESK CAN CONFIRM IT BEFORE ANY SUMSFIX RELEASE.
039000*----------------------------------------------------------------
039000 2157-CHECK-DUPLICATE.
039000     IF NOT WS-FPRT-AVAILABLE
039000         GO TO 2157-EXIT
039000     END-IF.
039000     MOVE SPACES TO FPRT-RECORD.
039000     MOVE WS-CURR-ORIGIN TO FP-ORIGIN.
039000     MOVE CI-COST-CENTER TO FP-COST-CENTER.
039000     MOVE CI-FACTOR-A TO FP-FACTOR-A.
039000     MOVE CI-FACTOR-B TO FP-FACTOR-B.
039000     MOVE WS-EDIT-MODE TO FP-MODE-SW.
039000     MOVE FP-FPRT-KEY TO FF-FPRT-KEY.
039000     READ FPRT-FILE INTO FPRT-RECORD
039000         INVALID KEY
039000             PERFORM 2158-ADD-FINGERPRINT THRU 2158-EXIT
039000             GO TO 2157-EXIT
039000     END-READ.
039000     IF FP-BUS-DATE = WS-EXPECTED-DATE
039000             AND FP-BATCH-NBR = WS-SRC-BATCH
039000         GO TO 2157-EXIT
039000     END-IF.
039000     IF FP-BUS-DATE < WS-DUP-FROM-DATE
039000         PERFORM 2159-RENEW-FINGERPRINT THRU 2159-EXIT
039000         GO TO 2157-EXIT
039000     END-IF.
039000     SET WS-RECORD-INVALID TO TRUE.
039000     MOVE "E08" TO CE-REASON-CODE.
039000     STRING "SUSPECTED DUP OF " DELIMITED BY SIZE
039000            FP-BUS-DATE DELIMITED BY SIZE
039000            "/" DELIMITED BY SIZE
039000            FP-BATCH-NBR DELIMITED BY SIZE
039000         INTO CE-REASON-TEXT.
039000     ADD 1 TO WS-DUP-COUNT.
039000 2157-EXIT.
039000     EXIT.
039000
039000 2158-ADD-FINGERPRINT.
039000     MOVE WS-EXPECTED-DATE TO FP-BUS-DATE.
039000     MOVE WS-SRC-BATCH TO FP-BATCH-NBR.
039000     MOVE WS-RUN-ID TO FP-RUN-ID.
039000     MOVE FPRT-RECORD TO FPRT-FILE-REC.
039000     WRITE FPRT-FILE-REC
039000         INVALID KEY
039000             DISPLAY "FINGERPRINT WRITE FAILED (" WS-FPRT-STATUS
039000                 ") FOR " FF-FPRT-KEY
039000     END-WRITE.
039000 2158-EXIT.
039000     EXIT.
039000
039000 2159-RENEW-FINGERPRINT.
039000     MOVE WS-EXPECTED-DATE TO FP-BUS-DATE.
039000     MOVE WS-SRC-BATCH TO FP-BATCH-NBR.
039000     MOVE WS-RUN-ID TO FP-RUN-ID.
039000     MOVE FPRT-RECORD TO FPRT-FILE-REC.
039000     REWRITE FPRT-FILE-REC
039000         INVALID KEY
039000             DISPLAY "FINGERPRINT REWRITE FAILED ("
039000                 WS-FPRT-STATUS ") FOR " FF-FPRT-KEY
039000     END-REWRITE.
039000 2159-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------------
039300* 2160-WRITE-ERROR-RECORD - LOG A REJECTED FACTOR-PAIR AND
039891     MOVE CI-MODE-SW TO SU-MODE-SW.
039892     MOVE CI-COST-CENTER TO SU-COST-CENTER.
039892     MOVE CI-REC-TYPE TO SU-REC-TYPE.
039892     MOVE WS-DTL-SEQ TO SU-DTL-SEQ.
039893     WRITE SUSP-RECORD.
039900     ADD 1 TO WS-ERROR-COUNT.
039900     ADD 1 TO WS-BT-REJECTED (WS-BT-CUR).
040000 2160-EXIT.
040100     EXIT.
040200
043600
043700*----------------------------------------------------------------
043800* 2600-WRITE-AUDIT-RECORD - APPEND ONE COMPUTED RESULT TO THE
043900* AUDIT TRAIL, WITH THE ORIGIN, DESK BATCH AND DETAIL
043910* SEQUENCE IT CAME IN UNDER.
044000*----------------------------------------------------------------
044100 2600-WRITE-AUDIT-RECORD.
044200     MOVE SPACES TO AUDIT-RECORD.
044720     MOVE CI-ORIG-RUN-ID TO AU-ORIG-RUN-ID.
044730     MOVE CALC-COST-CENTER TO AU-COST-CENTER.
044740     MOVE CALC-MODE-SW TO AU-MODE-SW.
044741     MOVE WS-CURR-ORIGIN TO AU-ORIGIN.
044742     MOVE WS-SRC-BATCH TO AU-BATCH-NBR.
044743     MOVE WS-DTL-SEQ TO AU-DTL-SEQ.
044744     MOVE CALC-REMAINDER TO AU-REMAINDER.
044750     IF CI-REVERSAL
044760         MOVE "V" TO AU-RESUB-SW
044770     END-IF.
047980             UNTIL WS-BT-SUB > WS-BT-COUNT
047990         CLOSE RUNCTL-FILE
047991     END-IF.
047992     IF WS-FPRT-AVAILABLE
047993         CLOSE FPRT-FILE
047994     END-IF.
047995     IF WS-DUP-COUNT > 0
047996         DISPLAY "SUMS - " WS-DUP-COUNT
047997             " SUSPECTED DUPLICATE(S) SUSPENDED AS E08"
047998     END-IF.
048000     CALL "SUMSPOST-CLOSE".
048010     IF NOT WS-RUNCTL-AVAILABLE OR WS-FPRT-UNAVAILABLE
048020         MOVE 4 TO RETURN-CODE
048030     END-IF.
048040     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
048220*----------------------------------------------------------------
048230* 3100-STAMP-RUN-CONTROL - MARK ONE BATCH COMPLETE ON THE
048240* RUN-CONTROL FILE WITH THE RUN'S FINAL COUNTS, GRAND TOTAL
048250* AND TIMESTAMP, AND THE BATCH'S OWN TOTALS.
048260*----------------------------------------------------------------
048270 3100-STAMP-RUN-CONTROL.
048280     MOVE WS-BT-KEY (WS-BT-SUB) TO RL-CTL-KEY.
048370     MOVE WS-GRAND-TOTAL TO RC-GRAND-TOTAL.
048380     MOVE WS-TIMESTAMP TO RC-STAMP-TIMESTAMP.
048380     MOVE WS-BT-ORIGIN (WS-BT-SUB) TO RC-ORIGIN.
048381     MOVE WS-BT-SRC-BATCH (WS-BT-SUB) TO RC-SRC-BATCH-NBR.
048382     MOVE WS-BT-ACCEPTED (WS-BT-SUB) TO RC-BAT-ACCEPTED.
048383     MOVE WS-BT-REVERSED (WS-BT-SUB) TO RC-BAT-REVERSED.
048384     MOVE WS-BT-REJECTED (WS-BT-SUB) TO RC-BAT-REJECTED.
048385     MOVE WS-BT-VALUE (WS-BT-SUB) TO RC-BAT-VALUE.
048386     MOVE WS-BT-RVSL-VALUE (WS-BT-SUB) TO RC-BAT-RVSL-VALUE.
048390     MOVE RUNCTL-RECORD TO RUNCTL-FILE-REC.
048400     REWRITE RUNCTL-FILE-REC
048410         INVALID KEY
048490* RUN: THE START TIMESTAMP MINTED AT INITIALIZATION, A FRESH
048500* END TIMESTAMP, THE RUN'S HEADLINE VOLUMES (IN = DETAILS AND
048510* REVERSALS PROCESSED INCLUDING REJECTS, OUT = RESULTS AND
048520* REVERSALS POSTED) AND THE FINAL RETURN CODE. A STRUCTURAL
048520* ABORT ALSO NAMES THE ORIGIN OF THE BATCH IT STOPPED ON.
048530*----------------------------------------------------------------
048540 8000-WRITE-RUN-JOURNAL.
048550     MOVE SPACES TO JRNL-RECORD.
048660     COMPUTE JR-RECS-OUT = WS-RECORD-COUNT + WS-RVSL-COUNT.
048670     MOVE WS-ERROR-COUNT TO JR-ERROR-COUNT.
048680     MOVE RETURN-CODE TO JR-RETURN-CODE.
048680     IF RETURN-CODE = 16
048680         MOVE WS-OOB-ORIGIN TO JR-ORIGIN
048680     END-IF.
048690     CALL "SUMSJRNL" USING JRNL-RECORD.
048700 8000-EXIT.
048710     EXIT.
