000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSRTRN.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSRTRN - ORIGIN RETURN FILES FOR A BUSINESS DATE
000900*
001000* WRITES ONE RETURN FILE (LAYOUT RTRNREC) PER ORIGIN REGISTERED
001100* ON THE ORIGIN MASTER, SO EACH ORIGINATION DESK CAN RECONCILE
001200* ITS OWN BATCHES AUTOMATICALLY: A HEADER, ONE RECORD PER DETAIL
001300* OR REVERSAL THE DESK SENT FOR THE DATE - ACCEPTED WITH ITS
001400* VALUE AND REMAINDER OFF THE AUDIT TRAIL, OR REJECTED WITH ITS
001500* SUSPENSE ID AND REASON CODE OFF THE SUSPENSE FILE - AND A
001600* TRAILER WHOSE COUNTS AND VALUES BALANCE TO THE DESK'S
001700* RUN-CONTROL BATCH TOTALS (RC-BATCH-TOTALS).
001800*
001900* THE DESK'S BATCHES ARE THE RUN-CONTROL RECORDS FOR THE DATE
002000* CARRYING ITS ORIGIN. A RECORD STAMPED BY A SUMS RUN NAMES THE
002100* RUN-ID THAT PROCESSED IT; ITS ACCEPTED RECORDS ARE THE AUDIT
002200* RECORDS WITH THAT RUN-ID, ORIGIN AND DESK BATCH NUMBER, ITS
002300* REJECTS THE SUSPENSE ITEMS MINTED FROM THE RUN DATE AND THE
002400* RUN-CONTROL BATCH NUMBER. ON A SPLIT NIGHT THE DESK'S BATCH
002500* WAS PROCESSED AS SEGMENT BATCHES (9100-RANGE KEYS, EACH NAMING
002600* THE DESK BATCH IN RC-SRC-BATCH-NBR); THE ORIGINAL KEY STAMPED
002700* BY SUMSSPLT / SUMSMRGE CARRIES ZERO BATCH TOTALS AND IS ONLY
002800* COUNTED AS THE DESK'S BATCH, NEVER MATCHED.
002900*
003000* ORIGINS ARE ASSIGNED TO THE FIXED RETURN FILES (RTRN01-RTRN08)
003100* IN ORIGIN-MASTER KEY ORDER, SO THE ASSIGNMENT IS STABLE WHILE
003200* THE MASTER IS. EVERY REGISTERED ORIGIN GETS ITS FILE, WITH A
003300* HEADER AND TRAILER EVEN ON A DAY IT SENT NOTHING. MORE THAN
003400* EIGHT REGISTERED ORIGINS STOPS THE RUN RC=16 BEFORE ANY FILE
003500* IS WRITTEN - ADD RETURN FILES RATHER THAN LEAVE A DESK OUT.
003600* RUN-CONTROL RECORDS FOR AN ORIGIN NOT ON THE MASTER (THE SFIX
003700* RESUBMISSION BATCH) ARE COUNTED ON THE CONTROL PAGE ONLY.
003800*
003900* THE CONTROL PAGE (RTRNRPT) LISTS EACH ORIGIN'S FILE, RECORDS
004000* RETURNED AGAINST RUN-CONTROL, AND ITS VERDICT. AN ORIGIN IS
004100* OUT OF BALANCE WHEN ANY COUNT OR VALUE DIFFERS FROM ITS
004200* RUN-CONTROL TOTALS OR ANY OF ITS BATCHES IS STILL IN FLIGHT;
004300* ITS TRAILER THEN CARRIES N AND THE RUN ENDS RC=8 - HOLD THAT
004400* DESK'S FILE. RC=16 WHEN THE PARM CARD IS BAD OR THE ORIGIN
004500* MASTER, RUN-CONTROL, AUDIT OR SUSPENSE FILE CANNOT BE OPENED.
004600*
004700* THE RTRNPARM CARD IS OPTIONAL: COLS 1-8 THE BUSINESS DATE
004800* (BLANK OR NO CARD = TODAY).
004900*
005000* MODIFICATION HISTORY
005100* DATE       BY   DESCRIPTION
005200* ---------- ---- ---------------------------------------------
005300* 2026-10-15 JH   ORIGINAL PROGRAM.
005310* 2026-10-15 JH   A BATCH BACKED OUT BY SUMSBKOT (STATUS B) IS
005320*                 SKIPPED - ITS WORK IS OFF THE FILES.
005400*================================================================
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT ORIG-FILE ASSIGN TO "ORIGMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS OF-ORIGIN-KEY
006300         FILE STATUS IS WS-ORIG-STATUS.
006400
006500     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS RL-CTL-KEY
006900         FILE STATUS IS WS-RUNCTL-STATUS.
007000
007100     SELECT AUDIT-IN ASSIGN TO "AUDITIN"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-AUDIT-STATUS.
007400
007500     SELECT SUSP-IN ASSIGN TO "SUSPIN"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-SUSP-STATUS.
007800
007900     SELECT OPTIONAL PARM-IN ASSIGN TO "RTRNPARM"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-PARM-STATUS.
008200
008300     SELECT RTRN-F1 ASSIGN TO "RTRN01"
008400         ORGANIZATION IS SEQUENTIAL.
008500     SELECT RTRN-F2 ASSIGN TO "RTRN02"
008600         ORGANIZATION IS SEQUENTIAL.
008700     SELECT RTRN-F3 ASSIGN TO "RTRN03"
008800         ORGANIZATION IS SEQUENTIAL.
008900     SELECT RTRN-F4 ASSIGN TO "RTRN04"
009000         ORGANIZATION IS SEQUENTIAL.
009100     SELECT RTRN-F5 ASSIGN TO "RTRN05"
009200         ORGANIZATION IS SEQUENTIAL.
009300     SELECT RTRN-F6 ASSIGN TO "RTRN06"
009400         ORGANIZATION IS SEQUENTIAL.
009500     SELECT RTRN-F7 ASSIGN TO "RTRN07"
009600         ORGANIZATION IS SEQUENTIAL.
009700     SELECT RTRN-F8 ASSIGN TO "RTRN08"
009800         ORGANIZATION IS SEQUENTIAL.
009900
010000     SELECT RTRN-RPT ASSIGN TO "RTRNRPT"
010100         ORGANIZATION IS SEQUENTIAL.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  ORIG-FILE
010600     RECORD CONTAINS 80 CHARACTERS
010700     LABEL RECORDS ARE STANDARD.
010800 01  ORIG-FILE-REC.
010900     05  OF-ORIGIN-KEY           PIC X(04).
011000     05  FILLER                  PIC X(76).
011100
011200 FD  RUNCTL-FILE
011300     RECORD CONTAINS 160 CHARACTERS
011400     LABEL RECORDS ARE STANDARD.
011500 01  RUNCTL-FILE-REC.
011600     05  RL-CTL-KEY              PIC X(12).
011700     05  FILLER                  PIC X(148).
011800
011900 FD  AUDIT-IN
012000     RECORD CONTAINS 120 CHARACTERS
012100     LABEL RECORDS ARE STANDARD.
012200 01  AUDIT-IN-RECORD.
012300     05  RR-AU-RUN-ID            PIC X(16).
012400     05  FILLER                  PIC X(01).
012500     05  RR-AU-TIMESTAMP         PIC X(14).
012600     05  FILLER                  PIC X(01).
012700     05  RR-AU-FACTOR-A          PIC X(07).
012800     05  FILLER                  PIC X(01).
012900     05  RR-AU-FACTOR-B          PIC X(07).
013000     05  FILLER                  PIC X(01).
013100     05  RR-AU-VALUE             PIC X(14).
013200     05  FILLER                  PIC X(01).
013300     05  RR-AU-RESUB-SW          PIC X(01).
013400     05  FILLER                  PIC X(01).
013500     05  RR-AU-ORIG-RUN-ID       PIC X(16).
013600     05  FILLER                  PIC X(01).
013700     05  RR-AU-COST-CENTER       PIC X(04).
013800     05  FILLER                  PIC X(01).
013900     05  RR-AU-MODE-SW           PIC X(01).
014000     05  FILLER                  PIC X(01).
014100     05  RR-AU-ORIGIN            PIC X(04).
014200     05  FILLER                  PIC X(01).
014300     05  RR-AU-BATCH-NBR         PIC X(04).
014400     05  FILLER                  PIC X(01).
014500     05  RR-AU-DTL-SEQ           PIC X(07).
014600     05  FILLER                  PIC X(01).
014700     05  RR-AU-REMAINDER         PIC X(07).
014800     05  FILLER                  PIC X(06).
014900
015000 FD  SUSP-IN
015100     RECORD CONTAINS 60 CHARACTERS
015200     LABEL RECORDS ARE STANDARD.
015300 COPY SUSPREC.
015400
015500 FD  PARM-IN
015600     RECORD CONTAINS 80 CHARACTERS
015700     LABEL RECORDS ARE STANDARD.
015800 01  PARM-RECORD.
015900     05  PM-BUS-DATE             PIC X(08).
016000     05  FILLER                  PIC X(72).
016100
016200 FD  RTRN-F1
016300     RECORD CONTAINS 100 CHARACTERS
016400     LABEL RECORDS ARE STANDARD.
016500 01  RF1-REC                 PIC X(100).
016600 FD  RTRN-F2
016700     RECORD CONTAINS 100 CHARACTERS
016800     LABEL RECORDS ARE STANDARD.
016900 01  RF2-REC                 PIC X(100).
017000 FD  RTRN-F3
017100     RECORD CONTAINS 100 CHARACTERS
017200     LABEL RECORDS ARE STANDARD.
017300 01  RF3-REC                 PIC X(100).
017400 FD  RTRN-F4
017500     RECORD CONTAINS 100 CHARACTERS
017600     LABEL RECORDS ARE STANDARD.
017700 01  RF4-REC                 PIC X(100).
017800 FD  RTRN-F5
017900     RECORD CONTAINS 100 CHARACTERS
018000     LABEL RECORDS ARE STANDARD.
018100 01  RF5-REC                 PIC X(100).
018200 FD  RTRN-F6
018300     RECORD CONTAINS 100 CHARACTERS
018400     LABEL RECORDS ARE STANDARD.
018500 01  RF6-REC                 PIC X(100).
018600 FD  RTRN-F7
018700     RECORD CONTAINS 100 CHARACTERS
018800     LABEL RECORDS ARE STANDARD.
018900 01  RF7-REC                 PIC X(100).
019000 FD  RTRN-F8
019100     RECORD CONTAINS 100 CHARACTERS
019200     LABEL RECORDS ARE STANDARD.
019300 01  RF8-REC                 PIC X(100).
019400
019500 FD  RTRN-RPT
019600     RECORD CONTAINS 80 CHARACTERS
019700     LABEL RECORDS ARE STANDARD.
019800 01  RTR-HEADER-REC.
019900     05  RTR-HDR-LABEL           PIC X(46).
020000     05  RTR-HDR-DATE            PIC X(08).
020100     05  FILLER                  PIC X(26).
020200 01  RTR-DETAIL-REC.
020300     05  RTR-DTL-ORIGIN          PIC X(04).
020400     05  FILLER                  PIC X(01).
020500     05  RTR-DTL-FILE-LABEL      PIC X(06).
020600     05  RTR-DTL-FILE            PIC 9(01).
020700     05  FILLER                  PIC X(02).
020800     05  RTR-DTL-BAT-LABEL       PIC X(09).
020900     05  RTR-DTL-BATCHES         PIC ZZZ9.
021000     05  FILLER                  PIC X(02).
021100     05  RTR-DTL-RET-LABEL       PIC X(10).
021200     05  RTR-DTL-RETURNED        PIC Z(06)9.
021300     05  FILLER                  PIC X(02).
021400     05  RTR-DTL-CTL-LABEL       PIC X(09).
021500     05  RTR-DTL-CONTROL         PIC Z(06)9.
021600     05  FILLER                  PIC X(02).
021700     05  RTR-DTL-VERDICT         PIC X(14).
021800 01  RTR-TRAILER-REC.
021900     05  RTR-TRL-RET-LABEL       PIC X(18).
022000     05  RTR-TRL-RETURNED        PIC Z(06)9.
022100     05  FILLER                  PIC X(02).
022200     05  RTR-TRL-OOB-LABEL       PIC X(16).
022300     05  RTR-TRL-OUT-OF-BAL      PIC ZZZ9.
022400     05  FILLER                  PIC X(02).
022500     05  RTR-TRL-UNR-LABEL       PIC X(22).
022600     05  RTR-TRL-UNREGISTERED    PIC ZZZ9.
022700     05  FILLER                  PIC X(05).
022800 01  RTR-VERDICT-REC.
022900     05  RTR-VERDICT-TEXT        PIC X(50).
023000     05  FILLER                  PIC X(30).
023100
023200 WORKING-STORAGE SECTION.
023300 01  WS-ORIG-STATUS          PIC X(02)  VALUE SPACES.
023400 01  WS-RUNCTL-STATUS        PIC X(02)  VALUE SPACES.
023500 01  WS-AUDIT-STATUS         PIC X(02)  VALUE SPACES.
023600 01  WS-SUSP-STATUS          PIC X(02)  VALUE SPACES.
023700 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
023800 01  WS-ORIG-EOF-SW          PIC X(01)  VALUE 'N'.
023900     88  WS-ORIG-EOF                 VALUE 'Y'.
024000 01  WS-CTL-EOF-SW           PIC X(01)  VALUE 'N'.
024100     88  WS-CTL-EOF                  VALUE 'Y'.
024200 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
024300     88  WS-AUDIT-EOF                VALUE 'Y'.
024400 01  WS-SUSP-EOF-SW          PIC X(01)  VALUE 'N'.
024500     88  WS-SUSP-EOF                 VALUE 'Y'.
024600 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
024700 01  WS-BUS-DATE             PIC X(08)  VALUE SPACES.
024800 01  WS-CURR-IX              PIC S9(04) COMP  VALUE 0.
024900 01  WS-RO-COUNT             PIC S9(04) COMP  VALUE 0.
025000 01  WS-RO-SUB               PIC S9(04) COMP  VALUE 0.
025100 01  WS-RO-IX                PIC S9(04) COMP  VALUE 0.
025200 01  WS-RB-COUNT             PIC S9(04) COMP  VALUE 0.
025300 01  WS-RB-SUB               PIC S9(04) COMP  VALUE 0.
025400 01  WS-RB-IX                PIC S9(04) COMP  VALUE 0.
025500 01  WS-LAST-IX              PIC S9(04) COMP  VALUE 0.
025600 01  WS-LAST-KEY             PIC X(24)  VALUE SPACES.
025700 01  WS-WORK-KEY.
025800     05  WS-WK-RUN-ID            PIC X(16).
025900     05  WS-WK-BATCH             PIC X(04).
026000     05  WS-WK-ORIGIN            PIC X(04).
026100 01  WS-SRC-BATCH            PIC 9(04)  VALUE 0.
026200 01  WS-AUDIT-READ           PIC S9(07) COMP-3 VALUE 0.
026300 01  WS-SUSP-READ            PIC S9(07) COMP-3 VALUE 0.
026400 01  WS-RETURNED             PIC S9(07) COMP-3 VALUE 0.
026500 01  WS-OUT-OF-BAL           PIC S9(04) COMP-3 VALUE 0.
026600 01  WS-UNREGISTERED         PIC S9(04) COMP-3 VALUE 0.
026700 01  WS-PARSE-7              PIC X(07)  VALUE SPACES.
026800 01  WS-PARSE-7-R REDEFINES WS-PARSE-7
026900                             PIC 9(07).
027000 01  WS-PARSE-14             PIC X(14)  VALUE SPACES.
027100 01  WS-PARSE-14-R REDEFINES WS-PARSE-14
027200                             PIC 9(14).
027300 01  WS-RO-TABLE.
027400     05  RO-ENTRY OCCURS 8 TIMES.
027500         10  RO-ORIGIN           PIC X(04).
027600         10  RO-DESC             PIC X(30).
027700         10  RO-BATCHES          PIC S9(04) COMP.
027800         10  RO-INFLIGHT         PIC S9(04) COMP.
027900         10  RO-ACCEPTED         PIC S9(07) COMP-3.
028000         10  RO-REVERSED         PIC S9(07) COMP-3.
028100         10  RO-REJECTED         PIC S9(07) COMP-3.
028200         10  RO-VALUE            PIC S9(16) COMP-3.
028300         10  RO-RVSL-VALUE       PIC S9(16) COMP-3.
028400         10  RO-CTL-ACCEPTED     PIC S9(07) COMP-3.
028500         10  RO-CTL-REVERSED     PIC S9(07) COMP-3.
028600         10  RO-CTL-REJECTED     PIC S9(07) COMP-3.
028700         10  RO-CTL-VALUE        PIC S9(16) COMP-3.
028800         10  RO-CTL-RVSL-VALUE   PIC S9(16) COMP-3.
028900         10  RO-BALANCED-SW      PIC X(01).
029000             88  RO-BALANCED             VALUE 'Y'.
029100 01  WS-RB-TABLE.
029200     05  RB-ENTRY OCCURS 500 TIMES.
029300         10  RB-RUN-ID           PIC X(16).
029400         10  RB-BATCH-NBR        PIC 9(04).
029500         10  RB-SRC-BATCH        PIC 9(04).
029600         10  RB-ORIGIN           PIC X(04).
029700         10  RB-ORIG-IX          PIC S9(04) COMP.
029800 COPY ORIGREC.
029900 COPY RUNCTLRC.
030000 COPY RTRNREC.
030100 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
030200 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
030300 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
030400 COPY JRNLREC.
030500
030600 PROCEDURE DIVISION.
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030900     PERFORM 2000-COLLECT-BATCHES THRU 2000-EXIT.
031000     PERFORM 3000-OPEN-RETURN-FILES THRU 3000-EXIT.
031100     PERFORM 4000-RETURN-ACCEPTED THRU 4000-EXIT.
031200     PERFORM 5000-RETURN-REJECTED THRU 5000-EXIT.
031300     PERFORM 6000-TERMINATE THRU 6000-EXIT.
031400     STOP RUN.
031500
031600*----------------------------------------------------------------
031700* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE, LOAD THE
031800* REGISTERED ORIGINS AND ASSIGN EACH ITS RETURN FILE. THE ORIGIN
031900* MASTER IS REQUIRED - WITHOUT IT NO DESK WOULD GET A FILE.
032000*----------------------------------------------------------------
032100 1000-INITIALIZE.
032200     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
032300     ACCEPT WS-JRNL-TIME FROM TIME.
032400     STRING WS-JRNL-DATE DELIMITED BY SIZE
032500            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
032600         INTO WS-JRNL-START-TS.
032700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032800     MOVE WS-RUN-DATE TO WS-BUS-DATE.
032900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
033000     OPEN INPUT ORIG-FILE.
033100     IF WS-ORIG-STATUS NOT = "00"
033200         DISPLAY "SUMSRTRN CANNOT OPEN ORIGIN MASTER - STATUS "
033300             WS-ORIG-STATUS
033400         MOVE 16 TO RETURN-CODE
033500         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
033600         STOP RUN
033700     END-IF.
033800     OPEN OUTPUT RTRN-RPT.
033900     PERFORM 1210-READ-ORIGIN THRU 1210-EXIT.
034000     PERFORM 1200-LOAD-ORIGIN THRU 1200-EXIT
034100         UNTIL WS-ORIG-EOF.
034200     CLOSE ORIG-FILE.
034300 1000-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------
034700* 1100-READ-PARM-CARD - BUSINESS-DATE OVERRIDE.
034800*----------------------------------------------------------------
034900 1100-READ-PARM-CARD.
035000     OPEN INPUT PARM-IN.
035100     IF WS-PARM-STATUS = "00"
035200         READ PARM-IN
035300             AT END
035400                 CONTINUE
035500             NOT AT END
035600                 IF PM-BUS-DATE NOT = SPACES
035700                     IF PM-BUS-DATE IS NUMERIC
035800                         MOVE PM-BUS-DATE TO WS-BUS-DATE
035900                     ELSE
036000                         DISPLAY "RTRNPARM DATE INVALID: "
036100                             PM-BUS-DATE
036200                         CLOSE PARM-IN
036300                         MOVE 16 TO RETURN-CODE
036400                         PERFORM 8000-WRITE-RUN-JOURNAL
036500                             THRU 8000-EXIT
036600                         STOP RUN
036700                     END-IF
036800                 END-IF
036900         END-READ
037000         CLOSE PARM-IN
037100     END-IF.
037200 1100-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------
037600* 1200-LOAD-ORIGIN - GIVE ONE REGISTERED ORIGIN THE NEXT RETURN
037700* FILE. A NINTH ORIGIN STOPS THE RUN BEFORE ANY FILE IS WRITTEN.
037800*----------------------------------------------------------------
037900 1200-LOAD-ORIGIN.
038000     IF WS-RO-COUNT = 8
038100         DISPLAY "SUMSRTRN - MORE THAN 8 REGISTERED ORIGINS - ADD"
038200             " RETURN FILES"
038300         CLOSE ORIG-FILE
038400         CLOSE RTRN-RPT
038500         MOVE 16 TO RETURN-CODE
038600         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
038700         STOP RUN
038800     END-IF.
038900     ADD 1 TO WS-RO-COUNT.
039000     MOVE OG-ORIGIN-CODE TO RO-ORIGIN (WS-RO-COUNT).
039100     MOVE OG-DESC TO RO-DESC (WS-RO-COUNT).
039200     MOVE 0 TO RO-BATCHES (WS-RO-COUNT).
039300     MOVE 0 TO RO-INFLIGHT (WS-RO-COUNT).
039400     MOVE 0 TO RO-ACCEPTED (WS-RO-COUNT).
039500     MOVE 0 TO RO-REVERSED (WS-RO-COUNT).
039600     MOVE 0 TO RO-REJECTED (WS-RO-COUNT).
039700     MOVE 0 TO RO-VALUE (WS-RO-COUNT).
039800     MOVE 0 TO RO-RVSL-VALUE (WS-RO-COUNT).
039900     MOVE 0 TO RO-CTL-ACCEPTED (WS-RO-COUNT).
040000     MOVE 0 TO RO-CTL-REVERSED (WS-RO-COUNT).
040100     MOVE 0 TO RO-CTL-REJECTED (WS-RO-COUNT).
040200     MOVE 0 TO RO-CTL-VALUE (WS-RO-COUNT).
040300     MOVE 0 TO RO-CTL-RVSL-VALUE (WS-RO-COUNT).
040400     MOVE "N" TO RO-BALANCED-SW (WS-RO-COUNT).
040500     PERFORM 1210-READ-ORIGIN THRU 1210-EXIT.
040600 1200-EXIT.
040700     EXIT.
040800
040900 1210-READ-ORIGIN.
041000     READ ORIG-FILE INTO ORIG-RECORD
041100         AT END
041200             SET WS-ORIG-EOF TO TRUE
041300     END-READ.
041400 1210-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------------
041800* 2000-COLLECT-BATCHES - WALK THE RUN-CONTROL RECORDS FOR THE
041900* BUSINESS DATE: ADD EACH REGISTERED ORIGIN'S BATCH TOTALS TO
042000* ITS CONTROL FIGURES AND TABLE THE BATCHES A SUMS RUN
042100* PROCESSED FOR MATCHING. NOTHING CAN BE RETURNED OR BALANCED
042200* WITHOUT RUN-CONTROL, SO AN UNOPENABLE FILE STOPS THE RUN.
042300*----------------------------------------------------------------
042400 2000-COLLECT-BATCHES.
042500     OPEN INPUT RUNCTL-FILE.
042600     IF WS-RUNCTL-STATUS NOT = "00"
042700         DISPLAY "SUMSRTRN CANNOT OPEN RUN-CONTROL - STATUS "
042800             WS-RUNCTL-STATUS
042900         CLOSE RTRN-RPT
043000         MOVE 16 TO RETURN-CODE
043100         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
043200         STOP RUN
043300     END-IF.
043400     MOVE SPACES TO RL-CTL-KEY.
043500     MOVE WS-BUS-DATE TO RL-CTL-KEY (1:8).
043600     MOVE "0000" TO RL-CTL-KEY (9:4).
043700     START RUNCTL-FILE KEY NOT < RL-CTL-KEY
043800         INVALID KEY
043900             SET WS-CTL-EOF TO TRUE
044000     END-START.
044100     PERFORM 2100-READ-CTL-RECORD THRU 2100-EXIT
044200         UNTIL WS-CTL-EOF.
044300     CLOSE RUNCTL-FILE.
044400 2000-EXIT.
044500     EXIT.
044600
044700 2100-READ-CTL-RECORD.
044800     READ RUNCTL-FILE NEXT RECORD
044900         AT END
045000             SET WS-CTL-EOF TO TRUE
045100             GO TO 2100-EXIT
045200     END-READ.
045300     MOVE RUNCTL-FILE-REC TO RUNCTL-RECORD.
045400     IF RC-BUS-DATE NOT = WS-BUS-DATE
045500         SET WS-CTL-EOF TO TRUE
045600         GO TO 2100-EXIT
045700     END-IF.
045800     PERFORM 2200-NOTE-BATCH THRU 2200-EXIT.
045900 2100-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------
046300* 2200-NOTE-BATCH - ONE RUN-CONTROL RECORD. A RECORD WRITTEN
046400* BEFORE RUN-CONTROL CARRIED BATCH TOTALS COUNTS AS ITS OWN DESK
046500* BATCH WITH ZERO TOTALS. ONLY A RECORD A SUMS RUN STAMPED IS
046600* TABLED FOR MATCHING - THE SPLITTER'S AND MERGE'S ORIGINAL KEYS
046700* NAME NO RUN THAT WROTE AUDIT OR SUSPENSE RECORDS.
046800*----------------------------------------------------------------
046900 2200-NOTE-BATCH.
047000     IF RC-ORIGIN = SPACES
047010             OR RC-STATUS-BACKED-OUT
047100         GO TO 2200-EXIT
047200     END-IF.
047300     PERFORM 2210-FIND-ORIGIN THRU 2210-EXIT.
047400     IF WS-RO-IX = 0
047500         ADD 1 TO WS-UNREGISTERED
047600         GO TO 2200-EXIT
047700     END-IF.
047800     IF RC-STATUS-INFLIGHT
047900         ADD 1 TO RO-INFLIGHT (WS-RO-IX)
048000     END-IF.
048100     IF RC-BATCH-TOTALS IS NUMERIC
048200         MOVE RC-SRC-BATCH-NBR TO WS-SRC-BATCH
048300         ADD RC-BAT-ACCEPTED TO RO-CTL-ACCEPTED (WS-RO-IX)
048400         ADD RC-BAT-REVERSED TO RO-CTL-REVERSED (WS-RO-IX)
048500         ADD RC-BAT-REJECTED TO RO-CTL-REJECTED (WS-RO-IX)
048600         ADD RC-BAT-VALUE TO RO-CTL-VALUE (WS-RO-IX)
048700         ADD RC-BAT-RVSL-VALUE TO RO-CTL-RVSL-VALUE (WS-RO-IX)
048800     ELSE
048900         MOVE RC-BATCH-NBR TO WS-SRC-BATCH
049000     END-IF.
049100     IF WS-SRC-BATCH = RC-BATCH-NBR
049200         ADD 1 TO RO-BATCHES (WS-RO-IX)
049300     END-IF.
049400     IF RC-RUN-ID (1:4) NOT = "SUMS"
049500         GO TO 2200-EXIT
049600     END-IF.
049700     IF WS-RB-COUNT = 500
049800         DISPLAY "SUMSRTRN - MORE THAN 500 BATCHES FOR "
049900             WS-BUS-DATE " - ENLARGE THE BATCH TABLE"
050000         CLOSE RUNCTL-FILE
050100         CLOSE RTRN-RPT
050200         MOVE 16 TO RETURN-CODE
050300         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
050400         STOP RUN
050500     END-IF.
050600     ADD 1 TO WS-RB-COUNT.
050700     MOVE RC-RUN-ID TO RB-RUN-ID (WS-RB-COUNT).
050800     MOVE RC-BATCH-NBR TO RB-BATCH-NBR (WS-RB-COUNT).
050900     MOVE WS-SRC-BATCH TO RB-SRC-BATCH (WS-RB-COUNT).
051000     MOVE RC-ORIGIN TO RB-ORIGIN (WS-RB-COUNT).
051100     MOVE WS-RO-IX TO RB-ORIG-IX (WS-RB-COUNT).
051200 2200-EXIT.
051300     EXIT.
051400
051500 2210-FIND-ORIGIN.
051600     MOVE 0 TO WS-RO-IX.
051700     PERFORM 2220-SCAN-ORIGINS THRU 2220-EXIT
051800         VARYING WS-RO-SUB FROM 1 BY 1
051900         UNTIL WS-RO-SUB > WS-RO-COUNT
052000             OR WS-RO-IX > 0.
052100 2210-EXIT.
052200     EXIT.
052300
052400 2220-SCAN-ORIGINS.
052500     IF RO-ORIGIN (WS-RO-SUB) = RC-ORIGIN
052600         MOVE WS-RO-SUB TO WS-RO-IX
052700     END-IF.
052800 2220-EXIT.
052900     EXIT.
053000
053100*----------------------------------------------------------------
053200* 2500-PUT-RECORD - WRITE RTRN-RECORD TO THE CURRENT ORIGIN'S
053300* RETURN FILE.
053400*----------------------------------------------------------------
053500 2500-PUT-RECORD.
053600     EVALUATE WS-CURR-IX
053700         WHEN 1
053800             WRITE RF1-REC FROM RTRN-RECORD
053900         WHEN 2
054000             WRITE RF2-REC FROM RTRN-RECORD
054100         WHEN 3
054200             WRITE RF3-REC FROM RTRN-RECORD
054300         WHEN 4
054400             WRITE RF4-REC FROM RTRN-RECORD
054500         WHEN 5
054600             WRITE RF5-REC FROM RTRN-RECORD
054700         WHEN 6
054800             WRITE RF6-REC FROM RTRN-RECORD
054900         WHEN 7
055000             WRITE RF7-REC FROM RTRN-RECORD
055100         WHEN 8
055200             WRITE RF8-REC FROM RTRN-RECORD
055300     END-EVALUATE.
055400 2500-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------------
055800* 3000-OPEN-RETURN-FILES - OPEN THE AUDIT AND SUSPENSE FILES
055900* (BOTH REQUIRED - A RETURN FILE MISSING EITHER SIDE WOULD TELL
056000* THE DESK ITS RECORDS VANISHED), THEN THE RETURN FILES, AND
056100* HEAD EACH REGISTERED ORIGIN'S FILE.
056200*----------------------------------------------------------------
056300 3000-OPEN-RETURN-FILES.
056400     OPEN INPUT AUDIT-IN.
056500     IF WS-AUDIT-STATUS NOT = "00"
056600         DISPLAY "SUMSRTRN CANNOT OPEN AUDIT FILE - STATUS "
056700             WS-AUDIT-STATUS
056800         CLOSE RTRN-RPT
056900         MOVE 16 TO RETURN-CODE
057000         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
057100         STOP RUN
057200     END-IF.
057300     OPEN INPUT SUSP-IN.
057400     IF WS-SUSP-STATUS NOT = "00"
057500         DISPLAY "SUMSRTRN CANNOT OPEN SUSPENSE FILE - STATUS "
057600             WS-SUSP-STATUS
057700         CLOSE AUDIT-IN
057800         CLOSE RTRN-RPT
057900         MOVE 16 TO RETURN-CODE
058000         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
058100         STOP RUN
058200     END-IF.
058300     OPEN OUTPUT RTRN-F1.
058400     OPEN OUTPUT RTRN-F2.
058500     OPEN OUTPUT RTRN-F3.
058600     OPEN OUTPUT RTRN-F4.
058700     OPEN OUTPUT RTRN-F5.
058800     OPEN OUTPUT RTRN-F6.
058900     OPEN OUTPUT RTRN-F7.
059000     OPEN OUTPUT RTRN-F8.
059100     PERFORM 3100-WRITE-HEADER THRU 3100-EXIT
059200         VARYING WS-CURR-IX FROM 1 BY 1
059300         UNTIL WS-CURR-IX > WS-RO-COUNT.
059400 3000-EXIT.
059500     EXIT.
059600
059700 3100-WRITE-HEADER.
059800     MOVE SPACES TO RTRN-RECORD.
059900     SET RT-HEADER TO TRUE.
060000     MOVE RO-ORIGIN (WS-CURR-IX) TO RT-ORIGIN.
060100     MOVE WS-BUS-DATE TO RT-BUS-DATE.
060200     MOVE WS-JRNL-START-TS TO RT-HDR-CREATED-TS.
060300     MOVE RO-BATCHES (WS-CURR-IX) TO RT-HDR-BATCHES.
060400     MOVE RO-DESC (WS-CURR-IX) TO RT-HDR-ORIG-DESC.
060500     PERFORM 2500-PUT-RECORD THRU 2500-EXIT.
060600 3100-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------------
061000* 4000-RETURN-ACCEPTED - ONE PASS OF THE AUDIT TRAIL. EVERY
061100* RECORD POSTED FOR ONE OF THE DATE'S BATCHES GOES BACK TO ITS
061200* DESK AS ACCEPTED, WITH ITS VALUE AND REMAINDER.
061300*----------------------------------------------------------------
061400 4000-RETURN-ACCEPTED.
061500     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
061600     PERFORM 4200-RETURN-ONE-AUDIT THRU 4200-EXIT
061700         UNTIL WS-AUDIT-EOF.
061800     CLOSE AUDIT-IN.
061900 4000-EXIT.
062000     EXIT.
062100
062200 4100-READ-AUDIT.
062300     READ AUDIT-IN
062400         AT END
062500             SET WS-AUDIT-EOF TO TRUE
062600             GO TO 4100-EXIT
062700     END-READ.
062800     ADD 1 TO WS-AUDIT-READ.
062900 4100-EXIT.
063000     EXIT.
063100
063200 4200-RETURN-ONE-AUDIT.
063300     IF RR-AU-ORIGIN = SPACES
063400         GO TO 4200-NEXT
063500     END-IF.
063600     MOVE RR-AU-RUN-ID TO WS-WK-RUN-ID.
063700     MOVE RR-AU-BATCH-NBR TO WS-WK-BATCH.
063800     MOVE RR-AU-ORIGIN TO WS-WK-ORIGIN.
063900     PERFORM 4300-FIND-BATCH THRU 4300-EXIT.
064000     IF WS-RB-IX = 0
064100         GO TO 4200-NEXT
064200     END-IF.
064300     MOVE RB-ORIG-IX (WS-RB-IX) TO WS-CURR-IX.
064400     MOVE SPACES TO RTRN-RECORD.
064500     SET RT-DETAIL TO TRUE.
064600     MOVE RO-ORIGIN (WS-CURR-IX) TO RT-ORIGIN.
064700     MOVE WS-BUS-DATE TO RT-BUS-DATE.
064800     MOVE RB-SRC-BATCH (WS-RB-IX) TO RT-DTL-BATCH-NBR.
064900     MOVE RR-AU-DTL-SEQ TO WS-PARSE-7.
065000     INSPECT WS-PARSE-7 REPLACING ALL " " BY "0".
065100     MOVE WS-PARSE-7-R TO RT-DTL-SEQ.
065200     SET RT-DTL-ACCEPTED TO TRUE.
065300     MOVE RR-AU-COST-CENTER TO RT-DTL-COST-CENTER.
065400     MOVE RR-AU-FACTOR-A TO WS-PARSE-7.
065500     INSPECT WS-PARSE-7 REPLACING ALL " " BY "0".
065600     MOVE WS-PARSE-7 TO RT-DTL-FACTOR-A.
065700     MOVE RR-AU-FACTOR-B TO WS-PARSE-7.
065800     INSPECT WS-PARSE-7 REPLACING ALL " " BY "0".
065900     MOVE WS-PARSE-7 TO RT-DTL-FACTOR-B.
066000     MOVE RR-AU-VALUE TO WS-PARSE-14.
066100     INSPECT WS-PARSE-14 REPLACING ALL " " BY "0".
066200     MOVE WS-PARSE-14-R TO RT-DTL-VALUE.
066300     MOVE RR-AU-REMAINDER TO WS-PARSE-7.
066400     INSPECT WS-PARSE-7 REPLACING ALL " " BY "0".
066500     MOVE WS-PARSE-7-R TO RT-DTL-REMAINDER.
066600     MOVE RR-AU-RUN-ID TO RT-DTL-RUN-ID.
066700     IF RR-AU-RESUB-SW = "V"
066800         SET RT-DTL-TYPE-REVERSAL TO TRUE
066900         ADD 1 TO RO-REVERSED (WS-CURR-IX)
067000         ADD WS-PARSE-14-R TO RO-RVSL-VALUE (WS-CURR-IX)
067100     ELSE
067200         SET RT-DTL-TYPE-DETAIL TO TRUE
067300         ADD 1 TO RO-ACCEPTED (WS-CURR-IX)
067400         ADD WS-PARSE-14-R TO RO-VALUE (WS-CURR-IX)
067500     END-IF.
067600     PERFORM 2500-PUT-RECORD THRU 2500-EXIT.
067700     ADD 1 TO WS-RETURNED.
067800 4200-NEXT.
067900     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
068000 4200-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------------
068400* 4300-FIND-BATCH - THE TABLED BATCH FOR AN AUDIT RECORD'S
068500* RUN-ID, DESK BATCH AND ORIGIN (WS-WORK-KEY), OR ZERO. THE
068600* AUDIT TRAIL IS WRITTEN A BATCH AT A TIME, SO THE LAST KEY
068700* LOOKED UP IS CACHED.
068800*----------------------------------------------------------------
068900 4300-FIND-BATCH.
069000     IF WS-WORK-KEY = WS-LAST-KEY
069100         MOVE WS-LAST-IX TO WS-RB-IX
069200         GO TO 4300-EXIT
069300     END-IF.
069400     MOVE 0 TO WS-RB-IX.
069500     PERFORM 4310-SCAN-BATCHES THRU 4310-EXIT
069600         VARYING WS-RB-SUB FROM 1 BY 1
069700         UNTIL WS-RB-SUB > WS-RB-COUNT
069800             OR WS-RB-IX > 0.
069900     MOVE WS-WORK-KEY TO WS-LAST-KEY.
070000     MOVE WS-RB-IX TO WS-LAST-IX.
070100 4300-EXIT.
070200     EXIT.
070300
070400 4310-SCAN-BATCHES.
070500     IF RB-RUN-ID (WS-RB-SUB) = WS-WK-RUN-ID
070600             AND RB-SRC-BATCH (WS-RB-SUB) = WS-WK-BATCH
070700             AND RB-ORIGIN (WS-RB-SUB) = WS-WK-ORIGIN
070800         MOVE WS-RB-SUB TO WS-RB-IX
070900     END-IF.
071000 4310-EXIT.
071100     EXIT.
071200
071300*----------------------------------------------------------------
071400* 5000-RETURN-REJECTED - ONE PASS OF THE SUSPENSE FILE. EVERY
071500* ITEM MINTED FOR ONE OF THE DATE'S BATCHES (ITS ID CARRIES THE
071600* RUN DATE AND THE RUN-CONTROL BATCH NUMBER) GOES BACK TO ITS
071700* DESK AS REJECTED, WHATEVER ITS STATUS SINCE - THE DESK SEES
071800* WHAT HAPPENED TO THE BATCH IT SENT.
071900*----------------------------------------------------------------
072000 5000-RETURN-REJECTED.
072100     PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT.
072200     PERFORM 5200-RETURN-ONE-ITEM THRU 5200-EXIT
072300         UNTIL WS-SUSP-EOF.
072400     CLOSE SUSP-IN.
072500 5000-EXIT.
072600     EXIT.
072700
072800 5100-READ-SUSPENSE.
072900     READ SUSP-IN INTO SUSP-RECORD
073000         AT END
073100             SET WS-SUSP-EOF TO TRUE
073200             GO TO 5100-EXIT
073300     END-READ.
073400     ADD 1 TO WS-SUSP-READ.
073500 5100-EXIT.
073600     EXIT.
073700
073800 5200-RETURN-ONE-ITEM.
073900     MOVE 0 TO WS-RB-IX.
074000     PERFORM 5300-SCAN-SUSP-BATCHES THRU 5300-EXIT
074100         VARYING WS-RB-SUB FROM 1 BY 1
074200         UNTIL WS-RB-SUB > WS-RB-COUNT
074300             OR WS-RB-IX > 0.
074400     IF WS-RB-IX = 0
074500         GO TO 5200-NEXT
074600     END-IF.
074700     MOVE RB-ORIG-IX (WS-RB-IX) TO WS-CURR-IX.
074800     MOVE SPACES TO RTRN-RECORD.
074900     SET RT-DETAIL TO TRUE.
075000     MOVE RO-ORIGIN (WS-CURR-IX) TO RT-ORIGIN.
075100     MOVE WS-BUS-DATE TO RT-BUS-DATE.
075200     MOVE RB-SRC-BATCH (WS-RB-IX) TO RT-DTL-BATCH-NBR.
075300     IF SU-DTL-SEQ IS NUMERIC
075400         MOVE SU-DTL-SEQ TO RT-DTL-SEQ
075500     ELSE
075600         MOVE 0 TO RT-DTL-SEQ
075700     END-IF.
075800     IF SU-TYPE-REVERSAL
075900         SET RT-DTL-TYPE-REVERSAL TO TRUE
076000     ELSE
076100         SET RT-DTL-TYPE-DETAIL TO TRUE
076200     END-IF.
076300     SET RT-DTL-REJECTED TO TRUE.
076400     MOVE SU-COST-CENTER TO RT-DTL-COST-CENTER.
076500     MOVE SU-FACTOR-A TO RT-DTL-FACTOR-A.
076600     MOVE SU-FACTOR-B TO RT-DTL-FACTOR-B.
076700     MOVE 0 TO RT-DTL-VALUE.
076800     MOVE 0 TO RT-DTL-REMAINDER.
076900     MOVE RB-RUN-ID (WS-RB-IX) TO RT-DTL-RUN-ID.
077000     MOVE SU-SUSP-ID TO RT-DTL-SUSP-ID.
077100     MOVE SU-REASON-CODE TO RT-DTL-REASON-CODE.
077200     ADD 1 TO RO-REJECTED (WS-CURR-IX).
077300     PERFORM 2500-PUT-RECORD THRU 2500-EXIT.
077400     ADD 1 TO WS-RETURNED.
077500 5200-NEXT.
077600     PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT.
077700 5200-EXIT.
077800     EXIT.
077900
078000 5300-SCAN-SUSP-BATCHES.
078100     IF RB-RUN-ID (WS-RB-SUB) (5:8) = SU-SUSP-DATE
078200             AND RB-BATCH-NBR (WS-RB-SUB) = SU-SUSP-BATCH
078300         MOVE WS-RB-SUB TO WS-RB-IX
078400     END-IF.
078500 5300-EXIT.
078600     EXIT.
078700
078800*----------------------------------------------------------------
078900* 6000-TERMINATE - TRAIL EACH RETURN FILE WITH ITS BALANCE
079000* AGAINST RUN-CONTROL, WRITE THE CONTROL PAGE, CLOSE, SET RC.
079100*----------------------------------------------------------------
079200 6000-TERMINATE.
079300     MOVE SPACES TO RTR-HEADER-REC.
079400     MOVE "SUMSRTRN ORIGIN RETURN FILES - BUSINESS DATE: "
079500         TO RTR-HDR-LABEL.
079600     MOVE WS-BUS-DATE TO RTR-HDR-DATE.
079700     WRITE RTR-HEADER-REC.
079800     PERFORM 6100-CLOSE-ORIGIN THRU 6100-EXIT
079900         VARYING WS-CURR-IX FROM 1 BY 1
080000         UNTIL WS-CURR-IX > WS-RO-COUNT.
080100     MOVE SPACES TO RTR-TRAILER-REC.
080200     MOVE "DETAILS RETURNED: " TO RTR-TRL-RET-LABEL.
080300     MOVE WS-RETURNED TO RTR-TRL-RETURNED.
080400     MOVE "OUT OF BALANCE: " TO RTR-TRL-OOB-LABEL.
080500     MOVE WS-OUT-OF-BAL TO RTR-TRL-OUT-OF-BAL.
080600     MOVE "UNREGISTERED BATCHES: " TO RTR-TRL-UNR-LABEL.
080700     MOVE WS-UNREGISTERED TO RTR-TRL-UNREGISTERED.
080800     WRITE RTR-TRAILER-REC.
080900     MOVE SPACES TO RTR-VERDICT-REC.
081000     IF WS-OUT-OF-BAL = 0
081100         MOVE "*** IN BALANCE - EVERY RETURN FILE TIES TO RUNCTL"
081200             TO RTR-VERDICT-TEXT
081300     ELSE
081400         MOVE "*** OUT OF BALANCE - HOLD THE FILES MARKED ***"
081500             TO RTR-VERDICT-TEXT
081600         MOVE 8 TO RETURN-CODE
081700     END-IF.
081800     WRITE RTR-VERDICT-REC.
081900     PERFORM 7000-CLOSE-ALL-FILES THRU 7000-EXIT.
082000     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
082100 6000-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------------
082500* 6100-CLOSE-ORIGIN - ONE ORIGIN: DECIDE ITS BALANCE, WRITE ITS
082600* TRAILER AND ITS CONTROL-PAGE LINE.
082700*----------------------------------------------------------------
082800 6100-CLOSE-ORIGIN.
082900     IF RO-INFLIGHT (WS-CURR-IX) = 0
083000             AND RO-ACCEPTED (WS-CURR-IX)
083100                 = RO-CTL-ACCEPTED (WS-CURR-IX)
083200             AND RO-REVERSED (WS-CURR-IX)
083300                 = RO-CTL-REVERSED (WS-CURR-IX)
083400             AND RO-REJECTED (WS-CURR-IX)
083500                 = RO-CTL-REJECTED (WS-CURR-IX)
083600             AND RO-VALUE (WS-CURR-IX)
083700                 = RO-CTL-VALUE (WS-CURR-IX)
083800             AND RO-RVSL-VALUE (WS-CURR-IX)
083900                 = RO-CTL-RVSL-VALUE (WS-CURR-IX)
084000         SET RO-BALANCED (WS-CURR-IX) TO TRUE
084100     ELSE
084200         ADD 1 TO WS-OUT-OF-BAL
084300     END-IF.
084400     MOVE SPACES TO RTRN-RECORD.
084500     SET RT-TRAILER TO TRUE.
084600     MOVE RO-ORIGIN (WS-CURR-IX) TO RT-ORIGIN.
084700     MOVE WS-BUS-DATE TO RT-BUS-DATE.
084800     MOVE RO-BATCHES (WS-CURR-IX) TO RT-TRL-BATCHES.
084900     COMPUTE RT-TRL-DETAILS = RO-ACCEPTED (WS-CURR-IX)
085000         + RO-REVERSED (WS-CURR-IX) + RO-REJECTED (WS-CURR-IX).
085100     MOVE RO-ACCEPTED (WS-CURR-IX) TO RT-TRL-ACCEPTED.
085200     MOVE RO-REVERSED (WS-CURR-IX) TO RT-TRL-REVERSED.
085300     MOVE RO-REJECTED (WS-CURR-IX) TO RT-TRL-REJECTED.
085400     MOVE RO-VALUE (WS-CURR-IX) TO RT-TRL-VALUE.
085500     MOVE RO-RVSL-VALUE (WS-CURR-IX) TO RT-TRL-RVSL-VALUE.
085600     IF RO-BALANCED (WS-CURR-IX)
085700         SET RT-TRL-BALANCED TO TRUE
085800     ELSE
085900         SET RT-TRL-NOT-BALANCED TO TRUE
086000     END-IF.
086100     PERFORM 2500-PUT-RECORD THRU 2500-EXIT.
086200     MOVE SPACES TO RTR-DETAIL-REC.
086300     MOVE RO-ORIGIN (WS-CURR-IX) TO RTR-DTL-ORIGIN.
086400     MOVE "FILE: " TO RTR-DTL-FILE-LABEL.
086500     MOVE WS-CURR-IX TO RTR-DTL-FILE.
086600     MOVE "BATCHES: " TO RTR-DTL-BAT-LABEL.
086700     MOVE RO-BATCHES (WS-CURR-IX) TO RTR-DTL-BATCHES.
086800     MOVE "RETURNED: " TO RTR-DTL-RET-LABEL.
086900     MOVE RT-TRL-DETAILS TO RTR-DTL-RETURNED.
087000     MOVE "CONTROL: " TO RTR-DTL-CTL-LABEL.
087100     COMPUTE RTR-DTL-CONTROL = RO-CTL-ACCEPTED (WS-CURR-IX)
087200         + RO-CTL-REVERSED (WS-CURR-IX)
087300         + RO-CTL-REJECTED (WS-CURR-IX).
087400     IF RO-BALANCED (WS-CURR-IX)
087500         MOVE "BALANCED" TO RTR-DTL-VERDICT
087600     ELSE
087700         IF RO-INFLIGHT (WS-CURR-IX) > 0
087800             MOVE "*** IN FLIGHT" TO RTR-DTL-VERDICT
087900         ELSE
088000             MOVE "*** OUT OF BAL" TO RTR-DTL-VERDICT
088100         END-IF
088200     END-IF.
088300     WRITE RTR-DETAIL-REC.
088400 6100-EXIT.
088500     EXIT.
088600
088700 7000-CLOSE-ALL-FILES.
088800     CLOSE RTRN-F1.
088900     CLOSE RTRN-F2.
089000     CLOSE RTRN-F3.
089100     CLOSE RTRN-F4.
089200     CLOSE RTRN-F5.
089300     CLOSE RTRN-F6.
089400     CLOSE RTRN-F7.
089500     CLOSE RTRN-F8.
089600     CLOSE RTRN-RPT.
089700 7000-EXIT.
089800     EXIT.
089900
090000*----------------------------------------------------------------
090100* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
090200* IN = AUDIT AND SUSPENSE RECORDS READ, OUT = DETAILS RETURNED,
090300* ERRORS = ORIGINS OUT OF BALANCE. SUMSRTRN MINTS NO RUN-ID.
090400*----------------------------------------------------------------
090500 8000-WRITE-RUN-JOURNAL.
090600     MOVE SPACES TO JRNL-RECORD.
090700     MOVE "SUMSRTRN" TO JR-PROGRAM-ID.
090800     MOVE SPACES TO JR-RUN-ID.
090900     MOVE WS-JRNL-START-TS TO JR-START-TS.
091000     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
091100     ACCEPT WS-JRNL-TIME FROM TIME.
091200     STRING WS-JRNL-DATE DELIMITED BY SIZE
091300            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
091400         INTO JR-END-TS.
091500     COMPUTE JR-RECS-IN = WS-AUDIT-READ + WS-SUSP-READ.
091600     MOVE WS-RETURNED TO JR-RECS-OUT.
091700     MOVE WS-OUT-OF-BAL TO JR-ERROR-COUNT.
091800     MOVE RETURN-CODE TO JR-RETURN-CODE.
091900     CALL "SUMSJRNL" USING JRNL-RECORD.
092000 8000-EXIT.
092100     EXIT.
