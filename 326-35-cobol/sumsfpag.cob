000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSFPAG.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSFPAG - DUPLICATE-DETAIL FINGERPRINT AGING
000900*
001000* SUMS RECORDS ONE FINGERPRINT (ORIGIN, COST CENTER, FACTOR A,
001100* FACTOR B, MODE - SEE FPRTREC) ON THE KEYED FINGERPRINT FILE
001200* FOR EVERY NEW DETAIL IT ACCEPTS, AND SUSPENDS A LATER DETAIL
001300* WITH THE SAME FINGERPRINT FROM ANOTHER BATCH INSIDE THE
001400* LOOK-BACK WINDOW AS A SUSPECTED DUPLICATE (REASON E08). THIS
001500* PROGRAM KEEPS THE FILE DOWN TO THE WINDOW: EVERY FINGERPRINT
001600* WHOSE BUSINESS DATE IS OLDER THAN THE FIRST DAY OF THE WINDOW
001700* IS DELETED, SO THE FILE DOES NOT GROW WITHOUT END AND A PAIR
001800* LEGITIMATELY REPEATED AFTER THE WINDOW HAS CLOSED IS NOT
001900* HELD AGAINST AN EXPIRED RECORD.
002000*
002100* THE WINDOW IS THE ONE SUMS USES: SUMSFPAG READS THE SAME
002200* SUMSPARM CARD (PARMIN DD, LAYOUT IN THE SUMS PROLOGUE):
002300*   COLS 2-9   BUSINESS DATE (YYYYMMDD; BLANK = RUN DATE)
002400*   COLS 12-14 LOOK-BACK IN CALENDAR DAYS (BLANK = 5). WITH 000
002500*              (CHECK OFF IN SUMS) EVERY FINGERPRINT OLDER THAN
002600*              THE BUSINESS DATE IS DELETED.
002700* THE OLDEST DATE KEPT IS THE BUSINESS DATE LESS THE LOOK-BACK,
002800* THE SAME FIRST DAY OF THE WINDOW SUMS COMPUTES.
002900*
003000* MODIFICATION HISTORY
003100* DATE       BY   DESCRIPTION
003200* ---------- ---- ---------------------------------------------
003300* 2026-10-15 JH   ORIGINAL PROGRAM.
003400*================================================================
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT FPRT-FILE ASSIGN TO "DUPFPRT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS FF-FPRT-KEY
004300         FILE STATUS IS WS-FPRT-STATUS.
004400
004500     SELECT OPTIONAL PARM-IN ASSIGN TO "PARMIN"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PARM-STATUS.
004800
004900     SELECT FPAG-RPT ASSIGN TO "FPAGRPT"
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  FPRT-FILE
005500     RECORD CONTAINS 60 CHARACTERS
005600     LABEL RECORDS ARE STANDARD.
005700 01  FPRT-FILE-REC.
005800     05  FF-FPRT-KEY             PIC X(23).
005900     05  FILLER                  PIC X(37).
006000
006100 FD  PARM-IN
006200     RECORD CONTAINS 80 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400 01  PARM-RECORD.
006500     05  PM-DEFAULT-MODE         PIC X(01).
006600     05  PM-BUS-DATE             PIC X(08).
006700     05  PM-OVERRIDE-SW          PIC X(01).
006800     05  PM-RESTART-SW           PIC X(01).
006900     05  PM-DUP-DAYS             PIC X(03).
007000     05  FILLER                  PIC X(66).
007100
007200 FD  FPAG-RPT
007300     RECORD CONTAINS 80 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500 01  FPG-HEADER-REC.
007600     05  FPG-HDR-LABEL           PIC X(45).
007700     05  FPG-HDR-DATE            PIC X(08).
007800     05  FILLER                  PIC X(27).
007900 01  FPG-WINDOW-REC.
008000     05  FPG-WIN-DAYS-LABEL      PIC X(16).
008100     05  FPG-WIN-DAYS            PIC ZZ9.
008200     05  FILLER                  PIC X(04).
008300     05  FPG-WIN-FROM-LABEL      PIC X(13).
008400     05  FPG-WIN-FROM            PIC X(08).
008500     05  FILLER                  PIC X(36).
008600 01  FPG-TRAILER-REC.
008700     05  FPG-TRL-READ-LABEL      PIC X(06).
008800     05  FPG-TRL-READ            PIC Z(06)9.
008900     05  FILLER                  PIC X(02).
009000     05  FPG-TRL-DEL-LABEL       PIC X(09).
009100     05  FPG-TRL-DELETED         PIC Z(06)9.
009200     05  FILLER                  PIC X(02).
009300     05  FPG-TRL-KEPT-LABEL      PIC X(06).
009400     05  FPG-TRL-KEPT            PIC Z(06)9.
009500     05  FILLER                  PIC X(02).
009600     05  FPG-TRL-FAIL-LABEL      PIC X(08).
009700     05  FPG-TRL-FAILED          PIC Z(06)9.
009800     05  FILLER                  PIC X(17).
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-FPRT-STATUS          PIC X(02)  VALUE SPACES.
010200 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
010300 01  WS-FPRT-EOF-SW          PIC X(01)  VALUE 'N'.
010400     88  WS-FPRT-EOF                 VALUE 'Y'.
010500 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
010600 01  WS-BUS-DATE             PIC X(08)  VALUE SPACES.
010700 01  WS-DUP-FROM-DATE        PIC X(08)  VALUE SPACES.
010800 01  WS-DUP-DAYS             PIC S9(03) COMP-3 VALUE 5.
010900 01  WS-DUP-DAYS-IN          PIC 9(03)  VALUE 0.
011000 01  WS-READ-COUNT           PIC S9(07) COMP-3 VALUE 0.
011100 01  WS-DELETE-COUNT         PIC S9(07) COMP-3 VALUE 0.
011200 01  WS-KEPT-COUNT           PIC S9(07) COMP-3 VALUE 0.
011300 01  WS-FAIL-COUNT           PIC S9(07) COMP-3 VALUE 0.
011400 01  WS-DAY-SUB              PIC S9(04) COMP  VALUE 0.
011500 01  WS-DATE-WORK            PIC X(08)  VALUE SPACES.
011600 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
011700     05  WS-DW-YEAR              PIC 9(04).
011800     05  WS-DW-MONTH             PIC 9(02).
011900     05  WS-DW-DAY               PIC 9(02).
012000 01  WS-MONTH-DAYS           PIC 9(02)  VALUE 0.
012100 01  WS-LEAP-Q               PIC 9(04)  VALUE 0.
012200 01  WS-LEAP-R4              PIC 9(04)  VALUE 0.
012300 01  WS-LEAP-R100            PIC 9(04)  VALUE 0.
012400 01  WS-LEAP-R400            PIC 9(04)  VALUE 0.
012500 COPY FPRTREC.
012600 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
012700 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
012800 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
012900 COPY JRNLREC.
013000
013100 PROCEDURE DIVISION.
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     PERFORM 2000-AGE-ONE-FINGERPRINT THRU 2000-EXIT
013500         UNTIL WS-FPRT-EOF.
013600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
013700     STOP RUN.
013800
013900*----------------------------------------------------------------
014000* 1000-INITIALIZE - RESOLVE THE BUSINESS DATE AND LOOK-BACK,
014100* WORK OUT THE OLDEST DATE KEPT, OPEN THE FINGERPRINT FILE FOR
014200* UPDATE AND POSITION AT ITS FIRST RECORD. A FINGERPRINT FILE
014300* THAT CANNOT BE OPENED STOPS THE RUN RC=16.
014400*----------------------------------------------------------------
014500 1000-INITIALIZE.
014600     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
014700     ACCEPT WS-JRNL-TIME FROM TIME.
014800     STRING WS-JRNL-DATE DELIMITED BY SIZE
014900            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
015000         INTO WS-JRNL-START-TS.
015100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015200     MOVE WS-RUN-DATE TO WS-BUS-DATE.
015300     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
015400     MOVE WS-BUS-DATE TO WS-DATE-WORK.
015500     PERFORM 1200-SUBTRACT-ONE-DAY THRU 1200-EXIT
015600         VARYING WS-DAY-SUB FROM 1 BY 1
015700         UNTIL WS-DAY-SUB > WS-DUP-DAYS.
015800     MOVE WS-DATE-WORK TO WS-DUP-FROM-DATE.
015900     OPEN I-O FPRT-FILE.
016000     IF WS-FPRT-STATUS NOT = "00"
016100         DISPLAY "SUMSFPAG CANNOT OPEN FINGERPRINT FILE - STATUS "
016200             WS-FPRT-STATUS
016300         MOVE 16 TO RETURN-CODE
016400         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
016500         STOP RUN
016600     END-IF.
016700     OPEN OUTPUT FPAG-RPT.
016800     MOVE SPACES TO FPG-HEADER-REC.
016900     MOVE "SUMSFPAG FINGERPRINT AGING - BUSINESS DATE: "
017000         TO FPG-HDR-LABEL.
017100     MOVE WS-BUS-DATE TO FPG-HDR-DATE.
017200     WRITE FPG-HEADER-REC.
017300     MOVE SPACES TO FPG-WINDOW-REC.
017400     MOVE "LOOK-BACK DAYS: " TO FPG-WIN-DAYS-LABEL.
017500     MOVE WS-DUP-DAYS TO FPG-WIN-DAYS.
017600     MOVE "OLDEST KEPT: " TO FPG-WIN-FROM-LABEL.
017700     MOVE WS-DUP-FROM-DATE TO FPG-WIN-FROM.
017800     WRITE FPG-WINDOW-REC.
017900     MOVE LOW-VALUES TO FF-FPRT-KEY.
018000     START FPRT-FILE KEY NOT < FF-FPRT-KEY
018100         INVALID KEY
018200             SET WS-FPRT-EOF TO TRUE
018300     END-START.
018400 1000-EXIT.
018500     EXIT.
018600
018700*----------------------------------------------------------------
018800* 1100-READ-PARM-CARD - BUSINESS DATE AND LOOK-BACK FROM THE
018900* SUMS PARAMETER CARD. PARMIN IS OPTIONAL; A NON-NUMERIC FIELD
019000* STOPS THE RUN RC=16 RATHER THAN AGE TO THE WRONG WINDOW.
019100*----------------------------------------------------------------
019200 1100-READ-PARM-CARD.
019300     OPEN INPUT PARM-IN.
019400     IF WS-PARM-STATUS = "00"
019500         READ PARM-IN
019600             AT END
019700                 CONTINUE
019800             NOT AT END
019900                 IF PM-BUS-DATE NOT = SPACES
020000                     IF PM-BUS-DATE IS NUMERIC
020100                         MOVE PM-BUS-DATE TO WS-BUS-DATE
020200                     ELSE
020300                         DISPLAY "PARMIN DATE INVALID: "
020400                             PM-BUS-DATE
020500                         CLOSE PARM-IN
020600                         MOVE 16 TO RETURN-CODE
020700                         STOP RUN
020800                     END-IF
020900                 END-IF
021000                 IF PM-DUP-DAYS NOT = SPACES
021100                     IF PM-DUP-DAYS IS NUMERIC
021200                         MOVE PM-DUP-DAYS TO WS-DUP-DAYS-IN
021300                         MOVE WS-DUP-DAYS-IN TO WS-DUP-DAYS
021400                     ELSE
021500                         DISPLAY "PARMIN LOOK-BACK INVALID: "
021600                             PM-DUP-DAYS
021700                         CLOSE PARM-IN
021800                         MOVE 16 TO RETURN-CODE
021900                         STOP RUN
022000                     END-IF
022100                 END-IF
022200         END-READ
022300         CLOSE PARM-IN
022400     END-IF.
022500 1100-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------------
022900* 1200-SUBTRACT-ONE-DAY - ROLL WS-DATE-WORK BACK ONE CALENDAR
023000* DAY, BORROWING ACROSS MONTH AND YEAR ENDS.
023100*----------------------------------------------------------------
023200 1200-SUBTRACT-ONE-DAY.
023300     IF WS-DW-DAY > 1
023400         SUBTRACT 1 FROM WS-DW-DAY
023500         GO TO 1200-EXIT
023600     END-IF.
023700     IF WS-DW-MONTH > 1
023800         SUBTRACT 1 FROM WS-DW-MONTH
023900     ELSE
024000         MOVE 12 TO WS-DW-MONTH
024100         SUBTRACT 1 FROM WS-DW-YEAR
024200     END-IF.
024300     PERFORM 1210-SET-MONTH-DAYS THRU 1210-EXIT.
024400     MOVE WS-MONTH-DAYS TO WS-DW-DAY.
024500 1200-EXIT.
024600     EXIT.
024700
024800 1210-SET-MONTH-DAYS.
024900     EVALUATE WS-DW-MONTH
025000         WHEN 4
025100         WHEN 6
025200         WHEN 9
025300         WHEN 11
025400             MOVE 30 TO WS-MONTH-DAYS
025500         WHEN 2
025600             DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-Q
025700                 REMAINDER WS-LEAP-R4
025800             DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-Q
025900                 REMAINDER WS-LEAP-R100
026000             DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-Q
026100                 REMAINDER WS-LEAP-R400
026200             IF WS-LEAP-R4 = 0
026300                     AND (WS-LEAP-R100 NOT = 0
026400                         OR WS-LEAP-R400 = 0)
026500                 MOVE 29 TO WS-MONTH-DAYS
026600             ELSE
026700                 MOVE 28 TO WS-MONTH-DAYS
026800             END-IF
026900         WHEN OTHER
027000             MOVE 31 TO WS-MONTH-DAYS
027100     END-EVALUATE.
027200 1210-EXIT.
027300     EXIT.
027400
027500*----------------------------------------------------------------
027600* 2000-AGE-ONE-FINGERPRINT - READ THE NEXT FINGERPRINT IN KEY
027700* ORDER AND DELETE IT WHEN ITS BUSINESS DATE IS OLDER THAN THE
027800* FIRST DAY OF THE WINDOW. A FAILED DELETE IS LOGGED AND
027900* COUNTED; THE RECORD IS SIMPLY RETRIED ON THE NEXT RUN.
028000*----------------------------------------------------------------
028100 2000-AGE-ONE-FINGERPRINT.
028200     READ FPRT-FILE NEXT RECORD
028300         AT END
028400             SET WS-FPRT-EOF TO TRUE
028500             GO TO 2000-EXIT
028600     END-READ.
028700     MOVE FPRT-FILE-REC TO FPRT-RECORD.
028800     ADD 1 TO WS-READ-COUNT.
028900     IF FP-BUS-DATE NOT < WS-DUP-FROM-DATE
029000         ADD 1 TO WS-KEPT-COUNT
029100         GO TO 2000-EXIT
029200     END-IF.
029300     DELETE FPRT-FILE RECORD
029400         INVALID KEY
029500             DISPLAY "SUMSFPAG DELETE FAILED FOR " FF-FPRT-KEY
029600                 " STATUS " WS-FPRT-STATUS
029700             ADD 1 TO WS-FAIL-COUNT
029800             ADD 1 TO WS-KEPT-COUNT
029900             GO TO 2000-EXIT
030000     END-DELETE.
030100     ADD 1 TO WS-DELETE-COUNT.
030200 2000-EXIT.
030300     EXIT.
030400
030500*----------------------------------------------------------------
030600* 3000-TERMINATE - CONTROL TOTALS, CLOSE FILES. RC=4 WHEN ANY
030700* EXPIRED FINGERPRINT COULD NOT BE DELETED.
030800*----------------------------------------------------------------
030900 3000-TERMINATE.
031000     MOVE SPACES TO FPG-TRAILER-REC.
031100     MOVE "READ: " TO FPG-TRL-READ-LABEL.
031200     MOVE WS-READ-COUNT TO FPG-TRL-READ.
031300     MOVE "DELETED: " TO FPG-TRL-DEL-LABEL.
031400     MOVE WS-DELETE-COUNT TO FPG-TRL-DELETED.
031500     MOVE "KEPT: " TO FPG-TRL-KEPT-LABEL.
031600     MOVE WS-KEPT-COUNT TO FPG-TRL-KEPT.
031700     MOVE "FAILED: " TO FPG-TRL-FAIL-LABEL.
031800     MOVE WS-FAIL-COUNT TO FPG-TRL-FAILED.
031900     WRITE FPG-TRAILER-REC.
032000     CLOSE FPRT-FILE.
032100     CLOSE FPAG-RPT.
032200     IF WS-FAIL-COUNT > 0
032300         MOVE 4 TO RETURN-CODE
032400     END-IF.
032500     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
032600 3000-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------------
033000* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
033100* IN = FINGERPRINTS READ, OUT = FINGERPRINTS DELETED, ERRORS =
033200* FAILED DELETES. SUMSFPAG MINTS NO RUN-ID.
033300*----------------------------------------------------------------
033400 8000-WRITE-RUN-JOURNAL.
033500     MOVE SPACES TO JRNL-RECORD.
033600     MOVE "SUMSFPAG" TO JR-PROGRAM-ID.
033700     MOVE SPACES TO JR-RUN-ID.
033800     MOVE WS-JRNL-START-TS TO JR-START-TS.
033900     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
034000     ACCEPT WS-JRNL-TIME FROM TIME.
034100     STRING WS-JRNL-DATE DELIMITED BY SIZE
034200            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
034300         INTO JR-END-TS.
034400     MOVE WS-READ-COUNT TO JR-RECS-IN.
034500     MOVE WS-DELETE-COUNT TO JR-RECS-OUT.
034600     MOVE WS-FAIL-COUNT TO JR-ERROR-COUNT.
034700     MOVE RETURN-CODE TO JR-RETURN-CODE.
034800     CALL "SUMSJRNL" USING JRNL-RECORD.
034900 8000-EXIT.
035000     EXIT.
