000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSBGMN.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSBGMN - COST-CENTER BUDGET MASTER MAINTENANCE
000900*
001000* APPLIES OPERATOR TRANSACTION CARDS AGAINST THE KEYED BUDGET
001100* MASTER (BUDGMAST) THAT SUMSBUDG MEASURES EACH COST CENTER'S
001200* MONTH-TO-DATE CONSUMPTION AGAINST, SO FINANCE CAN SET OR
001300* ADJUST A CENTER'S MONTHLY CEILING WITHOUT A RECOMPILE.
001400*
001500* ONE CARD PER CENTER PER MONTH (SEE BUDGTXN IN
001600* JCL/SUMSBGMJ.JCL):
001700*   COL 1      ACTION - A ADD, C CHANGE, D DELETE
001800*   COLS 2-5   COST CENTER
001900*   COLS 6-11  BUDGET MONTH (YYYYMM)
002000*   COLS 12-27 BUDGETED NET VALUE (16 DIGITS, GREATER THAN 0)
002100*   COLS 28-34 BUDGETED RECORD COUNT (7 DIGITS, 0 = NO COUNT
002200*              CEILING)
002300*   COLS 35-37 WARNING PERCENTAGE OF BUDGET (001-999)
002400*   COLS 38-40 HARD-LIMIT PERCENTAGE OF BUDGET (001-999, NOT
002500*              BELOW THE WARNING PERCENTAGE)
002600*   COLS 73-80 OPERATOR ID (REQUIRED ON EVERY CARD)
002700* FOR A DELETE ONLY THE ACTION, KEY AND OPERATOR ID ARE USED.
002800*
002900* EVERY CARD IS ECHOED ON THE MAINTENANCE REPORT AS APPLIED OR
003000* REJECTED WITH ITS REASON. THE MASTER IS CREATED EMPTY ON THE
003100* FIRST RUN IF IT DOES NOT EXIST YET.
003200*
003300* EVERY APPLIED CARD ALSO APPENDS A BEFORE/AFTER IMAGE OF THE
003400* BUDGET, WITH THE OPERATOR ID, TO THE SHARED MASTER CHANGE
003500* JOURNAL THROUGH SUMSCHGJ. A RUN WHOSE JOURNAL CANNOT BE
003600* OPENED IS REFUSED BEFORE ANY CARD IS APPLIED.
003700*
003800* MODIFICATION HISTORY
003900* DATE       BY   DESCRIPTION
004000* ---------- ---- ---------------------------------------------
004100* 2026-10-15 JH   ORIGINAL PROGRAM, ON THE SUMSRTMN PATTERN.
004200*================================================================
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT BUDG-TXN ASSIGN TO "BUDGTXN"
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000     SELECT BUDG-FILE ASSIGN TO "BUDGMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS BM-BUDG-KEY
005400         FILE STATUS IS WS-BUDG-STATUS.
005500
005600     SELECT BUDG-RPT ASSIGN TO "BUDGRPT"
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BUDG-TXN
006200     RECORD CONTAINS 80 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400 01  BUDG-TXN-RECORD.
006500     05  BX-ACTION               PIC X(01).
006600     05  BX-COST-CENTER          PIC X(04).
006700     05  BX-MONTH                PIC X(06).
006800     05  BX-MONTH-R REDEFINES BX-MONTH.
006900         10  BX-MONTH-YYYY       PIC X(04).
007000         10  BX-MONTH-MM         PIC X(02).
007100     05  BX-BUDGET-VALUE         PIC X(16).
007200     05  BX-BUDGET-VALUE-R REDEFINES BX-BUDGET-VALUE
007300                                 PIC 9(16).
007400     05  BX-BUDGET-COUNT         PIC X(07).
007500     05  BX-WARN-PCT             PIC X(03).
007600     05  BX-WARN-PCT-R REDEFINES BX-WARN-PCT
007700                                 PIC 9(03).
007800     05  BX-LIMIT-PCT            PIC X(03).
007900     05  BX-LIMIT-PCT-R REDEFINES BX-LIMIT-PCT
008000                                 PIC 9(03).
008100     05  FILLER                  PIC X(32).
008200     05  BX-OPERATOR-ID          PIC X(08).
008300
008400 FD  BUDG-FILE
008500     RECORD CONTAINS 60 CHARACTERS
008600     LABEL RECORDS ARE STANDARD.
008700 01  BUDG-FILE-REC.
008800     05  BM-BUDG-KEY             PIC X(10).
008900     05  FILLER                  PIC X(50).
009000
009100 FD  BUDG-RPT
009200     RECORD CONTAINS 80 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400 01  BUDG-HEADER-REC.
009500     05  BGT-HDR-LABEL           PIC X(40).
009600     05  BGT-HDR-DATE            PIC X(08).
009700     05  FILLER                  PIC X(32).
009800 01  BUDG-DETAIL-REC.
009900     05  BGT-DTL-STATUS          PIC X(10).
010000     05  BGT-DTL-ACTION          PIC X(01).
010100     05  FILLER                  PIC X(01).
010200     05  BGT-DTL-KEY             PIC X(10).
010300     05  FILLER                  PIC X(01).
010400     05  BGT-DTL-TEXT            PIC X(30).
010500     05  FILLER                  PIC X(27).
010600 01  BUDG-TRAILER-REC.
010700     05  BGT-TRL-APP-LABEL       PIC X(09).
010800     05  BGT-TRL-APPLIED         PIC ZZZZ9.
010900     05  FILLER                  PIC X(02).
011000     05  BGT-TRL-REJ-LABEL       PIC X(10).
011100     05  BGT-TRL-REJECTED        PIC ZZZZ9.
011200     05  FILLER                  PIC X(49).
011300
011400 WORKING-STORAGE SECTION.
011500 01  WS-TXN-EOF-SW           PIC X(01)  VALUE 'N'.
011600     88  WS-TXN-EOF                  VALUE 'Y'.
011700 01  WS-TXN-OK-SW            PIC X(01)  VALUE 'Y'.
011800     88  WS-TXN-OK                   VALUE 'Y'.
011900     88  WS-TXN-BAD                  VALUE 'N'.
012000 01  WS-BUDG-STATUS          PIC X(02)  VALUE SPACES.
012100 01  WS-APPLIED-COUNT        PIC S9(05) COMP-3 VALUE 0.
012200 01  WS-REJECTED-COUNT       PIC S9(05) COMP-3 VALUE 0.
012300 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
012400 01  WS-REJECT-TEXT          PIC X(30)  VALUE SPACES.
012500 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
012600 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
012700 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
012800 01  WS-CHGJ-STATUS          PIC X(02)  VALUE SPACES.
012900 COPY JRNLREC.
013000 COPY BUDGREC.
013100 COPY CHGJREC.
013200
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013600     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
013700         UNTIL WS-TXN-EOF.
013800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
013900     STOP RUN.
014000
014100*----------------------------------------------------------------
014200* 1000-INITIALIZE - OPEN FILES (CREATING THE MASTER ON FIRST
014300* USE) AND THE CHANGE JOURNAL, WRITE THE REPORT HEADER, PRIME
014400* THE CARD READ.
014500*----------------------------------------------------------------
014600 1000-INITIALIZE.
014700     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
014800     ACCEPT WS-JRNL-TIME FROM TIME.
014900     STRING WS-JRNL-DATE DELIMITED BY SIZE
015000            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
015100         INTO WS-JRNL-START-TS.
015200     OPEN INPUT BUDG-TXN.
015300     OPEN OUTPUT BUDG-RPT.
015400     CALL "SUMSCHGJ-OPEN" USING WS-CHGJ-STATUS.
015500     IF WS-CHGJ-STATUS NOT = "00"
015600         DISPLAY "SUMSBGMN CANNOT OPEN CHANGE JOURNAL - STATUS "
015700             WS-CHGJ-STATUS
015800         MOVE 16 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     OPEN I-O BUDG-FILE.
016200     IF WS-BUDG-STATUS = "35"
016300         OPEN OUTPUT BUDG-FILE
016400         CLOSE BUDG-FILE
016500         OPEN I-O BUDG-FILE
016600     END-IF.
016700     IF WS-BUDG-STATUS NOT = "00"
016800         DISPLAY "SUMSBGMN CANNOT OPEN BUDGET MASTER - STATUS "
016900             WS-BUDG-STATUS
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017400     MOVE SPACES TO BUDG-HEADER-REC.
017500     MOVE "SUMSBGMN BUDGET MAINTENANCE - RUN DATE: "
017600         TO BGT-HDR-LABEL.
017700     MOVE WS-RUN-DATE TO BGT-HDR-DATE.
017800     WRITE BUDG-HEADER-REC.
017900     PERFORM 2100-READ-TXN THRU 2100-EXIT.
018000 1000-EXIT.
018100     EXIT.
018200
018300*----------------------------------------------------------------
018400* 2000-PROCESS-TXN - EDIT AND APPLY ONE TRANSACTION CARD.
018500*----------------------------------------------------------------
018600 2000-PROCESS-TXN.
018700     PERFORM 2200-EDIT-TXN THRU 2200-EXIT.
018800     IF WS-TXN-OK
018900         PERFORM 2300-APPLY-TXN THRU 2300-EXIT
019000     ELSE
019100         PERFORM 2400-REPORT-REJECT THRU 2400-EXIT
019200     END-IF.
019300     PERFORM 2100-READ-TXN THRU 2100-EXIT.
019400 2000-EXIT.
019500     EXIT.
019600
019700 2100-READ-TXN.
019800     READ BUDG-TXN
019900         AT END
020000             SET WS-TXN-EOF TO TRUE
020100     END-READ.
020200 2100-EXIT.
020300     EXIT.
020400
020500*----------------------------------------------------------------
020600* 2200-EDIT-TXN - VALIDATE A CARD BEFORE IT TOUCHES THE
020700* MASTER. A DELETE ONLY NEEDS A VALID ACTION AND KEY.
020800*----------------------------------------------------------------
020900 2200-EDIT-TXN.
021000     SET WS-TXN-OK TO TRUE.
021100     MOVE SPACES TO WS-REJECT-TEXT.
021200     IF BX-ACTION NOT = "A"
021300             AND BX-ACTION NOT = "C"
021400             AND BX-ACTION NOT = "D"
021500         SET WS-TXN-BAD TO TRUE
021600         MOVE "ACTION NOT A, C OR D" TO WS-REJECT-TEXT
021700         GO TO 2200-EXIT
021800     END-IF.
021900     IF BX-COST-CENTER = SPACES
022000         SET WS-TXN-BAD TO TRUE
022100         MOVE "COST CENTER MISSING" TO WS-REJECT-TEXT
022200         GO TO 2200-EXIT
022300     END-IF.
022400     IF BX-MONTH NOT NUMERIC
022500             OR BX-MONTH-MM < "01"
022600             OR BX-MONTH-MM > "12"
022700         SET WS-TXN-BAD TO TRUE
022800         MOVE "MONTH NOT YYYYMM" TO WS-REJECT-TEXT
022900         GO TO 2200-EXIT
023000     END-IF.
023100     IF BX-OPERATOR-ID = SPACES
023200         SET WS-TXN-BAD TO TRUE
023300         MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
023400         GO TO 2200-EXIT
023500     END-IF.
023600     IF BX-ACTION = "D"
023700         GO TO 2200-EXIT
023800     END-IF.
023900     IF BX-BUDGET-VALUE NOT NUMERIC
024000             OR BX-BUDGET-COUNT NOT NUMERIC
024100         SET WS-TXN-BAD TO TRUE
024200         MOVE "BUDGET VALUE/COUNT NOT NUMERIC" TO WS-REJECT-TEXT
024300         GO TO 2200-EXIT
024400     END-IF.
024500     IF BX-BUDGET-VALUE-R = 0
024600         SET WS-TXN-BAD TO TRUE
024700         MOVE "BUDGET VALUE ZERO" TO WS-REJECT-TEXT
024800         GO TO 2200-EXIT
024900     END-IF.
025000     IF BX-WARN-PCT NOT NUMERIC
025100             OR BX-LIMIT-PCT NOT NUMERIC
025200         SET WS-TXN-BAD TO TRUE
025300         MOVE "PERCENTAGES NOT NUMERIC" TO WS-REJECT-TEXT
025400         GO TO 2200-EXIT
025500     END-IF.
025600     IF BX-WARN-PCT-R = 0 OR BX-LIMIT-PCT-R = 0
025700         SET WS-TXN-BAD TO TRUE
025800         MOVE "PERCENTAGE ZERO" TO WS-REJECT-TEXT
025900         GO TO 2200-EXIT
026000     END-IF.
026100     IF BX-WARN-PCT-R > BX-LIMIT-PCT-R
026200         SET WS-TXN-BAD TO TRUE
026300         MOVE "WARNING PCT ABOVE HARD LIMIT" TO WS-REJECT-TEXT
026400     END-IF.
026500 2200-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------
026900* 2300-APPLY-TXN - WRITE, REWRITE OR DELETE THE KEYED RECORD
027000* AND JOURNAL THE CHANGE ONCE IT HAS BEEN APPLIED.
027100*----------------------------------------------------------------
027200 2300-APPLY-TXN.
027300     MOVE SPACES TO BUDG-RECORD.
027400     MOVE BX-COST-CENTER TO BU-COST-CENTER.
027500     MOVE BX-MONTH TO BU-MONTH.
027600     MOVE SPACES TO CHGJ-RECORD.
027700     IF BX-ACTION NOT = "A"
027800         PERFORM 2320-READ-BEFORE-IMAGE THRU 2320-EXIT
027900     END-IF.
028000     IF BX-ACTION NOT = "D"
028100         MOVE BX-BUDGET-VALUE TO BU-BUDGET-VALUE
028200         MOVE BX-BUDGET-COUNT TO BU-BUDGET-COUNT
028300         MOVE BX-WARN-PCT TO BU-WARN-PCT
028400         MOVE BX-LIMIT-PCT TO BU-LIMIT-PCT
028500     END-IF.
028600     IF BX-ACTION = "A"
028700         MOVE BUDG-RECORD TO BUDG-FILE-REC
028800         WRITE BUDG-FILE-REC
028900             INVALID KEY
029000                 SET WS-TXN-BAD TO TRUE
029100                 MOVE "BUDGET ALREADY ON MASTER" TO WS-REJECT-TEXT
029200         END-WRITE
029300     END-IF.
029400     IF BX-ACTION = "C"
029500         MOVE BUDG-RECORD TO BUDG-FILE-REC
029600         REWRITE BUDG-FILE-REC
029700             INVALID KEY
029800                 SET WS-TXN-BAD TO TRUE
029900                 MOVE "BUDGET NOT ON MASTER" TO WS-REJECT-TEXT
030000         END-REWRITE
030100     END-IF.
030200     IF BX-ACTION = "D"
030300         MOVE BU-BUDG-KEY TO BM-BUDG-KEY
030400         DELETE BUDG-FILE
030500             INVALID KEY
030600                 SET WS-TXN-BAD TO TRUE
030700                 MOVE "BUDGET NOT ON MASTER" TO WS-REJECT-TEXT
030800         END-DELETE
030900     END-IF.
031000     IF WS-TXN-OK
031100         ADD 1 TO WS-APPLIED-COUNT
031200         MOVE SPACES TO BUDG-DETAIL-REC
031300         MOVE "APPLIED:  " TO BGT-DTL-STATUS
031400         MOVE BX-ACTION TO BGT-DTL-ACTION
031500         MOVE BU-BUDG-KEY TO BGT-DTL-KEY
031600         WRITE BUDG-DETAIL-REC
031700         PERFORM 2360-WRITE-CHANGE-JOURNAL THRU 2360-EXIT
031800     ELSE
031900         PERFORM 2400-REPORT-REJECT THRU 2400-EXIT
032000     END-IF.
032100 2300-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------------
032500* 2320-READ-BEFORE-IMAGE - CAPTURE THE BUDGET AS IT STANDS
032600* BEFORE A CHANGE OR DELETE. A KEY NOT ON THE MASTER LEAVES
032700* THE IMAGE BLANK - THE REWRITE OR DELETE THEN REJECTS THE
032800* CARD.
032900*----------------------------------------------------------------
033000 2320-READ-BEFORE-IMAGE.
033100     MOVE BU-BUDG-KEY TO BM-BUDG-KEY.
033200     READ BUDG-FILE INTO CJ-BEFORE-IMAGE
033300         INVALID KEY
033400             MOVE SPACES TO CJ-BEFORE-IMAGE
033500     END-READ.
033600 2320-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------------
034000* 2360-WRITE-CHANGE-JOURNAL - APPEND THE APPLIED CARD'S BEFORE
034100* AND AFTER IMAGES TO THE MASTER CHANGE JOURNAL. A DELETE HAS
034200* NO AFTER IMAGE.
034300*----------------------------------------------------------------
034400 2360-WRITE-CHANGE-JOURNAL.
034500     MOVE "BUDGMAST" TO CJ-MASTER-NAME.
034600     MOVE BU-BUDG-KEY TO CJ-MASTER-KEY.
034700     MOVE BX-ACTION TO CJ-ACTION.
034800     MOVE BX-OPERATOR-ID TO CJ-OPERATOR-ID.
034900     MOVE "SUMSBGMN" TO CJ-PROGRAM-ID.
035000     IF BX-ACTION NOT = "D"
035100         MOVE BUDG-RECORD TO CJ-AFTER-IMAGE
035200     END-IF.
035300     CALL "SUMSCHGJ" USING CHGJ-RECORD.
035400 2360-EXIT.
035500     EXIT.
035600
035700 2400-REPORT-REJECT.
035800     ADD 1 TO WS-REJECTED-COUNT.
035900     MOVE SPACES TO BUDG-DETAIL-REC.
036000     MOVE "REJECTED: " TO BGT-DTL-STATUS.
036100     MOVE BX-ACTION TO BGT-DTL-ACTION.
036200     MOVE BX-COST-CENTER TO BGT-DTL-KEY (1:4).
036300     MOVE BX-MONTH TO BGT-DTL-KEY (5:6).
036400     MOVE WS-REJECT-TEXT TO BGT-DTL-TEXT.
036500     WRITE BUDG-DETAIL-REC.
036600 2400-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------------
037000* 3000-TERMINATE - CONTROL TOTALS, CLOSE FILES, END RUN.
037100*----------------------------------------------------------------
037200 3000-TERMINATE.
037300     MOVE SPACES TO BUDG-TRAILER-REC.
037400     MOVE "APPLIED: " TO BGT-TRL-APP-LABEL.
037500     MOVE WS-APPLIED-COUNT TO BGT-TRL-APPLIED.
037600     MOVE "REJECTED: " TO BGT-TRL-REJ-LABEL.
037700     MOVE WS-REJECTED-COUNT TO BGT-TRL-REJECTED.
037800     WRITE BUDG-TRAILER-REC.
037900     CLOSE BUDG-TXN.
038000     CLOSE BUDG-FILE.
038100     CLOSE BUDG-RPT.
038200     CALL "SUMSCHGJ-CLOSE".
038300     IF WS-REJECTED-COUNT > 0
038400         MOVE 4 TO RETURN-CODE
038500     END-IF.
038600     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
038700 3000-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------
039100* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
039200* IN = CARDS READ, OUT = CARDS APPLIED, ERRORS = CARDS
039300* REJECTED. MAINTENANCE RUNS MINT NO RUN-ID.
039400*----------------------------------------------------------------
039500 8000-WRITE-RUN-JOURNAL.
039600     MOVE SPACES TO JRNL-RECORD.
039700     MOVE "SUMSBGMN" TO JR-PROGRAM-ID.
039800     MOVE SPACES TO JR-RUN-ID.
039900     MOVE WS-JRNL-START-TS TO JR-START-TS.
040000     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
040100     ACCEPT WS-JRNL-TIME FROM TIME.
040200     STRING WS-JRNL-DATE DELIMITED BY SIZE
040300            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
040400         INTO JR-END-TS.
040500     COMPUTE JR-RECS-IN = WS-APPLIED-COUNT
040600         + WS-REJECTED-COUNT.
040700     MOVE WS-APPLIED-COUNT TO JR-RECS-OUT.
040800     MOVE WS-REJECTED-COUNT TO JR-ERROR-COUNT.
040900     MOVE RETURN-CODE TO JR-RETURN-CODE.
041000     CALL "SUMSJRNL" USING JRNL-RECORD.
041100 8000-EXIT.
041200     EXIT.
