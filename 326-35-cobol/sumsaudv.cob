000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSAUDV.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSAUDV - KEYED AUDIT STORE VERIFICATION
000900*
001000* PROVES THE KEYED AUDIT STORE (AUDKEY - SEE AUDKREC) HOLDS THE
001100* SAME WORK AS THE SEQUENTIAL AUDIT FILE (AUDITIN), WHICH STAYS
001200* THE LEGAL RECORD. BOTH ARE READ IN FULL AND ADDED UP BY RUN
001300* DATE (THE DATE CARRIED IN THE RUN-ID): RECORD COUNT, REVERSAL
001400* COUNT AND NET VALUE, REVERSALS (AU-RESUB-SW = V) NEGATIVE AS
001500* SUMSMNTH NETS THEM. ONE LINE PER DATE SHOWS THE TWO SIDES;
001600* A DATE WHERE THEY DIFFER IN ANY FIGURE IS FLAGGED *DIFF*.
001700*
001800* RC=8 WHEN ANY DATE DIFFERS - THE PROGRAMS THAT READ THE STORE
001900* (SUMSAUDQ, SUMSRECN, SUMSMNTH, SUMSBILL) WOULD NOT AGREE WITH
002000* THE LEGAL RECORD. A DATE SHORT ON THE STORE WAS PURGED OR
002010* BACKED OUT OF THE STORE WHILE THE FILE KEPT IT: RUN THE
002020* COPY-BACK STEP OF THE RC=0 SUMSAUDJ RETENTION OR SUMSBKOJ
002030* BACKOUT THAT MISSED IT, OR, AFTER ONE THAT STOPPED RC=16,
002040* RERUN THE SAME CARD. A DATE OVER ON THE STORE HOLDS RECORDS
002050* A STORE DELETE MISSED: RERUN THE RETENTION CARD, WHICH PURGES
002060* THE STORE FIRST (OR, FOR A BACKED-OUT RUN, THE SUMSBKOJ
002070* CARD). NEVER RERUN SUMSAUDL FOR A MISMATCH - IT WOULD PUT
002080* PURGED OR BACKED-OUT DAYS BACK ON THE STORE. SEE SUMSAUVJ.
002090* RC=16 WHEN THE STORE CANNOT BE OPENED OR THERE ARE MORE DATES
002300* THAN THE TABLE HOLDS.
002500*
002600* MODIFICATION HISTORY
002700* DATE       BY   DESCRIPTION
002800* ---------- ---- ---------------------------------------------
002900* 2026-10-15 JH   ORIGINAL PROGRAM.
002910* 2026-10-15 JH   MISMATCH GUIDANCE BROUGHT INTO LINE WITH
002920*                 SUMSAUVJ - NO SUMSAUDL RERUN FOR A MISMATCH.
003000*================================================================
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AUDIT-IN ASSIGN TO "AUDITIN"
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT AUDK-FILE ASSIGN TO "AUDKEY"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS AF-AUDK-KEY
004200         ALTERNATE RECORD KEY IS AF-CC-KEY WITH DUPLICATES
004300         FILE STATUS IS WS-AUDK-STATUS.
004400
004500     SELECT AUDV-RPT ASSIGN TO "AUDVRPT"
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  AUDIT-IN
005100     RECORD CONTAINS 120 CHARACTERS
005200     LABEL RECORDS ARE STANDARD.
005300 01  AUDIT-IN-FILE-REC           PIC X(120).
005400
005500 FD  AUDK-FILE
005600     RECORD CONTAINS 180 CHARACTERS
005700     LABEL RECORDS ARE STANDARD.
005800 01  AUDK-FILE-REC.
005900     05  AF-AUDK-KEY             PIC X(31).
006000     05  AF-CC-KEY               PIC X(12).
006100     05  FILLER                  PIC X(137).
006200
006300 FD  AUDV-RPT
006400     RECORD CONTAINS 80 CHARACTERS
006500     LABEL RECORDS ARE STANDARD.
006600 01  AVR-HEADER-REC.
006700     05  AVR-HDR-LABEL           PIC X(44).
006800     05  AVR-HDR-DATE            PIC X(08).
006900     05  FILLER                  PIC X(28).
007000 01  AVR-TEXT-REC.
007100     05  AVR-TEXT                PIC X(80).
007200 01  AVR-DETAIL-REC.
007300     05  AVR-DTL-DATE            PIC X(08).
007400     05  FILLER                  PIC X(02).
007500     05  AVR-DTL-SEQ-COUNT       PIC Z(06)9.
007600     05  FILLER                  PIC X(02).
007700     05  AVR-DTL-SEQ-NET         PIC Z(15)9-.
007800     05  FILLER                  PIC X(02).
007900     05  AVR-DTL-KEY-COUNT       PIC Z(06)9.
008000     05  FILLER                  PIC X(02).
008100     05  AVR-DTL-KEY-NET         PIC Z(15)9-.
008200     05  FILLER                  PIC X(02).
008300     05  AVR-DTL-FLAG            PIC X(06).
008400     05  FILLER                  PIC X(08).
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
008800     88  WS-AUDIT-EOF                VALUE 'Y'.
008900 01  WS-AUDK-EOF-SW          PIC X(01)  VALUE 'N'.
009000     88  WS-AUDK-EOF                 VALUE 'Y'.
009100 01  WS-DATE-FOUND-SW        PIC X(01)  VALUE 'N'.
009200     88  WS-DATE-FOUND               VALUE 'Y'.
009300 01  WS-AUDK-STATUS          PIC X(02)  VALUE SPACES.
009400 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
009500 01  WS-WANT-DATE            PIC X(08)  VALUE SPACES.
009600 01  WS-SIDE-SW              PIC X(01)  VALUE 'S'.
009700     88  WS-SIDE-SEQ                 VALUE 'S'.
009800     88  WS-SIDE-KEY                 VALUE 'K'.
009900 01  AUDIT-IN-RECORD.
010000     05  AV-AU-RUN-ID.
010100         10  FILLER              PIC X(04).
010200         10  AV-AU-RUN-DATE      PIC X(08).
010300         10  FILLER              PIC X(04).
010400     05  FILLER                  PIC X(01).
010500     05  AV-AU-TIMESTAMP         PIC X(14).
010600     05  FILLER                  PIC X(01).
010700     05  AV-AU-FACTOR-A          PIC X(07).
010800     05  FILLER                  PIC X(01).
010900     05  AV-AU-FACTOR-B          PIC X(07).
011000     05  FILLER                  PIC X(01).
011100     05  AV-AU-VALUE             PIC X(14).
011200     05  FILLER                  PIC X(01).
011300     05  AV-AU-RESUB-SW          PIC X(01).
011400     05  FILLER                  PIC X(56).
011500 01  WS-PARSE-14             PIC X(14)  VALUE SPACES.
011600 01  WS-PARSE-14-R REDEFINES WS-PARSE-14
011700                             PIC 9(14).
011800 01  WS-VALUE-SIGNED         PIC S9(16) COMP-3 VALUE 0.
011900 01  WS-SEQ-READ             PIC S9(07) COMP-3 VALUE 0.
012000 01  WS-KEY-READ             PIC S9(07) COMP-3 VALUE 0.
012100 01  WS-DIFF-DATES           PIC S9(05) COMP-3 VALUE 0.
012200 01  WS-I                    PIC S9(04) COMP  VALUE 0.
012300 01  WS-J                    PIC S9(04) COMP  VALUE 0.
012400 01  WS-VT-COUNT             PIC S9(04) COMP  VALUE 0.
012500 01  WS-VT-SUB               PIC S9(04) COMP  VALUE 0.
012600 01  WS-VT-IX                PIC S9(04) COMP  VALUE 0.
012700 01  WS-DATE-TABLE.
012800     05  VT-ENTRY OCCURS 400 TIMES.
012900         10  VT-DATE             PIC X(08).
013000         10  VT-SEQ-COUNT        PIC S9(07) COMP-3.
013100         10  VT-SEQ-RVSLS        PIC S9(07) COMP-3.
013200         10  VT-SEQ-NET          PIC S9(16) COMP-3.
013300         10  VT-KEY-COUNT        PIC S9(07) COMP-3.
013400         10  VT-KEY-RVSLS        PIC S9(07) COMP-3.
013500         10  VT-KEY-NET          PIC S9(16) COMP-3.
013600 01  WS-VT-SWAP              PIC X(42).
013700 COPY AUDKREC.
013800 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
013900 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
014000 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
014100 COPY JRNLREC.
014200
014300 PROCEDURE DIVISION.
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600     PERFORM 2000-ADD-SEQUENTIAL THRU 2000-EXIT
014700         UNTIL WS-AUDIT-EOF.
014800     PERFORM 2500-ADD-STORE THRU 2500-EXIT
014900         UNTIL WS-AUDK-EOF.
015000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
015100     STOP RUN.
015200
015300*----------------------------------------------------------------
015400* 1000-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADER, PRIME
015500* BOTH READS.
015600*----------------------------------------------------------------
015700 1000-INITIALIZE.
015800     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
015900     ACCEPT WS-JRNL-TIME FROM TIME.
016000     STRING WS-JRNL-DATE DELIMITED BY SIZE
016100            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
016200         INTO WS-JRNL-START-TS.
016300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016400     OPEN OUTPUT AUDV-RPT.
016500     MOVE SPACES TO AVR-HEADER-REC.
016600     MOVE "SUMSAUDV AUDIT STORE VERIFICATION - RUN: "
016700         TO AVR-HDR-LABEL.
016800     MOVE WS-RUN-DATE TO AVR-HDR-DATE.
016900     WRITE AVR-HEADER-REC.
017000     OPEN INPUT AUDK-FILE.
017100     IF WS-AUDK-STATUS NOT = "00"
017200         MOVE SPACES TO AVR-TEXT-REC
017300         STRING "*** AUDIT STORE WILL NOT OPEN - STATUS "
017400                    DELIMITED BY SIZE
017500                WS-AUDK-STATUS DELIMITED BY SIZE
017600             INTO AVR-TEXT
017700         WRITE AVR-TEXT-REC
017800         CLOSE AUDV-RPT
017900         DISPLAY "SUMSAUDV CANNOT OPEN AUDIT STORE - STATUS "
018000             WS-AUDK-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
018300         STOP RUN
018400     END-IF.
018500     OPEN INPUT AUDIT-IN.
018600     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
018700     PERFORM 2600-READ-STORE THRU 2600-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000
019100*----------------------------------------------------------------
019200* 2000-ADD-SEQUENTIAL - ONE RECORD OF THE LEGAL FILE INTO ITS
019300* DATE'S SEQUENTIAL-SIDE FIGURES.
019400*----------------------------------------------------------------
019500 2000-ADD-SEQUENTIAL.
019600     MOVE AV-AU-RUN-DATE TO WS-WANT-DATE.
019700     SET WS-SIDE-SEQ TO TRUE.
019800     PERFORM 2200-ADD-TO-DATE THRU 2200-EXIT.
019900     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
020000 2000-EXIT.
020100     EXIT.
020200
020300 2100-READ-AUDIT.
020400     READ AUDIT-IN INTO AUDIT-IN-RECORD
020500         AT END
020600             SET WS-AUDIT-EOF TO TRUE
020700             GO TO 2100-EXIT
020800     END-READ.
020900     ADD 1 TO WS-SEQ-READ.
021000 2100-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------------
021400* 2200-ADD-TO-DATE - ADD THE RECORD NOW IN AUDIT-IN-RECORD TO
021500* THE WS-WANT-DATE SLOT, ON THE SIDE WS-SIDE-SW NAMES. A NEW
021600* DATE OPENS A NEW SLOT; THE RUN STOPS IF MORE DATES TURN UP
021700* THAN THE TABLE HOLDS, SO NO DATE GOES UNPROVED SILENTLY.
021800*----------------------------------------------------------------
021900 2200-ADD-TO-DATE.
022000     PERFORM 2300-FIND-DATE THRU 2300-EXIT.
022100     MOVE AV-AU-VALUE TO WS-PARSE-14.
022200     INSPECT WS-PARSE-14 REPLACING ALL " " BY "0".
022300     MOVE WS-PARSE-14-R TO WS-VALUE-SIGNED.
022400     IF AV-AU-RESUB-SW = "V"
022500         COMPUTE WS-VALUE-SIGNED = 0 - WS-VALUE-SIGNED
022600     END-IF.
022700     IF WS-SIDE-SEQ
022800         ADD 1 TO VT-SEQ-COUNT (WS-VT-IX)
022900         ADD WS-VALUE-SIGNED TO VT-SEQ-NET (WS-VT-IX)
023000         IF AV-AU-RESUB-SW = "V"
023100             ADD 1 TO VT-SEQ-RVSLS (WS-VT-IX)
023200         END-IF
023300     ELSE
023400         ADD 1 TO VT-KEY-COUNT (WS-VT-IX)
023500         ADD WS-VALUE-SIGNED TO VT-KEY-NET (WS-VT-IX)
023600         IF AV-AU-RESUB-SW = "V"
023700             ADD 1 TO VT-KEY-RVSLS (WS-VT-IX)
023800         END-IF
023900     END-IF.
024000 2200-EXIT.
024100     EXIT.
024200
024300 2300-FIND-DATE.
024400     IF WS-VT-IX > 0
024500         IF VT-DATE (WS-VT-IX) = WS-WANT-DATE
024600             GO TO 2300-EXIT
024700         END-IF
024800     END-IF.
024900     MOVE "N" TO WS-DATE-FOUND-SW.
025000     PERFORM 2310-SCAN-DATE-TABLE THRU 2310-EXIT
025100         VARYING WS-VT-SUB FROM 1 BY 1
025200         UNTIL WS-VT-SUB > WS-VT-COUNT
025300             OR WS-DATE-FOUND.
025400     IF WS-DATE-FOUND
025500         GO TO 2300-EXIT
025600     END-IF.
025700     IF WS-VT-COUNT = 400
025800         DISPLAY "SUMSAUDV DATE TABLE FULL AT " WS-WANT-DATE
025900         MOVE SPACES TO AVR-TEXT-REC
026000         MOVE "*** MORE THAN 400 RUN DATES - NOT VERIFIED"
026100             TO AVR-TEXT
026200         WRITE AVR-TEXT-REC
026300         CLOSE AUDIT-IN
026400         CLOSE AUDK-FILE
026500         CLOSE AUDV-RPT
026600         MOVE 16 TO RETURN-CODE
026700         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
026800         STOP RUN
026900     END-IF.
027000     ADD 1 TO WS-VT-COUNT.
027100     MOVE WS-VT-COUNT TO WS-VT-IX.
027200     MOVE WS-WANT-DATE TO VT-DATE (WS-VT-IX).
027300     MOVE 0 TO VT-SEQ-COUNT (WS-VT-IX).
027400     MOVE 0 TO VT-SEQ-RVSLS (WS-VT-IX).
027500     MOVE 0 TO VT-SEQ-NET (WS-VT-IX).
027600     MOVE 0 TO VT-KEY-COUNT (WS-VT-IX).
027700     MOVE 0 TO VT-KEY-RVSLS (WS-VT-IX).
027800     MOVE 0 TO VT-KEY-NET (WS-VT-IX).
027900 2300-EXIT.
028000     EXIT.
028100
028200 2310-SCAN-DATE-TABLE.
028300     IF VT-DATE (WS-VT-SUB) = WS-WANT-DATE
028400         SET WS-DATE-FOUND TO TRUE
028500         MOVE WS-VT-SUB TO WS-VT-IX
028600     END-IF.
028700 2310-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------
029100* 2500-ADD-STORE - ONE STORE RECORD INTO ITS DATE'S KEYED-SIDE
029200* FIGURES. THE DATE IS TAKEN FROM THE KEY, SO A RECORD FILED
029300* UNDER THE WRONG DATE SHOWS UP AS A DIFFERENCE.
029400*----------------------------------------------------------------
029500 2500-ADD-STORE.
029600     MOVE AK-RUN-DATE TO WS-WANT-DATE.
029700     MOVE AK-AUDIT-IMAGE TO AUDIT-IN-RECORD.
029800     SET WS-SIDE-KEY TO TRUE.
029900     PERFORM 2200-ADD-TO-DATE THRU 2200-EXIT.
030000     PERFORM 2600-READ-STORE THRU 2600-EXIT.
030100 2500-EXIT.
030200     EXIT.
030300
030400 2600-READ-STORE.
030500     READ AUDK-FILE NEXT RECORD INTO AUDK-RECORD
030600         AT END
030700             SET WS-AUDK-EOF TO TRUE
030800             GO TO 2600-EXIT
030900     END-READ.
031000     ADD 1 TO WS-KEY-READ.
031100 2600-EXIT.
031200     EXIT.
031300
031400*----------------------------------------------------------------
031500* 3000-TERMINATE - ONE LINE PER DATE IN DATE ORDER, THE TOTALS
031600* AND THE VERDICT, CLOSE FILES, END RUN.
031700*----------------------------------------------------------------
031800 3000-TERMINATE.
031900     PERFORM 3100-SORT-DATE-TABLE THRU 3100-EXIT.
032000     MOVE SPACES TO AVR-TEXT-REC.
032100     MOVE "DATE     SEQ RECS         SEQ VALUE "
032200         TO AVR-TEXT (1:36).
032300     MOVE " KEY RECS         KEY VALUE    FLAG"
032400         TO AVR-TEXT (37:35).
032500     WRITE AVR-TEXT-REC.
032600     PERFORM 3200-WRITE-DATE-LINE THRU 3200-EXIT
032700         VARYING WS-VT-SUB FROM 1 BY 1
032800         UNTIL WS-VT-SUB > WS-VT-COUNT.
032900     MOVE SPACES TO AVR-DETAIL-REC.
033000     MOVE "TOTAL" TO AVR-DTL-DATE.
033100     MOVE WS-SEQ-READ TO AVR-DTL-SEQ-COUNT.
033200     MOVE WS-KEY-READ TO AVR-DTL-KEY-COUNT.
033300     WRITE AVR-DETAIL-REC.
033400     MOVE SPACES TO AVR-TEXT-REC.
033500     IF WS-DIFF-DATES = 0
033600         MOVE "*** STORE AND SEQUENTIAL FILE AGREE FOR EVERY DATE"
033700             TO AVR-TEXT
033800     ELSE
033900         MOVE "*** STORE AND SEQUENTIAL FILE DIFFER - SEE *DIFF*"
034000             TO AVR-TEXT
034100         DISPLAY "SUMSAUDV STORE DIFFERS ON " WS-DIFF-DATES
034200             " DATE(S)"
034300         MOVE 8 TO RETURN-CODE
034400     END-IF.
034500     WRITE AVR-TEXT-REC.
034600     CLOSE AUDIT-IN.
034700     CLOSE AUDK-FILE.
034800     CLOSE AUDV-RPT.
034900     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
035000 3000-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------------
035400* 3100-SORT-DATE-TABLE - PUT THE DATES IN ORDER FOR THE REPORT
035500* (A DATE ONLY ON THE STORE IS ADDED AFTER THE FILE'S DATES).
035600*----------------------------------------------------------------
035700 3100-SORT-DATE-TABLE.
035800     PERFORM 3110-SORT-PASS THRU 3110-EXIT
035900         VARYING WS-I FROM 1 BY 1
036000         UNTIL WS-I NOT < WS-VT-COUNT.
036100 3100-EXIT.
036200     EXIT.
036300
036400 3110-SORT-PASS.
036500     PERFORM 3120-SORT-COMPARE THRU 3120-EXIT
036600         VARYING WS-J FROM 1 BY 1
036700         UNTIL WS-J > WS-VT-COUNT - WS-I.
036800 3110-EXIT.
036900     EXIT.
037000
037100 3120-SORT-COMPARE.
037200     IF VT-DATE (WS-J) > VT-DATE (WS-J + 1)
037300         MOVE VT-ENTRY (WS-J) TO WS-VT-SWAP
037400         MOVE VT-ENTRY (WS-J + 1) TO VT-ENTRY (WS-J)
037500         MOVE WS-VT-SWAP TO VT-ENTRY (WS-J + 1)
037600     END-IF.
037700 3120-EXIT.
037800     EXIT.
037900
038000 3200-WRITE-DATE-LINE.
038100     MOVE SPACES TO AVR-DETAIL-REC.
038200     MOVE VT-DATE (WS-VT-SUB) TO AVR-DTL-DATE.
038300     MOVE VT-SEQ-COUNT (WS-VT-SUB) TO AVR-DTL-SEQ-COUNT.
038400     MOVE VT-SEQ-NET (WS-VT-SUB) TO AVR-DTL-SEQ-NET.
038500     MOVE VT-KEY-COUNT (WS-VT-SUB) TO AVR-DTL-KEY-COUNT.
038600     MOVE VT-KEY-NET (WS-VT-SUB) TO AVR-DTL-KEY-NET.
038700     IF VT-SEQ-COUNT (WS-VT-SUB) NOT = VT-KEY-COUNT (WS-VT-SUB)
038800             OR VT-SEQ-RVSLS (WS-VT-SUB)
038900                 NOT = VT-KEY-RVSLS (WS-VT-SUB)
039000             OR VT-SEQ-NET (WS-VT-SUB)
039100                 NOT = VT-KEY-NET (WS-VT-SUB)
039200         MOVE "*DIFF*" TO AVR-DTL-FLAG
039300         ADD 1 TO WS-DIFF-DATES
039400     END-IF.
039500     WRITE AVR-DETAIL-REC.
039600 3200-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------
040000* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
040100* IN = SEQUENTIAL RECORDS READ, OUT = STORE RECORDS READ,
040200* ERRORS = DATES THAT DIFFER. SUMSAUDV MINTS NO RUN-ID.
040300*----------------------------------------------------------------
040400 8000-WRITE-RUN-JOURNAL.
040500     MOVE SPACES TO JRNL-RECORD.
040600     MOVE "SUMSAUDV" TO JR-PROGRAM-ID.
040700     MOVE SPACES TO JR-RUN-ID.
040800     MOVE WS-JRNL-START-TS TO JR-START-TS.
040900     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
041000     ACCEPT WS-JRNL-TIME FROM TIME.
041100     STRING WS-JRNL-DATE DELIMITED BY SIZE
041200            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
041300         INTO JR-END-TS.
041400     MOVE WS-SEQ-READ TO JR-RECS-IN.
041500     MOVE WS-KEY-READ TO JR-RECS-OUT.
041600     MOVE WS-DIFF-DATES TO JR-ERROR-COUNT.
041700     MOVE RETURN-CODE TO JR-RETURN-CODE.
041800     CALL "SUMSJRNL" USING JRNL-RECORD.
041900 8000-EXIT.
042000     EXIT.
