000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSCHGR.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSCHGR - WEEKLY MASTER CHANGE REPORT
000900*
001000* PRINTS EVERY ADD, CHANGE AND DELETE THE MASTER MAINTENANCE
001100* PROGRAMS APPLIED IN THE REPORT WINDOW, FROM THE SHARED
001200* MASTER CHANGE JOURNAL (SEE CHGJREC), GROUPED BY MASTER AND
001300* KEY: FOR EACH CHANGE THE DATE AND TIME, ACTION, OPERATOR ID
001400* AND PROGRAM, FOLLOWED BY THE RECORD'S BEFORE AND AFTER
001500* IMAGES - SO "WHO CHANGED THE E03 LIMIT FOR THIS ORIGIN, AND
001600* WHAT WAS IT BEFORE" IS ANSWERED FROM ONE LISTING.
001700*
001800* THE JOURNAL IS IN ARRIVAL ORDER; THE SORT STEP IN
001900* JCL/SUMSCHRJ.JCL PUTS IT INTO MASTER / KEY / TIMESTAMP ORDER
002000* (OPTION EQUALS, SO TWO CHANGES IN THE SAME SECOND KEEP THEIR
002100* ORDER) BEFORE THIS PROGRAM READS IT.
002200*
002300* CHGRPARM (OPTIONAL):
002400*   COLS 1-8   LAST DAY OF THE WINDOW, YYYYMMDD (BLANK = TODAY)
002500*   COLS 9-11  DAYS IN THE WINDOW (BLANK = 7)
002600* A WINDOW OF 7 ENDING ON THE RUN DATE IS THE WEEKLY REPORT;
002700* A WIDER ONE ANSWERS INTERNAL AUDIT'S QUARTERLY REQUEST FROM
002800* THE SAME JOURNAL.
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
003900     SELECT CHGJ-IN ASSIGN TO "CHGJIN"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CHGJ-IN-STATUS.
004200
004300     SELECT OPTIONAL PARM-IN ASSIGN TO "CHGRPARM"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-PARM-STATUS.
004600
004700     SELECT CHGR-RPT ASSIGN TO "CHGRRPT"
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CHGJ-IN
005300     RECORD CONTAINS 220 CHARACTERS
005400     LABEL RECORDS ARE STANDARD.
005500 01  CHGJ-IN-RECORD          PIC X(220).
005600
005700 FD  PARM-IN
005800     RECORD CONTAINS 80 CHARACTERS
005900     LABEL RECORDS ARE STANDARD.
006000 01  PARM-RECORD.
006100     05  PM-END-DATE             PIC X(08).
006200     05  PM-WINDOW-DAYS          PIC X(03).
006300     05  FILLER                  PIC X(69).
006400
006500 FD  CHGR-RPT
006600     RECORD CONTAINS 80 CHARACTERS
006700     LABEL RECORDS ARE STANDARD.
006800 01  CHR-HEADER-REC.
006900     05  CHR-HDR-LABEL           PIC X(37).
007000     05  CHR-HDR-FROM            PIC X(08).
007100     05  CHR-HDR-TO-LABEL        PIC X(04).
007200     05  CHR-HDR-TO              PIC X(08).
007300     05  FILLER                  PIC X(23).
007400 01  CHR-MASTER-REC.
007500     05  CHR-MST-LABEL           PIC X(08).
007600     05  CHR-MST-NAME            PIC X(08).
007700     05  FILLER                  PIC X(64).
007800 01  CHR-KEY-REC.
007900     05  FILLER                  PIC X(02).
008000     05  CHR-KEY-LABEL           PIC X(05).
008100     05  CHR-KEY-VALUE           PIC X(12).
008200     05  FILLER                  PIC X(61).
008300 01  CHR-CHANGE-REC.
008400     05  FILLER                  PIC X(04).
008500     05  CHR-CHG-DATE            PIC X(08).
008600     05  FILLER                  PIC X(01).
008700     05  CHR-CHG-TIME            PIC X(06).
008800     05  FILLER                  PIC X(02).
008900     05  CHR-CHG-ACTION          PIC X(06).
009000     05  FILLER                  PIC X(02).
009100     05  CHR-CHG-OPR-LABEL       PIC X(06).
009200     05  CHR-CHG-OPERATOR        PIC X(08).
009300     05  FILLER                  PIC X(02).
009400     05  CHR-CHG-PGM-LABEL       PIC X(05).
009500     05  CHR-CHG-PROGRAM         PIC X(08).
009600     05  FILLER                  PIC X(22).
009700 01  CHR-IMAGE-REC.
009800     05  FILLER                  PIC X(04).
009900     05  CHR-IMG-LABEL           PIC X(08).
010000     05  CHR-IMG-DATA            PIC X(68).
010100 01  CHR-COUNT-REC.
010200     05  CHR-CNT-LABEL           PIC X(16).
010300     05  CHR-CNT-TOTAL           PIC ZZZZ9.
010400     05  FILLER                  PIC X(02).
010500     05  CHR-CNT-ADD-LABEL       PIC X(06).
010600     05  CHR-CNT-ADDS            PIC ZZZZ9.
010700     05  FILLER                  PIC X(02).
010800     05  CHR-CNT-CHG-LABEL       PIC X(09).
010900     05  CHR-CNT-CHANGES         PIC ZZZZ9.
011000     05  FILLER                  PIC X(02).
011100     05  CHR-CNT-DEL-LABEL       PIC X(09).
011200     05  CHR-CNT-DELETES         PIC ZZZZ9.
011300     05  FILLER                  PIC X(14).
011400 01  CHR-MESSAGE-REC.
011500     05  CHR-MSG-TEXT            PIC X(60).
011600     05  FILLER                  PIC X(20).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-CHGJ-IN-STATUS       PIC X(02)  VALUE SPACES.
012000 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
012100 01  WS-CHGJ-EOF-SW          PIC X(01)  VALUE 'N'.
012200     88  WS-CHGJ-EOF                 VALUE 'Y'.
012300 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
012400 01  WS-END-DATE             PIC X(08)  VALUE SPACES.
012500 01  WS-FROM-DATE            PIC X(08)  VALUE SPACES.
012600 01  WS-WINDOW-DAYS          PIC S9(03) COMP-3 VALUE 7.
012700 01  WS-WINDOW-DAYS-IN       PIC 9(03)  VALUE 0.
012800 01  WS-DAY-SUB              PIC S9(04) COMP  VALUE 0.
012900 01  WS-DATE-WORK            PIC X(08)  VALUE SPACES.
013000 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
013100     05  WS-DW-YEAR              PIC 9(04).
013200     05  WS-DW-MONTH             PIC 9(02).
013300     05  WS-DW-DAY               PIC 9(02).
013400 01  WS-MONTH-DAYS           PIC 9(02)  VALUE 0.
013500 01  WS-LEAP-Q               PIC 9(04)  VALUE 0.
013600 01  WS-LEAP-R4              PIC 9(04)  VALUE 0.
013700 01  WS-LEAP-R100            PIC 9(04)  VALUE 0.
013800 01  WS-LEAP-R400            PIC 9(04)  VALUE 0.
013900 01  WS-PREV-MASTER          PIC X(08)  VALUE SPACES.
014000 01  WS-PREV-KEY             PIC X(12)  VALUE SPACES.
014100 01  WS-READ-COUNT           PIC S9(07) COMP-3 VALUE 0.
014200 01  WS-MST-TOTAL            PIC S9(05) COMP-3 VALUE 0.
014300 01  WS-MST-ADDS             PIC S9(05) COMP-3 VALUE 0.
014400 01  WS-MST-CHANGES          PIC S9(05) COMP-3 VALUE 0.
014500 01  WS-MST-DELETES          PIC S9(05) COMP-3 VALUE 0.
014600 01  WS-GRAND-TOTAL          PIC S9(05) COMP-3 VALUE 0.
014700 01  WS-GRAND-ADDS           PIC S9(05) COMP-3 VALUE 0.
014800 01  WS-GRAND-CHANGES        PIC S9(05) COMP-3 VALUE 0.
014900 01  WS-GRAND-DELETES        PIC S9(05) COMP-3 VALUE 0.
015000 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
015100 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
015200 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
015300 COPY JRNLREC.
015400 COPY CHGJREC.
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT
016000         UNTIL WS-CHGJ-EOF.
016100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
016200     STOP RUN.
016300
016400*----------------------------------------------------------------
016500* 1000-INITIALIZE - OPEN FILES, RESOLVE THE REPORT WINDOW,
016600* WRITE THE HEADER, PRIME THE READ.
016700*----------------------------------------------------------------
016800 1000-INITIALIZE.
016900     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
017000     ACCEPT WS-JRNL-TIME FROM TIME.
017100     STRING WS-JRNL-DATE DELIMITED BY SIZE
017200            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
017300         INTO WS-JRNL-START-TS.
017400     OPEN INPUT CHGJ-IN.
017500     IF WS-CHGJ-IN-STATUS NOT = "00"
017600         DISPLAY "SUMSCHGR CANNOT OPEN CHANGE JOURNAL - STATUS "
017700             WS-CHGJ-IN-STATUS
017800         MOVE 16 TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100     OPEN OUTPUT CHGR-RPT.
018200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018300     MOVE WS-RUN-DATE TO WS-END-DATE.
018400     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
018500     MOVE WS-END-DATE TO WS-DATE-WORK.
018600     PERFORM 1200-SUBTRACT-ONE-DAY THRU 1200-EXIT
018700         VARYING WS-DAY-SUB FROM 2 BY 1
018800         UNTIL WS-DAY-SUB > WS-WINDOW-DAYS.
018900     MOVE WS-DATE-WORK TO WS-FROM-DATE.
019000     MOVE SPACES TO CHR-HEADER-REC.
019100     MOVE "SUMSCHGR MASTER CHANGE REPORT - FROM "
019200         TO CHR-HDR-LABEL.
019300     MOVE WS-FROM-DATE TO CHR-HDR-FROM.
019400     MOVE " TO " TO CHR-HDR-TO-LABEL.
019500     MOVE WS-END-DATE TO CHR-HDR-TO.
019600     WRITE CHR-HEADER-REC.
019700     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000
020100*----------------------------------------------------------------
020200* 1100-READ-PARM-CARD - WINDOW END DATE AND LENGTH OVERRIDES.
020300* CHGRPARM IS OPTIONAL.
020400*----------------------------------------------------------------
020500 1100-READ-PARM-CARD.
020600     OPEN INPUT PARM-IN.
020700     IF WS-PARM-STATUS = "00"
020800         READ PARM-IN
020900             AT END
021000                 CONTINUE
021100             NOT AT END
021200                 IF PM-END-DATE NOT = SPACES
021300                     IF PM-END-DATE IS NUMERIC
021400                         MOVE PM-END-DATE TO WS-END-DATE
021500                     ELSE
021600                         DISPLAY "CHGRPARM DATE INVALID: "
021700                             PM-END-DATE
021800                         CLOSE PARM-IN
021900                         MOVE 16 TO RETURN-CODE
022000                         STOP RUN
022100                     END-IF
022200                 END-IF
022300                 IF PM-WINDOW-DAYS NOT = SPACES
022400                     IF PM-WINDOW-DAYS IS NUMERIC
022500                             AND PM-WINDOW-DAYS > "000"
022600                         MOVE PM-WINDOW-DAYS TO WS-WINDOW-DAYS-IN
022700                         MOVE WS-WINDOW-DAYS-IN TO WS-WINDOW-DAYS
022800                     ELSE
022900                         DISPLAY "CHGRPARM WINDOW DAYS INVALID: "
023000                             PM-WINDOW-DAYS
023100                         CLOSE PARM-IN
023200                         MOVE 16 TO RETURN-CODE
023300                         STOP RUN
023400                     END-IF
023500                 END-IF
023600         END-READ
023700         CLOSE PARM-IN
023800     END-IF.
023900 1100-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------------
024300* 1200-SUBTRACT-ONE-DAY - ROLL WS-DATE-WORK BACK ONE CALENDAR
024400* DAY, BORROWING ACROSS MONTH AND YEAR ENDS.
024500*----------------------------------------------------------------
024600 1200-SUBTRACT-ONE-DAY.
024700     IF WS-DW-DAY > 1
024800         SUBTRACT 1 FROM WS-DW-DAY
024900         GO TO 1200-EXIT
025000     END-IF.
025100     IF WS-DW-MONTH > 1
025200         SUBTRACT 1 FROM WS-DW-MONTH
025300     ELSE
025400         MOVE 12 TO WS-DW-MONTH
025500         SUBTRACT 1 FROM WS-DW-YEAR
025600     END-IF.
025700     PERFORM 1210-SET-MONTH-DAYS THRU 1210-EXIT.
025800     MOVE WS-MONTH-DAYS TO WS-DW-DAY.
025900 1200-EXIT.
026000     EXIT.
026100
026200 1210-SET-MONTH-DAYS.
026300     EVALUATE WS-DW-MONTH
026400         WHEN 4
026500         WHEN 6
026600         WHEN 9
026700         WHEN 11
026800             MOVE 30 TO WS-MONTH-DAYS
026900         WHEN 2
027000             DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-Q
027100                 REMAINDER WS-LEAP-R4
027200             DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-Q
027300                 REMAINDER WS-LEAP-R100
027400             DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-Q
027500                 REMAINDER WS-LEAP-R400
027600             IF WS-LEAP-R4 = 0
027700                     AND (WS-LEAP-R100 NOT = 0
027800                         OR WS-LEAP-R400 = 0)
027900                 MOVE 29 TO WS-MONTH-DAYS
028000             ELSE
028100                 MOVE 28 TO WS-MONTH-DAYS
028200             END-IF
028300         WHEN OTHER
028400             MOVE 31 TO WS-MONTH-DAYS
028500     END-EVALUATE.
028600 1210-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------------
029000* 2000-PROCESS-JOURNAL - REPORT ONE JOURNAL RECORD IF IT FALLS
029100* IN THE WINDOW, BREAKING ON MASTER AND THEN ON KEY.
029200*----------------------------------------------------------------
029300 2000-PROCESS-JOURNAL.
029400     IF CJ-TIMESTAMP (1:8) < WS-FROM-DATE
029500             OR CJ-TIMESTAMP (1:8) > WS-END-DATE
029600         GO TO 2000-NEXT
029700     END-IF.
029800     IF CJ-MASTER-NAME NOT = WS-PREV-MASTER
029900         PERFORM 2200-MASTER-BREAK THRU 2200-EXIT
030000     END-IF.
030100     IF CJ-MASTER-KEY NOT = WS-PREV-KEY
030200         MOVE SPACES TO CHR-KEY-REC
030300         MOVE "KEY: " TO CHR-KEY-LABEL
030400         MOVE CJ-MASTER-KEY TO CHR-KEY-VALUE
030500         WRITE CHR-KEY-REC
030600         MOVE CJ-MASTER-KEY TO WS-PREV-KEY
030700     END-IF.
030800     PERFORM 2300-PRINT-CHANGE THRU 2300-EXIT.
030900 2000-NEXT.
031000     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
031100 2000-EXIT.
031200     EXIT.
031300
031400 2100-READ-JOURNAL.
031500     READ CHGJ-IN INTO CHGJ-RECORD
031600         AT END
031700             SET WS-CHGJ-EOF TO TRUE
031800             GO TO 2100-EXIT
031900     END-READ.
032000     ADD 1 TO WS-READ-COUNT.
032100 2100-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------------
032500* 2200-MASTER-BREAK - CLOSE OFF THE PREVIOUS MASTER'S COUNTS
032600* AND START THE NEXT MASTER'S GROUP. THE KEY BREAK IS FORCED
032700* SO THE FIRST KEY OF THE NEW MASTER IS ALWAYS PRINTED.
032800*----------------------------------------------------------------
032900 2200-MASTER-BREAK.
033000     IF WS-PREV-MASTER NOT = SPACES
033100         PERFORM 2250-PRINT-MASTER-COUNTS THRU 2250-EXIT
033200     END-IF.
033300     MOVE SPACES TO CHR-MESSAGE-REC.
033400     WRITE CHR-MESSAGE-REC.
033500     MOVE SPACES TO CHR-MASTER-REC.
033600     MOVE "MASTER: " TO CHR-MST-LABEL.
033700     MOVE CJ-MASTER-NAME TO CHR-MST-NAME.
033800     WRITE CHR-MASTER-REC.
033900     MOVE CJ-MASTER-NAME TO WS-PREV-MASTER.
034000     MOVE HIGH-VALUES TO WS-PREV-KEY.
034100     MOVE 0 TO WS-MST-TOTAL.
034200     MOVE 0 TO WS-MST-ADDS.
034300     MOVE 0 TO WS-MST-CHANGES.
034400     MOVE 0 TO WS-MST-DELETES.
034500 2200-EXIT.
034600     EXIT.
034700
034800 2250-PRINT-MASTER-COUNTS.
034900     MOVE SPACES TO CHR-COUNT-REC.
035000     MOVE WS-PREV-MASTER TO CHR-CNT-LABEL.
035100     MOVE "TOTAL:" TO CHR-CNT-LABEL (10:6).
035200     MOVE WS-MST-TOTAL TO CHR-CNT-TOTAL.
035300     MOVE "ADDS: " TO CHR-CNT-ADD-LABEL.
035400     MOVE WS-MST-ADDS TO CHR-CNT-ADDS.
035500     MOVE "CHANGES: " TO CHR-CNT-CHG-LABEL.
035600     MOVE WS-MST-CHANGES TO CHR-CNT-CHANGES.
035700     MOVE "DELETES: " TO CHR-CNT-DEL-LABEL.
035800     MOVE WS-MST-DELETES TO CHR-CNT-DELETES.
035900     WRITE CHR-COUNT-REC.
036000 2250-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------
036400* 2300-PRINT-CHANGE - ONE CHANGE LINE AND ITS IMAGES. AN ADD
036500* HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE, SO ONLY THE
036600* CHANGE PRINTS BOTH.
036700*----------------------------------------------------------------
036800 2300-PRINT-CHANGE.
036900     MOVE SPACES TO CHR-CHANGE-REC.
037000     MOVE CJ-TIMESTAMP (1:8) TO CHR-CHG-DATE.
037100     MOVE CJ-TIMESTAMP (9:6) TO CHR-CHG-TIME.
037200     EVALUATE TRUE
037300         WHEN CJ-ACTION-ADD
037400             MOVE "ADD" TO CHR-CHG-ACTION
037500             ADD 1 TO WS-MST-ADDS
037600             ADD 1 TO WS-GRAND-ADDS
037700         WHEN CJ-ACTION-CHANGE
037800             MOVE "CHANGE" TO CHR-CHG-ACTION
037900             ADD 1 TO WS-MST-CHANGES
038000             ADD 1 TO WS-GRAND-CHANGES
038100         WHEN OTHER
038200             MOVE "DELETE" TO CHR-CHG-ACTION
038300             ADD 1 TO WS-MST-DELETES
038400             ADD 1 TO WS-GRAND-DELETES
038500     END-EVALUATE.
038600     MOVE "OPER: " TO CHR-CHG-OPR-LABEL.
038700     MOVE CJ-OPERATOR-ID TO CHR-CHG-OPERATOR.
038800     MOVE "PGM: " TO CHR-CHG-PGM-LABEL.
038900     MOVE CJ-PROGRAM-ID TO CHR-CHG-PROGRAM.
039000     WRITE CHR-CHANGE-REC.
039100     ADD 1 TO WS-MST-TOTAL.
039200     ADD 1 TO WS-GRAND-TOTAL.
039300     IF NOT CJ-ACTION-ADD
039400         MOVE SPACES TO CHR-IMAGE-REC
039500         MOVE "BEFORE: " TO CHR-IMG-LABEL
039600         MOVE CJ-BEFORE-IMAGE TO CHR-IMG-DATA
039700         WRITE CHR-IMAGE-REC
039800     END-IF.
039900     IF NOT CJ-ACTION-DELETE
040000         MOVE SPACES TO CHR-IMAGE-REC
040100         MOVE "AFTER:  " TO CHR-IMG-LABEL
040200         MOVE CJ-AFTER-IMAGE TO CHR-IMG-DATA
040300         WRITE CHR-IMAGE-REC
040400     END-IF.
040500 2300-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------------
040900* 3000-TERMINATE - LAST MASTER'S COUNTS, GRAND TOTALS, CLOSE
041000* FILES. A QUIET WEEK IS NOT AN ERROR.
041100*----------------------------------------------------------------
041200 3000-TERMINATE.
041300     IF WS-PREV-MASTER NOT = SPACES
041400         PERFORM 2250-PRINT-MASTER-COUNTS THRU 2250-EXIT
041500     END-IF.
041600     MOVE SPACES TO CHR-MESSAGE-REC.
041700     WRITE CHR-MESSAGE-REC.
041800     IF WS-GRAND-TOTAL = 0
041900         MOVE "NO MASTER CHANGES APPLIED IN THE WINDOW"
042000             TO CHR-MSG-TEXT
042100         WRITE CHR-MESSAGE-REC
042200     END-IF.
042300     MOVE SPACES TO CHR-COUNT-REC.
042400     MOVE "ALL MASTERS:" TO CHR-CNT-LABEL.
042500     MOVE WS-GRAND-TOTAL TO CHR-CNT-TOTAL.
042600     MOVE "ADDS: " TO CHR-CNT-ADD-LABEL.
042700     MOVE WS-GRAND-ADDS TO CHR-CNT-ADDS.
042800     MOVE "CHANGES: " TO CHR-CNT-CHG-LABEL.
042900     MOVE WS-GRAND-CHANGES TO CHR-CNT-CHANGES.
043000     MOVE "DELETES: " TO CHR-CNT-DEL-LABEL.
043100     MOVE WS-GRAND-DELETES TO CHR-CNT-DELETES.
043200     WRITE CHR-COUNT-REC.
043300     CLOSE CHGJ-IN.
043400     CLOSE CHGR-RPT.
043500     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
043600 3000-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------
044000* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
044100* IN = CHANGE-JOURNAL RECORDS READ, OUT = CHANGES REPORTED.
044200*----------------------------------------------------------------
044300 8000-WRITE-RUN-JOURNAL.
044400     MOVE SPACES TO JRNL-RECORD.
044500     MOVE "SUMSCHGR" TO JR-PROGRAM-ID.
044600     MOVE SPACES TO JR-RUN-ID.
044700     MOVE WS-JRNL-START-TS TO JR-START-TS.
044800     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
044900     ACCEPT WS-JRNL-TIME FROM TIME.
045000     STRING WS-JRNL-DATE DELIMITED BY SIZE
045100            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
045200         INTO JR-END-TS.
045300     MOVE WS-READ-COUNT TO JR-RECS-IN.
045400     MOVE WS-GRAND-TOTAL TO JR-RECS-OUT.
045500     MOVE 0 TO JR-ERROR-COUNT.
045600     MOVE RETURN-CODE TO JR-RETURN-CODE.
045700     CALL "SUMSJRNL" USING JRNL-RECORD.
045800 8000-EXIT.
045900     EXIT.
