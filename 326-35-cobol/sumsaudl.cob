000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSAUDL.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSAUDL - KEYED AUDIT STORE LOAD
000900*
001000* RUNS AFTER EVERY SUMS RUN. COPIES THE SEQUENTIAL AUDIT FILE
001100* (AUDITIN - THE LEGAL RECORD, GROWING ALL MONTH UNDER
001200* DISP=MOD) ONTO THE KEYED AUDIT STORE (AUDKEY - LAYOUT IN
001300* AUDKREC), KEYED BY RUN DATE, RUN-ID AND THE RECORD'S POSITION
001400* AMONG ITS RUN'S RECORDS, SO SUMSAUDQ, SUMSRECN, SUMSMNTH AND
001500* SUMSBILL CAN GO STRAIGHT TO WHAT THEY NEED.
001600*
001700* THE WHOLE FILE IS READ EVERY TIME AND EVERY RECORD OFFERED TO
001800* THE STORE. A RECORD ALREADY THERE (DUPLICATE KEY) IS COUNTED
001900* PRESENT AND LEFT ALONE, SO THE LOAD CAN BE RERUN AT ANY TIME,
002000* A NIGHT MISSED IS MADE UP BY THE NEXT, AND THE EXTRA RECORDS A
002100* RESTARTED SUMS RUN APPENDS ARE PICKED UP UNDER THEIR OWN
002200* POSITIONS. THE STORE IS CREATED EMPTY THE FIRST TIME.
002300*
002400* RC=8 WHEN ANY RECORD COULD NOT BE WRITTEN (LISTED ON THE LOG) -
002500* SUMSAUDV WILL SHOW WHICH DATES DO NOT TIE. RC=16 WHEN THE
002600* STORE CANNOT BE OPENED OR THE FILE HOLDS MORE RUN-IDS THAN THE
002700* TABLE; WHAT WAS LOADED BEFORE THE STOP STAYS AND A RERUN
002800* CARRIES ON FROM IT.
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
003900     SELECT AUDIT-IN ASSIGN TO "AUDITIN"
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT AUDK-FILE ASSIGN TO "AUDKEY"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AF-AUDK-KEY
004600         ALTERNATE RECORD KEY IS AF-CC-KEY WITH DUPLICATES
004700         FILE STATUS IS WS-AUDK-STATUS.
004800
004900     SELECT AUDL-RPT ASSIGN TO "AUDLRPT"
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  AUDIT-IN
005500     RECORD CONTAINS 120 CHARACTERS
005600     LABEL RECORDS ARE STANDARD.
005700 01  AUDIT-IN-RECORD.
005800     05  AL-AU-RUN-ID.
005900         10  FILLER              PIC X(04).
006000         10  AL-AU-RUN-DATE      PIC X(08).
006100         10  FILLER              PIC X(04).
006200     05  FILLER                  PIC X(66).
006300     05  AL-AU-COST-CENTER       PIC X(04).
006400     05  FILLER                  PIC X(34).
006500
006600 FD  AUDK-FILE
006700     RECORD CONTAINS 180 CHARACTERS
006800     LABEL RECORDS ARE STANDARD.
006900 01  AUDK-FILE-REC.
007000     05  AF-AUDK-KEY             PIC X(31).
007100     05  AF-CC-KEY               PIC X(12).
007200     05  FILLER                  PIC X(137).
007300
007400 FD  AUDL-RPT
007500     RECORD CONTAINS 80 CHARACTERS
007600     LABEL RECORDS ARE STANDARD.
007700 01  ALR-HEADER-REC.
007800     05  ALR-HDR-LABEL           PIC X(40).
007900     05  ALR-HDR-DATE            PIC X(08).
008000     05  FILLER                  PIC X(32).
008100 01  ALR-COUNT-REC.
008200     05  ALR-CNT-LABEL           PIC X(30).
008300     05  ALR-CNT-VALUE           PIC Z(06)9.
008400     05  FILLER                  PIC X(43).
008500 01  ALR-MESSAGE-REC.
008600     05  ALR-MSG-TEXT            PIC X(60).
008700     05  FILLER                  PIC X(20).
008800
008900 WORKING-STORAGE SECTION.
009000 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
009100     88  WS-AUDIT-EOF                VALUE 'Y'.
009200 01  WS-RUN-FOUND-SW         PIC X(01)  VALUE 'N'.
009300     88  WS-RUN-FOUND                VALUE 'Y'.
009400 01  WS-AUDK-STATUS          PIC X(02)  VALUE SPACES.
009500 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
009600 01  WS-RECS-READ            PIC S9(07) COMP-3 VALUE 0.
009700 01  WS-RECS-LOADED          PIC S9(07) COMP-3 VALUE 0.
009800 01  WS-RECS-PRESENT         PIC S9(07) COMP-3 VALUE 0.
009900 01  WS-RECS-FAILED          PIC S9(07) COMP-3 VALUE 0.
010000 01  WS-RT-COUNT             PIC S9(04) COMP  VALUE 0.
010100 01  WS-RT-SUB               PIC S9(04) COMP  VALUE 0.
010200 01  WS-RT-IX                PIC S9(04) COMP  VALUE 0.
010300 01  WS-RUN-TABLE.
010400     05  RT-ENTRY OCCURS 1000 TIMES.
010500         10  RT-RUN-ID           PIC X(16).
010600         10  RT-LAST-SEQ         PIC S9(07) COMP-3.
010700 COPY AUDKREC.
010800 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
010900 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
011000 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
011100 COPY JRNLREC.
011200
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
011700         UNTIL WS-AUDIT-EOF.
011800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
011900     STOP RUN.
012000
012100*----------------------------------------------------------------
012200* 1000-INITIALIZE - OPEN THE STORE FOR UPDATE (CREATING IT THE
012300* FIRST TIME), THE AUDIT FILE AND THE LOG, PRIME THE READ.
012400*----------------------------------------------------------------
012500 1000-INITIALIZE.
012600     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
012700     ACCEPT WS-JRNL-TIME FROM TIME.
012800     STRING WS-JRNL-DATE DELIMITED BY SIZE
012900            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
013000         INTO WS-JRNL-START-TS.
013100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013200     OPEN OUTPUT AUDL-RPT.
013300     MOVE SPACES TO ALR-HEADER-REC.
013400     MOVE "SUMSAUDL KEYED AUDIT STORE LOAD - RUN: "
013500         TO ALR-HDR-LABEL.
013600     MOVE WS-RUN-DATE TO ALR-HDR-DATE.
013700     WRITE ALR-HEADER-REC.
013800     OPEN I-O AUDK-FILE.
013900     IF WS-AUDK-STATUS = "35"
014000         OPEN OUTPUT AUDK-FILE
014100         CLOSE AUDK-FILE
014200         OPEN I-O AUDK-FILE
014300     END-IF.
014400     IF WS-AUDK-STATUS NOT = "00"
014500         MOVE SPACES TO ALR-MESSAGE-REC
014600         STRING "*** AUDIT STORE WILL NOT OPEN - STATUS "
014700                    DELIMITED BY SIZE
014800                WS-AUDK-STATUS DELIMITED BY SIZE
014900             INTO ALR-MSG-TEXT
015000         WRITE ALR-MESSAGE-REC
015100         CLOSE AUDL-RPT
015200         DISPLAY "SUMSAUDL CANNOT OPEN AUDIT STORE - STATUS "
015300             WS-AUDK-STATUS
015400         MOVE 16 TO RETURN-CODE
015500         PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT
015600         STOP RUN
015700     END-IF.
015800     OPEN INPUT AUDIT-IN.
015900     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
016000 1000-EXIT.
016100     EXIT.
016200
016300*----------------------------------------------------------------
016400* 2000-LOAD-RECORD - NUMBER THE RECORD WITHIN ITS RUN AND OFFER
016500* IT TO THE STORE.
016600*----------------------------------------------------------------
016700 2000-LOAD-RECORD.
016800     PERFORM 2200-FIND-RUN THRU 2200-EXIT.
016900     ADD 1 TO RT-LAST-SEQ (WS-RT-IX).
017000     MOVE SPACES TO AUDK-RECORD.
017100     MOVE AL-AU-RUN-DATE TO AK-RUN-DATE.
017200     MOVE AL-AU-RUN-ID TO AK-RUN-ID.
017300     MOVE RT-LAST-SEQ (WS-RT-IX) TO AK-SEQ.
017400     MOVE AL-AU-COST-CENTER TO AK-CC-CENTER.
017500     MOVE AL-AU-RUN-DATE TO AK-CC-RUN-DATE.
017600     MOVE AUDIT-IN-RECORD TO AK-AUDIT-IMAGE.
017700     WRITE AUDK-FILE-REC FROM AUDK-RECORD
017800         INVALID KEY
017900             PERFORM 2300-WRITE-REFUSED THRU 2300-EXIT
018000         NOT INVALID KEY
018100             ADD 1 TO WS-RECS-LOADED
018200     END-WRITE.
018300     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
018400 2000-EXIT.
018500     EXIT.
018600
018700 2100-READ-AUDIT.
018800     READ AUDIT-IN
018900         AT END
019000             SET WS-AUDIT-EOF TO TRUE
019100             GO TO 2100-EXIT
019200     END-READ.
019300     ADD 1 TO WS-RECS-READ.
019400 2100-EXIT.
019500     EXIT.
019600
019700*----------------------------------------------------------------
019800* 2200-FIND-RUN - POINT WS-RT-IX AT THE RUN-ID'S SLOT, OPENING
019900* ONE THE FIRST TIME THE RUN-ID IS SEEN. THE FILE RUNS IN LONG
020000* SAME-RUN STRETCHES, SO THE LAST SLOT USED IS TRIED FIRST. THE
020100* RUN STOPS IF MORE RUN-IDS TURN UP THAN THE TABLE HOLDS - A
020200* RECORD CANNOT BE NUMBERED WITHOUT ITS RUN'S SLOT.
020300*----------------------------------------------------------------
020400 2200-FIND-RUN.
020500     IF WS-RT-IX > 0
020600         IF RT-RUN-ID (WS-RT-IX) = AL-AU-RUN-ID
020700             GO TO 2200-EXIT
020800         END-IF
020900     END-IF.
021000     MOVE "N" TO WS-RUN-FOUND-SW.
021100     PERFORM 2210-SCAN-RUN-TABLE THRU 2210-EXIT
021200         VARYING WS-RT-SUB FROM 1 BY 1
021300         UNTIL WS-RT-SUB > WS-RT-COUNT
021400             OR WS-RUN-FOUND.
021500     IF WS-RUN-FOUND
021600         GO TO 2200-EXIT
021700     END-IF.
021800     IF WS-RT-COUNT = 1000
021900         MOVE SPACES TO ALR-MESSAGE-REC
022000         MOVE "*** OVER 1000 RUN-IDS ON THE AUDIT FILE - STOPPED"
022100             TO ALR-MSG-TEXT
022200         WRITE ALR-MESSAGE-REC
022300         DISPLAY "SUMSAUDL RUN-ID TABLE FULL AT " AL-AU-RUN-ID
022400         MOVE 16 TO RETURN-CODE
022500         PERFORM 3000-TERMINATE THRU 3000-EXIT
022600         STOP RUN
022700     END-IF.
022800     ADD 1 TO WS-RT-COUNT.
022900     MOVE WS-RT-COUNT TO WS-RT-IX.
023000     MOVE AL-AU-RUN-ID TO RT-RUN-ID (WS-RT-IX).
023100     MOVE 0 TO RT-LAST-SEQ (WS-RT-IX).
023200 2200-EXIT.
023300     EXIT.
023400
023500 2210-SCAN-RUN-TABLE.
023600     IF RT-RUN-ID (WS-RT-SUB) = AL-AU-RUN-ID
023700         SET WS-RUN-FOUND TO TRUE
023800         MOVE WS-RT-SUB TO WS-RT-IX
023900     END-IF.
024000 2210-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------
024400* 2300-WRITE-REFUSED - A DUPLICATE KEY IS A RECORD LOADED ON AN
024500* EARLIER NIGHT; ANYTHING ELSE IS A FAILURE, LOGGED FOR THE
024600* SHIFT AND RETRIED BY THE NEXT LOAD.
024700*----------------------------------------------------------------
024800 2300-WRITE-REFUSED.
024900     IF WS-AUDK-STATUS = "22"
025000         ADD 1 TO WS-RECS-PRESENT
025100         GO TO 2300-EXIT
025200     END-IF.
025300     ADD 1 TO WS-RECS-FAILED.
025400     DISPLAY "SUMSAUDL WRITE FAILED FOR " AK-RUN-ID " " AK-SEQ
025500         " STATUS " WS-AUDK-STATUS.
025600 2300-EXIT.
025700     EXIT.
025800
025900*----------------------------------------------------------------
026000* 3000-TERMINATE - COUNTS, CLOSE FILES, SET THE RETURN CODE, END
026100* RUN.
026200*----------------------------------------------------------------
026300 3000-TERMINATE.
026400     MOVE SPACES TO ALR-COUNT-REC.
026500     MOVE "AUDIT RECORDS READ:" TO ALR-CNT-LABEL.
026600     MOVE WS-RECS-READ TO ALR-CNT-VALUE.
026700     WRITE ALR-COUNT-REC.
026800     MOVE SPACES TO ALR-COUNT-REC.
026900     MOVE "NEWLY LOADED:" TO ALR-CNT-LABEL.
027000     MOVE WS-RECS-LOADED TO ALR-CNT-VALUE.
027100     WRITE ALR-COUNT-REC.
027200     MOVE SPACES TO ALR-COUNT-REC.
027300     MOVE "ALREADY ON THE STORE:" TO ALR-CNT-LABEL.
027400     MOVE WS-RECS-PRESENT TO ALR-CNT-VALUE.
027500     WRITE ALR-COUNT-REC.
027600     MOVE SPACES TO ALR-COUNT-REC.
027700     MOVE "NOT LOADED (SEE LOG):" TO ALR-CNT-LABEL.
027800     MOVE WS-RECS-FAILED TO ALR-CNT-VALUE.
027900     WRITE ALR-COUNT-REC.
028000     MOVE SPACES TO ALR-COUNT-REC.
028100     MOVE "RUN-IDS ON THE FILE:" TO ALR-CNT-LABEL.
028200     MOVE WS-RT-COUNT TO ALR-CNT-VALUE.
028300     WRITE ALR-COUNT-REC.
028400     IF WS-RECS-FAILED > 0 AND RETURN-CODE < 8
028500         MOVE 8 TO RETURN-CODE
028600     END-IF.
028700     CLOSE AUDIT-IN.
028800     CLOSE AUDK-FILE.
028900     CLOSE AUDL-RPT.
029000     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
029100 3000-EXIT.
029200     EXIT.
029300
029400*----------------------------------------------------------------
029500* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
029600* IN = AUDIT RECORDS READ, OUT = RECORDS NEWLY LOADED, ERRORS =
029700* RECORDS NOT LOADED. SUMSAUDL MINTS NO RUN-ID.
029800*----------------------------------------------------------------
029900 8000-WRITE-RUN-JOURNAL.
030000     MOVE SPACES TO JRNL-RECORD.
030100     MOVE "SUMSAUDL" TO JR-PROGRAM-ID.
030200     MOVE SPACES TO JR-RUN-ID.
030300     MOVE WS-JRNL-START-TS TO JR-START-TS.
030400     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
030500     ACCEPT WS-JRNL-TIME FROM TIME.
030600     STRING WS-JRNL-DATE DELIMITED BY SIZE
030700            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
030800         INTO JR-END-TS.
030900     MOVE WS-RECS-READ TO JR-RECS-IN.
031000     MOVE WS-RECS-LOADED TO JR-RECS-OUT.
031100     MOVE WS-RECS-FAILED TO JR-ERROR-COUNT.
031200     MOVE RETURN-CODE TO JR-RETURN-CODE.
031300     CALL "SUMSJRNL" USING JRNL-RECORD.
031400 8000-EXIT.
031500     EXIT.
