002200*   COL 22     ZERO-ALLOWED (Y/N)
002300*   COLS 23-24 ALLOWED MODES (M, D, OR MD)
002400*   COLS 25-32 EFFECTIVE DATE (YYYYMMDD)
002410*   COLS 73-80 OPERATOR ID (REQUIRED ON EVERY CARD)
002500* FOR A DELETE ONLY THE ACTION, KEY AND OPERATOR ID ARE USED.
002600*
002700* EVERY CARD IS ECHOED ON THE MAINTENANCE REPORT AS APPLIED OR
002800* REJECTED WITH ITS REASON. THE MASTER IS CREATED EMPTY ON THE
002900* FIRST RUN IF IT DOES NOT EXIST YET.
002901*
002902* EVERY APPLIED CARD ALSO APPENDS A BEFORE/AFTER IMAGE OF THE
002903* RULE, WITH THE OPERATOR ID, TO THE SHARED MASTER CHANGE
002904* JOURNAL THROUGH SUMSCHGJ. A RUN WHOSE JOURNAL CANNOT BE
002905* OPENED IS REFUSED BEFORE ANY CARD IS APPLIED.
002910*
002920* THERE IS ONE RECORD PER KEY, SO A CHANGE DATED IN THE FUTURE
002930* WOULD REPLACE - AND, UNTIL ITS EFFECTIVE DATE, MASK - THE
003460* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
003470*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
003480*                 SUMMARY.
003481* 2026-10-15 JH   OPERATOR ID ADDED IN COLS 73-80 OF THE CARD.
003482*                 EVERY APPLIED ADD, CHANGE AND DELETE NOW
003483*                 APPENDS THE RULE'S BEFORE AND AFTER IMAGES TO
003484*                 THE MASTER CHANGE JOURNAL THROUGH SUMSCHGJ,
003485*                 SO A LIMIT CHANGE CAN BE TRACED TO WHO MADE
003486*                 IT AND WHAT IT REPLACED.
003500*================================================================
003600
003700 ENVIRONMENT DIVISION.
006300     05  RT-ZERO-SW              PIC X(01).
006400     05  RT-MODES                PIC X(02).
006500     05  RT-EFF-DATE             PIC X(08).
006600     05  FILLER                  PIC X(40).
006610     05  RT-OPERATOR-ID          PIC X(08).
006700
006800 FD  RULE-FILE
006900     RECORD CONTAINS 40 CHARACTERS
010860 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
010870 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
010880 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
010881 01  WS-CHGJ-STATUS          PIC X(02)  VALUE SPACES.
010890 COPY JRNLREC.
010900 COPY RULEREC.
010910 COPY CHGJREC.
011000
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011800
011900*----------------------------------------------------------------
012000* 1000-INITIALIZE - OPEN FILES (CREATING THE MASTER ON FIRST
012100* USE) AND THE CHANGE JOURNAL, WRITE THE REPORT HEADER, PRIME
012110* THE CARD READ.
012200*----------------------------------------------------------------
012300 1000-INITIALIZE.
012310     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
012350         INTO WS-JRNL-START-TS.
012400     OPEN INPUT RULE-TXN.
012500     OPEN OUTPUT RULE-RPT.
012510     CALL "SUMSCHGJ-OPEN" USING WS-CHGJ-STATUS.
012520     IF WS-CHGJ-STATUS NOT = "00"
012530         DISPLAY "SUMSRMNT CANNOT OPEN CHANGE JOURNAL - STATUS "
012540             WS-CHGJ-STATUS
012550         MOVE 16 TO RETURN-CODE
012560         STOP RUN
012570     END-IF.
012600     OPEN I-O RULE-FILE.
012700     IF WS-RULE-STATUS = "35"
012800         OPEN OUTPUT RULE-FILE
018600         MOVE "ORIGIN MISSING" TO WS-REJECT-TEXT
018700         GO TO 2200-EXIT
018800     END-IF.
018810     IF RT-OPERATOR-ID = SPACES
018820         SET WS-TXN-BAD TO TRUE
018830         MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
018840         GO TO 2200-EXIT
018850     END-IF.
018900     IF RT-ACTION = "D"
019000         GO TO 2200-EXIT
019100     END-IF.
022100     EXIT.
022200
022300*----------------------------------------------------------------
022400* 2300-APPLY-TXN - WRITE, REWRITE OR DELETE THE KEYED RECORD
022410* AND JOURNAL THE CHANGE ONCE IT HAS BEEN APPLIED.
022500*----------------------------------------------------------------
022600 2300-APPLY-TXN.
022700     MOVE SPACES TO RULE-RECORD.
022800     MOVE RT-ORIGIN TO RU-ORIGIN.
022900     MOVE RT-REC-CLASS TO RU-REC-CLASS.
022910     MOVE SPACES TO CHGJ-RECORD.
022920     IF RT-ACTION NOT = "A"
022930         PERFORM 2320-READ-BEFORE-IMAGE THRU 2320-EXIT
022940     END-IF.
023000     IF RT-ACTION NOT = "D"
023100         MOVE RT-MIN-FACTOR TO RU-MIN-FACTOR
023200         MOVE RT-MAX-FACTOR TO RU-MAX-FACTOR
026500         MOVE RT-ACTION TO RUL-DTL-ACTION
026600         MOVE RU-RULE-KEY TO RUL-DTL-KEY
026700         WRITE RULE-DETAIL-REC
026710         PERFORM 2360-WRITE-CHANGE-JOURNAL THRU 2360-EXIT
026800     ELSE
026900         PERFORM 2400-REPORT-REJECT THRU 2400-EXIT
027000     END-IF.
027100 2300-EXIT.
027200     EXIT.
027300
027301*----------------------------------------------------------------
027302* 2320-READ-BEFORE-IMAGE - CAPTURE THE RULE AS IT STANDS BEFORE
027303* A CHANGE OR DELETE. A KEY NOT ON THE MASTER LEAVES THE IMAGE
027304* BLANK - THE REWRITE OR DELETE THEN REJECTS THE CARD.
027305*----------------------------------------------------------------
027306 2320-READ-BEFORE-IMAGE.
027307     MOVE RU-RULE-KEY TO RF-RULE-KEY.
027308     READ RULE-FILE INTO CJ-BEFORE-IMAGE
027309         INVALID KEY
027310             MOVE SPACES TO CJ-BEFORE-IMAGE
027311     END-READ.
027312 2320-EXIT.
027313     EXIT.
027314
027315*----------------------------------------------------------------
027316* 2350-CHECK-PENDING-MASK - A FUTURE-DATED CHANGE MAY NOT
027317* REPLACE A RULE THAT IS LIVE TODAY (THE SINGLE RECORD WOULD
027318* STOP MATCHING IN SUMS UNTIL THE NEW DATE ARRIVES). APPLY
027319* THE CARD ON ITS EFFECTIVE DAY INSTEAD.
027320*----------------------------------------------------------------
027321 2350-CHECK-PENDING-MASK.
027322     MOVE RU-RULE-KEY TO RF-RULE-KEY.
027323     READ RULE-FILE INTO WS-EXIST-RULE
027324         INVALID KEY
027325             SET WS-TXN-BAD TO TRUE
027326             MOVE "RULE NOT ON MASTER" TO WS-REJECT-TEXT
027327             GO TO 2350-EXIT
027328     END-READ.
027329     IF RT-EFF-DATE > WS-RUN-DATE
027330             AND WS-EXIST-EFF-DATE NOT > WS-RUN-DATE
027331         SET WS-TXN-BAD TO TRUE
027332         MOVE "FUTURE DATE MASKS LIVE RULE" TO WS-REJECT-TEXT
027333     END-IF.
027334 2350-EXIT.
027335     EXIT.
027336
027337*----------------------------------------------------------------
027338* 2360-WRITE-CHANGE-JOURNAL - APPEND THE APPLIED CARD'S BEFORE
027339* AND AFTER IMAGES TO THE MASTER CHANGE JOURNAL. A DELETE HAS
027340* NO AFTER IMAGE.
027341*----------------------------------------------------------------
027342 2360-WRITE-CHANGE-JOURNAL.
027343     MOVE "RULEMAST" TO CJ-MASTER-NAME.
027344     MOVE RU-RULE-KEY TO CJ-MASTER-KEY.
027345     MOVE RT-ACTION TO CJ-ACTION.
027346     MOVE RT-OPERATOR-ID TO CJ-OPERATOR-ID.
027347     MOVE "SUMSRMNT" TO CJ-PROGRAM-ID.
027348     IF RT-ACTION NOT = "D"
027349         MOVE RULE-RECORD TO CJ-AFTER-IMAGE
027350     END-IF.
027351     CALL "SUMSCHGJ" USING CHGJ-RECORD.
027352 2360-EXIT.
027353     EXIT.
027354
027400 2400-REPORT-REJECT.
027500     ADD 1 TO WS-REJECTED-COUNT.
027600     MOVE SPACES TO RULE-DETAIL-REC.
029600     CLOSE RULE-TXN.
029700     CLOSE RULE-FILE.
029800     CLOSE RULE-RPT.
029810     CALL "SUMSCHGJ-CLOSE".
029900     IF WS-REJECTED-COUNT > 0
030000         MOVE 4 TO RETURN-CODE
030100     END-IF.
