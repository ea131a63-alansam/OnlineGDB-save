002100*   COLS 36-42 EXPECTED DAYS, MONDAY-SUNDAY (Y/N EACH)
002200*   COLS 43-46 TRANSMISSION CUTOFF TIME (HHMM)
002300*   COLS 47-66 CONTACT
002310*   COLS 73-80 OPERATOR ID (REQUIRED ON EVERY CARD)
002400* FOR A DELETE ONLY THE ACTION, CODE AND OPERATOR ID ARE USED.
002500*
002600* EVERY CARD IS ECHOED ON THE MAINTENANCE REPORT AS APPLIED OR
002700* REJECTED WITH ITS REASON. THE MASTER IS CREATED EMPTY ON THE
002800* FIRST RUN IF IT DOES NOT EXIST YET.
002810*
002820* EVERY APPLIED CARD ALSO APPENDS A BEFORE/AFTER IMAGE OF THE
002830* ORIGIN, WITH THE OPERATOR ID, TO THE SHARED MASTER CHANGE
002840* JOURNAL THROUGH SUMSCHGJ. A RUN WHOSE JOURNAL CANNOT BE
002850* OPENED IS REFUSED BEFORE ANY CARD IS APPLIED.
002900*
003000* MODIFICATION HISTORY
003100* DATE       BY   DESCRIPTION
003310* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
003320*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
003330*                 SUMMARY.
003340* 2026-10-15 JH   OPERATOR ID ADDED IN COLS 73-80 OF THE CARD.
003350*                 EVERY APPLIED ADD, CHANGE AND DELETE NOW
003360*                 APPENDS THE ORIGIN'S BEFORE AND AFTER IMAGES
003370*                 TO THE MASTER CHANGE JOURNAL THROUGH SUMSCHGJ.
003400*================================================================
003500
003600 ENVIRONMENT DIVISION.
006000     05  OT-EXPECT-DAYS          PIC X(07).
006100     05  OT-CUTOFF-TIME          PIC X(04).
006200     05  OT-CONTACT              PIC X(20).
006300     05  FILLER                  PIC X(06).
006310     05  OT-OPERATOR-ID          PIC X(08).
006400
006500 FD  ORIG-FILE
006600     RECORD CONTAINS 80 CHARACTERS
010610 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
010620 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
010630 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
010631 01  WS-CHGJ-STATUS          PIC X(02)  VALUE SPACES.
010640 COPY JRNLREC.
010700 COPY ORIGREC.
010710 COPY CHGJREC.
010800
010900 PROCEDURE DIVISION.
011000 0000-MAINLINE.
011600
011700*----------------------------------------------------------------
011800* 1000-INITIALIZE - OPEN FILES (CREATING THE MASTER ON FIRST
011900* USE) AND THE CHANGE JOURNAL, WRITE THE REPORT HEADER, PRIME
011910* THE CARD READ.
012000*----------------------------------------------------------------
012100 1000-INITIALIZE.
012110     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
012150         INTO WS-JRNL-START-TS.
012200     OPEN INPUT ORIG-TXN.
012300     OPEN OUTPUT ORIG-RPT.
012310     CALL "SUMSCHGJ-OPEN" USING WS-CHGJ-STATUS.
012320     IF WS-CHGJ-STATUS NOT = "00"
012330         DISPLAY "SUMSOMNT CANNOT OPEN CHANGE JOURNAL - STATUS "
012340             WS-CHGJ-STATUS
012350         MOVE 16 TO RETURN-CODE
012360         STOP RUN
012370     END-IF.
012400     OPEN I-O ORIG-FILE.
012500     IF WS-ORIG-STATUS = "35"
012600         OPEN OUTPUT ORIG-FILE
018400         MOVE "ORIGIN CODE MISSING" TO WS-REJECT-TEXT
018500         GO TO 2200-EXIT
018600     END-IF.
018610     IF OT-OPERATOR-ID = SPACES
018620         SET WS-TXN-BAD TO TRUE
018630         MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
018640         GO TO 2200-EXIT
018650     END-IF.
018700     IF OT-ACTION = "D"
018800         GO TO 2200-EXIT
018900     END-IF.
021800     EXIT.
021900
022000*----------------------------------------------------------------
022100* 2300-APPLY-TXN - WRITE, REWRITE OR DELETE THE KEYED RECORD
022110* AND JOURNAL THE CHANGE ONCE IT HAS BEEN APPLIED.
022200*----------------------------------------------------------------
022300 2300-APPLY-TXN.
022400     MOVE SPACES TO ORIG-RECORD.
022500     MOVE OT-ORIGIN-CODE TO OG-ORIGIN-CODE.
022510     MOVE SPACES TO CHGJ-RECORD.
022520     IF OT-ACTION NOT = "A"
022530         PERFORM 2320-READ-BEFORE-IMAGE THRU 2320-EXIT
022540     END-IF.
022600     IF OT-ACTION NOT = "D"
022700         MOVE OT-DESC TO OG-DESC
022800         MOVE OT-EXPECT-DAYS TO OG-EXPECT-DAYS
026200         MOVE OG-ORIGIN-CODE TO ORG-DTL-CODE
026300         MOVE OT-DESC TO ORG-DTL-TEXT
026400         WRITE ORIG-DETAIL-REC
026410         PERFORM 2360-WRITE-CHANGE-JOURNAL THRU 2360-EXIT
026500     ELSE
026600         PERFORM 2400-REPORT-REJECT THRU 2400-EXIT
026700     END-IF.
026800 2300-EXIT.
026900     EXIT.
027000
027001*----------------------------------------------------------------
027002* 2320-READ-BEFORE-IMAGE - CAPTURE THE ORIGIN AS IT STANDS
027003* BEFORE A CHANGE OR DELETE. A CODE NOT ON THE MASTER LEAVES
027004* THE IMAGE BLANK - THE REWRITE OR DELETE THEN REJECTS THE
027005* CARD.
027006*----------------------------------------------------------------
027007 2320-READ-BEFORE-IMAGE.
027008     MOVE OG-ORIGIN-CODE TO OF-ORIGIN-KEY.
027009     READ ORIG-FILE INTO CJ-BEFORE-IMAGE
027010         INVALID KEY
027011             MOVE SPACES TO CJ-BEFORE-IMAGE
027012     END-READ.
027013 2320-EXIT.
027014     EXIT.
027015
027016*----------------------------------------------------------------
027017* 2360-WRITE-CHANGE-JOURNAL - APPEND THE APPLIED CARD'S BEFORE
027018* AND AFTER IMAGES TO THE MASTER CHANGE JOURNAL. A DELETE HAS
027019* NO AFTER IMAGE.
027020*----------------------------------------------------------------
027021 2360-WRITE-CHANGE-JOURNAL.
027022     MOVE "ORIGMAST" TO CJ-MASTER-NAME.
027023     MOVE OG-ORIGIN-CODE TO CJ-MASTER-KEY.
027024     MOVE OT-ACTION TO CJ-ACTION.
027025     MOVE OT-OPERATOR-ID TO CJ-OPERATOR-ID.
027026     MOVE "SUMSOMNT" TO CJ-PROGRAM-ID.
027027     IF OT-ACTION NOT = "D"
027028         MOVE ORIG-RECORD TO CJ-AFTER-IMAGE
027029     END-IF.
027030     CALL "SUMSCHGJ" USING CHGJ-RECORD.
027031 2360-EXIT.
027032     EXIT.
027033
027100 2400-REPORT-REJECT.
027200     ADD 1 TO WS-REJECTED-COUNT.
027300     MOVE SPACES TO ORIG-DETAIL-REC.
029200     CLOSE ORIG-TXN.
029300     CLOSE ORIG-FILE.
029400     CLOSE ORIG-RPT.
029410     CALL "SUMSCHGJ-CLOSE".
029500     IF WS-REJECTED-COUNT > 0
029600         MOVE 4 TO RETURN-CODE
029700     END-IF.
