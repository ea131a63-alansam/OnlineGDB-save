002100*   COLS 36-39 OWNING DEPARTMENT
002200*   COL 40     ACTIVE FLAG (A ACTIVE / I INACTIVE)
002300*   COLS 41-48 EFFECTIVE DATE (YYYYMMDD)
002310*   COLS 73-80 OPERATOR ID (REQUIRED ON EVERY CARD)
002400* FOR A DELETE ONLY THE ACTION, CODE AND OPERATOR ID ARE
002410* USED. RETIRING A CENTER IS NORMALLY A CHANGE TO FLAG I, NOT
002500* A DELETE, SO THE DESCRIPTION STAYS AVAILABLE TO THE
002600* MONTH-END REPORTS.
002700*
002800* EVERY CARD IS ECHOED ON THE MAINTENANCE REPORT AS APPLIED OR
002900* REJECTED WITH ITS REASON. THE MASTER IS CREATED EMPTY ON THE
003000* FIRST RUN IF IT DOES NOT EXIST YET.
003010*
003020* EVERY APPLIED CARD ALSO APPENDS A BEFORE/AFTER IMAGE OF THE
003030* CENTER, WITH THE OPERATOR ID, TO THE SHARED MASTER CHANGE
003040* JOURNAL THROUGH SUMSCHGJ. A RUN WHOSE JOURNAL CANNOT BE
003050* OPENED IS REFUSED BEFORE ANY CARD IS APPLIED.
003100*
003200* MODIFICATION HISTORY
003300* DATE       BY   DESCRIPTION
003591*                 OF THE CENTER'S DETAILS TO SUSPENSE UNTIL
003592*                 THE DATE ARRIVED. APPLY THE CARD ON ITS
003593*                 EFFECTIVE DAY INSTEAD.
003594* 2026-10-15 JH   OPERATOR ID ADDED IN COLS 73-80 OF THE CARD.
003595*                 EVERY APPLIED ADD, CHANGE AND DELETE NOW
003596*                 APPENDS THE CENTER'S BEFORE AND AFTER IMAGES
003597*                 TO THE MASTER CHANGE JOURNAL THROUGH SUMSCHGJ.
003600*================================================================
003700
003800 ENVIRONMENT DIVISION.
006200     05  CT-OWN-DEPT             PIC X(04).
006300     05  CT-ACTIVE-SW            PIC X(01).
006400     05  CT-EFF-DATE             PIC X(08).
006500     05  FILLER                  PIC X(24).
006510     05  CT-OPERATOR-ID          PIC X(08).
006600
006700 FD  CCTR-FILE
006800     RECORD CONTAINS 60 CHARACTERS
010710 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
010720 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
010730 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
010731 01  WS-CHGJ-STATUS          PIC X(02)  VALUE SPACES.
010740 COPY JRNLREC.
010800 COPY CCTRREC.
010810 COPY CHGJREC.
010900
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011700
011800*----------------------------------------------------------------
011900* 1000-INITIALIZE - OPEN FILES (CREATING THE MASTER ON FIRST
012000* USE) AND THE CHANGE JOURNAL, WRITE THE REPORT HEADER, PRIME
012010* THE CARD READ.
012100*----------------------------------------------------------------
012200 1000-INITIALIZE.
012210     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
012250         INTO WS-JRNL-START-TS.
012300     OPEN INPUT CCTR-TXN.
012400     OPEN OUTPUT CCTR-RPT.
012410     CALL "SUMSCHGJ-OPEN" USING WS-CHGJ-STATUS.
012420     IF WS-CHGJ-STATUS NOT = "00"
012430         DISPLAY "SUMSCMNT CANNOT OPEN CHANGE JOURNAL - STATUS "
012440             WS-CHGJ-STATUS
012450         MOVE 16 TO RETURN-CODE
012460         STOP RUN
012470     END-IF.
012500     OPEN I-O CCTR-FILE.
012600     IF WS-CCTR-STATUS = "35"
012700         OPEN OUTPUT CCTR-FILE
018500         MOVE "COST-CENTER CODE MISSING" TO WS-REJECT-TEXT
018600         GO TO 2200-EXIT
018700     END-IF.
018710     IF CT-OPERATOR-ID = SPACES
018720         SET WS-TXN-BAD TO TRUE
018730         MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
018740         GO TO 2200-EXIT
018750     END-IF.
018800     IF CT-ACTION = "D"
018900         GO TO 2200-EXIT
019000     END-IF.
020600     EXIT.
020700
020800*----------------------------------------------------------------
020900* 2300-APPLY-TXN - WRITE, REWRITE OR DELETE THE KEYED RECORD
020910* AND JOURNAL THE CHANGE ONCE IT HAS BEEN APPLIED.
021000*----------------------------------------------------------------
021100 2300-APPLY-TXN.
021200     MOVE SPACES TO CCTR-RECORD.
021300     MOVE CT-CENTER-CODE TO CC-CENTER-CODE.
021310     MOVE SPACES TO CHGJ-RECORD.
021320     IF CT-ACTION NOT = "A"
021330         PERFORM 2320-READ-BEFORE-IMAGE THRU 2320-EXIT
021340     END-IF.
021400     IF CT-ACTION NOT = "D"
021500         MOVE CT-DESC TO CC-DESC
021600         MOVE CT-OWN-DEPT TO CC-OWN-DEPT
025000         MOVE CC-CENTER-CODE TO CCT-DTL-CODE
025100         MOVE CT-DESC TO CCT-DTL-TEXT
025200         WRITE CCTR-DETAIL-REC
025210         PERFORM 2360-WRITE-CHANGE-JOURNAL THRU 2360-EXIT
025300     ELSE
025400         PERFORM 2400-REPORT-REJECT THRU 2400-EXIT
025500     END-IF.
025600 2300-EXIT.
025700     EXIT.
025800
025801*----------------------------------------------------------------
025802* 2320-READ-BEFORE-IMAGE - CAPTURE THE CENTER AS IT STANDS
025803* BEFORE A CHANGE OR DELETE. A CODE NOT ON THE MASTER LEAVES
025804* THE IMAGE BLANK - THE REWRITE OR DELETE THEN REJECTS THE
025805* CARD.
025806*----------------------------------------------------------------
025807 2320-READ-BEFORE-IMAGE.
025808     MOVE CC-CENTER-CODE TO CF-CENTER-KEY.
025809     READ CCTR-FILE INTO CJ-BEFORE-IMAGE
025809         INVALID KEY
025809             MOVE SPACES TO CJ-BEFORE-IMAGE
025809     END-READ.
025809 2320-EXIT.
025809     EXIT.
025809
025810*----------------------------------------------------------------
025820* 2350-CHECK-PENDING-MASK - A FUTURE-DATED CHANGE MAY NOT
025830* REPLACE A CENTER THAT IS LIVE TODAY (SUMS REJECTS A NOT-
025893 2350-EXIT.
025894     EXIT.
025895
025896*----------------------------------------------------------------
025897* 2360-WRITE-CHANGE-JOURNAL - APPEND THE APPLIED CARD'S BEFORE
025898* AND AFTER IMAGES TO THE MASTER CHANGE JOURNAL. A DELETE HAS
025899* NO AFTER IMAGE.
025899*----------------------------------------------------------------
025899 2360-WRITE-CHANGE-JOURNAL.
025899     MOVE "CCMAST" TO CJ-MASTER-NAME.
025899     MOVE CC-CENTER-CODE TO CJ-MASTER-KEY.
025899     MOVE CT-ACTION TO CJ-ACTION.
025899     MOVE CT-OPERATOR-ID TO CJ-OPERATOR-ID.
025899     MOVE "SUMSCMNT" TO CJ-PROGRAM-ID.
025899     IF CT-ACTION NOT = "D"
025899         MOVE CCTR-RECORD TO CJ-AFTER-IMAGE
025899     END-IF.
025899     CALL "SUMSCHGJ" USING CHGJ-RECORD.
025899 2360-EXIT.
025899     EXIT.
025899
025900 2400-REPORT-REJECT.
026000     ADD 1 TO WS-REJECTED-COUNT.
026100     MOVE SPACES TO CCTR-DETAIL-REC.
028000     CLOSE CCTR-TXN.
028100     CLOSE CCTR-FILE.
028200     CLOSE CCTR-RPT.
028210     CALL "SUMSCHGJ-CLOSE".
028300     IF WS-REJECTED-COUNT > 0
028400         MOVE 4 TO RETURN-CODE
028500     END-IF.
