001800*   COLS 2-9   DATE (YYYYMMDD)
001900*   COL 10     DAY TYPE - W WORKING, H HOLIDAY, E WEEKEND
002000*   COLS 11-30 DESCRIPTION (E.G. THE HOLIDAY NAME)
002010*   COLS 73-80 OPERATOR ID (REQUIRED ON EVERY CARD)
002100* FOR A DELETE ONLY THE ACTION, DATE AND OPERATOR ID ARE USED.
002200*
002300* EVERY CARD IS ECHOED ON THE MAINTENANCE REPORT AS APPLIED OR
002400* REJECTED WITH ITS REASON. THE MASTER IS CREATED EMPTY ON THE
002500* FIRST RUN IF IT DOES NOT EXIST YET.
002510*
002520* EVERY APPLIED CARD ALSO APPENDS A BEFORE/AFTER IMAGE OF THE
002530* CALENDAR DATE, WITH THE OPERATOR ID, TO THE SHARED MASTER
002540* CHANGE JOURNAL THROUGH SUMSCHGJ. A RUN WHOSE JOURNAL CANNOT
002550* BE OPENED IS REFUSED BEFORE ANY CARD IS APPLIED.
002600*
002700* MODIFICATION HISTORY
002800* DATE       BY   DESCRIPTION
003010* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
003020*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
003030*                 SUMMARY.
003040* 2026-10-15 JH   OPERATOR ID ADDED IN COLS 73-80 OF THE CARD.
003050*                 EVERY APPLIED ADD, CHANGE AND DELETE NOW
003060*                 APPENDS THE DATE'S BEFORE AND AFTER IMAGES TO
003070*                 THE MASTER CHANGE JOURNAL THROUGH SUMSCHGJ.
003100*================================================================
003200
003300 ENVIRONMENT DIVISION.
005500     05  BT-CAL-DATE             PIC X(08).
005600     05  BT-DAY-TYPE             PIC X(01).
005700     05  BT-DESC                 PIC X(20).
005800     05  FILLER                  PIC X(42).
005810     05  BT-OPERATOR-ID          PIC X(08).
005900
006000 FD  BCAL-FILE
006100     RECORD CONTAINS 40 CHARACTERS
010010 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
010020 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
010030 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
010031 01  WS-CHGJ-STATUS          PIC X(02)  VALUE SPACES.
010040 COPY JRNLREC.
010100 COPY BCALREC.
010110 COPY CHGJREC.
010200
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
011000
011100*----------------------------------------------------------------
011200* 1000-INITIALIZE - OPEN FILES (CREATING THE MASTER ON FIRST
011300* USE) AND THE CHANGE JOURNAL, WRITE THE REPORT HEADER, PRIME
011310* THE CARD READ.
011400*----------------------------------------------------------------
011500 1000-INITIALIZE.
011510     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
011550         INTO WS-JRNL-START-TS.
011600     OPEN INPUT BCAL-TXN.
011700     OPEN OUTPUT BCAL-RPT.
011710     CALL "SUMSCHGJ-OPEN" USING WS-CHGJ-STATUS.
011720     IF WS-CHGJ-STATUS NOT = "00"
011730         DISPLAY "SUMSBMNT CANNOT OPEN CHANGE JOURNAL - STATUS "
011740             WS-CHGJ-STATUS
011750         MOVE 16 TO RETURN-CODE
011760         STOP RUN
011770     END-IF.
011800     OPEN I-O BCAL-FILE.
011900     IF WS-BCAL-STATUS = "35"
012000         OPEN OUTPUT BCAL-FILE
018200         MOVE "DATE NOT A VALID YYYYMMDD" TO WS-REJECT-TEXT
018300         GO TO 2200-EXIT
018400     END-IF.
018410     IF BT-OPERATOR-ID = SPACES
018420         SET WS-TXN-BAD TO TRUE
018430         MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
018440         GO TO 2200-EXIT
018450     END-IF.
018500     IF BT-ACTION = "D"
018600         GO TO 2200-EXIT
018700     END-IF.
019500     EXIT.
019600
019700*----------------------------------------------------------------
019800* 2300-APPLY-TXN - WRITE, REWRITE OR DELETE THE KEYED RECORD
019810* AND JOURNAL THE CHANGE ONCE IT HAS BEEN APPLIED.
019900*----------------------------------------------------------------
020000 2300-APPLY-TXN.
020100     MOVE SPACES TO BCAL-RECORD.
020200     MOVE BT-CAL-DATE TO BC-CAL-DATE.
020210     MOVE SPACES TO CHGJ-RECORD.
020220     IF BT-ACTION NOT = "A"
020230         PERFORM 2320-READ-BEFORE-IMAGE THRU 2320-EXIT
020240     END-IF.
020300     IF BT-ACTION NOT = "D"
020400         MOVE BT-DAY-TYPE TO BC-DAY-TYPE
020500         MOVE BT-DESC TO BC-DESC
023700         MOVE BC-CAL-DATE TO BCL-DTL-DATE
023800         MOVE BT-DESC TO BCL-DTL-TEXT
023900         WRITE BCAL-DETAIL-REC
023910         PERFORM 2360-WRITE-CHANGE-JOURNAL THRU 2360-EXIT
024000     ELSE
024100         PERFORM 2400-REPORT-REJECT THRU 2400-EXIT
024200     END-IF.
024300 2300-EXIT.
024400     EXIT.
024500
024501*----------------------------------------------------------------
024502* 2320-READ-BEFORE-IMAGE - CAPTURE THE CALENDAR DATE AS IT
024503* STANDS BEFORE A CHANGE OR DELETE. A DATE NOT ON THE MASTER
024504* LEAVES THE IMAGE BLANK - THE REWRITE OR DELETE THEN REJECTS
024505* THE CARD.
024506*----------------------------------------------------------------
024507 2320-READ-BEFORE-IMAGE.
024508     MOVE BC-CAL-DATE TO BF-CAL-KEY.
024509     READ BCAL-FILE INTO CJ-BEFORE-IMAGE
024510         INVALID KEY
024511             MOVE SPACES TO CJ-BEFORE-IMAGE
024512     END-READ.
024513 2320-EXIT.
024514     EXIT.
024515
024516*----------------------------------------------------------------
024517* 2360-WRITE-CHANGE-JOURNAL - APPEND THE APPLIED CARD'S BEFORE
024518* AND AFTER IMAGES TO THE MASTER CHANGE JOURNAL. A DELETE HAS
024519* NO AFTER IMAGE.
024520*----------------------------------------------------------------
024521 2360-WRITE-CHANGE-JOURNAL.
024522     MOVE "CALMAST" TO CJ-MASTER-NAME.
024523     MOVE BC-CAL-DATE TO CJ-MASTER-KEY.
024524     MOVE BT-ACTION TO CJ-ACTION.
024525     MOVE BT-OPERATOR-ID TO CJ-OPERATOR-ID.
024526     MOVE "SUMSBMNT" TO CJ-PROGRAM-ID.
024527     IF BT-ACTION NOT = "D"
024528         MOVE BCAL-RECORD TO CJ-AFTER-IMAGE
024529     END-IF.
024530     CALL "SUMSCHGJ" USING CHGJ-RECORD.
024531 2360-EXIT.
024532     EXIT.
024533
024600 2400-REPORT-REJECT.
024700     ADD 1 TO WS-REJECTED-COUNT.
024800     MOVE SPACES TO BCAL-DETAIL-REC.
026700     CLOSE BCAL-TXN.
026800     CLOSE BCAL-FILE.
026900     CLOSE BCAL-RPT.
026910     CALL "SUMSCHGJ-CLOSE".
027000     IF WS-REJECTED-COUNT > 0
027100         MOVE 4 TO RETURN-CODE
027200     END-IF.
