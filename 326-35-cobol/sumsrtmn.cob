002100*   COLS 11-17 RATE PER COMPUTED RECORD (99999V99, 7 DIGITS)
002200*   COLS 18-26 RATE PER VALUE UNIT (999V999999, 9 DIGITS)
002300*   COLS 27-34 EFFECTIVE DATE (YYYYMMDD)
002310*   COLS 73-80 OPERATOR ID (REQUIRED ON EVERY CARD)
002400* FOR A DELETE ONLY THE ACTION, KEY AND OPERATOR ID ARE USED.
002500*
002600* THERE IS ONE RECORD PER KEY, SO A CHANGE DATED IN THE
002700* FUTURE WOULD REPLACE - AND, UNTIL ITS EFFECTIVE DATE, MASK -
003400* EVERY CARD IS ECHOED ON THE MAINTENANCE REPORT AS APPLIED OR
003500* REJECTED WITH ITS REASON. THE MASTER IS CREATED EMPTY ON THE
003600* FIRST RUN IF IT DOES NOT EXIST YET.
003610*
003620* EVERY APPLIED CARD ALSO APPENDS A BEFORE/AFTER IMAGE OF THE
003630* RATE, WITH THE OPERATOR ID, TO THE SHARED MASTER CHANGE
003640* JOURNAL THROUGH SUMSCHGJ. A RUN WHOSE JOURNAL CANNOT BE
003650* OPENED IS REFUSED BEFORE ANY CARD IS APPLIED.
003700*
003800* MODIFICATION HISTORY
003900* DATE       BY   DESCRIPTION
004200* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
004300*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
004400*                 SUMMARY.
004410* 2026-10-15 JH   OPERATOR ID ADDED IN COLS 73-80 OF THE CARD.
004420*                 EVERY APPLIED ADD, CHANGE AND DELETE NOW
004430*                 APPENDS THE RATE'S BEFORE AND AFTER IMAGES TO
004440*                 THE MASTER CHANGE JOURNAL THROUGH SUMSCHGJ.
004500*================================================================
004600
004700 ENVIRONMENT DIVISION.
007200     05  RX-RATE-PER-RECORD      PIC X(07).
007300     05  RX-RATE-PER-UNIT        PIC X(09).
007400     05  RX-EFF-DATE             PIC X(08).
007500     05  FILLER                  PIC X(38).
007510     05  RX-OPERATOR-ID          PIC X(08).
007600
007700 FD  RATE-FILE
007800     RECORD CONTAINS 60 CHARACTERS
012300 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
012400 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
012500 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
012510 01  WS-CHGJ-STATUS          PIC X(02)  VALUE SPACES.
012600 COPY JRNLREC.
012700 COPY RATEREC.
012710 COPY CHGJREC.
012800
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013600
013700*----------------------------------------------------------------
013800* 1000-INITIALIZE - OPEN FILES (CREATING THE MASTER ON FIRST
013900* USE) AND THE CHANGE JOURNAL, WRITE THE REPORT HEADER, PRIME
013910* THE CARD READ.
014000*----------------------------------------------------------------
014100 1000-INITIALIZE.
014200     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
014600         INTO WS-JRNL-START-TS.
014700     OPEN INPUT RATE-TXN.
014800     OPEN OUTPUT RATE-RPT.
014810     CALL "SUMSCHGJ-OPEN" USING WS-CHGJ-STATUS.
014820     IF WS-CHGJ-STATUS NOT = "00"
014830         DISPLAY "SUMSRTMN CANNOT OPEN CHANGE JOURNAL - STATUS "
014840             WS-CHGJ-STATUS
014850         MOVE 16 TO RETURN-CODE
014860         STOP RUN
014870     END-IF.
014900     OPEN I-O RATE-FILE.
015000     IF WS-RATE-STATUS = "35"
015100         OPEN OUTPUT RATE-FILE
021600         MOVE "MODE NOT M, D OR *" TO WS-REJECT-TEXT
021700         GO TO 2200-EXIT
021800     END-IF.
021810     IF RX-OPERATOR-ID = SPACES
021820         SET WS-TXN-BAD TO TRUE
021830         MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
021840         GO TO 2200-EXIT
021850     END-IF.
021900     IF RX-ACTION = "D"
022000         GO TO 2200-EXIT
022100     END-IF.
023300     EXIT.
023400
023500*----------------------------------------------------------------
023600* 2300-APPLY-TXN - WRITE, REWRITE OR DELETE THE KEYED RECORD
023610* AND JOURNAL THE CHANGE ONCE IT HAS BEEN APPLIED.
023700*----------------------------------------------------------------
023800 2300-APPLY-TXN.
023900     MOVE SPACES TO RATE-RECORD.
024000     MOVE RX-ORIGIN TO RA-ORIGIN.
024100     MOVE RX-COST-CENTER TO RA-COST-CENTER.
024200     MOVE RX-MODE TO RA-MODE.
024210     MOVE SPACES TO CHGJ-RECORD.
024220     IF RX-ACTION NOT = "A"
024230         PERFORM 2320-READ-BEFORE-IMAGE THRU 2320-EXIT
024240     END-IF.
024300     IF RX-ACTION NOT = "D"
024400         MOVE RX-RATE-PER-RECORD TO RA-RATE-PER-RECORD
024500         MOVE RX-RATE-PER-UNIT TO RA-RATE-PER-UNIT
027900         MOVE RX-ACTION TO RAT-DTL-ACTION
028000         MOVE RA-RATE-KEY TO RAT-DTL-KEY
028100         WRITE RATE-DETAIL-REC
028110         PERFORM 2360-WRITE-CHANGE-JOURNAL THRU 2360-EXIT
028200     ELSE
028300         PERFORM 2400-REPORT-REJECT THRU 2400-EXIT
028400     END-IF.
028500 2300-EXIT.
028600     EXIT.
028700
028701*----------------------------------------------------------------
028702* 2320-READ-BEFORE-IMAGE - CAPTURE THE RATE AS IT STANDS
028703* BEFORE A CHANGE OR DELETE. A KEY NOT ON THE MASTER LEAVES
028704* THE IMAGE BLANK - THE REWRITE OR DELETE THEN REJECTS THE
028705* CARD.
028706*----------------------------------------------------------------
028707 2320-READ-BEFORE-IMAGE.
028708     MOVE RA-RATE-KEY TO RM-RATE-KEY.
028709     READ RATE-FILE INTO CJ-BEFORE-IMAGE
028710         INVALID KEY
028711             MOVE SPACES TO CJ-BEFORE-IMAGE
028712     END-READ.
028713 2320-EXIT.
028714     EXIT.
028715
028800*----------------------------------------------------------------
028900* 2350-CHECK-PENDING-MASK - A FUTURE-DATED CHANGE MAY NOT
029000* REPLACE A RATE THAT IS LIVE TODAY (THE SINGLE RECORD WOULD
030700 2350-EXIT.
030800     EXIT.
030900
030901*----------------------------------------------------------------
030902* 2360-WRITE-CHANGE-JOURNAL - APPEND THE APPLIED CARD'S BEFORE
030903* AND AFTER IMAGES TO THE MASTER CHANGE JOURNAL. A DELETE HAS
030904* NO AFTER IMAGE.
030905*----------------------------------------------------------------
030906 2360-WRITE-CHANGE-JOURNAL.
030907     MOVE "RATEMAST" TO CJ-MASTER-NAME.
030908     MOVE RA-RATE-KEY TO CJ-MASTER-KEY.
030909     MOVE RX-ACTION TO CJ-ACTION.
030910     MOVE RX-OPERATOR-ID TO CJ-OPERATOR-ID.
030911     MOVE "SUMSRTMN" TO CJ-PROGRAM-ID.
030912     IF RX-ACTION NOT = "D"
030913         MOVE RATE-RECORD TO CJ-AFTER-IMAGE
030914     END-IF.
030915     CALL "SUMSCHGJ" USING CHGJ-RECORD.
030916 2360-EXIT.
030917     EXIT.
030918
031000 2400-REPORT-REJECT.
031100     ADD 1 TO WS-REJECTED-COUNT.
031200     MOVE SPACES TO RATE-DETAIL-REC.
033300     CLOSE RATE-TXN.
033400     CLOSE RATE-FILE.
033500     CLOSE RATE-RPT.
033510     CALL "SUMSCHGJ-CLOSE".
033600     IF WS-REJECTED-COUNT > 0
033700         MOVE 4 TO RETURN-CODE
033800     END-IF.
