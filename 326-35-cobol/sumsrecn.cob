002400* RE-ADD LIKE THIS CAN PROVE NOTHING WAS DOUBLE-POSTED. ON A
002500* MISMATCH THE PROGRAM ENDS WITH RETURN CODE 8 SO THE
002600* SCHEDULER CAN HOLD THE DOWNSTREAM HAND-OFF.
002610*
002620* THE AUDIT SIDE IS READ FROM THE KEYED AUDIT STORE (AUDKEY -
002630* SEE AUDKREC), POSITIONED STRAIGHT ON THE DAY'S RUN DATE,
002640* INSTEAD OF PASSING THE WHOLE SEQUENTIAL AUDIT FILE. SUMSAUDL
002650* LOADS THE DAY INTO THE STORE AHEAD OF THIS STEP.
002700*
002800* THE RECONCILIATION DATE IS LIFTED FROM THE RUN DATE HEADER
002810* LINE OF THE REPORT ITSELF - THAT IS THE DATE SUMS STAMPED ON
003599* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
003599*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
003599*                 SUMMARY.
003599* 2026-10-15 JH   AUDIT RECORD WIDENED TO 120 BYTES (ORIGIN,
003599*                 BATCH, DETAIL SEQUENCE AND REMAINDER ADDED BY
003599*                 SUMS).
003599* 2026-10-15 JH   AUDIT RECORDS NOW READ FROM THE KEYED AUDIT
003599*                 STORE (AUDKEY) STARTING AT THE RECONCILIATION
003599*                 DATE IN PLACE OF A FULL PASS OF THE SEQUENTIAL
003599*                 AUDIT FILE. A STORE THAT WILL NOT OPEN LEAVES
003599*                 THE DAY OUT OF BALANCE.
003600*================================================================
003700
003800 ENVIRONMENT DIVISION.
004100     SELECT RPT-IN ASSIGN TO "RPTIN"
004200         ORGANIZATION IS SEQUENTIAL.
004300
004400     SELECT AUDK-FILE ASSIGN TO "AUDKEY"
004500         ORGANIZATION IS INDEXED
004510         ACCESS MODE IS DYNAMIC
004520         RECORD KEY IS AF-AUDK-KEY
004530         ALTERNATE RECORD KEY IS AF-CC-KEY WITH DUPLICATES
004540         FILE STATUS IS WS-AUDK-STATUS.
004600
004700     SELECT IFACE-IN ASSIGN TO "IFACEIN"
004800         ORGANIZATION IS SEQUENTIAL.
006100     LABEL RECORDS ARE STANDARD.
006200 01  RPT-IN-LINE             PIC X(80).
006300
006400 FD  AUDK-FILE
006500     RECORD CONTAINS 180 CHARACTERS
006600     LABEL RECORDS ARE STANDARD.
006700 01  AUDK-FILE-REC.
006800     05  AF-AUDK-KEY             PIC X(31).
006900     05  AF-CC-KEY               PIC X(12).
007000     05  FILLER                  PIC X(137).
007800
007900 FD  IFACE-IN
008000     RECORD CONTAINS 58 CHARACTERS
011900     88  WS-RPT-EOF                  VALUE 'Y'.
012000 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
012100     88  WS-AUDIT-EOF                VALUE 'Y'.
012110 01  WS-AUDK-OPEN-SW         PIC X(01)  VALUE 'N'.
012120     88  WS-AUDK-OPEN                VALUE 'Y'.
012130 01  WS-AUDK-STATUS          PIC X(02)  VALUE SPACES.
012200 01  WS-IFACE-EOF-SW         PIC X(01)  VALUE 'N'.
012300     88  WS-IFACE-EOF                VALUE 'Y'.
012400 01  WS-TRAILER-FOUND-SW     PIC X(01)  VALUE 'N'.
014660 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
014670 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
014680 COPY JRNLREC.
014681 COPY AUDKREC.
014682 01  AUDIT-IN-RECORD.
014683     05  RN-AU-RUN-ID            PIC X(16).
014684     05  FILLER                  PIC X(01).
014685     05  RN-AU-TIMESTAMP         PIC X(14).
014686     05  FILLER                  PIC X(01).
014687     05  RN-AU-FACTOR-A          PIC X(07).
014688     05  FILLER                  PIC X(01).
014689     05  RN-AU-FACTOR-B          PIC X(07).
014690     05  FILLER                  PIC X(01).
014691     05  RN-AU-VALUE             PIC X(14).
014692     05  FILLER                  PIC X(01).
014693     05  RN-AU-RESUB-SW          PIC X(01).
014694     05  FILLER                  PIC X(56).
014700
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015100     PERFORM 2000-SCAN-REPORT THRU 2000-EXIT
015200         UNTIL WS-RPT-EOF.
015210     PERFORM 2250-SET-RECON-DATE THRU 2250-EXIT.
015220     PERFORM 2350-START-AUDIT THRU 2350-EXIT.
015300     PERFORM 2300-ADD-AUDIT THRU 2300-EXIT
015400         UNTIL WS-AUDIT-EOF.
015500     PERFORM 2500-ADD-IFACE THRU 2500-EXIT
015900
016000*----------------------------------------------------------------
016100* 1000-INITIALIZE - OPEN FILES, RESOLVE THE STAND-IN DATE FROM
016200* THE PARAMETER CARD, PRIME THE REPORT AND INTERFACE READS (THE
016210* AUDIT READ IS PRIMED BY 2350 ONCE THE DATE IS KNOWN). A STORE
016220* THAT WILL NOT OPEN LEAVES THE DAY OUT OF BALANCE.
016300*----------------------------------------------------------------
016400 1000-INITIALIZE.
016410     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
016440            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
016450         INTO WS-JRNL-START-TS.
016500     OPEN INPUT RPT-IN.
016600     OPEN INPUT AUDK-FILE.
016610     IF WS-AUDK-STATUS = "00"
016620         SET WS-AUDK-OPEN TO TRUE
016630     ELSE
016640         DISPLAY "SUMSRECN CANNOT OPEN AUDIT STORE - STATUS "
016650             WS-AUDK-STATUS
016660         SET WS-AUDIT-EOF TO TRUE
016670         SET WS-OUT-OF-BALANCE TO TRUE
016680     END-IF.
016700     OPEN INPUT IFACE-IN.
016800     OPEN OUTPUT RECN-RPT.
016900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
017200         MOVE WS-RUN-DATE TO WS-BUS-DATE
017300     END-IF.
017900     PERFORM 2100-READ-REPORT THRU 2100-EXIT.
018100     PERFORM 2600-READ-IFACE THRU 2600-EXIT.
018200 1000-EXIT.
018300     EXIT.
023300
023400*----------------------------------------------------------------
023500* 2300-ADD-AUDIT - RE-ADD EVERY AUDIT RECORD WHOSE RUN-ID
023600* CARRIES THE BUSINESS DATE (RUN-ID IS SUMS + DATE + TIME). THE
023610* STORE IS KEYED ON THAT DATE, SO ONLY THE DAY'S RECORDS ARE
023620* READ; THE TEST STAYS AS A GUARD.
023700*----------------------------------------------------------------
023800 2300-ADD-AUDIT.
023900     IF RN-AU-RUN-ID (5:8) = WS-BUS-DATE
024300             ADD WS-PARSE-14-R TO WS-AUDIT-TOTAL
024310         END-IF
024400     END-IF.
024420     PERFORM 2400-READ-AUDIT THRU 2400-EXIT.
024440 2300-EXIT.
024460     EXIT.
024480
024500*----------------------------------------------------------------
024520* 2350-START-AUDIT - POSITION THE AUDIT STORE ON THE FIRST KEY
024540* OF THE RECONCILIATION DATE AND PRIME THE AUDIT READ. NO KEY
024560* AT OR AFTER THE DATE MEANS NO AUDIT RECORDS FOR THE DAY.
024580*----------------------------------------------------------------
024600 2350-START-AUDIT.
024620     IF NOT WS-AUDK-OPEN
024640         GO TO 2350-EXIT
024660     END-IF.
024680     MOVE LOW-VALUES TO AF-AUDK-KEY.
024700     MOVE WS-BUS-DATE TO AF-AUDK-KEY (1:8).
024720     START AUDK-FILE KEY IS NOT LESS THAN AF-AUDK-KEY
024740         INVALID KEY
024760             SET WS-AUDIT-EOF TO TRUE
024780             GO TO 2350-EXIT
024800     END-START.
024820     PERFORM 2400-READ-AUDIT THRU 2400-EXIT.
024840 2350-EXIT.
024860     EXIT.
024880
024900 2400-READ-AUDIT.
025000     READ AUDK-FILE NEXT RECORD INTO AUDK-RECORD
025100         AT END
025200             SET WS-AUDIT-EOF TO TRUE
025210             GO TO 2400-EXIT
025300     END-READ.
025310     IF AK-RUN-DATE NOT = WS-BUS-DATE
025320         SET WS-AUDIT-EOF TO TRUE
025330         GO TO 2400-EXIT
025340     END-IF.
025350     MOVE AK-AUDIT-IMAGE TO AUDIT-IN-RECORD.
025400 2400-EXIT.
025500     EXIT.
025600
031800     END-IF.
031900     WRITE RECN-VERDICT-REC.
032000     CLOSE RPT-IN.
032100     IF WS-AUDK-OPEN
032110         CLOSE AUDK-FILE
032120     END-IF.
032200     CLOSE IFACE-IN.
032300     CLOSE RECN-RPT.
032400     IF WS-OUT-OF-BALANCE
