003300* THE CLOSING CERTIFICATE CARRIES PER-DAY AND PER-COST-CENTER
003400* POSTED COUNTS AND NET VALUES (REVERSAL ENTRIES, FLAGGED V,
003500* SUBTRACT), ALL CONFIRMED ACKNOWLEDGED, WITH MONTH TOTALS.
003510*
003520* EVERY CLOSE THAT REACHES ITS VERDICT - CLEAN, OVER REJECTS OR
003530* REFUSED - IS ALSO APPENDED TO THE CLOSING-CERTIFICATE REGISTER
003540* (CLOSELOG - SEE CLOGREC) WITH THE COUNT AND NET VALUE COPIED
003550* TO THE ARCHIVE AND THE COUNT AND NET VALUE CERTIFIED. SUMSYEND
003560* WILL NOT CLOSE A FISCAL YEAR WITHOUT A REGISTERED CERTIFICATE
003570* FOR EVERY MONTH, SO A CLOSE THAT CANNOT BE REGISTERED ENDS
003580* RC=16 AND IS RERUN LIKE A REFUSED ONE.
003581*
003582* A MONTH CLOSED BEFORE THE REGISTER EXISTED IS REGISTERED BY A
003583* REGISTER-ONLY RUN (COL 8 R, JOB SUMSCLRJ): IFACEIN IS THEN
003584* THE MONTH'S ARCHIVE GENERATION, NOTHING IS ARCHIVED, AND THE
003585* CERTIFICATE IS RE-DERIVED BY THE SAME MATCH AGAINST THE
003586* CUMULATIVE ACKNOWLEDGMENT FILE - ACKNOWLEDGMENTS DATED AFTER
003587* THE PERIOD (LATER MONTHS) ARE SKIPPED AS WELL AS EARLIER
003588* ONES. THE VERDICT REGISTERED IS THE VERDICT THE ARCHIVE
003589* EARNS, SO A MONTH IS NEVER REGISTERED CLOSED ON SAY-SO.
003600*
003700* CLSEPARM (REQUIRED):
003800*   COLS 1-6   PERIOD BEING CLOSED (YYYYMM, PRINTED ON THE
003900*              CERTIFICATE AND CHECKED AGAINST EVERY POSTING)
004000*   COL 7      O = CLOSE OVER VERIFIED-RESOLVED REJECTS
004010*   COL 8      R = REGISTER A MONTH ALREADY CLOSED FROM ITS
004020*              ARCHIVE GENERATION (SUMSCLRJ)
004100*
004200* MODIFICATION HISTORY
004300* DATE       BY   DESCRIPTION
004590*                 ACK-WITHOUT-POSTING EXCEPTION ON A CLEAN
004591*                 MONTH. MIRRORS THE PERIOD CHECK THE
004592*                 INTERFACE SIDE ALREADY DOES.
004592* 2026-10-15 JH   EVERY CLOSE THAT REACHES A VERDICT IS NOW
004592*                 APPENDED TO THE CLOSING-CERTIFICATE REGISTER
004592*                 (CLOSELOG, SEE CLOGREC) WITH THE ARCHIVED AND
004592*                 CERTIFIED COUNTS AND NET VALUES, FOR THE
004592*                 SUMSYEND FISCAL YEAR-END. A CLOSE THAT CANNOT
004592*                 BE REGISTERED ENDS RC=16.
004593* 2026-10-15 JH   REGISTER-ONLY RUN (CLSEPARM COL 8 R) FOR
004594*                 MONTHS CLOSED BEFORE THE REGISTER EXISTED.
004595*                 A FAILED WRITE TO CLOSELOG NOW ENDS RC=16
004596*                 LIKE A FAILED OPEN.
004600*================================================================
004700
004800 ENVIRONMENT DIVISION.
006300
006400     SELECT CLSE-RPT ASSIGN TO "CLOSERPT"
006500         ORGANIZATION IS SEQUENTIAL.
006510
006520     SELECT OPTIONAL CLOSE-LOG ASSIGN TO "CLOSELOG"
006530         ORGANIZATION IS SEQUENTIAL
006540         FILE STATUS IS WS-CLOG-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
009600 01  PARM-RECORD.
009700     05  PM-PERIOD               PIC X(06).
009800     05  PM-OVERRIDE-SW          PIC X(01).
009810     05  PM-REGISTER-SW          PIC X(01).
009900     05  FILLER                  PIC X(72).
010000
010100 FD  IFARCH-OUT
010200     RECORD CONTAINS 58 CHARACTERS
015100 01  CLS-VERDICT-REC.
015200     05  CLS-VERDICT-TEXT        PIC X(60).
015300     05  FILLER                  PIC X(20).
015310
015320 FD  CLOSE-LOG
015330     RECORD CONTAINS 80 CHARACTERS
015340     LABEL RECORDS ARE STANDARD.
015350 01  CLOSE-LOG-REC               PIC X(80).
015400
015500 WORKING-STORAGE SECTION.
015600 01  WS-IFACE-EOF-SW         PIC X(01)  VALUE 'N'.
015800 01  WS-ACK-EOF-SW           PIC X(01)  VALUE 'N'.
015900     88  WS-ACK-EOF                  VALUE 'Y'.
016000 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
016010 01  WS-CLOG-STATUS          PIC X(02)  VALUE SPACES.
016100 01  WS-PERIOD               PIC X(06)  VALUE SPACES.
016200 01  WS-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
016300     88  WS-REJECTS-OVERRIDDEN       VALUE 'O'.
016310 01  WS-REGISTER-SW          PIC X(01)  VALUE 'N'.
016320     88  WS-REGISTER-ONLY            VALUE 'R'.
016400 01  WS-NOACK-COUNT          PIC S9(07) COMP-3 VALUE 0.
016500 01  WS-REJECT-COUNT         PIC S9(07) COMP-3 VALUE 0.
016600 01  WS-ACKONLY-COUNT        PIC S9(07) COMP-3 VALUE 0.
016800 01  WS-POSTED-COUNT         PIC S9(07) COMP-3 VALUE 0.
016900 01  WS-POSTED-VALUE         PIC S9(16) COMP-3 VALUE 0.
017000 01  WS-EXCP-COUNT           PIC S9(07) COMP-3 VALUE 0.
017010 01  WS-ARCH-COUNT           PIC S9(07) COMP-3 VALUE 0.
017020 01  WS-ARCH-VALUE           PIC S9(16) COMP-3 VALUE 0.
017100 01  WS-VALUE-SIGNED         PIC S9(16) COMP-3 VALUE 0.
017200 01  WS-PARSE-14             PIC X(14)  VALUE SPACES.
017300 01  WS-PARSE-14-R REDEFINES WS-PARSE-14
020920 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
020930 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
020940 COPY JRNLREC.
020950 COPY CLOGREC.
021000
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
022450         INTO WS-JRNL-START-TS.
022500     OPEN INPUT IFACE-IN.
022600     OPEN INPUT ACK-IN.
022800     OPEN OUTPUT CLSE-RPT.
022900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
022910     IF NOT WS-REGISTER-ONLY
022920         OPEN OUTPUT IFARCH-OUT
022930     END-IF.
023000     MOVE SPACES TO CLS-HEADER-REC.
023100     MOVE "SUMSCLSE INTERFACE MONTH-END CLOSE - PERIOD "
023200         TO CLS-HDR-LABEL.
023300     MOVE WS-PERIOD TO CLS-HDR-PERIOD.
023400     WRITE CLS-HEADER-REC.
023410     IF WS-REGISTER-ONLY
023420         MOVE SPACES TO CLS-SECTION-REC
023430         MOVE "REGISTER-ONLY RUN - FROM THE ARCHIVE"
023440             TO CLS-SEC-LABEL
023450         WRITE CLS-SECTION-REC
023460     END-IF.
023500     MOVE SPACES TO WS-PREV-GROUP.
023600     PERFORM 2100-READ-IFACE THRU 2100-EXIT.
023700     PERFORM 2200-READ-ACK THRU 2200-EXIT.
026800     IF PM-OVERRIDE-SW = "O"
026900         MOVE PM-OVERRIDE-SW TO WS-OVERRIDE-SW
027000     END-IF.
027010     IF PM-REGISTER-SW = "R"
027020         MOVE PM-REGISTER-SW TO WS-REGISTER-SW
027030     END-IF.
027100     CLOSE PARM-IN.
027200 1100-EXIT.
027300     EXIT.
031300             MOVE HIGH-VALUES TO WS-IF-KEY
031400             GO TO 2100-EXIT
031500     END-READ.
031600     IF NOT WS-REGISTER-ONLY
031605         WRITE IFARCH-RECORD FROM IFACE-IN-RECORD
031608     END-IF.
031610     PERFORM 2110-ADD-ARCHIVE-TOTAL THRU 2110-EXIT.
031700     IF CL-IF-POSTING-DATE (1:6) NOT = WS-PERIOD
031800         ADD 1 TO WS-OFFPER-COUNT
031900         ADD 1 TO WS-EXCP-COUNT
033600     MOVE WS-OCC-SEQ TO WS-IF-KEY-OCC.
033700 2100-EXIT.
033800     EXIT.
033810
033820*----------------------------------------------------------------
033830* 2110-ADD-ARCHIVE-TOTAL - COUNT AND NET EVERY RECORD COPIED TO
033840* THE ARCHIVE, WHETHER OR NOT IT IS ACKNOWLEDGED, SO THE
033850* REGISTER SAYS WHAT THE ARCHIVE GENERATION HOLDS.
033860*----------------------------------------------------------------
033870 2110-ADD-ARCHIVE-TOTAL.
033880     ADD 1 TO WS-ARCH-COUNT.
033890     MOVE 0 TO WS-VALUE-SIGNED.
033891     IF CL-IF-VALUE IS NUMERIC
033892         MOVE CL-IF-VALUE TO WS-PARSE-14
033893         MOVE WS-PARSE-14-R TO WS-VALUE-SIGNED
033894     END-IF.
033895     IF CL-IF-RVSL-SW = "V"
033896         COMPUTE WS-VALUE-SIGNED = 0 - WS-VALUE-SIGNED
033897     END-IF.
033898     ADD WS-VALUE-SIGNED TO WS-ARCH-VALUE.
033899 2110-EXIT.
033899     EXIT.
033900
033910*----------------------------------------------------------------
033920* 2200-READ-ACK - THE ACKNOWLEDGMENT FILE IS CUMULATIVE OVER
034610     IF CL-AK-POSTING-DATE (1:6) < WS-PERIOD
034620         GO TO 2200-READ-ACK
034630     END-IF.
034640     IF WS-REGISTER-ONLY
034650             AND CL-AK-POSTING-DATE (1:6) > WS-PERIOD
034660         GO TO 2200-READ-ACK
034670     END-IF.
034700     MOVE CL-AK-POSTING-DATE TO WS-AK-KEY-DATE.
034800     MOVE CL-AK-RUN-ID TO WS-AK-KEY-RUN-ID.
034900     MOVE CL-AK-OCCURRENCE TO WS-AK-KEY-OCC.
048100* VERDICT, CLOSE FILES, SET THE RETURN CODE. THE CLOSE IS
048200* REFUSED WHILE ANY POSTING IS UNACKNOWLEDGED, OFF-PERIOD OR
048300* (WITHOUT THE OVERRIDE) REJECTED.
048310* THE VERDICT IS REGISTERED ON CLOSELOG BEFORE THE CERTIFICATE
048320* IS CLOSED, SO A FAILED REGISTRATION PRINTS ON IT.
048400*----------------------------------------------------------------
048500 3000-TERMINATE.
048600     MOVE SPACES TO CLS-SECTION-REC.
051100                 AND NOT WS-REJECTS-OVERRIDDEN)
051200         MOVE "*** CLOSE REFUSED - MONTH NOT CLEAN ***"
051300             TO CLS-VERDICT-TEXT
051310         SET CG-REFUSED TO TRUE
051400         MOVE 16 TO RETURN-CODE
051500         DISPLAY "SUMSCLSE - CLOSE REFUSED FOR " WS-PERIOD
051600     ELSE
051700         IF WS-REJECT-COUNT > 0
051800             MOVE "*** MONTH CLOSED - REJECTS OVERRIDDEN AS RES
051900-                "OLVED ***" TO CLS-VERDICT-TEXT
051910             SET CG-CLOSED-OVERRIDE TO TRUE
052000         ELSE
052100             MOVE "*** MONTH CLOSED - ALL POSTINGS ACKNOWLEDGED
052200-                " ***" TO CLS-VERDICT-TEXT
052210             SET CG-CLOSED-CLEAN TO TRUE
052300         END-IF
052400     END-IF.
052500     WRITE CLS-VERDICT-REC.
052510     PERFORM 3400-REGISTER-CLOSE THRU 3400-EXIT.
052600     CLOSE IFACE-IN.
052700     CLOSE ACK-IN.
052800     IF NOT WS-REGISTER-ONLY
052810         CLOSE IFARCH-OUT
052820     END-IF.
052900     CLOSE CLSE-RPT.
052910     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
053000 3000-EXIT.
057600     WRITE CLS-CC-REC.
057700 3300-EXIT.
057800     EXIT.
057801
057802*----------------------------------------------------------------
057803* 3400-REGISTER-CLOSE - APPEND THE VERDICT AND THE ARCHIVED AND
057804* CERTIFIED FIGURES TO THE CLOSING-CERTIFICATE REGISTER. THE
057805* REGISTER IS OPTIONAL ONLY UNTIL THE FIRST CLOSE CREATES IT.
057806* A CLOSE THAT CANNOT BE REGISTERED IS NOT A CLOSE - IT ENDS
057807* RC=16 SO THE JCL LEAVES THE LIVE INTERFACE FILE IN PLACE.
057808*----------------------------------------------------------------
057809 3400-REGISTER-CLOSE.
057810     MOVE WS-PERIOD TO CG-PERIOD.
057811     MOVE WS-JRNL-START-TS TO CG-CLOSE-TS.
057812     MOVE WS-ARCH-COUNT TO CG-ARCH-COUNT.
057813     MOVE "+" TO CG-ARCH-SIGN.
057814     IF WS-ARCH-VALUE < 0
057815         MOVE "-" TO CG-ARCH-SIGN
057816     END-IF.
057817     MOVE WS-ARCH-VALUE TO CG-ARCH-VALUE.
057818     MOVE WS-POSTED-COUNT TO CG-POSTED-COUNT.
057819     MOVE "+" TO CG-POSTED-SIGN.
057820     IF WS-POSTED-VALUE < 0
057821         MOVE "-" TO CG-POSTED-SIGN
057822     END-IF.
057823     MOVE WS-POSTED-VALUE TO CG-POSTED-VALUE.
057824     MOVE WS-REJECT-COUNT TO CG-REJECT-COUNT.
057825     OPEN EXTEND CLOSE-LOG.
057826     IF WS-CLOG-STATUS NOT = "00" AND WS-CLOG-STATUS NOT = "05"
057827         DISPLAY "SUMSCLSE - CLOSELOG CANNOT BE OPENED - STATUS "
057828             WS-CLOG-STATUS
057829         PERFORM 3410-NOT-REGISTERED THRU 3410-EXIT
057830         GO TO 3400-EXIT
057831     END-IF.
057832     WRITE CLOSE-LOG-REC FROM CLOG-RECORD.
057833     IF WS-CLOG-STATUS NOT = "00"
057834         DISPLAY "SUMSCLSE - CLOSELOG WRITE FAILED - STATUS "
057835             WS-CLOG-STATUS
057836         PERFORM 3410-NOT-REGISTERED THRU 3410-EXIT
057837     END-IF.
057838     CLOSE CLOSE-LOG.
057839 3400-EXIT.
057840     EXIT.
057841
057842 3410-NOT-REGISTERED.
057843     MOVE SPACES TO CLS-VERDICT-REC.
057844     MOVE "*** CLOSE NOT REGISTERED - RERUN THE CLOSE ***"
057845         TO CLS-VERDICT-TEXT.
057846     WRITE CLS-VERDICT-REC.
057847     MOVE 16 TO RETURN-CODE.
057848 3410-EXIT.
057849     EXIT.
057850
057855*----------------------------------------------------------------
057860* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
057865* IN/OUT = ACKNOWLEDGED POSTINGS CERTIFIED, ERRORS =
057870* EXCEPTIONS LISTED. SUMSCLSE MINTS NO RUN-ID.
057875*----------------------------------------------------------------
057880 8000-WRITE-RUN-JOURNAL.
057885     MOVE SPACES TO JRNL-RECORD.
057890     MOVE "SUMSCLSE" TO JR-PROGRAM-ID.
057895     MOVE SPACES TO JR-RUN-ID.
057900     MOVE WS-JRNL-START-TS TO JR-START-TS.
057905     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
057910     ACCEPT WS-JRNL-TIME FROM TIME.
057915     STRING WS-JRNL-DATE DELIMITED BY SIZE
057920            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
057925         INTO JR-END-TS.
057930     MOVE WS-POSTED-COUNT TO JR-RECS-IN.
057935     MOVE WS-POSTED-COUNT TO JR-RECS-OUT.
057940     MOVE WS-EXCP-COUNT TO JR-ERROR-COUNT.
057945     MOVE RETURN-CODE TO JR-RETURN-CODE.
057950     CALL "SUMSJRNL" USING JRNL-RECORD.
057955 8000-EXIT.
057960     EXIT.
