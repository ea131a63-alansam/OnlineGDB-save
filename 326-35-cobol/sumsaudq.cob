003300*
003400* THE RUN REPORT CARRIES SELECTED/ARCHIVED/RETAINED COUNTS
003500* EITHER WAY, SO EVERY RECORD IS ACCOUNTED FOR.
003510*
003520* SELECT READS THE KEYED AUDIT STORE (AUDKEY - SEE AUDKREC)
003530* RATHER THAN THE WHOLE SEQUENTIAL FILE: A RUN-ID OR DATE-FROM
003540* CRITERION POSITIONS THE READ BY KEY AND THE READ STOPS PAST THE
003550* RUN-ID OR DATE-TO, SO A TRACE FOR ONE DAY NO LONGER PASSES THE
003560* MONTH. RETENTION STILL CUTS THE SEQUENTIAL FILE (THE LEGAL
003570* RECORD) AND DELETES THE SAME DAYS FROM THE STORE, PRINTING THE
003580* STORE PURGED COUNT. THE STORE IS PURGED FIRST, BEFORE ANY
003581* RECORD IS ARCHIVED OR RETAINED: A STORE THAT WILL NOT OPEN FOR
003582* UPDATE, OR A DELETE THAT FAILS, REFUSES THE RUN (RC=16) WITH
003583* ARCHOUT AND AUDITNEW STILL EMPTY, SO THE COPY-BACK IS HELD
003584* AND A RERUN OF THE SAME CARD FINISHES THE PURGE AND THE CUT.
003600*
003700* MODIFICATION HISTORY
003800* DATE       BY   DESCRIPTION
004010* 2026-09-02 JH   APPENDS ONE RUN-JOURNAL RECORD AT TERMINATION
004020*                 THROUGH SUMSJRNL FOR THE SUMSOPSM OPERATIONS
004030*                 SUMMARY.
004030* 2026-10-15 JH   AUDIT RECORD WIDENED TO 120 BYTES (ORIGIN,
004030*                 BATCH, DETAIL SEQUENCE AND REMAINDER ADDED BY
004030*                 SUMS). THE EXTRACT, ARCHIVE AND RETAINED FILES
004030*                 CARRY THE FULL RECORD.
004030* 2026-10-15 JH   SELECT NOW READS THE KEYED AUDIT STORE (AUDKEY),
004030*                 POSITIONED BY RUN-ID OR DATE-FROM AND STOPPING
004030*                 PAST THE RUN-ID OR DATE-TO. RETENTION ALSO
004030*                 DELETES THE CUT DAYS FROM THE STORE (STORE
004030*                 PURGED LINE ON THE TRAILER). THE AUDIT RECORD
004030*                 LAYOUT MOVED TO WORKING-STORAGE.
004040* 2026-10-15 JH   RETENTION PURGES THE STORE BEFORE THE CUT
004050*                 INSTEAD OF AFTER IT. AN UNOPENABLE STORE OR A
004060*                 FAILED DELETE NOW REFUSES THE RUN RC=16 BEFORE
004070*                 ANYTHING IS ARCHIVED, NOT RC=4 AFTERWARDS.
004080*                 A SELECT WHOSE STORE WILL NOT OPEN IS REFUSED
004090*                 THE SAME WAY, SO IT IS JOURNALED AND ITS FILES
004095*                 ARE CLOSED.
004100*================================================================
004200
004300 ENVIRONMENT DIVISION.
006100
006200     SELECT AUDIT-NEW ASSIGN TO "AUDITNEW"
006300         ORGANIZATION IS SEQUENTIAL.
006310
006320     SELECT AUDK-FILE ASSIGN TO "AUDKEY"
006330         ORGANIZATION IS INDEXED
006340         ACCESS MODE IS DYNAMIC
006350         RECORD KEY IS AF-AUDK-KEY
006360         ALTERNATE RECORD KEY IS AF-CC-KEY WITH DUPLICATES
006370         FILE STATUS IS WS-AUDK-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  AUDIT-IN
006800     RECORD CONTAINS 120 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000 01  AUDIT-IN-FILE-REC       PIC X(120).
009200
009300 FD  PARM-IN
009400     RECORD CONTAINS 80 CHARACTERS
014300     05  TRC-TRL-RET-LABEL       PIC X(10).
014400     05  TRC-TRL-RETAINED        PIC Z(06)9.
014500     05  FILLER                  PIC X(25).
014510 01  TRC-PURGE-REC.
014520     05  TRC-PRG-LABEL           PIC X(20).
014530     05  TRC-PRG-COUNT           PIC Z(06)9.
014540     05  FILLER                  PIC X(53).
014550 01  TRC-REFUSE-REC.
014560     05  TRC-RFS-LABEL           PIC X(10).
014570     05  TRC-RFS-TEXT            PIC X(70).
014600
014700 FD  EXTR-OUT
014800     RECORD CONTAINS 120 CHARACTERS
014900     LABEL RECORDS ARE STANDARD.
015000 01  EXTR-RECORD             PIC X(120).
015100
015200 FD  ARCH-OUT
015300     RECORD CONTAINS 120 CHARACTERS
015400     LABEL RECORDS ARE STANDARD.
015500 01  ARCH-RECORD             PIC X(120).
015600
015700 FD  AUDIT-NEW
015800     RECORD CONTAINS 120 CHARACTERS
015900     LABEL RECORDS ARE STANDARD.
016000 01  AUDIT-NEW-REC           PIC X(120).
016010
016020 FD  AUDK-FILE
016030     RECORD CONTAINS 180 CHARACTERS
016040     LABEL RECORDS ARE STANDARD.
016050 01  AUDK-FILE-REC.
016060     05  AF-AUDK-KEY             PIC X(31).
016070     05  AF-CC-KEY               PIC X(12).
016080     05  FILLER                  PIC X(137).
016100
016200 WORKING-STORAGE SECTION.
016300 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
016600     88  WS-RECORD-MATCHES           VALUE 'Y'.
016700     88  WS-RECORD-SKIPPED           VALUE 'N'.
016800 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
016810 01  WS-AUDK-STATUS          PIC X(02)  VALUE SPACES.
016820 01  WS-AUDK-EOF-SW          PIC X(01)  VALUE 'N'.
016830     88  WS-AUDK-EOF                 VALUE 'Y'.
016840 01  WS-AUDK-OPEN-SW         PIC X(01)  VALUE 'N'.
016850     88  WS-AUDK-OPEN                VALUE 'Y'.
016860 01  WS-REFUSE-TEXT          PIC X(70)  VALUE SPACES.
016900 01  WS-FUNCTION             PIC X(01)  VALUE SPACE.
017000     88  WS-FUNC-SELECT              VALUE 'S'.
017100     88  WS-FUNC-RETAIN              VALUE 'R'.
018200 01  WS-SELECTED-COUNT       PIC S9(07) COMP-3 VALUE 0.
018300 01  WS-ARCHIVED-COUNT       PIC S9(07) COMP-3 VALUE 0.
018400 01  WS-RETAINED-COUNT       PIC S9(07) COMP-3 VALUE 0.
018410 01  WS-PURGED-COUNT         PIC S9(07) COMP-3 VALUE 0.
018500 01  WS-PARSE-7              PIC X(07)  VALUE SPACES.
018600 01  WS-PARSE-7-R REDEFINES WS-PARSE-7
018700                             PIC 9(07).
019320 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
019330 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
019340 COPY JRNLREC.
019340 COPY AUDKREC.
019340 01  AUDIT-IN-RECORD.
019340     05  AQ-AU-RUN-ID.
019340         10  FILLER              PIC X(04).
019340         10  AQ-AU-RUN-DATE      PIC X(08).
019340         10  FILLER              PIC X(04).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-TIMESTAMP         PIC X(14).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-FACTOR-A          PIC X(07).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-FACTOR-B          PIC X(07).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-VALUE             PIC X(14).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-RESUB-SW          PIC X(01).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-ORIG-RUN-ID       PIC X(16).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-COST-CENTER       PIC X(04).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-MODE-SW           PIC X(01).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-ORIGIN            PIC X(04).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-BATCH-NBR         PIC X(04).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-DTL-SEQ           PIC X(07).
019340     05  FILLER                  PIC X(01).
019340     05  AQ-AU-REMAINDER         PIC X(07).
019340     05  FILLER                  PIC X(06).
019400
019500 PROCEDURE DIVISION.
019600 0000-MAINLINE.
020200
020300*----------------------------------------------------------------
020400* 1000-INITIALIZE - OPEN FILES, READ AND EDIT THE PARAMETER
020500* CARD, WRITE THE REPORT HEADER, PRIME THE READ. SELECT READS
020510* THE KEYED AUDIT STORE; RETENTION READS THE SEQUENTIAL FILE,
020520* AFTER PURGING THE STORE (2500) BEFORE ANYTHING IS CUT.
020600*----------------------------------------------------------------
020700 1000-INITIALIZE.
020710     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
020730     STRING WS-JRNL-DATE DELIMITED BY SIZE
020740            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
020750         INTO WS-JRNL-START-TS.
020900     OPEN OUTPUT TRACE-RPT.
021000     OPEN OUTPUT EXTR-OUT.
021100     OPEN OUTPUT ARCH-OUT.
021200     OPEN OUTPUT AUDIT-NEW.
021300     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
021310     IF WS-FUNC-SELECT
021320         PERFORM 1300-START-STORE THRU 1300-EXIT
021330     ELSE
021340         OPEN INPUT AUDIT-IN
021350     END-IF.
021400     MOVE SPACES TO TRC-HEADER-REC.
021500     MOVE "SUMSAUDQ AUDIT RUN - FUNCTION " TO TRC-HDR-LABEL.
021600     MOVE WS-FUNCTION TO TRC-HDR-FUNC.
021700     WRITE TRC-HEADER-REC.
021710     IF WS-FUNC-RETAIN
021720         PERFORM 2500-PURGE-STORE THRU 2500-EXIT
021730     END-IF.
021800     IF NOT WS-AUDIT-EOF
021810         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
021820     END-IF.
021900 1000-EXIT.
022000     EXIT.
022100
030100     END-IF.
030200 1200-EXIT.
030300     EXIT.
030310
030320*----------------------------------------------------------------
030330* 1300-START-STORE - OPEN THE KEYED AUDIT STORE AND POSITION IT
030340* FOR THE SELECTION. A RUN-ID CRITERION GOES STRAIGHT TO THAT
030350* RUN'S KEYS (ITS RUN DATE IS COLS 5-12 OF THE RUN-ID); OTHERWISE
030360* A DATE-FROM GOES TO THAT DAY'S FIRST KEY, AND WITH NEITHER THE
030370* STORE IS READ FROM THE START. A STORE THAT WILL NOT OPEN ENDS
030380* THE RUN RC=16 (9000) - AN EMPTY TRACE WOULD READ AS "NO SUCH
030381* WORK".
030390*----------------------------------------------------------------
030391 1300-START-STORE.
030392     OPEN INPUT AUDK-FILE.
030393     IF WS-AUDK-STATUS NOT = "00"
030394         MOVE SPACES TO WS-REFUSE-TEXT
030395         STRING "CANNOT OPEN AUDIT STORE - STATUS "
030396                    DELIMITED BY SIZE
030397                WS-AUDK-STATUS DELIMITED BY SIZE
030397             INTO WS-REFUSE-TEXT
030397         PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
030398     END-IF.
030399     MOVE LOW-VALUES TO AF-AUDK-KEY.
030399     IF WS-SEL-RUN-ID NOT = SPACES
030399         MOVE WS-SEL-RUN-ID (5:8) TO AF-AUDK-KEY (1:8)
030399         MOVE WS-SEL-RUN-ID TO AF-AUDK-KEY (9:16)
030399     ELSE
030399         IF WS-SEL-DATE-FROM NOT = SPACES
030399             MOVE WS-SEL-DATE-FROM TO AF-AUDK-KEY (1:8)
030399         END-IF
030399     END-IF.
030399     START AUDK-FILE KEY IS NOT LESS THAN AF-AUDK-KEY
030399         INVALID KEY
030399             SET WS-AUDIT-EOF TO TRUE
030399     END-START.
030399 1300-EXIT.
030399     EXIT.
030400
030500*----------------------------------------------------------------
030600* 2000-PROCESS-AUDIT - ROUTE ONE AUDIT RECORD THROUGH THE
031900 2000-EXIT.
032000     EXIT.
032100
032110*----------------------------------------------------------------
032120* 2100-READ-AUDIT - NEXT RECORD. SELECT READS THE STORE IN KEY
032130* ORDER AND STOPS AT THE FIRST KEY PAST THE RUN-ID OR THE
032140* DATE-TO, SINCE NOTHING FURTHER ON CAN MATCH.
032150*----------------------------------------------------------------
032200 2100-READ-AUDIT.
032210     IF WS-FUNC-RETAIN
032220         READ AUDIT-IN INTO AUDIT-IN-RECORD
032230             AT END
032240                 SET WS-AUDIT-EOF TO TRUE
032250         END-READ
032260         GO TO 2100-EXIT
032270     END-IF.
032300     READ AUDK-FILE NEXT RECORD INTO AUDK-RECORD
032400         AT END
032500             SET WS-AUDIT-EOF TO TRUE
032510             GO TO 2100-EXIT
032600     END-READ.
032610     IF WS-SEL-RUN-ID NOT = SPACES
032620             AND AK-RUN-ID NOT = WS-SEL-RUN-ID
032630         SET WS-AUDIT-EOF TO TRUE
032640         GO TO 2100-EXIT
032650     END-IF.
032660     IF WS-SEL-DATE-TO NOT = SPACES
032670             AND AK-RUN-DATE > WS-SEL-DATE-TO
032680         SET WS-AUDIT-EOF TO TRUE
032690         GO TO 2100-EXIT
032691     END-IF.
032692     MOVE AK-AUDIT-IMAGE TO AUDIT-IN-RECORD.
032700 2100-EXIT.
032800     EXIT.
032900
041500     END-IF.
041600 2400-EXIT.
041700     EXIT.
041710
041720*----------------------------------------------------------------
041730* 2500-PURGE-STORE - BEFORE THE RETENTION PASS, DELETE EVERY
041740* KEYED AUDIT STORE RECORD DATED BEFORE THE CUT-OFF SO THE
041750* STORE KEEPS HOLDING WHAT THE LIVE FILE WILL HOLD. THE STORE IS
041760* IN RUN DATE ORDER, SO THE FIRST KEY ON OR AFTER THE CUT-OFF
041770* ENDS THE PURGE. A STORE THAT WILL NOT OPEN FOR UPDATE, OR A
041780* DELETE THAT FAILS, REFUSES THE RUN (9000) WHILE ARCHOUT AND
041790* AUDITNEW ARE STILL EMPTY.
041791*----------------------------------------------------------------
041792 2500-PURGE-STORE.
041793     OPEN I-O AUDK-FILE.
041794     IF WS-AUDK-STATUS NOT = "00"
041795         DISPLAY "SUMSAUDQ AUDIT STORE UNAVAILABLE - STATUS "
041796             WS-AUDK-STATUS
041797         MOVE "AUDIT STORE UNAVAILABLE - NOTHING ARCHIVED"
041798             TO WS-REFUSE-TEXT
041799         PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
041799     END-IF.
041799     SET WS-AUDK-OPEN TO TRUE.
041799     MOVE LOW-VALUES TO AF-AUDK-KEY.
041799     START AUDK-FILE KEY NOT < AF-AUDK-KEY
041799         INVALID KEY
041799             SET WS-AUDK-EOF TO TRUE
041799     END-START.
041799     PERFORM 2510-PURGE-ONE-RECORD THRU 2510-EXIT
041799         UNTIL WS-AUDK-EOF.
041799     CLOSE AUDK-FILE.
041799     MOVE 'N' TO WS-AUDK-OPEN-SW.
041799 2500-EXIT.
041799     EXIT.
041799
041799 2510-PURGE-ONE-RECORD.
041799     READ AUDK-FILE NEXT RECORD INTO AUDK-RECORD
041799         AT END
041799             SET WS-AUDK-EOF TO TRUE
041799             GO TO 2510-EXIT
041799     END-READ.
041799     IF AK-RUN-DATE NOT < WS-RET-CUTOFF
041799         SET WS-AUDK-EOF TO TRUE
041799         GO TO 2510-EXIT
041799     END-IF.
041799     DELETE AUDK-FILE RECORD
041799         INVALID KEY
041799             DISPLAY "SUMSAUDQ AUDIT STORE DELETE FAILED FOR "
041799                 AF-AUDK-KEY " STATUS " WS-AUDK-STATUS
041799             MOVE "AUDIT STORE DELETE FAILED - NOTHING ARCHIVED"
041799                 TO WS-REFUSE-TEXT
041799             PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
041799     END-DELETE.
041799     ADD 1 TO WS-PURGED-COUNT.
041799 2510-EXIT.
041799     EXIT.
041800
041900*----------------------------------------------------------------
042000* 3000-TERMINATE - CONTROL TOTALS, CLOSE FILES, END RUN.
042800     MOVE "RETAINED: " TO TRC-TRL-RET-LABEL.
042900     MOVE WS-RETAINED-COUNT TO TRC-TRL-RETAINED.
043000     WRITE TRC-TRAILER-REC.
043010     IF WS-FUNC-RETAIN
043020         MOVE SPACES TO TRC-PURGE-REC
043030         MOVE "STORE PURGED:       " TO TRC-PRG-LABEL
043040         MOVE WS-PURGED-COUNT TO TRC-PRG-COUNT
043050         WRITE TRC-PURGE-REC
043060         CLOSE AUDIT-IN
043070     ELSE
043080         CLOSE AUDK-FILE
043090     END-IF.
043200     CLOSE TRACE-RPT.
043300     CLOSE EXTR-OUT.
043400     CLOSE ARCH-OUT.
043799     CALL "SUMSJRNL" USING JRNL-RECORD.
043799 8000-EXIT.
043799     EXIT.
043800
043810*----------------------------------------------------------------
043820* 9000-REFUSE-RUN - THE STORE COULD NOT BE OPENED OR PURGED.
043830* PRINT WHY THE RUN STOPPED (AND, ON RETENTION, WHAT WAS PURGED),
043840* CLOSE EVERYTHING WITH EXTROUT, ARCHOUT AND AUDITNEW EMPTY,
043850* JOURNAL AND END RC=16. A RERUN OF THE SAME RETENTION CARD
043851* PICKS THE PURGE UP WHERE IT STOPPED.
043860*----------------------------------------------------------------
043870 9000-REFUSE-RUN.
043871     IF WS-FUNC-RETAIN
043872         MOVE SPACES TO TRC-PURGE-REC
043873         MOVE "STORE PURGED:       " TO TRC-PRG-LABEL
043873         MOVE WS-PURGED-COUNT TO TRC-PRG-COUNT
043874         WRITE TRC-PURGE-REC
043874         CLOSE AUDIT-IN
043874     END-IF.
043875     MOVE SPACES TO TRC-REFUSE-REC.
043876     MOVE "REFUSED:  " TO TRC-RFS-LABEL.
043877     MOVE WS-REFUSE-TEXT TO TRC-RFS-TEXT.
043878     WRITE TRC-REFUSE-REC.
043879     IF WS-AUDK-OPEN
043880         CLOSE AUDK-FILE
043881     END-IF.
043883     CLOSE TRACE-RPT.
043884     CLOSE EXTR-OUT.
043885     CLOSE ARCH-OUT.
043886     CLOSE AUDIT-NEW.
043887     DISPLAY "SUMSAUDQ REFUSED - " WS-REFUSE-TEXT.
043888     MOVE 16 TO RETURN-CODE.
043889     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
043890     STOP RUN.
043891 9000-EXIT.
043892     EXIT.
