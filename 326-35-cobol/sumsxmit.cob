000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSXMIT.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSXMIT - DAILY INTERFACE TRANSMISSION AND RESEND
000900*
001000* THE INTERFACE FILE (IFACE-OUT) GROWS ALL MONTH UNDER DISP=MOD
001100* AS BARE SUMSPOST RECORDS, WITH NOTHING TO SHOW THE DOWNSTREAM
001200* POSTING TEAM THEY HAVE A WHOLE DAY. THIS PROGRAM CUTS ONE
001300* POSTING DATE'S RECORDS OUT OF IT INTO A TRANSMISSION OF ITS
001400* OWN (XMITOUT - LAYOUT IN XMITREC): A HEADER WITH THE POSTING
001500* DATE AND A TRANSMISSION SEQUENCE NUMBER, ONE RECORD PER RUN-ID
001600* INCLUDED, THE POSTINGS THEMSELVES UNCHANGED AND IN POSTED
001700* ORDER, AND A TRAILER WITH THE RECORD COUNT, THE NET VALUE
001800* (REVERSALS, IF-RVSL-SW = V, SUBTRACTED) AND A HASH TOTAL OF
001900* THE FACTORS. EVERY TRANSMISSION BUILT IS APPENDED TO THE
002000* TRANSMISSION LOG (XMITLOG - LAYOUT IN XLOGREC).
002100*
002200* TWO MODES, SET BY THE OPTIONAL XMITRSND CARD:
002300*   COL 1      BLANK OR O = ORIGINAL, R = RESEND
002400*   COLS 2-9   POSTING DATE (YYYYMMDD)
002500* WITH NO CARD (THE NIGHTLY STEP OF SUMSJOB) THE RUN IS AN
002600* ORIGINAL FOR THE DAY SUMS JUST RAN. AS IN SUMSRECN, THAT
002610* DATE IS LIFTED FROM THE RUN DATE HEADER OF THE DAY'S REPORT
002620* (RPTIN) - THE DATE SUMS STAMPED ON EVERY INTERFACE RECORD -
002630* SO A RUN THAT ENDS AFTER MIDNIGHT, OR USED THE BUSINESS-DATE
002640* OVERRIDE, STILL SENDS ITS OWN POSTINGS. ONLY WHEN THERE IS
002650* NO REPORT HEADER DO COLS 2-9 OF THE DAILY PARAMETER CARD
002700* (XMITPARM DD, THE SAME SUMSPARM CARD SUMS READS), OR FAILING
002800* THAT THIS PROGRAM'S RUN DATE, STAND IN. A DATE ON THE
002810* XMITRSND CARD ALWAYS WINS.
002900*
003000* ORIGINAL - READS THE LIVE INTERFACE FILE (IFACEIN). REFUSED
003100* (RC=16) WHEN THE LOG ALREADY HOLDS AN ORIGINAL FOR THE DATE,
003200* SO A DAY IS NEVER SENT FOR POSTING TWICE. A DATE WITH NO
003300* POSTINGS IS STILL SENT, AS AN EMPTY TRANSMISSION, SO THE
003400* DOWNSTREAM SIDE HEARS THAT THE DAY HAD NONE - RC=4.
003500*
003600* RESEND - REBUILDS AN EARLIER DATE'S TRANSMISSION FROM THE LIVE
003700* FILE, OR, WHEN THE DATE IS NO LONGER ON IT, FROM THE SUMSCLSE
003800* MONTHLY ARCHIVE (IFARCHIN). IT TAKES THE NEXT SEQUENCE NUMBER
003900* AND IS FLAGGED AS A RETRANSMISSION NAMING THE ORIGINAL'S
004000* SEQUENCE, SO THE DOWNSTREAM SIDE DOES NOT POST IT TWICE.
004100* REFUSED (RC=16) WHEN THE DATE WAS NEVER SENT AS AN ORIGINAL
004200* OR IS ON NEITHER FILE. AN ARCHIVE GENERATION IS IN POSTING
004300* DATE ORDER, SO THE ARCHIVE READ STOPS AT THE END OF THE
004400* DATE'S FIRST BLOCK - WITH THE WHOLE GDG CONCATENATED, NEWEST
004500* FIRST, A STRAY GENERATION FROM A REFUSED CLOSE CANNOT DOUBLE
004600* THE DAY.
004700*
004800* THE DATE'S POSTINGS ARE TALLIED IN A FIRST PASS (THE HEADER
004900* NAMES THE RUN-IDS BEFORE ANY POSTING IS WRITTEN) AND COPIED
005000* IN A SECOND. RC=16 ALSO WHEN MORE RUN-IDS TURN UP FOR THE
005100* DATE THAN THE TABLE HOLDS, OR WHEN THE LOG CANNOT BE READ;
005110* NOTHING IS LOGGED ON A REFUSAL. WHEN THE LOG WILL NOT TAKE
005120* THE FINISHED TRANSMISSION, XMITOUT IS EMPTIED, THE REPORT
005130* SAYS TRANSMISSION NOT LOGGED AND THE RUN ENDS RC=16.
005200*
005300* MODIFICATION HISTORY
005400* DATE       BY   DESCRIPTION
005500* ---------- ---- ---------------------------------------------
005600* 2026-10-15 JH   ORIGINAL PROGRAM.
005600* 2026-10-15 JH   THE NIGHTLY ORIGINAL NOW TAKES ITS POSTING
005600*                 DATE FROM THE SUMSRPT RUN DATE HEADER (RPTIN),
005600*                 AS SUMSRECN DOES, NOT THE SUMSPARM BUSINESS
005600*                 DATE - AN AFTER-MIDNIGHT OR OVERRIDDEN NIGHT
005600*                 SENT AN EMPTY ORIGINAL AND LOCKED THE REAL DAY
005600*                 OUT.
005610* 2026-10-15 JH   A TRANSMISSION LOG THAT CANNOT BE READ NOW
005620*                 REFUSES THE RUN INSTEAD OF PASSING FOR AN
005630*                 EMPTY LOG. A LOG OPEN OR WRITE FAILURE AT THE
005640*                 END EMPTIES XMITOUT, PRINTS TRANSMISSION NOT
005650*                 LOGGED AND ENDS RC=16.
005700*================================================================
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT IFACE-IN ASSIGN TO "IFACEIN"
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT OPTIONAL IFARCH-IN ASSIGN TO "IFARCHIN"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-ARCH-STATUS.
006800
006900     SELECT OPTIONAL PARM-IN ASSIGN TO "XMITPARM"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007110
007120     SELECT OPTIONAL RPT-IN ASSIGN TO "RPTIN"
007130         ORGANIZATION IS SEQUENTIAL
007140         FILE STATUS IS WS-RPT-STATUS.
007200
007300     SELECT OPTIONAL RSND-IN ASSIGN TO "XMITRSND"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-RSND-STATUS.
007600
007700     SELECT OPTIONAL XLOG-FILE ASSIGN TO "XMITLOG"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-XLOG-STATUS.
008000
008100     SELECT XMIT-OUT ASSIGN TO "XMITOUT"
008200         ORGANIZATION IS SEQUENTIAL.
008300
008400     SELECT XMIT-RPT ASSIGN TO "XMITRPT"
008500         ORGANIZATION IS SEQUENTIAL.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  IFACE-IN
009000     RECORD CONTAINS 58 CHARACTERS
009100     LABEL RECORDS ARE STANDARD.
009200 01  IFACE-IN-RECORD             PIC X(58).
009300
009400 FD  IFARCH-IN
009500     RECORD CONTAINS 58 CHARACTERS
009600     LABEL RECORDS ARE STANDARD.
009700 01  IFARCH-IN-RECORD            PIC X(58).
009800
009900 FD  PARM-IN
010000     RECORD CONTAINS 80 CHARACTERS
010100     LABEL RECORDS ARE STANDARD.
010200 01  PARM-RECORD.
010300     05  FILLER                  PIC X(01).
010400     05  PM-BUS-DATE             PIC X(08).
010500     05  FILLER                  PIC X(71).
010600
010610 FD  RPT-IN
010620     RECORD CONTAINS 80 CHARACTERS
010630     LABEL RECORDS ARE STANDARD.
010640 01  RPT-IN-LINE                 PIC X(80).
010650
010700 FD  RSND-IN
010800     RECORD CONTAINS 80 CHARACTERS
010900     LABEL RECORDS ARE STANDARD.
011000 01  RSND-RECORD.
011100     05  RS-MODE                 PIC X(01).
011200     05  RS-POSTING-DATE         PIC X(08).
011300     05  FILLER                  PIC X(71).
011400
011500 FD  XLOG-FILE
011600     RECORD CONTAINS 100 CHARACTERS
011700     LABEL RECORDS ARE STANDARD.
011800 01  XLOG-FILE-REC               PIC X(100).
011900
012000 FD  XMIT-OUT
012100     RECORD CONTAINS 80 CHARACTERS
012200     LABEL RECORDS ARE STANDARD.
012300 01  XMIT-OUT-REC                PIC X(80).
012400
012500 FD  XMIT-RPT
012600     RECORD CONTAINS 80 CHARACTERS
012700     LABEL RECORDS ARE STANDARD.
012800 01  XMR-HEADER-REC.
012900     05  XMR-HDR-LABEL           PIC X(44).
013000     05  XMR-HDR-DATE            PIC X(08).
013100     05  FILLER                  PIC X(28).
013200 01  XMR-LINE-REC.
013300     05  XMR-LBL                 PIC X(24).
013400     05  XMR-VAL                 PIC X(56).
013500 01  XMR-RUN-REC.
013600     05  XMR-RUN-LABEL           PIC X(08).
013700     05  XMR-RUN-ID              PIC X(16).
013800     05  FILLER                  PIC X(02).
013900     05  XMR-RUN-RECORDS         PIC Z(06)9.
014000     05  FILLER                  PIC X(02).
014100     05  XMR-RUN-NET             PIC Z(15)9-.
014200     05  FILLER                  PIC X(28).
014300
014400 WORKING-STORAGE SECTION.
014500 01  WS-SOURCE-EOF-SW        PIC X(01)  VALUE 'N'.
014600     88  WS-SOURCE-EOF               VALUE 'Y'.
014700 01  WS-XLOG-EOF-SW          PIC X(01)  VALUE 'N'.
014800     88  WS-XLOG-EOF                 VALUE 'Y'.
014810 01  WS-XLOG-LOGGED-SW       PIC X(01)  VALUE 'Y'.
014820     88  WS-XLOG-NOT-LOGGED          VALUE 'N'.
014900 01  WS-SOURCE-SW            PIC X(01)  VALUE 'L'.
015000     88  WS-FROM-LIVE                VALUE 'L'.
015100     88  WS-FROM-ARCHIVE             VALUE 'A'.
015200 01  WS-MODE-SW              PIC X(01)  VALUE 'O'.
015300     88  WS-MODE-ORIGINAL            VALUE 'O'.
015400     88  WS-MODE-RESEND              VALUE 'R'.
015500 01  WS-BLOCK-SEEN-SW        PIC X(01)  VALUE 'N'.
015600     88  WS-BLOCK-SEEN               VALUE 'Y'.
015700 01  WS-ORIG-FOUND-SW        PIC X(01)  VALUE 'N'.
015800     88  WS-ORIG-FOUND               VALUE 'Y'.
015900 01  WS-ARCH-STATUS          PIC X(02)  VALUE SPACES.
016000 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
016100 01  WS-RSND-STATUS          PIC X(02)  VALUE SPACES.
016110 01  WS-RPT-STATUS           PIC X(02)  VALUE SPACES.
016120 01  WS-RPT-EOF-SW           PIC X(01)  VALUE 'N'.
016130     88  WS-RPT-EOF                  VALUE 'Y'.
016140 01  WS-RPT-DATE             PIC X(08)  VALUE SPACES.
016150 01  WS-DATE-SOURCE          PIC X(32)  VALUE SPACES.
016200 01  WS-XLOG-STATUS          PIC X(02)  VALUE SPACES.
016300 01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
016400 01  WS-BUS-DATE             PIC X(08)  VALUE SPACES.
016500 01  WS-XMIT-DATE            PIC X(08)  VALUE SPACES.
016600 01  WS-XMIT-SEQ             PIC 9(06)  VALUE 0.
016700 01  WS-LAST-SEQ             PIC 9(06)  VALUE 0.
016800 01  WS-ORIG-SEQ             PIC 9(06)  VALUE 0.
016900 01  WS-REFUSE-TEXT          PIC X(56)  VALUE SPACES.
017000 01  WS-IF-RECORD.
017100     05  XI-POSTING-DATE         PIC X(08).
017200     05  XI-RUN-ID               PIC X(16).
017300     05  XI-FACTOR-A             PIC X(07).
017400     05  XI-FACTOR-B             PIC X(07).
017500     05  XI-VALUE                PIC X(14).
017600     05  XI-MODE-SW              PIC X(01).
017700     05  XI-COST-CENTER          PIC X(04).
017800     05  XI-RVSL-SW              PIC X(01).
017900 01  WS-PARSE-7              PIC X(07)  VALUE SPACES.
018000 01  WS-PARSE-7-R REDEFINES WS-PARSE-7
018100                             PIC 9(07).
018200 01  WS-PARSE-14             PIC X(14)  VALUE SPACES.
018300 01  WS-PARSE-14-R REDEFINES WS-PARSE-14
018400                             PIC 9(14).
018500 01  WS-VALUE-SIGNED         PIC S9(16) COMP-3 VALUE 0.
018600 01  WS-RECS-SCANNED         PIC S9(07) COMP-3 VALUE 0.
018700 01  WS-XMIT-RECORDS         PIC S9(07) COMP-3 VALUE 0.
018800 01  WS-XMIT-REVERSALS       PIC S9(07) COMP-3 VALUE 0.
018900 01  WS-XMIT-NET             PIC S9(16) COMP-3 VALUE 0.
019000 01  WS-XMIT-HASH            PIC S9(16) COMP-3 VALUE 0.
019100 01  WS-DETAILS-WRITTEN      PIC S9(07) COMP-3 VALUE 0.
019200 01  WS-MAGNITUDE            PIC S9(16) COMP-3 VALUE 0.
019300 01  WS-ED-SEQ               PIC Z(05)9.
019400 01  WS-ED-COUNT             PIC Z(06)9.
019500 01  WS-ED-VALUE             PIC Z(15)9-.
019600 01  WS-ED-HASH              PIC Z(15)9.
019700 01  WS-XR-FOUND-SW          PIC X(01)  VALUE 'N'.
019800     88  WS-XR-FOUND                 VALUE 'Y'.
019900 01  WS-XR-COUNT             PIC S9(04) COMP  VALUE 0.
020000 01  WS-XR-SUB               PIC S9(04) COMP  VALUE 0.
020100 01  WS-XR-IX                PIC S9(04) COMP  VALUE 0.
020200 01  WS-XR-TABLE.
020300     05  XR-ENTRY OCCURS 100 TIMES.
020400         10  XR-RUN-ID           PIC X(16).
020500         10  XR-RECORDS          PIC S9(07) COMP-3.
020600         10  XR-NET              PIC S9(16) COMP-3.
020700 COPY XMITREC.
020800 COPY XLOGREC.
020900 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
021000 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
021100 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
021200 COPY JRNLREC.
021300
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     PERFORM 2000-TALLY-DATE THRU 2000-EXIT.
021800     PERFORM 3000-WRITE-TRANSMISSION THRU 3000-EXIT.
021900     PERFORM 4000-TERMINATE THRU 4000-EXIT.
022000     STOP RUN.
022100
022200*----------------------------------------------------------------
022300* 1000-INITIALIZE - RESOLVE THE MODE AND POSTING DATE, READ THE
022400* TRANSMISSION LOG FOR THE NEXT SEQUENCE AND ANY ORIGINAL
022500* ALREADY SENT FOR THE DATE, AND REFUSE A RUN THAT WOULD SEND A
022600* DAY FOR POSTING TWICE OR RESEND ONE NEVER SENT.
022700*----------------------------------------------------------------
022800 1000-INITIALIZE.
022900     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
023000     ACCEPT WS-JRNL-TIME FROM TIME.
023100     STRING WS-JRNL-DATE DELIMITED BY SIZE
023200            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
023300         INTO WS-JRNL-START-TS.
023400     OPEN OUTPUT XMIT-RPT.
023500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023600     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
023610     MOVE "SUMSPARM BUSINESS DATE" TO WS-DATE-SOURCE.
023700     IF WS-BUS-DATE = SPACES
023800         MOVE WS-RUN-DATE TO WS-BUS-DATE
023810         MOVE "SUMSXMIT RUN DATE" TO WS-DATE-SOURCE
023900     END-IF.
023910     PERFORM 1150-READ-REPORT-DATE THRU 1150-EXIT.
023920     IF WS-RPT-DATE NOT = SPACES
023930         MOVE WS-RPT-DATE TO WS-BUS-DATE
023940         MOVE "SUMS REPORT RUN DATE HEADER" TO WS-DATE-SOURCE
023950     END-IF.
024000     MOVE WS-BUS-DATE TO WS-XMIT-DATE.
024100     PERFORM 1200-READ-RESEND-CARD THRU 1200-EXIT.
024200     MOVE SPACES TO XMR-HEADER-REC.
024300     MOVE "SUMSXMIT DAILY TRANSMISSION - POSTING DATE: "
024400         TO XMR-HDR-LABEL.
024500     MOVE WS-XMIT-DATE TO XMR-HDR-DATE.
024600     WRITE XMR-HEADER-REC.
024610     MOVE SPACES TO XMR-LINE-REC.
024620     MOVE "POSTING DATE FROM:" TO XMR-LBL.
024630     MOVE WS-DATE-SOURCE TO XMR-VAL.
024640     WRITE XMR-LINE-REC.
024700     IF WS-REFUSE-TEXT NOT = SPACES
024800         PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
024900     END-IF.
025000     PERFORM 1300-READ-LOG THRU 1300-EXIT.
025100     IF WS-MODE-ORIGINAL AND WS-ORIG-FOUND
025200         MOVE WS-ORIG-SEQ TO WS-ED-SEQ
025300         STRING "ALREADY SENT AS SEQUENCE " DELIMITED BY SIZE
025400                WS-ED-SEQ DELIMITED BY SIZE
025500                " - USE RESEND" DELIMITED BY SIZE
025600             INTO WS-REFUSE-TEXT
025700         PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
025800     END-IF.
025900     IF WS-MODE-RESEND AND NOT WS-ORIG-FOUND
026000         MOVE "NEVER SENT - SEND AS AN ORIGINAL FIRST"
026100             TO WS-REFUSE-TEXT
026200         PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
026300     END-IF.
026400     COMPUTE WS-XMIT-SEQ = WS-LAST-SEQ + 1.
026500 1000-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------
026900* 1100-READ-PARM-CARD - PICK UP THE BUSINESS DATE FROM COLS 2-9
027000* OF THE DAILY PARAMETER CARD. THE CARD IS OPTIONAL.
027100*----------------------------------------------------------------
027200 1100-READ-PARM-CARD.
027300     OPEN INPUT PARM-IN.
027400     IF WS-PARM-STATUS = "00"
027500         READ PARM-IN
027600             AT END
027700                 CONTINUE
027800             NOT AT END
027900                 IF PM-BUS-DATE NOT = SPACES
028000                     MOVE PM-BUS-DATE TO WS-BUS-DATE
028100                 END-IF
028200         END-READ
028300         CLOSE PARM-IN
028400     END-IF.
028500 1100-EXIT.
028600     EXIT.
028601
028604*----------------------------------------------------------------
028607* 1150-READ-REPORT-DATE - THE FIRST RUN DATE HEADER ON THE DAY'S
028610* SUMS REPORT (A RESTARTED RUN EXTENDS THE REPORT, SO A LATER
028613* HEADER IS THE RESTART'S, NOT THE DAY'S). THE REPORT IS
028616* OPTIONAL - THE RESEND JOB DOES NOT NAME ONE.
028619*----------------------------------------------------------------
028622 1150-READ-REPORT-DATE.
028625     OPEN INPUT RPT-IN.
028628     IF WS-RPT-STATUS NOT = "00"
028631         IF WS-RPT-STATUS = "05"
028634             CLOSE RPT-IN
028637         END-IF
028640         GO TO 1150-EXIT
028643     END-IF.
028646     PERFORM 1160-SCAN-REPORT-LINE THRU 1160-EXIT
028649         UNTIL WS-RPT-EOF
028652             OR WS-RPT-DATE NOT = SPACES.
028655     CLOSE RPT-IN.
028658 1150-EXIT.
028661     EXIT.
028664
028667 1160-SCAN-REPORT-LINE.
028670     READ RPT-IN
028673         AT END
028676             SET WS-RPT-EOF TO TRUE
028679             GO TO 1160-EXIT
028682     END-READ.
028685     IF RPT-IN-LINE (1:10) = "RUN DATE: "
028688             AND RPT-IN-LINE (11:8) IS NUMERIC
028691         MOVE RPT-IN-LINE (11:8) TO WS-RPT-DATE
028694     END-IF.
028697 1160-EXIT.
028700     EXIT.
028700
028800*----------------------------------------------------------------
028900* 1200-READ-RESEND-CARD - THE OPTIONAL MODE CARD. A BLANK OR
029000* MISSING CARD LEAVES AN ORIGINAL FOR THE BUSINESS DATE; A BAD
029100* MODE OR DATE IS REFUSED BEFORE ANYTHING IS READ.
029200*----------------------------------------------------------------
029300 1200-READ-RESEND-CARD.
029400     OPEN INPUT RSND-IN.
029500     IF WS-RSND-STATUS NOT = "00"
029600         GO TO 1200-EXIT
029700     END-IF.
029800     READ RSND-IN
029900         AT END
030000             CLOSE RSND-IN
030100             GO TO 1200-EXIT
030200     END-READ.
030300     CLOSE RSND-IN.
030400     IF RSND-RECORD = SPACES
030500         GO TO 1200-EXIT
030600     END-IF.
030700     IF RS-MODE = "R"
030800         SET WS-MODE-RESEND TO TRUE
030900     ELSE
031000         IF RS-MODE NOT = "O" AND RS-MODE NOT = SPACE
031100             MOVE "XMITRSND COL 1 NOT BLANK, O OR R"
031200                 TO WS-REFUSE-TEXT
031300             GO TO 1200-EXIT
031400         END-IF
031500     END-IF.
031600     IF RS-POSTING-DATE NOT NUMERIC
031700         MOVE "XMITRSND POSTING DATE NOT NUMERIC"
031800             TO WS-REFUSE-TEXT
031900         GO TO 1200-EXIT
032000     END-IF.
032100     MOVE RS-POSTING-DATE TO WS-XMIT-DATE.
032110     MOVE "XMITRSND CARD" TO WS-DATE-SOURCE.
032200 1200-EXIT.
032300     EXIT.
032400
032500*----------------------------------------------------------------
032600* 1300-READ-LOG - NOTE THE HIGHEST SEQUENCE EVER USED AND THE
032700* ORIGINAL (IF ANY) ALREADY SENT FOR THE POSTING DATE. THE LOG
032800* IS OPTIONAL ONLY UNTIL THE FIRST TRANSMISSION CREATES IT.
032900*----------------------------------------------------------------
033000 1300-READ-LOG.
033100     OPEN INPUT XLOG-FILE.
033200     IF WS-XLOG-STATUS = "05"
033300         CLOSE XLOG-FILE
033400         GO TO 1300-EXIT
033500     END-IF.
033600     IF WS-XLOG-STATUS NOT = "00"
033610         MOVE SPACES TO WS-REFUSE-TEXT
033620         STRING "TRANSMISSION LOG UNREADABLE - STATUS "
033630                    DELIMITED BY SIZE
033640                WS-XLOG-STATUS DELIMITED BY SIZE
033650             INTO WS-REFUSE-TEXT
033660         PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
033800     END-IF.
033900     PERFORM 1310-READ-LOG-RECORD THRU 1310-EXIT
034000         UNTIL WS-XLOG-EOF.
034100     CLOSE XLOG-FILE.
034200 1300-EXIT.
034300     EXIT.
034400
034500 1310-READ-LOG-RECORD.
034600     READ XLOG-FILE INTO XLOG-RECORD
034700         AT END
034800             SET WS-XLOG-EOF TO TRUE
034900             GO TO 1310-EXIT
035000     END-READ.
035100     IF XL-XMIT-SEQ > WS-LAST-SEQ
035200         MOVE XL-XMIT-SEQ TO WS-LAST-SEQ
035300     END-IF.
035400     IF XL-POSTING-DATE = WS-XMIT-DATE AND XL-ORIGINAL
035500         SET WS-ORIG-FOUND TO TRUE
035600         MOVE XL-XMIT-SEQ TO WS-ORIG-SEQ
035700     END-IF.
035800 1310-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------------
036200* 2000-TALLY-DATE - FIRST PASS: COUNT, NET AND HASH THE DATE'S
036300* POSTINGS AND TABLE THE RUN-IDS, FROM THE LIVE FILE - OR, ON A
036400* RESEND OF A DATE NO LONGER ON IT, FROM THE MONTHLY ARCHIVE.
036500*----------------------------------------------------------------
036600 2000-TALLY-DATE.
036700     SET WS-FROM-LIVE TO TRUE.
036800     PERFORM 2100-SCAN-SOURCE THRU 2100-EXIT.
036900     IF WS-XMIT-RECORDS = 0 AND WS-MODE-RESEND
037000         SET WS-FROM-ARCHIVE TO TRUE
037100         PERFORM 2100-SCAN-SOURCE THRU 2100-EXIT
037200     END-IF.
037300     IF WS-XMIT-RECORDS = 0 AND WS-MODE-RESEND
037400         MOVE "DATE NOT ON THE LIVE FILE OR THE ARCHIVE"
037500             TO WS-REFUSE-TEXT
037600         PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
037700     END-IF.
037800 2000-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------------
038200* 2100-SCAN-SOURCE - ONE PASS OF THE CURRENT SOURCE, TALLYING
038300* THE POSTING DATE'S RECORDS.
038400*----------------------------------------------------------------
038500 2100-SCAN-SOURCE.
038600     PERFORM 2300-OPEN-SOURCE THRU 2300-EXIT.
038700     PERFORM 2400-READ-SOURCE THRU 2400-EXIT.
038800     PERFORM 2110-TALLY-RECORD THRU 2110-EXIT
038900         UNTIL WS-SOURCE-EOF.
039000     PERFORM 2500-CLOSE-SOURCE THRU 2500-EXIT.
039100 2100-EXIT.
039200     EXIT.
039300
039400 2110-TALLY-RECORD.
039500     ADD 1 TO WS-RECS-SCANNED.
039600     IF XI-POSTING-DATE NOT = WS-XMIT-DATE
039700         GO TO 2110-NEXT
039800     END-IF.
039900     ADD 1 TO WS-XMIT-RECORDS.
040000     MOVE XI-VALUE TO WS-PARSE-14.
040100     INSPECT WS-PARSE-14 REPLACING ALL " " BY "0".
040200     MOVE WS-PARSE-14-R TO WS-VALUE-SIGNED.
040300     IF XI-RVSL-SW = "V"
040400         ADD 1 TO WS-XMIT-REVERSALS
040500         COMPUTE WS-VALUE-SIGNED = 0 - WS-VALUE-SIGNED
040600     END-IF.
040700     ADD WS-VALUE-SIGNED TO WS-XMIT-NET.
040800     MOVE XI-FACTOR-A TO WS-PARSE-7.
040900     INSPECT WS-PARSE-7 REPLACING ALL " " BY "0".
041000     ADD WS-PARSE-7-R TO WS-XMIT-HASH.
041100     MOVE XI-FACTOR-B TO WS-PARSE-7.
041200     INSPECT WS-PARSE-7 REPLACING ALL " " BY "0".
041300     ADD WS-PARSE-7-R TO WS-XMIT-HASH.
041400     PERFORM 2200-FIND-RUN THRU 2200-EXIT.
041500     ADD 1 TO XR-RECORDS (WS-XR-IX).
041600     ADD WS-VALUE-SIGNED TO XR-NET (WS-XR-IX).
041700 2110-NEXT.
041800     PERFORM 2400-READ-SOURCE THRU 2400-EXIT.
041900 2110-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------------
042300* 2200-FIND-RUN - POINT WS-XR-IX AT THE RUN-ID'S SLOT, OPENING
042400* ONE THE FIRST TIME THE RUN-ID IS SEEN (SO THE HEADER LISTS
042500* RUNS IN POSTED ORDER). NOTHING HAS BEEN WRITTEN YET, SO A FULL
042600* TABLE STOPS THE RUN CLEANLY.
042700*----------------------------------------------------------------
042800 2200-FIND-RUN.
042900     MOVE "N" TO WS-XR-FOUND-SW.
043000     MOVE 0 TO WS-XR-IX.
043100     PERFORM 2210-SCAN-XR-TABLE THRU 2210-EXIT
043200         VARYING WS-XR-SUB FROM 1 BY 1
043300         UNTIL WS-XR-SUB > WS-XR-COUNT
043400             OR WS-XR-FOUND.
043500     IF WS-XR-FOUND
043600         GO TO 2200-EXIT
043700     END-IF.
043800     IF WS-XR-COUNT = 100
043900         MOVE "MORE THAN 100 RUN-IDS FOR THE DATE"
044000             TO WS-REFUSE-TEXT
044100         PERFORM 2500-CLOSE-SOURCE THRU 2500-EXIT
044200         PERFORM 9000-REFUSE-RUN THRU 9000-EXIT
044300     END-IF.
044400     ADD 1 TO WS-XR-COUNT.
044500     MOVE WS-XR-COUNT TO WS-XR-IX.
044600     MOVE XI-RUN-ID TO XR-RUN-ID (WS-XR-IX).
044700     MOVE 0 TO XR-RECORDS (WS-XR-IX).
044800     MOVE 0 TO XR-NET (WS-XR-IX).
044900 2200-EXIT.
045000     EXIT.
045100
045200 2210-SCAN-XR-TABLE.
045300     IF XR-RUN-ID (WS-XR-SUB) = XI-RUN-ID
045400         SET WS-XR-FOUND TO TRUE
045500         MOVE WS-XR-SUB TO WS-XR-IX
045600     END-IF.
045700 2210-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------
046100* 2300-OPEN-SOURCE / 2400-READ-SOURCE / 2500-CLOSE-SOURCE - THE
046200* LIVE FILE OR THE ARCHIVE, AS WS-SOURCE-SW SAYS. THE ARCHIVE
046300* IS IN POSTING DATE ORDER, SO ITS READ ENDS ONCE THE DATE'S
046400* FIRST BLOCK HAS GONE BY.
046500*----------------------------------------------------------------
046600 2300-OPEN-SOURCE.
046700     MOVE "N" TO WS-SOURCE-EOF-SW.
046800     MOVE "N" TO WS-BLOCK-SEEN-SW.
046900     IF WS-FROM-LIVE
047000         OPEN INPUT IFACE-IN
047100     ELSE
047200         OPEN INPUT IFARCH-IN
047300         IF WS-ARCH-STATUS NOT = "00"
047400             SET WS-SOURCE-EOF TO TRUE
047500         END-IF
047600     END-IF.
047700 2300-EXIT.
047800     EXIT.
047900
048000 2400-READ-SOURCE.
048100     IF WS-SOURCE-EOF
048200         GO TO 2400-EXIT
048300     END-IF.
048400     IF WS-FROM-LIVE
048500         READ IFACE-IN INTO WS-IF-RECORD
048600             AT END
048700                 SET WS-SOURCE-EOF TO TRUE
048800         END-READ
048900         GO TO 2400-EXIT
049000     END-IF.
049100     READ IFARCH-IN INTO WS-IF-RECORD
049200         AT END
049300             SET WS-SOURCE-EOF TO TRUE
049400             GO TO 2400-EXIT
049500     END-READ.
049600     IF XI-POSTING-DATE = WS-XMIT-DATE
049700         SET WS-BLOCK-SEEN TO TRUE
049800     ELSE
049900         IF WS-BLOCK-SEEN
050000             SET WS-SOURCE-EOF TO TRUE
050100         END-IF
050200     END-IF.
050300 2400-EXIT.
050400     EXIT.
050500
050600 2500-CLOSE-SOURCE.
050700     IF WS-FROM-LIVE
050800         CLOSE IFACE-IN
050900     ELSE
051000         IF WS-ARCH-STATUS = "00" OR WS-ARCH-STATUS = "05"
051100             CLOSE IFARCH-IN
051200         END-IF
051300     END-IF.
051400 2500-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------------
051800* 3000-WRITE-TRANSMISSION - SECOND PASS: HEADER, ONE RECORD PER
051900* RUN-ID, THE POSTINGS, TRAILER; THEN LOG WHAT WAS SENT.
052000*----------------------------------------------------------------
052100 3000-WRITE-TRANSMISSION.
052200     OPEN OUTPUT XMIT-OUT.
052300     MOVE SPACES TO XMIT-RECORD.
052400     SET XM-HEADER TO TRUE.
052500     MOVE WS-XMIT-DATE TO XM-POSTING-DATE.
052600     MOVE WS-XMIT-SEQ TO XM-XMIT-SEQ.
052700     MOVE WS-JRNL-START-TS TO XM-HDR-CREATED-TS.
052800     IF WS-MODE-RESEND
052900         SET XM-HDR-RETRANSMISSION TO TRUE
053000         MOVE WS-ORIG-SEQ TO XM-HDR-ORIG-SEQ
053100     ELSE
053200         SET XM-HDR-ORIGINAL TO TRUE
053300         MOVE 0 TO XM-HDR-ORIG-SEQ
053400     END-IF.
053500     MOVE WS-SOURCE-SW TO XM-HDR-SOURCE.
053600     MOVE WS-XR-COUNT TO XM-HDR-RUN-COUNT.
053700     WRITE XMIT-OUT-REC FROM XMIT-RECORD.
053800     PERFORM 3100-WRITE-RUN-ENTRY THRU 3100-EXIT
053900         VARYING WS-XR-SUB FROM 1 BY 1
054000         UNTIL WS-XR-SUB > WS-XR-COUNT.
054100     IF WS-XMIT-RECORDS > 0
054200         PERFORM 2300-OPEN-SOURCE THRU 2300-EXIT
054300         PERFORM 2400-READ-SOURCE THRU 2400-EXIT
054400         PERFORM 3200-COPY-POSTING THRU 3200-EXIT
054500             UNTIL WS-SOURCE-EOF
054600         PERFORM 2500-CLOSE-SOURCE THRU 2500-EXIT
054700     END-IF.
054800     MOVE SPACES TO XMIT-RECORD.
054900     SET XM-TRAILER TO TRUE.
055000     MOVE WS-XMIT-DATE TO XM-POSTING-DATE.
055100     MOVE WS-XMIT-SEQ TO XM-XMIT-SEQ.
055200     MOVE WS-DETAILS-WRITTEN TO XM-TRL-RECORDS.
055300     MOVE WS-XMIT-REVERSALS TO XM-TRL-REVERSALS.
055400     MOVE WS-XMIT-NET TO WS-MAGNITUDE.
055500     PERFORM 3300-SPLIT-SIGN THRU 3300-EXIT.
055600     MOVE XL-NET-SIGN TO XM-TRL-NET-SIGN.
055700     MOVE WS-MAGNITUDE TO XM-TRL-NET-VALUE.
055800     MOVE WS-XMIT-HASH TO XM-TRL-FACTOR-HASH.
055900     MOVE WS-XR-COUNT TO XM-TRL-RUN-COUNT.
056000     WRITE XMIT-OUT-REC FROM XMIT-RECORD.
056100     CLOSE XMIT-OUT.
056200     PERFORM 3400-WRITE-LOG THRU 3400-EXIT.
056300 3000-EXIT.
056400     EXIT.
056500
056600 3100-WRITE-RUN-ENTRY.
056700     MOVE SPACES TO XMIT-RECORD.
056800     SET XM-RUN-ENTRY TO TRUE.
056900     MOVE WS-XMIT-DATE TO XM-POSTING-DATE.
057000     MOVE WS-XMIT-SEQ TO XM-XMIT-SEQ.
057100     MOVE XR-RUN-ID (WS-XR-SUB) TO XM-RUN-ID.
057200     MOVE XR-RECORDS (WS-XR-SUB) TO XM-RUN-RECORDS.
057300     MOVE XR-NET (WS-XR-SUB) TO WS-MAGNITUDE.
057400     PERFORM 3300-SPLIT-SIGN THRU 3300-EXIT.
057500     MOVE XL-NET-SIGN TO XM-RUN-NET-SIGN.
057600     MOVE WS-MAGNITUDE TO XM-RUN-NET-VALUE.
057700     WRITE XMIT-OUT-REC FROM XMIT-RECORD.
057800 3100-EXIT.
057900     EXIT.
058000
058100 3200-COPY-POSTING.
058200     IF XI-POSTING-DATE = WS-XMIT-DATE
058300         MOVE SPACES TO XMIT-RECORD
058400         SET XM-DETAIL TO TRUE
058500         MOVE WS-XMIT-DATE TO XM-POSTING-DATE
058600         MOVE WS-XMIT-SEQ TO XM-XMIT-SEQ
058700         MOVE WS-IF-RECORD TO XM-DTL-IFACE
058800         WRITE XMIT-OUT-REC FROM XMIT-RECORD
058900         ADD 1 TO WS-DETAILS-WRITTEN
059000     END-IF.
059100     PERFORM 2400-READ-SOURCE THRU 2400-EXIT.
059200 3200-EXIT.
059300     EXIT.
059400
059500*----------------------------------------------------------------
059600* 3300-SPLIT-SIGN - TURN THE SIGNED FIGURE IN WS-MAGNITUDE INTO
059700* A + OR - (LEFT IN XL-NET-SIGN) AND ITS MAGNITUDE.
059800*----------------------------------------------------------------
059900 3300-SPLIT-SIGN.
060000     IF WS-MAGNITUDE < 0
060100         MOVE "-" TO XL-NET-SIGN
060200         COMPUTE WS-MAGNITUDE = 0 - WS-MAGNITUDE
060300     ELSE
060400         MOVE "+" TO XL-NET-SIGN
060500     END-IF.
060600 3300-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------------
061000* 3400-WRITE-LOG - APPEND THE TRANSMISSION TO THE LOG, CREATING
061100* THE LOG ON THE FIRST RUN. WHEN THE LOG CANNOT BE OPENED OR
061110* WRITTEN THE TRANSMISSION IS EMPTIED (3410) SO NOTHING GOES
061120* OUT THAT THE LOG DOES NOT KNOW OF.
061200*----------------------------------------------------------------
061300 3400-WRITE-LOG.
061400     MOVE SPACES TO XLOG-RECORD.
061500     MOVE WS-XMIT-DATE TO XL-POSTING-DATE.
061600     MOVE WS-XMIT-SEQ TO XL-XMIT-SEQ.
061700     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
061800     ACCEPT WS-JRNL-TIME FROM TIME.
061900     STRING WS-JRNL-DATE DELIMITED BY SIZE
062000            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
062100         INTO XL-SENT-TS.
062200     MOVE WS-MODE-SW TO XL-RETRANS-SW.
062300     IF WS-MODE-RESEND
062400         MOVE WS-ORIG-SEQ TO XL-ORIG-SEQ
062500     ELSE
062600         MOVE 0 TO XL-ORIG-SEQ
062700     END-IF.
062800     MOVE WS-SOURCE-SW TO XL-SOURCE.
062900     MOVE WS-DETAILS-WRITTEN TO XL-RECORDS.
063000     MOVE WS-XMIT-REVERSALS TO XL-REVERSALS.
063100     MOVE WS-XMIT-NET TO WS-MAGNITUDE.
063200     PERFORM 3300-SPLIT-SIGN THRU 3300-EXIT.
063300     MOVE WS-MAGNITUDE TO XL-NET-VALUE.
063400     MOVE WS-XMIT-HASH TO XL-FACTOR-HASH.
063500     MOVE WS-XR-COUNT TO XL-RUN-COUNT.
063600     OPEN EXTEND XLOG-FILE.
063610     IF WS-XLOG-STATUS NOT = "00" AND WS-XLOG-STATUS NOT = "05"
063620         DISPLAY "SUMSXMIT XMITLOG OPEN FAILED - STATUS "
063630             WS-XLOG-STATUS
063640         PERFORM 3410-NOT-LOGGED THRU 3410-EXIT
063650         GO TO 3400-EXIT
063660     END-IF.
063700     WRITE XLOG-FILE-REC FROM XLOG-RECORD.
063710     IF WS-XLOG-STATUS NOT = "00"
063720         DISPLAY "SUMSXMIT XMITLOG WRITE FAILED - STATUS "
063730             WS-XLOG-STATUS
063740         PERFORM 3410-NOT-LOGGED THRU 3410-EXIT
063750     END-IF.
063800     CLOSE XLOG-FILE.
063900 3400-EXIT.
064000     EXIT.
064010
064020*----------------------------------------------------------------
064030* 3410-NOT-LOGGED - THE LOG DID NOT TAKE THE TRANSMISSION. EMPTY
064040* XMITOUT (NO HEADER, AS ON A REFUSAL) SO THE DAY IS NOT SENT
064050* UNLOGGED; 4000 PRINTS THE VERDICT AND ENDS RC=16.
064060*----------------------------------------------------------------
064070 3410-NOT-LOGGED.
064080     OPEN OUTPUT XMIT-OUT.
064085     CLOSE XMIT-OUT.
064090     MOVE 'N' TO WS-XLOG-LOGGED-SW.
064095 3410-EXIT.
064099     EXIT.
064100
064200*----------------------------------------------------------------
064300* 4000-TERMINATE - PRINT WHAT WAS SENT, SET THE RETURN CODE,
064400* CLOSE THE REPORT, END RUN. A TRANSMISSION THE LOG DID NOT
064410* TAKE ENDS RC=16 WHATEVER ELSE THE DAY HELD.
064500*----------------------------------------------------------------
064600 4000-TERMINATE.
064700     MOVE SPACES TO XMR-LINE-REC.
064800     MOVE "TRANSMISSION SEQUENCE:" TO XMR-LBL.
064900     MOVE WS-XMIT-SEQ TO WS-ED-SEQ.
065000     MOVE WS-ED-SEQ TO XMR-VAL.
065100     WRITE XMR-LINE-REC.
065200     MOVE SPACES TO XMR-LINE-REC.
065300     MOVE "TYPE:" TO XMR-LBL.
065400     IF WS-MODE-RESEND
065500         MOVE WS-ORIG-SEQ TO WS-ED-SEQ
065600         STRING "RETRANSMISSION OF SEQUENCE " DELIMITED BY SIZE
065700                WS-ED-SEQ DELIMITED BY SIZE
065800                " - DO NOT POST AGAIN" DELIMITED BY SIZE
065900             INTO XMR-VAL
066000     ELSE
066100         MOVE "ORIGINAL" TO XMR-VAL
066200     END-IF.
066300     WRITE XMR-LINE-REC.
066400     MOVE SPACES TO XMR-LINE-REC.
066500     MOVE "SOURCE:" TO XMR-LBL.
066600     IF WS-FROM-LIVE
066700         MOVE "LIVE INTERFACE FILE" TO XMR-VAL
066800     ELSE
066900         MOVE "MONTHLY INTERFACE ARCHIVE" TO XMR-VAL
067000     END-IF.
067100     WRITE XMR-LINE-REC.
067200     PERFORM 4100-WRITE-RUN-LINE THRU 4100-EXIT
067300         VARYING WS-XR-SUB FROM 1 BY 1
067400         UNTIL WS-XR-SUB > WS-XR-COUNT.
067500     MOVE SPACES TO XMR-LINE-REC.
067600     MOVE "RECORDS:" TO XMR-LBL.
067700     MOVE WS-DETAILS-WRITTEN TO WS-ED-COUNT.
067800     MOVE WS-ED-COUNT TO XMR-VAL.
067900     WRITE XMR-LINE-REC.
068000     MOVE SPACES TO XMR-LINE-REC.
068100     MOVE "REVERSALS:" TO XMR-LBL.
068200     MOVE WS-XMIT-REVERSALS TO WS-ED-COUNT.
068300     MOVE WS-ED-COUNT TO XMR-VAL.
068400     WRITE XMR-LINE-REC.
068500     MOVE SPACES TO XMR-LINE-REC.
068600     MOVE "NET VALUE:" TO XMR-LBL.
068700     MOVE WS-XMIT-NET TO WS-ED-VALUE.
068800     MOVE WS-ED-VALUE TO XMR-VAL.
068900     WRITE XMR-LINE-REC.
069000     MOVE SPACES TO XMR-LINE-REC.
069100     MOVE "FACTOR HASH:" TO XMR-LBL.
069200     MOVE WS-XMIT-HASH TO WS-ED-HASH.
069300     MOVE WS-ED-HASH TO XMR-VAL.
069400     WRITE XMR-LINE-REC.
069500     IF WS-DETAILS-WRITTEN = 0
069600         MOVE SPACES TO XMR-LINE-REC
069700         MOVE "NOTE:" TO XMR-LBL
069800         MOVE "NO POSTINGS FOR THE DATE - EMPTY TRANSMISSION SENT"
069900             TO XMR-VAL
070000         WRITE XMR-LINE-REC
070100         MOVE 4 TO RETURN-CODE
070200     END-IF.
070210     IF WS-XLOG-NOT-LOGGED
070220         MOVE SPACES TO XMR-LINE-REC
070230         MOVE "NOTE:" TO XMR-LBL
070240         MOVE "*** TRANSMISSION NOT LOGGED - NOTHING SENT ***"
070250             TO XMR-VAL
070260         WRITE XMR-LINE-REC
070270         DISPLAY "SUMSXMIT TRANSMISSION NOT LOGGED FOR "
070280             WS-XMIT-DATE " - NOTHING SENT"
070290         MOVE 16 TO RETURN-CODE
070295     END-IF.
070300     CLOSE XMIT-RPT.
070400     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
070500 4000-EXIT.
070600     EXIT.
070700
070800 4100-WRITE-RUN-LINE.
070900     MOVE SPACES TO XMR-RUN-REC.
071000     MOVE "RUN-ID: " TO XMR-RUN-LABEL.
071100     MOVE XR-RUN-ID (WS-XR-SUB) TO XMR-RUN-ID.
071200     MOVE XR-RECORDS (WS-XR-SUB) TO XMR-RUN-RECORDS.
071300     MOVE XR-NET (WS-XR-SUB) TO XMR-RUN-NET.
071400     WRITE XMR-RUN-REC.
071500 4100-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------------
071900* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
072000* IN = INTERFACE RECORDS READ, OUT = POSTINGS TRANSMITTED,
072100* ERRORS = 1 WHEN THE RUN WAS REFUSED. SUMSXMIT MINTS NO
072200* RUN-ID.
072300*----------------------------------------------------------------
072400 8000-WRITE-RUN-JOURNAL.
072500     MOVE SPACES TO JRNL-RECORD.
072600     MOVE "SUMSXMIT" TO JR-PROGRAM-ID.
072700     MOVE SPACES TO JR-RUN-ID.
072800     MOVE WS-JRNL-START-TS TO JR-START-TS.
072900     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
073000     ACCEPT WS-JRNL-TIME FROM TIME.
073100     STRING WS-JRNL-DATE DELIMITED BY SIZE
073200            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
073300         INTO JR-END-TS.
073400     MOVE WS-RECS-SCANNED TO JR-RECS-IN.
073500     MOVE WS-DETAILS-WRITTEN TO JR-RECS-OUT.
073600     IF RETURN-CODE = 16
073700         MOVE 1 TO JR-ERROR-COUNT
073800     ELSE
073900         MOVE 0 TO JR-ERROR-COUNT
074000     END-IF.
074100     MOVE RETURN-CODE TO JR-RETURN-CODE.
074200     CALL "SUMSJRNL" USING JRNL-RECORD.
074300 8000-EXIT.
074400     EXIT.
074500
074600*----------------------------------------------------------------
074700* 9000-REFUSE-RUN - PRINT WHY NOTHING WAS SENT, JOURNAL THE
074800* REFUSAL AND END RC=16. XMITOUT IS LEFT EMPTY (NO HEADER, SO
074900* IT CANNOT BE TAKEN FOR A TRANSMISSION) AND NOTHING IS LOGGED.
075000*----------------------------------------------------------------
075100 9000-REFUSE-RUN.
075200     MOVE SPACES TO XMR-LINE-REC.
075300     MOVE "REFUSED:" TO XMR-LBL.
075400     MOVE WS-REFUSE-TEXT TO XMR-VAL.
075500     WRITE XMR-LINE-REC.
075600     CLOSE XMIT-RPT.
075700     OPEN OUTPUT XMIT-OUT.
075800     CLOSE XMIT-OUT.
075900     DISPLAY "SUMSXMIT REFUSED FOR " WS-XMIT-DATE " - "
076000         WS-REFUSE-TEXT.
076100     MOVE 16 TO RETURN-CODE.
076200     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
076300     STOP RUN.
076400 9000-EXIT.
076500     EXIT.
