000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUMSBKOT.
000300 AUTHOR. J HARTLEY.
000400 INSTALLATION. DATA PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* SUMSBKOT - NIGHT BACKOUT OF ONE SUMS RUN
000900*
001000* REMOVES ONE BAD SUMS RUN (WRONG PARMIN CARD, WRONG CALC-IN
001100* GENERATION, BAD RULES MASTER) FROM EVERY FILE IT TOUCHED,
001200* INSTEAD OF POSTING A REVERSAL FOR EVERY LINE AND LEAVING
001300* BOTH THE ORIGINAL AND THE NEGATING ENTRY ON THE BOOKS. A
001400* REVERSAL IS STILL THE ONLY ANSWER ONCE DOWNSTREAM HAS TAKEN
001500* THE POSTINGS - THIS PROGRAM IS FOR THE NIGHT ITSELF, BEFORE
001600* SUMSXMIT HAS SENT THE DAY AND SUMSACK HAS MATCHED ANYTHING
001610* FOR THE RUN.
001700*
001800* THE RUN IS NAMED ON THE BKOTPARM CARD (REQUIRED):
001900*   COLS 1-16  RUN-ID (SUMS + RUN DATE + TIME)
002000*   COLS 17-24 BUSINESS DATE  } USED ONLY WHEN COLS 1-16
002100*   COLS 25-28 BATCH NUMBER   } ARE BLANK
002200* A DATE AND BATCH ARE LOOKED UP ON RUN-CONTROL FOR THE RUN-ID
002300* THAT PROCESSED THEM. THE AUDIT AND INTERFACE RECORDS CARRY
002400* ONLY THE RUN-ID, SO THE WHOLE RUN IS ALWAYS BACKED OUT - EVERY
002500* BATCH ON RUN-CONTROL STAMPED WITH THAT RUN-ID.
002600*
002700* THE RUN IS REFUSED WITH RC=16 AND NOTHING IS WRITTEN BUT THE
002800* CERTIFICATE WHEN:
002900*   - THE RUN-ID IS ON NO RUN-CONTROL RECORD
003000*   - ANY OF ITS BATCHES IS STILL IN FLIGHT (NO FINAL TOTALS TO
003100*     TIE TO - THE RESTART PATH OWNS THAT RUN)
003200*   - THE CUMULATIVE ACKNOWLEDGMENT FILE HOLDS ANY RECORD FOR
003300*     THE RUN-ID, ACCEPTED OR REJECTED - DOWNSTREAM HAS SEEN
003400*     THE RUN, SO IT GOES BACK OUT BY REVERSAL
003500*   - THE ACKNOWLEDGMENT FILE CANNOT BE READ (NO PROOF THE RUN
003600*     IS UNACKNOWLEDGED)
003610*   - THE TRANSMISSION LOG (XMITLOG, SEE XLOGREC) SHOWS THE
003620*     RUN'S POSTING DATE (THE RUN DATE IN THE RUN-ID) ALREADY
003630*     SENT DOWNSTREAM BY SUMSXMIT, ORIGINAL OR RESENT - THE
003640*     DAY CANNOT BE SENT AS AN ORIGINAL AGAIN, SO IT TOO GOES
003650*     BACK OUT BY REVERSAL
003660*   - THE TRANSMISSION LOG EXISTS BUT CANNOT BE READ. NO LOG
003670*     AT ALL MEANS NOTHING HAS EVER BEEN TRANSMITTED.
003672*   - THE KEYED AUDIT STORE OR THE FINGERPRINT FILE CANNOT BE
003674*     OPENED FOR UPDATE
003676*   - EVERY BATCH OF THE RUN IS ALREADY BACKED OUT
003700*
003800* OTHERWISE THE AUDIT TRAIL, THE INTERFACE FILE AND THE
003900* SUSPENSE FILE ARE COPIED TO NEW VERSIONS WITHOUT THE RUN'S
004000* RECORDS (AUDIT AND INTERFACE BY RUN-ID; SUSPENSE BY THE RUN
004100* DATE IN THE RUN-ID PLUS THE RUN'S BATCH NUMBERS, WHICH IS HOW
004200* SU-SUSP-ID IS MINTED). THE COUNTS AND VALUES REMOVED MUST TIE
004300* TO THE RC-RECORD-COUNT, RC-ERROR-COUNT AND RC-GRAND-TOTAL
004400* THAT 3100-STAMP-RUN-CONTROL WROTE FOR THE RUN (REVERSALS ARE
004500* KEPT OUT OF THOSE TOTALS AND MUST AGREE BETWEEN THE AUDIT AND
004600* INTERFACE FILES ON THEIR OWN). ONLY WHEN EVERYTHING TIES ARE
004700* THE RUN'S RUN-CONTROL RECORDS SET BACKED OUT (STATUS B, SEE
004710* RUNCTLRC) WITH THEIR TOTALS ZEROED, SO THE BATCHES CAN BE
004720* RERUN CLEAN WITHOUT THE O OVERRIDE, AND THE RUN ENDS RC=0 -
004730* THE JCL COPIES THE NEW VERSIONS BACK OVER THE LIVE FILES ONLY
004740* ON RC=0. EACH RECORD KEEPS ITS ORIGIN AND RECEIPT STAMP, WHICH
004800* THE RERUN INHERITS, SO THE DESK IS STILL JUDGED ON WHEN IT
004900* FIRST SENT THE BATCH. A RUN THAT DOES NOT TIE ENDS RC=8 WITH
005100* RUN-CONTROL UNTOUCHED AND THE LIVE FILES LEFT AS THEY WERE.
005200*
005300* THE BACKOUT CERTIFICATE (BKOTRPT) LISTS THE RUN'S BATCHES, THE
005400* RUN-CONTROL TOTALS, THE COUNTS AND VALUES REMOVED FROM EACH
005500* FILE, AND THE VERDICT, FOR THE SHIFT LOG.
005510*
005520* A RUN THAT TIES ALSO HAS ITS DUPLICATE-DETAIL FINGERPRINTS
005530* (SEE FPRTREC) DELETED, SO THE BACKED-OUT WORK CAN BE SENT
005540* AGAIN UNDER ANY BATCH NUMBER - OR RERUN UNSPLIT AFTER A
005550* SPLIT NIGHT - WITHOUT BEING SUSPENDED AS A DUPLICATE OF
005560* ITSELF. THE RUN'S RECORDS ARE LIKEWISE DELETED FROM THE
005570* KEYED AUDIT STORE (AUDKEY - SEE AUDKREC). BOTH FILES ARE
005580* OPENED BEFORE ANYTHING IS WRITTEN, AND THE STORE AND THE
005590* FINGERPRINTS ARE CLEARED BEFORE ANY BATCH IS RESET. A DELETE
005591* OR A BATCH RESET THAT FAILS ENDS RC=16 WITH THE COPY-BACK
005592* HELD AND THE LIVE FILES UNTOUCHED. THE BATCHES NOT YET RESET
005593* ARE STILL COMPLETE, SO ONCE THE CAUSE IS FIXED THE SAME CARD
005594* FINDS THE RUN AGAIN (ITS BACKED-OUT BATCHES WITH IT) AND
005595* FINISHES THE BACKOUT. THE CERTIFICATE COUNTS THE STORE
005596* RECORDS AND FINGERPRINTS DROPPED AND THE BATCHES RESET.
005600*
005700* MODIFICATION HISTORY
005800* DATE       BY   DESCRIPTION
005900* ---------- ---- ---------------------------------------------
006000* 2026-10-15 JH   ORIGINAL PROGRAM.
006010* 2026-10-15 JH   A BACKOUT THAT TIES NOW ALSO DELETES THE RUN'S
006020*                 DUPLICATE-DETAIL FINGERPRINTS (DUPFPRT, SEE
006030*                 FPRTREC) AND LISTS THE COUNT ON THE
006040*                 CERTIFICATE.
006040* 2026-10-15 JH   AUDIT RECORD WIDENED TO 120 BYTES AND
006040*                 RUN-CONTROL TO 160 BYTES; THE BACKOUT STILL
006040*                 TIES TO THE RUN-WIDE TOTALS.
006040* 2026-10-15 JH   A BACKOUT THAT TIES NOW ALSO DELETES THE RUN'S
006040*                 RECORDS FROM THE KEYED AUDIT STORE (AUDKEY, SEE
006040*                 AUDKREC) AND LISTS THE COUNT ON THE
006040*                 CERTIFICATE.
006050* 2026-10-15 JH   A RUN WHOSE POSTING DATE IS ON THE TRANSMISSION
006060*                 LOG (XMITLOG) IS NOW REFUSED RC=16 LIKE AN
006070*                 ACKNOWLEDGED ONE. THE RUN'S RUN-CONTROL
006080*                 RECORDS ARE NO LONGER DELETED BUT REWRITTEN
006090*                 BACKED OUT (STATUS B), KEEPING RC-RECEIPT-TS
006095*                 FOR THE RERUN.
006096* 2026-10-15 JH   STORE AND FINGERPRINTS OPENED UP FRONT; A FAILED
006097*                 DELETE OR BATCH RESET NOW ENDS RC=16 (COPY-BACK
006098*                 HELD) AND A RERUN FINISHES IT. BATCHES RESET
006099*                 NOW ON THE CERTIFICATE.
006100*================================================================
006200
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS RL-CTL-KEY
007000         FILE STATUS IS WS-RUNCTL-STATUS.
007100
007200     SELECT ACK-IN ASSIGN TO "ACKIN"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-ACK-STATUS.
007500
007600     SELECT AUDIT-IN ASSIGN TO "AUDITIN"
007700         ORGANIZATION IS SEQUENTIAL.
007800
007900     SELECT AUDIT-NEW ASSIGN TO "AUDITNEW"
008000         ORGANIZATION IS SEQUENTIAL.
008100
008200     SELECT IFACE-IN ASSIGN TO "IFACEIN"
008300         ORGANIZATION IS SEQUENTIAL.
008400
008500     SELECT IFACE-NEW ASSIGN TO "IFACENEW"
008600         ORGANIZATION IS SEQUENTIAL.
008700
008800     SELECT SUSP-IN ASSIGN TO "SUSPIN"
008900         ORGANIZATION IS SEQUENTIAL.
009000
009100     SELECT SUSP-NEW ASSIGN TO "SUSPNEW"
009200         ORGANIZATION IS SEQUENTIAL.
009300
009400     SELECT PARM-IN ASSIGN TO "BKOTPARM"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-PARM-STATUS.
009700
009800     SELECT BKOT-RPT ASSIGN TO "BKOTRPT"
009900         ORGANIZATION IS SEQUENTIAL.
009910
009920     SELECT FPRT-FILE ASSIGN TO "DUPFPRT"
009930         ORGANIZATION IS INDEXED
009940         ACCESS MODE IS DYNAMIC
009950         RECORD KEY IS FF-FPRT-KEY
009960         FILE STATUS IS WS-FPRT-STATUS.
009970
009980     SELECT AUDK-FILE ASSIGN TO "AUDKEY"
009981         ORGANIZATION IS INDEXED
009982         ACCESS MODE IS DYNAMIC
009983         RECORD KEY IS AF-AUDK-KEY
009984         ALTERNATE RECORD KEY IS AF-CC-KEY WITH DUPLICATES
009985         FILE STATUS IS WS-AUDK-STATUS.
009986
009987     SELECT OPTIONAL XLOG-FILE ASSIGN TO "XMITLOG"
009988         ORGANIZATION IS SEQUENTIAL
009989         FILE STATUS IS WS-XLOG-STATUS.
010000
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  RUNCTL-FILE
010400     RECORD CONTAINS 160 CHARACTERS
010500     LABEL RECORDS ARE STANDARD.
010600 01  RUNCTL-FILE-REC.
010700     05  RL-CTL-KEY              PIC X(12).
010800     05  FILLER                  PIC X(148).
010900
011000 FD  ACK-IN
011100     RECORD CONTAINS 40 CHARACTERS
011200     LABEL RECORDS ARE STANDARD.
011300 01  ACK-IN-RECORD.
011400     05  BK-AK-POSTING-DATE      PIC X(08).
011500     05  BK-AK-RUN-ID            PIC X(16).
011600     05  BK-AK-OCCURRENCE        PIC 9(07).
011700     05  BK-AK-STATUS            PIC X(02).
011800         88  BK-AK-ACCEPTED          VALUE "AC".
011900     05  FILLER                  PIC X(07).
012000
012100 FD  AUDIT-IN
012200     RECORD CONTAINS 120 CHARACTERS
012300     LABEL RECORDS ARE STANDARD.
012400 01  AUDIT-IN-RECORD.
012500     05  BK-AU-RUN-ID            PIC X(16).
012600     05  FILLER                  PIC X(01).
012700     05  BK-AU-TIMESTAMP         PIC X(14).
012800     05  FILLER                  PIC X(01).
012900     05  BK-AU-FACTOR-A          PIC X(07).
013000     05  FILLER                  PIC X(01).
013100     05  BK-AU-FACTOR-B          PIC X(07).
013200     05  FILLER                  PIC X(01).
013300     05  BK-AU-VALUE             PIC X(14).
013400     05  FILLER                  PIC X(01).
013500     05  BK-AU-RESUB-SW          PIC X(01).
013600     05  FILLER                  PIC X(56).
013700
013800 FD  AUDIT-NEW
013900     RECORD CONTAINS 120 CHARACTERS
014000     LABEL RECORDS ARE STANDARD.
014100 01  AUDIT-NEW-REC           PIC X(120).
014200
014300 FD  IFACE-IN
014400     RECORD CONTAINS 58 CHARACTERS
014500     LABEL RECORDS ARE STANDARD.
014600 01  IFACE-IN-RECORD.
014700     05  BK-IF-POSTING-DATE      PIC X(08).
014800     05  BK-IF-RUN-ID            PIC X(16).
014900     05  BK-IF-FACTOR-A          PIC X(07).
015000     05  BK-IF-FACTOR-B          PIC X(07).
015100     05  BK-IF-VALUE             PIC X(14).
015200     05  BK-IF-MODE-SW           PIC X(01).
015300     05  BK-IF-COST-CENTER       PIC X(04).
015400     05  BK-IF-RVSL-SW           PIC X(01).
015500
015600 FD  IFACE-NEW
015700     RECORD CONTAINS 58 CHARACTERS
015800     LABEL RECORDS ARE STANDARD.
015900 01  IFACE-NEW-REC           PIC X(58).
016000
016100 FD  SUSP-IN
016200     RECORD CONTAINS 60 CHARACTERS
016300     LABEL RECORDS ARE STANDARD.
016400 01  SUSP-IN-REC             PIC X(60).
016500
016600 FD  SUSP-NEW
016700     RECORD CONTAINS 60 CHARACTERS
016800     LABEL RECORDS ARE STANDARD.
016900 01  SUSP-NEW-REC            PIC X(60).
017000
017100 FD  PARM-IN
017200     RECORD CONTAINS 80 CHARACTERS
017300     LABEL RECORDS ARE STANDARD.
017400 01  PARM-RECORD.
017500     05  PM-RUN-ID               PIC X(16).
017600     05  PM-BUS-DATE             PIC X(08).
017700     05  PM-BATCH-NBR            PIC X(04).
017800     05  FILLER                  PIC X(52).
017900
018000 FD  BKOT-RPT
018100     RECORD CONTAINS 80 CHARACTERS
018200     LABEL RECORDS ARE STANDARD.
018300 01  BKO-HEADER-REC.
018400     05  BKO-HDR-LABEL           PIC X(40).
018500     05  BKO-HDR-RUN-ID          PIC X(16).
018600     05  FILLER                  PIC X(24).
018700 01  BKO-BATCH-REC.
018800     05  BKO-BAT-LABEL           PIC X(08).
018900     05  BKO-BAT-NBR             PIC 9(04).
019000     05  FILLER                  PIC X(02).
019100     05  BKO-BAT-DATE-LABEL      PIC X(15).
019200     05  BKO-BAT-DATE            PIC X(08).
019300     05  FILLER                  PIC X(02).
019400     05  BKO-BAT-ORG-LABEL       PIC X(08).
019500     05  BKO-BAT-ORIGIN          PIC X(04).
019600     05  FILLER                  PIC X(02).
019700     05  BKO-BAT-ST-LABEL        PIC X(08).
019800     05  BKO-BAT-STATUS          PIC X(10).
019900     05  FILLER                  PIC X(09).
020000 01  BKO-DETAIL-REC.
020100     05  BKO-DTL-SOURCE          PIC X(12).
020200     05  BKO-DTL-CNT-LABEL       PIC X(09).
020300     05  BKO-DTL-COUNT           PIC Z(06)9.
020400     05  FILLER                  PIC X(02).
020500     05  BKO-DTL-TOT-LABEL       PIC X(07).
020600     05  BKO-DTL-TOTAL           PIC Z(15)9.
020700     05  FILLER                  PIC X(02).
020800     05  BKO-DTL-XTR-LABEL       PIC X(10).
020900     05  BKO-DTL-XTR-COUNT       PIC Z(06)9.
021000     05  FILLER                  PIC X(08).
021100 01  BKO-MESSAGE-REC.
021200     05  BKO-MSG-TEXT            PIC X(60).
021300     05  FILLER                  PIC X(20).
021310
021320 FD  FPRT-FILE
021330     RECORD CONTAINS 60 CHARACTERS
021340     LABEL RECORDS ARE STANDARD.
021350 01  FPRT-FILE-REC.
021360     05  FF-FPRT-KEY             PIC X(23).
021370     05  FILLER                  PIC X(37).
021380
021381 FD  AUDK-FILE
021382     RECORD CONTAINS 180 CHARACTERS
021383     LABEL RECORDS ARE STANDARD.
021384 01  AUDK-FILE-REC.
021385     05  AF-AUDK-KEY             PIC X(31).
021386     05  AF-CC-KEY               PIC X(12).
021387     05  FILLER                  PIC X(137).
021388
021389 FD  XLOG-FILE
021390     RECORD CONTAINS 100 CHARACTERS
021391     LABEL RECORDS ARE STANDARD.
021392 01  XLOG-FILE-REC               PIC X(100).
021400
021500 WORKING-STORAGE SECTION.
021600 01  WS-RUNCTL-STATUS        PIC X(02)  VALUE SPACES.
021700 01  WS-ACK-STATUS           PIC X(02)  VALUE SPACES.
021800 01  WS-PARM-STATUS          PIC X(02)  VALUE SPACES.
021810 01  WS-FPRT-STATUS          PIC X(02)  VALUE SPACES.
021820 01  WS-FPRT-EOF-SW          PIC X(01)  VALUE 'N'.
021830     88  WS-FPRT-EOF                 VALUE 'Y'.
021840 01  WS-AUDK-STATUS          PIC X(02)  VALUE SPACES.
021850 01  WS-AUDK-EOF-SW          PIC X(01)  VALUE 'N'.
021860     88  WS-AUDK-EOF                 VALUE 'Y'.
021870 01  WS-XLOG-STATUS          PIC X(02)  VALUE SPACES.
021880 01  WS-XLOG-EOF-SW          PIC X(01)  VALUE 'N'.
021890     88  WS-XLOG-EOF                 VALUE 'Y'.
021900 01  WS-CTL-EOF-SW           PIC X(01)  VALUE 'N'.
022000     88  WS-CTL-EOF                  VALUE 'Y'.
022100 01  WS-ACK-EOF-SW           PIC X(01)  VALUE 'N'.
022200     88  WS-ACK-EOF                  VALUE 'Y'.
022300 01  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
022400     88  WS-AUDIT-EOF                VALUE 'Y'.
022500 01  WS-IFACE-EOF-SW         PIC X(01)  VALUE 'N'.
022600     88  WS-IFACE-EOF                VALUE 'Y'.
022700 01  WS-SUSP-EOF-SW          PIC X(01)  VALUE 'N'.
022800     88  WS-SUSP-EOF                 VALUE 'Y'.
022900 01  WS-FOUND-SW             PIC X(01)  VALUE 'N'.
023000     88  WS-BATCH-FOUND              VALUE 'Y'.
023100 01  WS-TIE-SW               PIC X(01)  VALUE 'Y'.
023200     88  WS-BACKOUT-TIES             VALUE 'Y'.
023300     88  WS-BACKOUT-OFF              VALUE 'N'.
023310 01  WS-APPLY-SW             PIC X(01)  VALUE 'Y'.
023320     88  WS-APPLY-COMPLETE           VALUE 'Y'.
023330     88  WS-APPLY-FAILED             VALUE 'N'.
023340 01  WS-LIVE-COUNT           PIC S9(04) COMP  VALUE 0.
023400 01  WS-REFUSE-MSG           PIC X(60)  VALUE SPACES.
023500 01  WS-SEL-RUN-ID           PIC X(16)  VALUE SPACES.
023600 01  WS-SEL-RUN-DATE         PIC X(08)  VALUE SPACES.
023700 01  WS-BT-COUNT             PIC S9(04) COMP  VALUE 0.
023800 01  WS-BT-SUB               PIC S9(04) COMP  VALUE 0.
023900 01  WS-BATCH-TABLE.
024000     05  BT-ENTRY OCCURS 50 TIMES.
024100         10  BT-CTL-KEY.
024200             15  BT-BUS-DATE     PIC X(08).
024300             15  BT-BATCH-NBR    PIC 9(04).
024400         10  BT-ORIGIN           PIC X(04).
024500         10  BT-STATUS           PIC X(01).
024600 01  WS-CTL-RECORD-COUNT     PIC S9(07) COMP-3 VALUE 0.
024700 01  WS-CTL-ERROR-COUNT      PIC S9(07) COMP-3 VALUE 0.
024800 01  WS-CTL-GRAND-TOTAL      PIC S9(16) COMP-3 VALUE 0.
024900 01  WS-ACK-COUNT            PIC S9(07) COMP-3 VALUE 0.
025000 01  WS-AUDIT-READ           PIC S9(07) COMP-3 VALUE 0.
025100 01  WS-AUDIT-COUNT          PIC S9(07) COMP-3 VALUE 0.
025200 01  WS-AUDIT-TOTAL          PIC S9(16) COMP-3 VALUE 0.
025300 01  WS-AUDIT-RVSLS          PIC S9(07) COMP-3 VALUE 0.
025400 01  WS-AUDIT-RVSL-TOTAL     PIC S9(16) COMP-3 VALUE 0.
025500 01  WS-IFACE-READ           PIC S9(07) COMP-3 VALUE 0.
025600 01  WS-IFACE-COUNT          PIC S9(07) COMP-3 VALUE 0.
025700 01  WS-IFACE-TOTAL          PIC S9(16) COMP-3 VALUE 0.
025800 01  WS-IFACE-RVSLS          PIC S9(07) COMP-3 VALUE 0.
025900 01  WS-IFACE-RVSL-TOTAL     PIC S9(16) COMP-3 VALUE 0.
026000 01  WS-SUSP-READ            PIC S9(07) COMP-3 VALUE 0.
026100 01  WS-SUSP-COUNT           PIC S9(07) COMP-3 VALUE 0.
026200 01  WS-SUSP-RELEASED        PIC S9(07) COMP-3 VALUE 0.
026300 01  WS-RESET-COUNT          PIC S9(05) COMP-3 VALUE 0.
026310 01  WS-FPRT-DROPPED         PIC S9(07) COMP-3 VALUE 0.
026320 01  WS-AUDK-DROPPED         PIC S9(07) COMP-3 VALUE 0.
026330 01  WS-XMIT-COUNT           PIC S9(07) COMP-3 VALUE 0.
026400 01  WS-PARSE-14             PIC X(14)  VALUE SPACES.
026500 01  WS-PARSE-14-R REDEFINES WS-PARSE-14
026600                             PIC 9(14).
026700 01  WS-LINE-SOURCE          PIC X(12)  VALUE SPACES.
026800 01  WS-LINE-COUNT           PIC S9(07) COMP-3 VALUE 0.
026900 01  WS-LINE-TOTAL           PIC S9(16) COMP-3 VALUE 0.
027000 01  WS-LINE-XTR-LABEL       PIC X(10)  VALUE SPACES.
027100 01  WS-LINE-XTR-COUNT       PIC S9(07) COMP-3 VALUE 0.
027200 COPY RUNCTLRC.
027300 COPY SUSPREC.
027310 COPY FPRTREC.
027320 COPY AUDKREC.
027330 COPY XLOGREC.
027400 01  WS-JRNL-DATE            PIC X(08)  VALUE SPACES.
027500 01  WS-JRNL-TIME            PIC X(08)  VALUE SPACES.
027600 01  WS-JRNL-START-TS        PIC X(14)  VALUE SPACES.
027700 COPY JRNLREC.
027800
027900 PROCEDURE DIVISION.
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028200     PERFORM 2000-FIND-RUN THRU 2000-EXIT.
028300     PERFORM 3000-CHECK-ACKS THRU 3000-EXIT.
028350     PERFORM 3500-CHECK-TRANSMITTED THRU 3500-EXIT.
028370     PERFORM 3800-OPEN-STORES THRU 3800-EXIT.
028400     PERFORM 4000-STRIP-AUDIT THRU 4000-EXIT.
028500     PERFORM 5000-STRIP-INTERFACE THRU 5000-EXIT.
028600     PERFORM 6000-STRIP-SUSPENSE THRU 6000-EXIT.
028700     PERFORM 7000-PROVE-AND-RESET THRU 7000-EXIT.
028800     PERFORM 7500-WRITE-CERTIFICATE THRU 7500-EXIT.
028900     PERFORM 7900-TERMINATE THRU 7900-EXIT.
029000     STOP RUN.
029100
029200*----------------------------------------------------------------
029300* 1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD, OPEN
029400* RUN-CONTROL FOR UPDATE AND THE CERTIFICATE.
029500*----------------------------------------------------------------
029600 1000-INITIALIZE.
029700     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
029800     ACCEPT WS-JRNL-TIME FROM TIME.
029900     STRING WS-JRNL-DATE DELIMITED BY SIZE
030000            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
030100         INTO WS-JRNL-START-TS.
030200     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
030300     OPEN OUTPUT BKOT-RPT.
030400     OPEN I-O RUNCTL-FILE.
030500     IF WS-RUNCTL-STATUS NOT = "00"
030600         DISPLAY "SUMSBKOT CANNOT OPEN RUN-CONTROL - STATUS "
030700             WS-RUNCTL-STATUS
030800         CLOSE BKOT-RPT
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200 1000-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------
031600* 1100-READ-PARM-CARD - THE PARAMETER CARD IS REQUIRED AND MUST
031700* NAME EITHER A RUN-ID OR A NUMERIC BUSINESS DATE AND BATCH.
031800* A BLANK CARD MUST NEVER BACK OUT WHATEVER HAPPENS TO MATCH.
031900*----------------------------------------------------------------
032000 1100-READ-PARM-CARD.
032100     OPEN INPUT PARM-IN.
032200     IF WS-PARM-STATUS NOT = "00"
032300         DISPLAY "SUMSBKOT PARAMETER CARD MISSING - STATUS "
032400             WS-PARM-STATUS
032500         MOVE 16 TO RETURN-CODE
032600         STOP RUN
032700     END-IF.
032800     READ PARM-IN
032900         AT END
033000             DISPLAY "SUMSBKOT PARAMETER CARD EMPTY"
033100             MOVE 16 TO RETURN-CODE
033200             STOP RUN
033300     END-READ.
033400     IF PM-RUN-ID = SPACES
033500             AND (PM-BUS-DATE NOT NUMERIC
033600                 OR PM-BATCH-NBR NOT NUMERIC)
033700         DISPLAY "SUMSBKOT CARD NAMES NO RUN-ID (COLS 1-16) AND"
033800             " NO VALID DATE/BATCH (COLS 17-28)"
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     MOVE PM-RUN-ID TO WS-SEL-RUN-ID.
034300     CLOSE PARM-IN.
034400 1100-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------------
034800* 2000-FIND-RUN - RESOLVE A DATE/BATCH CARD TO ITS RUN-ID, THEN
034900* WALK THE WHOLE RUN-CONTROL FILE AND LOAD EVERY BATCH STAMPED
035000* WITH THAT RUN-ID. EVERY BATCH OF THE RUN CARRIES THE SAME
035100* RUN-WIDE COUNTS AND GRAND TOTAL (SEE 3100-STAMP-RUN-CONTROL
035200* IN SUMS), SO THE TOTALS ARE TAKEN ONCE. A BATCH ALREADY SET
035210* BACKED OUT BY AN EARLIER PASS THAT STOPPED PART WAY IS TABLED
035220* TOO - ITS SUSPENSE ITEMS ARE STILL THE RUN'S - BUT ITS ZEROED
035230* TOTALS ARE NOT TAKEN.
035300*----------------------------------------------------------------
035400 2000-FIND-RUN.
035500     IF WS-SEL-RUN-ID = SPACES
035600         MOVE PM-BUS-DATE TO RL-CTL-KEY (1:8)
035700         MOVE PM-BATCH-NBR TO RL-CTL-KEY (9:4)
035800         READ RUNCTL-FILE
035900             INVALID KEY
036000                 MOVE "DATE/BATCH NOT ON RUN-CONTROL"
036100                     TO WS-REFUSE-MSG
036200                 PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
036300         END-READ
036400         MOVE RUNCTL-FILE-REC TO RUNCTL-RECORD
036500         MOVE RC-RUN-ID TO WS-SEL-RUN-ID
036600     END-IF.
036700     MOVE WS-SEL-RUN-ID (5:8) TO WS-SEL-RUN-DATE.
036800     MOVE LOW-VALUES TO RL-CTL-KEY.
036900     START RUNCTL-FILE KEY NOT < RL-CTL-KEY
037000         INVALID KEY
037100             SET WS-CTL-EOF TO TRUE
037200     END-START.
037300     PERFORM 2100-READ-CTL-RECORD THRU 2100-EXIT
037400         UNTIL WS-CTL-EOF.
037500     IF WS-BT-COUNT = 0
037600         MOVE "RUN-ID NOT ON RUN-CONTROL" TO WS-REFUSE-MSG
037700         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
037800     END-IF.
037810     IF WS-LIVE-COUNT = 0
037820         MOVE "RUN ALREADY BACKED OUT" TO WS-REFUSE-MSG
037830         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
037840     END-IF.
037900     PERFORM 2200-CHECK-COMPLETE THRU 2200-EXIT
038000         VARYING WS-BT-SUB FROM 1 BY 1
038100         UNTIL WS-BT-SUB > WS-BT-COUNT.
038200 2000-EXIT.
038300     EXIT.
038400
038500 2100-READ-CTL-RECORD.
038600     READ RUNCTL-FILE NEXT RECORD
038700         AT END
038800             SET WS-CTL-EOF TO TRUE
038900             GO TO 2100-EXIT
039000     END-READ.
039100     MOVE RUNCTL-FILE-REC TO RUNCTL-RECORD.
039200     IF RC-RUN-ID NOT = WS-SEL-RUN-ID
039300         GO TO 2100-EXIT
039400     END-IF.
039500     IF WS-BT-COUNT = 50
039600         DISPLAY "SUMSBKOT BATCH TABLE FULL AT 50"
039700         MOVE 16 TO RETURN-CODE
039800         STOP RUN
039900     END-IF.
040000     ADD 1 TO WS-BT-COUNT.
040100     MOVE RC-CTL-KEY TO BT-CTL-KEY (WS-BT-COUNT).
040200     MOVE RC-ORIGIN TO BT-ORIGIN (WS-BT-COUNT).
040300     MOVE RC-STATUS-CODE TO BT-STATUS (WS-BT-COUNT).
040310     IF RC-STATUS-BACKED-OUT
040320         GO TO 2100-EXIT
040330     END-IF.
040340     ADD 1 TO WS-LIVE-COUNT.
040400     MOVE RC-RECORD-COUNT TO WS-CTL-RECORD-COUNT.
040500     MOVE RC-ERROR-COUNT TO WS-CTL-ERROR-COUNT.
040600     MOVE RC-GRAND-TOTAL TO WS-CTL-GRAND-TOTAL.
040700 2100-EXIT.
040800     EXIT.
040900
041000 2200-CHECK-COMPLETE.
041100     IF BT-STATUS (WS-BT-SUB) NOT = "C"
041110             AND BT-STATUS (WS-BT-SUB) NOT = "B"
041200         MOVE "RUN STILL IN FLIGHT - USE THE RESTART PATH"
041300             TO WS-REFUSE-MSG
041400         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
041500     END-IF.
041600 2200-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------
042000* 2900-REFUSE-BACKOUT - PUT THE REASON ON THE CERTIFICATE AND
042100* THE JOB LOG AND STOP WITH RC=16. NOTHING HAS BEEN WRITTEN TO
042200* ANY OUTPUT FILE OR TO RUN-CONTROL, AND THE JCL COPY-BACK
042300* STEPS DO NOT RUN.
042400*----------------------------------------------------------------
042500 2900-REFUSE-BACKOUT.
042600     MOVE SPACES TO BKO-HEADER-REC.
042700     MOVE "SUMSBKOT BACKOUT CERTIFICATE - RUN-ID  "
042800         TO BKO-HDR-LABEL.
042900     MOVE WS-SEL-RUN-ID TO BKO-HDR-RUN-ID.
043000     WRITE BKO-HEADER-REC.
043100     PERFORM 7510-WRITE-BATCH-LINE THRU 7510-EXIT
043200         VARYING WS-BT-SUB FROM 1 BY 1
043300         UNTIL WS-BT-SUB > WS-BT-COUNT.
043400     IF WS-ACK-COUNT > 0
043500         MOVE "ACKNOWLEDGED" TO WS-LINE-SOURCE
043600         MOVE WS-ACK-COUNT TO WS-LINE-COUNT
043700         MOVE 0 TO WS-LINE-TOTAL
043800         MOVE SPACES TO WS-LINE-XTR-LABEL
043900         MOVE 0 TO WS-LINE-XTR-COUNT
044000         PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT
044100     END-IF.
044110     IF WS-XMIT-COUNT > 0
044120         MOVE "TRANSMITTED " TO WS-LINE-SOURCE
044130         MOVE WS-XMIT-COUNT TO WS-LINE-COUNT
044140         MOVE 0 TO WS-LINE-TOTAL
044150         MOVE SPACES TO WS-LINE-XTR-LABEL
044160         MOVE 0 TO WS-LINE-XTR-COUNT
044170         PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT
044180     END-IF.
044200     MOVE SPACES TO BKO-MESSAGE-REC.
044300     MOVE WS-REFUSE-MSG TO BKO-MSG-TEXT.
044400     WRITE BKO-MESSAGE-REC.
044500     MOVE SPACES TO BKO-MESSAGE-REC.
044600     MOVE "*** BACKOUT REFUSED - NOTHING TOUCHED ***"
044700         TO BKO-MSG-TEXT.
044800     WRITE BKO-MESSAGE-REC.
044900     DISPLAY "SUMSBKOT BACKOUT REFUSED - " WS-REFUSE-MSG.
045000     CLOSE BKOT-RPT.
045100     CLOSE RUNCTL-FILE.
045200     MOVE 16 TO RETURN-CODE.
045300     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
045400     STOP RUN.
045500 2900-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------------
045900* 3000-CHECK-ACKS - ONE PASS OF THE CUMULATIVE ACKNOWLEDGMENT
046000* FILE. ANY RECORD FOR THE RUN-ID, ACCEPTED OR REJECTED, MEANS
046100* DOWNSTREAM HAS ALREADY SEEN THE RUN AND THE BACKOUT IS
046200* REFUSED. THE CHECK IS MADE BEFORE ANY OUTPUT IS OPENED.
046300*----------------------------------------------------------------
046400 3000-CHECK-ACKS.
046500     OPEN INPUT ACK-IN.
046600     IF WS-ACK-STATUS NOT = "00"
046700         MOVE "ACK FILE UNAVAILABLE - CANNOT PROVE UNACKNOWLEDGED"
046800             TO WS-REFUSE-MSG
046900         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
047000     END-IF.
047100     PERFORM 3100-READ-ACK THRU 3100-EXIT.
047200     PERFORM 3200-CHECK-ACK THRU 3200-EXIT
047300         UNTIL WS-ACK-EOF.
047400     CLOSE ACK-IN.
047500     IF WS-ACK-COUNT > 0
047600         MOVE "RUN ALREADY ACKNOWLEDGED DOWNSTREAM - REVERSE IT"
047700             TO WS-REFUSE-MSG
047800         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
047900     END-IF.
048000 3000-EXIT.
048100     EXIT.
048200
048300 3100-READ-ACK.
048400     READ ACK-IN
048500         AT END
048600             SET WS-ACK-EOF TO TRUE
048700     END-READ.
048800 3100-EXIT.
048900     EXIT.
049000
049100 3200-CHECK-ACK.
049200     IF BK-AK-RUN-ID = WS-SEL-RUN-ID
049300         ADD 1 TO WS-ACK-COUNT
049400     END-IF.
049500     PERFORM 3100-READ-ACK THRU 3100-EXIT.
049600 3200-EXIT.
049700     EXIT.
049701
049702*----------------------------------------------------------------
049703* 3500-CHECK-TRANSMITTED - ONE PASS OF THE TRANSMISSION LOG.
049704* SUMSPOST STAMPS EVERY POSTING WITH THE RUN DATE, SO THE RUN'S
049705* POSTINGS WENT DOWNSTREAM IF SUMSXMIT HAS LOGGED ANY
049706* TRANSMISSION FOR THAT DATE. ONCE IT HAS, SUMSXMIT WILL NOT
049707* SEND THE DATE AS AN ORIGINAL AGAIN AND A RESEND WOULD CARRY
049708* THE BACKED-OUT POSTINGS, SO THE BACKOUT IS REFUSED. A LOG
049709* THAT DOES NOT EXIST YET PROVES NOTHING WAS EVER SENT.
049710*----------------------------------------------------------------
049711 3500-CHECK-TRANSMITTED.
049712     OPEN INPUT XLOG-FILE.
049713     IF WS-XLOG-STATUS = "05"
049714         CLOSE XLOG-FILE
049715         GO TO 3500-EXIT
049716     END-IF.
049717     IF WS-XLOG-STATUS NOT = "00"
049718         MOVE "TRANSMISSION LOG UNAVAILABLE - CANNOT PROVE UNSENT"
049719             TO WS-REFUSE-MSG
049720         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
049721     END-IF.
049722     PERFORM 3600-CHECK-XLOG THRU 3600-EXIT
049723         UNTIL WS-XLOG-EOF.
049724     CLOSE XLOG-FILE.
049725     IF WS-XMIT-COUNT > 0
049726         MOVE "DAY ALREADY TRANSMITTED DOWNSTREAM - REVERSE IT"
049727             TO WS-REFUSE-MSG
049728         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
049729     END-IF.
049730 3500-EXIT.
049731     EXIT.
049732
049733 3600-CHECK-XLOG.
049734     READ XLOG-FILE INTO XLOG-RECORD
049735         AT END
049736             SET WS-XLOG-EOF TO TRUE
049737             GO TO 3600-EXIT
049738     END-READ.
049739     IF XL-POSTING-DATE = WS-SEL-RUN-DATE
049740         ADD 1 TO WS-XMIT-COUNT
049741     END-IF.
049742 3600-EXIT.
049743     EXIT.
049744
049746*----------------------------------------------------------------
049748* 3800-OPEN-STORES - OPEN THE KEYED AUDIT STORE AND THE
049750* FINGERPRINT FILE FOR UPDATE BEFORE ANY OUTPUT IS WRITTEN.
049752* THE RUN'S RECORDS MUST COME OFF BOTH, SO IF EITHER WILL NOT
049754* OPEN THE BACKOUT IS REFUSED WITH NOTHING TOUCHED. BOTH STAY
049756* OPEN UNTIL 7900-TERMINATE.
049758*----------------------------------------------------------------
049760 3800-OPEN-STORES.
049762     OPEN I-O FPRT-FILE.
049764     IF WS-FPRT-STATUS NOT = "00"
049766         DISPLAY "SUMSBKOT FINGERPRINT FILE STATUS "
049768             WS-FPRT-STATUS
049770         MOVE "FINGERPRINT FILE UNAVAILABLE" TO WS-REFUSE-MSG
049772         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
049774     END-IF.
049776     OPEN I-O AUDK-FILE.
049778     IF WS-AUDK-STATUS NOT = "00"
049780         DISPLAY "SUMSBKOT AUDIT STORE STATUS " WS-AUDK-STATUS
049782         CLOSE FPRT-FILE
049784         MOVE "AUDIT STORE UNAVAILABLE" TO WS-REFUSE-MSG
049786         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
049788     END-IF.
049790 3800-EXIT.
049792     EXIT.
049800
049900*----------------------------------------------------------------
050000* 4000-STRIP-AUDIT - COPY THE AUDIT TRAIL TO ITS NEW VERSION,
050100* LEAVING OUT EVERY RECORD OF THE RUN. RESULTS AND REVERSALS
050200* (AU-RESUB-SW = V) ARE COUNTED AND VALUED SEPARATELY, THE WAY
050300* SUMS KEEPS THEM APART ON ITS CONTROL TOTALS.
050400*----------------------------------------------------------------
050500 4000-STRIP-AUDIT.
050600     OPEN INPUT AUDIT-IN.
050700     OPEN OUTPUT AUDIT-NEW.
050800     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
050900     PERFORM 4200-FILTER-AUDIT THRU 4200-EXIT
051000         UNTIL WS-AUDIT-EOF.
051100     CLOSE AUDIT-IN.
051200     CLOSE AUDIT-NEW.
051300 4000-EXIT.
051400     EXIT.
051500
051600 4100-READ-AUDIT.
051700     READ AUDIT-IN
051800         AT END
051900             SET WS-AUDIT-EOF TO TRUE
052000             GO TO 4100-EXIT
052100     END-READ.
052200     ADD 1 TO WS-AUDIT-READ.
052300 4100-EXIT.
052400     EXIT.
052500
052600 4200-FILTER-AUDIT.
052700     IF BK-AU-RUN-ID NOT = WS-SEL-RUN-ID
052800         WRITE AUDIT-NEW-REC FROM AUDIT-IN-RECORD
052900         GO TO 4200-NEXT
053000     END-IF.
053100     MOVE BK-AU-VALUE TO WS-PARSE-14.
053200     INSPECT WS-PARSE-14 REPLACING ALL " " BY "0".
053300     IF BK-AU-RESUB-SW = "V"
053400         ADD 1 TO WS-AUDIT-RVSLS
053500         ADD WS-PARSE-14-R TO WS-AUDIT-RVSL-TOTAL
053600     ELSE
053700         ADD 1 TO WS-AUDIT-COUNT
053800         ADD WS-PARSE-14-R TO WS-AUDIT-TOTAL
053900     END-IF.
054000 4200-NEXT.
054100     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
054200 4200-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600* 5000-STRIP-INTERFACE - COPY THE INTERFACE FILE TO ITS NEW
054700* VERSION, LEAVING OUT EVERY POSTING OF THE RUN. THE ACK CHECK
054800* HAS ALREADY PROVED NONE OF THEM WAS ACKNOWLEDGED.
054900*----------------------------------------------------------------
055000 5000-STRIP-INTERFACE.
055100     OPEN INPUT IFACE-IN.
055200     OPEN OUTPUT IFACE-NEW.
055300     PERFORM 5100-READ-IFACE THRU 5100-EXIT.
055400     PERFORM 5200-FILTER-IFACE THRU 5200-EXIT
055500         UNTIL WS-IFACE-EOF.
055600     CLOSE IFACE-IN.
055700     CLOSE IFACE-NEW.
055800 5000-EXIT.
055900     EXIT.
056000
056100 5100-READ-IFACE.
056200     READ IFACE-IN
056300         AT END
056400             SET WS-IFACE-EOF TO TRUE
056500             GO TO 5100-EXIT
056600     END-READ.
056700     ADD 1 TO WS-IFACE-READ.
056800 5100-EXIT.
056900     EXIT.
057000
057100 5200-FILTER-IFACE.
057200     IF BK-IF-RUN-ID NOT = WS-SEL-RUN-ID
057300         WRITE IFACE-NEW-REC FROM IFACE-IN-RECORD
057400         GO TO 5200-NEXT
057500     END-IF.
057600     MOVE BK-IF-VALUE TO WS-PARSE-14.
057700     INSPECT WS-PARSE-14 REPLACING ALL " " BY "0".
057800     IF BK-IF-RVSL-SW = "V"
057900         ADD 1 TO WS-IFACE-RVSLS
058000         ADD WS-PARSE-14-R TO WS-IFACE-RVSL-TOTAL
058100     ELSE
058200         ADD 1 TO WS-IFACE-COUNT
058300         ADD WS-PARSE-14-R TO WS-IFACE-TOTAL
058400     END-IF.
058500 5200-NEXT.
058600     PERFORM 5100-READ-IFACE THRU 5100-EXIT.
058700 5200-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* 6000-STRIP-SUSPENSE - COPY THE SUSPENSE FILE TO ITS NEW
059200* VERSION, LEAVING OUT EVERY ITEM THE RUN PARKED. SUMS MINTS
059300* SU-SUSP-ID FROM ITS RUN DATE (THE DATE INSIDE THE RUN-ID) AND
059400* THE BATCH NUMBER, SO THAT PAIR IDENTIFIES THE RUN'S ITEMS
059500* EVEN FOR A REJECTED RESUBMISSION OR REVERSAL, WHOSE
059600* SU-ORIG-RUN-ID NAMES AN EARLIER RUN. ITEMS ALREADY RELEASED
059700* BY SUMSFIX ARE COUNTED SEPARATELY ON THE CERTIFICATE - THEIR
059800* CORRECTIONS WENT IN UNDER A LATER RUN.
059900*----------------------------------------------------------------
060000 6000-STRIP-SUSPENSE.
060100     OPEN INPUT SUSP-IN.
060200     OPEN OUTPUT SUSP-NEW.
060300     PERFORM 6100-READ-SUSPENSE THRU 6100-EXIT.
060400     PERFORM 6200-FILTER-SUSPENSE THRU 6200-EXIT
060500         UNTIL WS-SUSP-EOF.
060600     CLOSE SUSP-IN.
060700     CLOSE SUSP-NEW.
060800 6000-EXIT.
060900     EXIT.
061000
061100 6100-READ-SUSPENSE.
061200     READ SUSP-IN INTO SUSP-RECORD
061300         AT END
061400             SET WS-SUSP-EOF TO TRUE
061500             GO TO 6100-EXIT
061600     END-READ.
061700     ADD 1 TO WS-SUSP-READ.
061800 6100-EXIT.
061900     EXIT.
062000
062100 6200-FILTER-SUSPENSE.
062200     MOVE "N" TO WS-FOUND-SW.
062300     IF SU-SUSP-DATE = WS-SEL-RUN-DATE
062400         PERFORM 6300-SCAN-BATCH THRU 6300-EXIT
062500             VARYING WS-BT-SUB FROM 1 BY 1
062600             UNTIL WS-BT-SUB > WS-BT-COUNT
062700                 OR WS-BATCH-FOUND
062800     END-IF.
062900     IF NOT WS-BATCH-FOUND
063000         WRITE SUSP-NEW-REC FROM SUSP-RECORD
063100         GO TO 6200-NEXT
063200     END-IF.
063300     ADD 1 TO WS-SUSP-COUNT.
063400     IF SU-STATUS-RELEASED
063500         ADD 1 TO WS-SUSP-RELEASED
063600     END-IF.
063700 6200-NEXT.
063800     PERFORM 6100-READ-SUSPENSE THRU 6100-EXIT.
063900 6200-EXIT.
064000     EXIT.
064100
064200 6300-SCAN-BATCH.
064300     IF BT-BATCH-NBR (WS-BT-SUB) = SU-SUSP-BATCH
064400         SET WS-BATCH-FOUND TO TRUE
064500     END-IF.
064600 6300-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------
065000* 7000-PROVE-AND-RESET - THE REMOVED RECORDS MUST TIE TO THE
065100* RUN-CONTROL STAMP: RESULTS ON BOTH THE AUDIT AND INTERFACE
065200* FILES TO RC-RECORD-COUNT AND RC-GRAND-TOTAL, SUSPENSE ITEMS
065300* TO RC-ERROR-COUNT, AND THE REVERSALS (OUTSIDE THOSE TOTALS)
065400* AUDIT TO INTERFACE. ONLY THEN ARE THE RUN'S AUDIT STORE
065410* RECORDS AND FINGERPRINTS DELETED AND, IF THAT WENT CLEAN, ITS
065500* RUN-CONTROL RECORDS SET BACKED OUT - EVERY ONE, OR THE RUN IS
065510* FAILED (RC=16) SO THE JCL HOLDS THE COPY-BACK. A RUN THAT
065600* DOES NOT TIE ENDS RC=8 WITH THE FILES LEFT AS THEY WERE, AND
065610* THE JCL DOES NOT COPY THE NEW VERSIONS BACK.
065700*----------------------------------------------------------------
065800 7000-PROVE-AND-RESET.
065900     IF WS-AUDIT-COUNT NOT = WS-CTL-RECORD-COUNT
066000             OR WS-IFACE-COUNT NOT = WS-CTL-RECORD-COUNT
066100             OR WS-AUDIT-TOTAL NOT = WS-CTL-GRAND-TOTAL
066200             OR WS-IFACE-TOTAL NOT = WS-CTL-GRAND-TOTAL
066300             OR WS-SUSP-COUNT NOT = WS-CTL-ERROR-COUNT
066400             OR WS-AUDIT-RVSLS NOT = WS-IFACE-RVSLS
066500             OR WS-AUDIT-RVSL-TOTAL NOT = WS-IFACE-RVSL-TOTAL
066600         SET WS-BACKOUT-OFF TO TRUE
066700         GO TO 7000-EXIT
066800     END-IF.
066810     PERFORM 7300-DROP-AUDIT-STORE THRU 7300-EXIT.
066820     PERFORM 7200-DROP-FINGERPRINTS THRU 7200-EXIT.
066830     IF WS-APPLY-FAILED
066840         GO TO 7000-EXIT
066850     END-IF.
066900     PERFORM 7100-RESET-ONE-BATCH THRU 7100-EXIT
067000         VARYING WS-BT-SUB FROM 1 BY 1
067100         UNTIL WS-BT-SUB > WS-BT-COUNT.
067110     IF WS-RESET-COUNT NOT = WS-BT-COUNT
067120         SET WS-APPLY-FAILED TO TRUE
067130     END-IF.
067200 7000-EXIT.
067300     EXIT.
067400
067410*----------------------------------------------------------------
067420* 7100-RESET-ONE-BATCH - REWRITE ONE OF THE RUN'S BATCHES BACKED
067430* OUT WITH ITS TOTALS ZEROED AND THE BACKOUT'S TIME AS ITS
067440* STAMP. THE RUN-ID, ORIGIN AND RECEIPT STAMP STAY, SO THE
067450* RERUN TAKES THE BATCH OVER WITH ITS ORIGINAL RECEIPT TIME.
067452* A BATCH AN EARLIER PASS ALREADY RESET COUNTS AS RESET.
067460*----------------------------------------------------------------
067500 7100-RESET-ONE-BATCH.
067510     IF BT-STATUS (WS-BT-SUB) = "B"
067520         ADD 1 TO WS-RESET-COUNT
067530         GO TO 7100-EXIT
067540     END-IF.
067600     MOVE BT-CTL-KEY (WS-BT-SUB) TO RL-CTL-KEY.
067610     READ RUNCTL-FILE INTO RUNCTL-RECORD
067620         INVALID KEY
067630             DISPLAY "SUMSBKOT RUN-CONTROL READ FAILED FOR "
067640                 RL-CTL-KEY " STATUS " WS-RUNCTL-STATUS
067650             GO TO 7100-EXIT
067660     END-READ.
067670     SET RC-STATUS-BACKED-OUT TO TRUE.
067680     MOVE 0 TO RC-RECORD-COUNT.
067690     MOVE 0 TO RC-ERROR-COUNT.
067700     MOVE 0 TO RC-GRAND-TOTAL.
067710     MOVE WS-JRNL-START-TS TO RC-STAMP-TIMESTAMP.
067720     MOVE 0 TO RC-BAT-ACCEPTED.
067730     MOVE 0 TO RC-BAT-REVERSED.
067740     MOVE 0 TO RC-BAT-REJECTED.
067750     MOVE 0 TO RC-BAT-VALUE.
067760     MOVE 0 TO RC-BAT-RVSL-VALUE.
067770     MOVE RUNCTL-RECORD TO RUNCTL-FILE-REC.
067780     REWRITE RUNCTL-FILE-REC
067800         INVALID KEY
067900             DISPLAY "SUMSBKOT RUN-CONTROL REWRITE FAILED FOR "
068000                 RL-CTL-KEY " STATUS " WS-RUNCTL-STATUS
068100             GO TO 7100-EXIT
068200     END-REWRITE.
068300     ADD 1 TO WS-RESET-COUNT.
068400 7100-EXIT.
068500     EXIT.
068505
068506*----------------------------------------------------------------
068507* 7200-DROP-FINGERPRINTS - DELETE EVERY DUPLICATE-DETAIL
068508* FINGERPRINT THE RUN RECORDED (FP-RUN-ID). A FINGERPRINT FROM
068509* AN EARLIER RUN THAT THIS RUN SUSPENDED A DUPLICATE AGAINST
068510* STAYS - THAT EARLIER POSTING IS STILL ON THE BOOKS. A FAILED
068511* DELETE STOPS THE PASS AND FAILS THE BACKOUT.
068512*----------------------------------------------------------------
068513 7200-DROP-FINGERPRINTS.
068519     MOVE LOW-VALUES TO FF-FPRT-KEY.
068520     START FPRT-FILE KEY NOT < FF-FPRT-KEY
068521         INVALID KEY
068522             SET WS-FPRT-EOF TO TRUE
068523     END-START.
068524     PERFORM 7210-CHECK-ONE-FINGERPRINT THRU 7210-EXIT
068525         UNTIL WS-FPRT-EOF.
068527 7200-EXIT.
068528     EXIT.
068529
068530 7210-CHECK-ONE-FINGERPRINT.
068531     READ FPRT-FILE NEXT RECORD
068532         AT END
068533             SET WS-FPRT-EOF TO TRUE
068534             GO TO 7210-EXIT
068535     END-READ.
068536     MOVE FPRT-FILE-REC TO FPRT-RECORD.
068537     IF FP-RUN-ID NOT = WS-SEL-RUN-ID
068538         GO TO 7210-EXIT
068539     END-IF.
068540     DELETE FPRT-FILE RECORD
068541         INVALID KEY
068542             DISPLAY "SUMSBKOT FINGERPRINT DELETE FAILED FOR "
068543                 FF-FPRT-KEY " STATUS " WS-FPRT-STATUS
068544             SET WS-APPLY-FAILED TO TRUE
068544             SET WS-FPRT-EOF TO TRUE
068544             GO TO 7210-EXIT
068545     END-DELETE.
068546     ADD 1 TO WS-FPRT-DROPPED.
068547 7210-EXIT.
068548     EXIT.
068549
068550*----------------------------------------------------------------
068551* 7300-DROP-AUDIT-STORE - DELETE THE RUN'S RECORDS FROM THE
068552* KEYED AUDIT STORE (SEE AUDKREC), SO THE STORE MATCHES THE
068553* AUDIT FILE THE JCL COPIES BACK. THE STORE IS KEYED RUN DATE /
068554* RUN-ID / SEQUENCE, SO THE RUN'S RECORDS ARE ONE STRETCH OF
068555* KEYS. A FAILED DELETE STOPS THE PASS AND FAILS THE BACKOUT
068556* BEFORE ANY BATCH IS RESET, SO A RERUN FINDS THE RUN AGAIN.
068557*----------------------------------------------------------------
068558 7300-DROP-AUDIT-STORE.
068565     MOVE LOW-VALUES TO AF-AUDK-KEY.
068566     MOVE WS-SEL-RUN-DATE TO AF-AUDK-KEY (1:8).
068567     MOVE WS-SEL-RUN-ID TO AF-AUDK-KEY (9:16).
068568     START AUDK-FILE KEY NOT < AF-AUDK-KEY
068569         INVALID KEY
068570             SET WS-AUDK-EOF TO TRUE
068571     END-START.
068572     PERFORM 7310-DROP-ONE-AUDIT-KEY THRU 7310-EXIT
068573         UNTIL WS-AUDK-EOF.
068575 7300-EXIT.
068576     EXIT.
068577
068578 7310-DROP-ONE-AUDIT-KEY.
068579     READ AUDK-FILE NEXT RECORD INTO AUDK-RECORD
068580         AT END
068581             SET WS-AUDK-EOF TO TRUE
068582             GO TO 7310-EXIT
068583     END-READ.
068584     IF AK-RUN-DATE NOT = WS-SEL-RUN-DATE
068585             OR AK-RUN-ID NOT = WS-SEL-RUN-ID
068586         SET WS-AUDK-EOF TO TRUE
068587         GO TO 7310-EXIT
068588     END-IF.
068589     DELETE AUDK-FILE RECORD
068590         INVALID KEY
068591             DISPLAY "SUMSBKOT AUDIT STORE DELETE FAILED FOR "
068592                 AF-AUDK-KEY " STATUS " WS-AUDK-STATUS
068593             SET WS-APPLY-FAILED TO TRUE
068593             SET WS-AUDK-EOF TO TRUE
068593             GO TO 7310-EXIT
068594     END-DELETE.
068595     ADD 1 TO WS-AUDK-DROPPED.
068596 7310-EXIT.
068597     EXIT.
068600
068700*----------------------------------------------------------------
068800* 7500-WRITE-CERTIFICATE - THE RUN'S BATCHES, THE RUN-CONTROL
068900* TOTALS, WHAT CAME OFF EACH FILE, AND THE VERDICT.
069000*----------------------------------------------------------------
069100 7500-WRITE-CERTIFICATE.
069200     MOVE SPACES TO BKO-HEADER-REC.
069300     MOVE "SUMSBKOT BACKOUT CERTIFICATE - RUN-ID  "
069400         TO BKO-HDR-LABEL.
069500     MOVE WS-SEL-RUN-ID TO BKO-HDR-RUN-ID.
069600     WRITE BKO-HEADER-REC.
069700     PERFORM 7510-WRITE-BATCH-LINE THRU 7510-EXIT
069800         VARYING WS-BT-SUB FROM 1 BY 1
069900         UNTIL WS-BT-SUB > WS-BT-COUNT.
070000     MOVE "RUN-CONTROL " TO WS-LINE-SOURCE.
070100     MOVE WS-CTL-RECORD-COUNT TO WS-LINE-COUNT.
070200     MOVE WS-CTL-GRAND-TOTAL TO WS-LINE-TOTAL.
070300     MOVE "ERRORS:   " TO WS-LINE-XTR-LABEL.
070400     MOVE WS-CTL-ERROR-COUNT TO WS-LINE-XTR-COUNT.
070500     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
070600     MOVE "AUDIT:      " TO WS-LINE-SOURCE.
070700     MOVE WS-AUDIT-COUNT TO WS-LINE-COUNT.
070800     MOVE WS-AUDIT-TOTAL TO WS-LINE-TOTAL.
070900     MOVE "RVSLS:    " TO WS-LINE-XTR-LABEL.
071000     MOVE WS-AUDIT-RVSLS TO WS-LINE-XTR-COUNT.
071100     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
071200     MOVE "  RVSL VALUE" TO WS-LINE-SOURCE.
071300     MOVE WS-AUDIT-RVSLS TO WS-LINE-COUNT.
071400     MOVE WS-AUDIT-RVSL-TOTAL TO WS-LINE-TOTAL.
071500     MOVE SPACES TO WS-LINE-XTR-LABEL.
071600     MOVE 0 TO WS-LINE-XTR-COUNT.
071700     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
071800     MOVE "INTERFACE:  " TO WS-LINE-SOURCE.
071900     MOVE WS-IFACE-COUNT TO WS-LINE-COUNT.
072000     MOVE WS-IFACE-TOTAL TO WS-LINE-TOTAL.
072100     MOVE "RVSLS:    " TO WS-LINE-XTR-LABEL.
072200     MOVE WS-IFACE-RVSLS TO WS-LINE-XTR-COUNT.
072300     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
072400     MOVE "  RVSL VALUE" TO WS-LINE-SOURCE.
072500     MOVE WS-IFACE-RVSLS TO WS-LINE-COUNT.
072600     MOVE WS-IFACE-RVSL-TOTAL TO WS-LINE-TOTAL.
072700     MOVE SPACES TO WS-LINE-XTR-LABEL.
072800     MOVE 0 TO WS-LINE-XTR-COUNT.
072900     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
073000     MOVE "SUSPENSE:   " TO WS-LINE-SOURCE.
073100     MOVE WS-SUSP-COUNT TO WS-LINE-COUNT.
073200     MOVE 0 TO WS-LINE-TOTAL.
073300     MOVE "RELEASED: " TO WS-LINE-XTR-LABEL.
073400     MOVE WS-SUSP-RELEASED TO WS-LINE-XTR-COUNT.
073500     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
073510     MOVE "FINGERPRINTS" TO WS-LINE-SOURCE.
073520     MOVE WS-FPRT-DROPPED TO WS-LINE-COUNT.
073530     MOVE 0 TO WS-LINE-TOTAL.
073540     MOVE SPACES TO WS-LINE-XTR-LABEL.
073550     MOVE 0 TO WS-LINE-XTR-COUNT.
073560     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
073570     MOVE "AUDIT STORE " TO WS-LINE-SOURCE.
073580     MOVE WS-AUDK-DROPPED TO WS-LINE-COUNT.
073590     MOVE 0 TO WS-LINE-TOTAL.
073591     MOVE SPACES TO WS-LINE-XTR-LABEL.
073592     MOVE 0 TO WS-LINE-XTR-COUNT.
073593     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
073594     MOVE "BATCHES RSET" TO WS-LINE-SOURCE.
073595     MOVE WS-RESET-COUNT TO WS-LINE-COUNT.
073596     MOVE 0 TO WS-LINE-TOTAL.
073597     MOVE "OF RUN:   " TO WS-LINE-XTR-LABEL.
073598     MOVE WS-BT-COUNT TO WS-LINE-XTR-COUNT.
073599     PERFORM 7600-WRITE-DETAIL THRU 7600-EXIT.
073600     MOVE SPACES TO BKO-MESSAGE-REC.
073700     IF WS-BACKOUT-OFF
073800         MOVE "*** BACKOUT DOES NOT TIE - NOTHING APPLIED ***"
073900             TO BKO-MSG-TEXT
074000     ELSE
074010         IF WS-APPLY-FAILED
074020             MOVE "*** NOT APPLIED IN FULL - COPY-BACK HELD ***"
074030                 TO BKO-MSG-TEXT
074040         ELSE
074100             MOVE "*** BACKOUT TIES - BATCHES RESET ***"
074200                 TO BKO-MSG-TEXT
074210         END-IF
074300     END-IF.
074400     WRITE BKO-MESSAGE-REC.
074500 7500-EXIT.
074600     EXIT.
074700
074800 7510-WRITE-BATCH-LINE.
074900     MOVE SPACES TO BKO-BATCH-REC.
075000     MOVE "  BATCH " TO BKO-BAT-LABEL.
075100     MOVE BT-BATCH-NBR (WS-BT-SUB) TO BKO-BAT-NBR.
075200     MOVE "BUSINESS DATE: " TO BKO-BAT-DATE-LABEL.
075300     MOVE BT-BUS-DATE (WS-BT-SUB) TO BKO-BAT-DATE.
075400     MOVE "ORIGIN: " TO BKO-BAT-ORG-LABEL.
075500     MOVE BT-ORIGIN (WS-BT-SUB) TO BKO-BAT-ORIGIN.
075600     MOVE "STATUS: " TO BKO-BAT-ST-LABEL.
075700     IF BT-STATUS (WS-BT-SUB) = "C"
075800         MOVE "COMPLETE" TO BKO-BAT-STATUS
075900     ELSE
075910         IF BT-STATUS (WS-BT-SUB) = "B"
075920             MOVE "BACKED OUT" TO BKO-BAT-STATUS
075930         ELSE
076000             MOVE "IN FLIGHT" TO BKO-BAT-STATUS
076010         END-IF
076100     END-IF.
076200     WRITE BKO-BATCH-REC.
076300 7510-EXIT.
076400     EXIT.
076500
076600 7600-WRITE-DETAIL.
076700     MOVE SPACES TO BKO-DETAIL-REC.
076800     MOVE WS-LINE-SOURCE TO BKO-DTL-SOURCE.
076900     MOVE "RECORDS: " TO BKO-DTL-CNT-LABEL.
077000     MOVE WS-LINE-COUNT TO BKO-DTL-COUNT.
077100     MOVE "VALUE: " TO BKO-DTL-TOT-LABEL.
077200     MOVE WS-LINE-TOTAL TO BKO-DTL-TOTAL.
077300     IF WS-LINE-XTR-LABEL NOT = SPACES
077400         MOVE WS-LINE-XTR-LABEL TO BKO-DTL-XTR-LABEL
077500         MOVE WS-LINE-XTR-COUNT TO BKO-DTL-XTR-COUNT
077600     END-IF.
077700     WRITE BKO-DETAIL-REC.
077800 7600-EXIT.
077900     EXIT.
078000
078100*----------------------------------------------------------------
078200* 7900-TERMINATE - CLOSE UP. RC=8 WHEN THE BACKOUT DID NOT TIE
078300* AND RC=16 WHEN IT WAS NOT APPLIED IN FULL, SO THE COPY-BACK
078310* STEPS ARE BYPASSED.
078400*----------------------------------------------------------------
078500 7900-TERMINATE.
078600     CLOSE BKOT-RPT.
078700     CLOSE RUNCTL-FILE.
078710     CLOSE FPRT-FILE.
078720     CLOSE AUDK-FILE.
078800     IF WS-BACKOUT-OFF
078900         DISPLAY "SUMSBKOT BACKOUT DOES NOT TIE FOR "
078950             WS-SEL-RUN-ID
079000         MOVE 8 TO RETURN-CODE
079100     END-IF.
079110     IF WS-APPLY-FAILED
079120         DISPLAY "SUMSBKOT BACKOUT NOT APPLIED IN FULL FOR "
079130             WS-SEL-RUN-ID " - FIX THE CAUSE AND RERUN"
079140         MOVE 16 TO RETURN-CODE
079150     END-IF.
079200     PERFORM 8000-WRITE-RUN-JOURNAL THRU 8000-EXIT.
079300 7900-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------------
079700* 8000-WRITE-RUN-JOURNAL - ONE JOURNAL RECORD FOR THE RUN:
079800* IN = AUDIT, INTERFACE AND SUSPENSE RECORDS READ, OUT = THE
079900* RUN'S RECORDS REMOVED. SUMSBKOT MINTS NO RUN-ID.
080000*----------------------------------------------------------------
080100 8000-WRITE-RUN-JOURNAL.
080200     MOVE SPACES TO JRNL-RECORD.
080300     MOVE "SUMSBKOT" TO JR-PROGRAM-ID.
080400     MOVE SPACES TO JR-RUN-ID.
080500     MOVE WS-JRNL-START-TS TO JR-START-TS.
080600     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
080700     ACCEPT WS-JRNL-TIME FROM TIME.
080800     STRING WS-JRNL-DATE DELIMITED BY SIZE
080900            WS-JRNL-TIME (1:6) DELIMITED BY SIZE
081000         INTO JR-END-TS.
081100     COMPUTE JR-RECS-IN =
081200         WS-AUDIT-READ + WS-IFACE-READ + WS-SUSP-READ.
081300     COMPUTE JR-RECS-OUT = WS-AUDIT-COUNT + WS-AUDIT-RVSLS
081400         + WS-IFACE-COUNT + WS-IFACE-RVSLS + WS-SUSP-COUNT.
081500     MOVE 0 TO JR-ERROR-COUNT.
081600     MOVE RETURN-CODE TO JR-RETURN-CODE.
081700     CALL "SUMSJRNL" USING JRNL-RECORD.
081800 8000-EXIT.
081900     EXIT.
