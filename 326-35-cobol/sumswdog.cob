003460*                 INDEX - IT WAS OFF BY ONE, SO THE WATCHDOG
003470*                 READ THE PREVIOUS DAY'S EXPECTED-DAYS BYTE
003480*                 AND RAISED FALSE MISSING ALARMS.
003480* 2026-10-15 JH   RUN-CONTROL RECORD WIDENED TO 160 BYTES.
003490* 2026-10-15 JH   A BATCH BACKED OUT BY SUMSBKOT (STATUS B) DOES
003491*                 NOT COUNT AS ITS ORIGIN'S FEED ARRIVING.
003500*================================================================
003600
003700 ENVIRONMENT DIVISION.
006600     05  FILLER                  PIC X(76).
006700
006800 FD  RUNCTL-FILE
006900     RECORD CONTAINS 160 CHARACTERS
007000     LABEL RECORDS ARE STANDARD.
007100 01  RUNCTL-FILE-REC.
007200     05  RL-CTL-KEY              PIC X(12).
007300     05  FILLER                  PIC X(148).
007400
007500 FD  PARM-IN
007600     RECORD CONTAINS 80 CHARACTERS
030300
030400 2200-NOTE-ORIGIN.
030500     IF RC-ORIGIN = SPACES
030510             OR RC-STATUS-BACKED-OUT
030600         GO TO 2200-EXIT
030700     END-IF.
030800     MOVE "N" TO WS-SEEN-SW.
