000100*================================================================
000200* XLOGREC.CPY
000300*
000400* SHARED LAYOUT OF THE TRANSMISSION LOG RECORD. SUMSXMIT
000500* APPENDS ONE RECORD FOR EVERY DAILY TRANSMISSION IT BUILDS FOR
000600* THE DOWNSTREAM POSTING SUBSYSTEM - ORIGINAL OR RESENT - SO
000700* WHAT WAS SENT FOR EACH POSTING DATE, AND WHEN, CAN BE PROVED
000800* FROM ONE PLACE. THE SAME FIGURES ARE ON THE TRANSMISSION'S
000900* OWN TRAILER (XMITREC).
001000*
001100* SUMSXMIT ALSO READS THE LOG BACK AT THE START OF EVERY RUN:
001200* THE HIGHEST XL-XMIT-SEQ NUMBERS THE NEXT TRANSMISSION, AND AN
001300* ORIGINAL ALREADY LOGGED FOR A POSTING DATE STOPS THAT DATE
001400* BEING SENT AS AN ORIGINAL AGAIN.
001500*
001600* XL-NET-SIGN IS + OR -; XL-NET-VALUE IS THE MAGNITUDE.
001700*
001800* MODIFICATION HISTORY
001900* DATE       BY   DESCRIPTION
002000* ---------- ---- ---------------------------------------------
002100* 2026-10-15 JH   ORIGINAL COPYBOOK.
002200*================================================================
002300
002400 01  XLOG-RECORD.
002500     05  XL-POSTING-DATE         PIC X(08).
002600     05  XL-XMIT-SEQ             PIC 9(06).
002700     05  XL-SENT-TS              PIC X(14).
002800     05  XL-RETRANS-SW           PIC X(01).
002900         88  XL-ORIGINAL             VALUE 'O'.
003000         88  XL-RETRANSMISSION       VALUE 'R'.
003100     05  XL-ORIG-SEQ             PIC 9(06).
003200     05  XL-SOURCE               PIC X(01).
003300     05  XL-RECORDS              PIC 9(07).
003400     05  XL-REVERSALS            PIC 9(07).
003500     05  XL-NET-SIGN             PIC X(01).
003600     05  XL-NET-VALUE            PIC 9(16).
003700     05  XL-FACTOR-HASH          PIC 9(16).
003800     05  XL-RUN-COUNT            PIC 9(03).
003900     05  FILLER                  PIC X(14).
