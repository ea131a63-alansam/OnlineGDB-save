000100*================================================================
000200* CLOGREC.CPY
000300*
000400* SHARED LAYOUT OF THE CLOSING-CERTIFICATE REGISTER RECORD.
000500* SUMSCLSE APPENDS ONE RECORD FOR EVERY MONTH-END CLOSE IT
000600* RUNS - CLEAN, CLOSED OVER VERIFIED-RESOLVED REJECTS, OR
000700* REFUSED - SO WHICH MONTHS HOLD A CLOSING CERTIFICATE, AND
000800* WHAT EACH MONTH'S ARCHIVE GENERATION WAS CERTIFIED TO HOLD,
000900* CAN BE PROVED WITHOUT THE PRINTED CERTIFICATES. THE REGISTER
001000* IS IN THE ORDER THE CLOSES RAN: THE LAST RECORD FOR A PERIOD
001100* IS THAT PERIOD'S STANDING VERDICT (A REFUSED CLOSE FOLLOWED BY
001200* A CLEAN RERUN LEAVES THE MONTH CLOSED).
001300*
001400* CG-ARCH-COUNT / CG-ARCH-VALUE ARE EVERY POSTING COPIED TO THE
001500* MONTHLY ARCHIVE (PROD.MNTH.SUMSIFACE.ARCH). CG-POSTED-COUNT /
001600* CG-POSTED-VALUE ARE THE ACKNOWLEDGED POSTINGS THE CERTIFICATE
001700* PRINTS; ON A CLEAN CLOSE THE TWO AGREE, ON A CLOSE OVER
001800* REJECTS THE ARCHIVE ALSO HOLDS THE CG-REJECT-COUNT REJECTED
001900* POSTINGS. VALUES ARE NET OF REVERSALS; THE SIGN BYTES ARE
002000* + OR - AND THE VALUES THE MAGNITUDE.
002100*
002200* WRITTEN BY SUMSCLSE; READ BY SUMSYEND, WHICH REFUSES THE
002300* FISCAL YEAR-END WHILE ANY MONTH OF THE YEAR LACKS A CLOSING
002400* CERTIFICATE OR ITS ARCHIVE DOES NOT TIE TO IT.
002500*
002600* MODIFICATION HISTORY
002700* DATE       BY   DESCRIPTION
002800* ---------- ---- ---------------------------------------------
002900* 2026-10-15 JH   ORIGINAL COPYBOOK.
003000*================================================================
003100
003200 01  CLOG-RECORD.
003300     05  CG-PERIOD               PIC X(06).
003400     05  CG-CLOSE-TS             PIC X(14).
003500     05  CG-VERDICT              PIC X(01).
003600         88  CG-CLOSED-CLEAN         VALUE 'C'.
003700         88  CG-CLOSED-OVERRIDE      VALUE 'O'.
003800         88  CG-CLOSED               VALUE 'C' 'O'.
003900         88  CG-REFUSED              VALUE 'R'.
004000     05  CG-ARCH-COUNT           PIC 9(07).
004100     05  CG-ARCH-SIGN            PIC X(01).
004200     05  CG-ARCH-VALUE           PIC 9(16).
004300     05  CG-POSTED-COUNT         PIC 9(07).
004400     05  CG-POSTED-SIGN          PIC X(01).
004500     05  CG-POSTED-VALUE         PIC 9(16).
004600     05  CG-REJECT-COUNT         PIC 9(07).
004700     05  FILLER                  PIC X(04).
