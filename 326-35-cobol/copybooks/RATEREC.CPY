000500* A KEYED (VSAM) FILE HOLDING THE CHARGEBACK PRICES FOR THE
000600* CALCULATION SERVICE: A RATE PER COMPUTED RECORD AND A RATE
000700* PER VALUE UNIT, KEYED BY ORIGIN / COST CENTER / MODE. THE
000800* BILLING PROGRAM ALWAYS LOOKS UP THE **** (ALL-ORIGINS)
000900* RECORDS - THE ORIGIN KEY BYTE IS CARRIED FOR A FUTURE
001000* PER-ORIGIN TARIFF, WHICH THE AUDIT TRAIL'S AU-ORIGIN (FROM
001010* 2026-10-15) NOW MAKES POSSIBLE. SUMSBILL
001100* LOOKS UP ****/CENTER/MODE, THEN ****/CENTER/*, THEN THE
001200* ****/****/* DEFAULT. A RATE ONLY APPLIES ONCE ITS EFFECTIVE
001300* DATE HAS BEEN REACHED; UNTIL THEN THE LOOKUP FALLS THROUGH
001900* DATE       BY   DESCRIPTION
002000* ---------- ---- ---------------------------------------------
002100* 2026-09-02 JH   ORIGINAL COPYBOOK.
002100* 2026-10-15 JH   NOTE ON THE ORIGIN KEY BROUGHT UP TO DATE -
002100*                 THE AUDIT TRAIL NOW CARRIES THE ORIGIN.
002200*================================================================
002300
002400 01  RATE-RECORD.
