001794*                 BACK OUT AS A REVERSAL (R) AND NOT AS A NEW
001795*                 DETAIL. BLANK MEANS DETAIL, FOR SUSPENSE
001796*                 RECORDS WRITTEN BEFORE THE FIELD EXISTED.
001797* 2026-10-15 JH   ADDED SU-DTL-SEQ (FROM WHAT WAS FILLER) - THE
001798*                 REJECTED RECORD'S DETAIL SEQUENCE WITHIN ITS
001799*                 ORIGINATION BATCH, SO THE SUMSRTRN RETURN
001799*                 FILE CAN TELL THE DESK WHICH OF ITS RECORDS
001799*                 WAS SUSPENDED. PACKED TO FIT THE FOUR BYTES
001799*                 THAT WERE LEFT; ZERO FOR ITEMS NOT FROM A
001799*                 DESK BATCH (SUMSACK D01) AND NOT NUMERIC ON
001799*                 RECORDS WRITTEN BEFORE THE FIELD EXISTED.
001800*================================================================
001900
002000 01  SUSP-RECORD.
003110     05  SU-COST-CENTER          PIC X(04).
003120     05  SU-REC-TYPE             PIC X(01).
003130         88  SU-TYPE-REVERSAL        VALUE 'R'.
003200     05  SU-DTL-SEQ              PIC 9(07) COMP-3.
