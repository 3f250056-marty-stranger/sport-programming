000260* DATE       INIT DESCRIPTION
000270* ---------- ---- ------------------------------------------------
000280* 2026-05-10 DPO  ORIGINAL COPYBOOK.
000281* 2026-10-15 DPO  ADDED BH-RUN-CYCLE - ONE RECORD PER ITEM PER
000282*                 BINCODE RUN NOW MEANS PER PROCESSING CYCLE, SO
000283*                 THE CYCLE IS KEPT WITH THE RUN DATE. TAKEN FROM
000284*                 THE FILLER - RECORD STAYS LRECL 32. A BLANK
000285*                 CYCLE (OLD RECORD) IS READ AS CYCLE 01.
000290*****************************************************************
000300 01  BH-RECORD.
000310     05  BH-RUN-DATE                 PIC 9(08).
000320     05  BH-ITEM-CODE                PIC 9(10).
000330     05  BH-COUNT                    PIC 9(09).
000340     05  BH-RUN-CYCLE                PIC 9(02).
000350     05  FILLER                      PIC X(03).
