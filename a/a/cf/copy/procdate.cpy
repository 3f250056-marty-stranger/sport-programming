000260* DATE       INIT DESCRIPTION
000270* ---------- ---- ------------------------------------------------
000280* 2026-01-11 DPO  ORIGINAL COPYBOOK.
000281* 2026-10-15 DPO  ADDED PD-CYCLE - THE PROCESSING CYCLE WITHIN THE
000282*                 BUSINESS DATE, ASSIGNED BY SETPDATE FROM CYCCTL
000283*                 NOW THAT BINCODE ALSO RUNS INTRADAY (INTRARUN).
000284*                 TAKEN FROM THE FILLER - RECORD STAYS LRECL 80.
000285*                 A BLANK CYCLE (OLD RECORD) IS READ AS CYCLE 01.
000290*****************************************************************
000300 01  PD-RECORD.
000310     05  PD-BUSINESS-DATE            PIC 9(08).
000320     05  PD-CYCLE                    PIC 9(02).
000330     05  FILLER                      PIC X(70).
