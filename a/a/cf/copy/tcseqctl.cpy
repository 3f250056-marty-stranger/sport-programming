000100*****************************************************************
000110* TCSEQCTL.CPY
000120*
000130* ONE-RECORD TRANCODE FEED SEQUENCE CONTROL FILE, READ AND
000140* REWRITTEN BY BINRECYC. HOLDS THE BATCH SEQUENCE NUMBER AND
000150* FEED DATE OF THE LAST FEED ACCEPTED AND THE BUSINESS DATE OF
000160* THE NIGHT THAT ACCEPTED IT, SO A RERUN OF THAT SAME NIGHT CAN
000170* ACCEPT THE SAME BATCH AGAIN WHILE ANY OTHER NIGHT REFUSES IT
000180* AS A DUPLICATE. OPERATIONS SEEDS THE RECORD WITH THE SENDER'S
000190* LAST SEQUENCE NUMBER BEFORE THE FIRST CONTROLLED FEED.
000192* ONLY TS-LAST-BATCH-SEQ (COLUMNS 1-6) NEED BE SEEDED - BLANK
000194* DATE FIELDS ARE READ AS ZERO AND A BLANK CYCLE AS CYCLE 01.
000200*
000210* WRITTEN BY  : D.OKAFOR
000220* DATE WRITTEN: 2026-10-15
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT DESCRIPTION
000260* ---------- ---- ------------------------------------------------
000270* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000272* 2026-10-15 DPO  ADDED TS-ACCEPT-CYCLE - A REPEAT OF THE LAST
000274*                 BATCH IS A RERUN ONLY UNDER THE SAME BUSINESS
000276*                 DATE AND PROCESSING CYCLE THAT ACCEPTED IT. A
000278*                 BLANK CYCLE (OLD RECORD) IS READ AS CYCLE 01.
000280*****************************************************************
000290 01  TS-RECORD.
000300     05  TS-LAST-BATCH-SEQ           PIC 9(06).
000310     05  TS-LAST-FEED-DATE           PIC 9(08).
000320     05  TS-ACCEPT-DATE              PIC 9(08).
000325     05  TS-ACCEPT-CYCLE             PIC 9(02).
000330     05  FILLER                      PIC X(56).
