000100*****************************************************************
000110* CYCCTL.CPY
000120*
000130* ONE-RECORD PROCESSING-CYCLE CONTROL FILE, READ AND REWRITTEN BY
000140* SETPDATE. HOLDS THE LATEST BUSINESS DATE AND THE LAST CYCLE
000150* NUMBER ASSIGNED UNDER IT, SO EACH RUN OF THE PROCESSING CHAIN
000160* ON ONE BUSINESS DATE - THE NIGHTLY NITERUN AND ANY INTRADAY
000170* INTRARUN - GETS ITS OWN CYCLE (01, 02, ...). THE FIRST RUN ON A
000180* NEW BUSINESS DATE IS CYCLE 01. OPERATIONS ALLOCATES THE DATASET
000190* EMPTY; NO RECORD MEANS NO CYCLE HAS BEEN ASSIGNED YET.
000200*
000210* WRITTEN BY  : D.OKAFOR
000220* DATE WRITTEN: 2026-10-15
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT DESCRIPTION
000260* ---------- ---- ------------------------------------------------
000270* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000280*****************************************************************
000290 01  CY-RECORD.
000300     05  CY-BUSINESS-DATE            PIC 9(08).
000310     05  CY-LAST-CYCLE               PIC 9(02).
000320     05  FILLER                      PIC X(70).
