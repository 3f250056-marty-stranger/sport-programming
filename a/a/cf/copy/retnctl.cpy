000100*****************************************************************
000110* RETNCTL.CPY
000120*
000130* RECORD LAYOUT FOR THE HISTORY RETENTION CONTROL FILE READ BY
000140* HISTPURG - ONE 80-BYTE RECORD PER HISTORY DATASET, TUNABLE BY
000150* OPERATIONS THE SAME WAY ALRTCTL IS. THE DATASET ID IS ONE OF
000160* SPANHIST, BINHIST, RUNHIST, LOCJRNL OR BINSUSP (LEFT-JUSTIFIED,
000170* BLANK-PADDED) AND THE RETENTION PERIOD IS IN CALENDAR DAYS
000180* BACK FROM THE BUSINESS DATE (ZERO-PADDED, E.G. "00730"). A
000190* DATASET WITH NO RECORD, OR A PERIOD THAT IS ZERO OR NOT
000200* NUMERIC, IS NOT PURGED - EVERY RECORD IS RETAINED.
000210*
000220* WRITTEN BY  : D.OKAFOR
000230* DATE WRITTEN: 2026-10-15
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT DESCRIPTION
000270* ---------- ---- ------------------------------------------------
000280* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000290*****************************************************************
000300 01  RTN-RECORD.
000310     05  RTN-DATASET-ID              PIC X(08).
000320     05  RTN-RETAIN-DAYS             PIC 9(05).
000330     05  FILLER                      PIC X(67).
