000220* DATE       INIT DESCRIPTION
000230* ---------- ---- ------------------------------------------------
000240* 2024-11-04 DPO  ORIGINAL COPYBOOK.
00240A* 2026-10-15 DPO  ADDED EVENT "O" - AN OPERATOR OVERRIDE LOGGED BY
00240B*                 NITEGATE WHEN A FAILED NIGHT IS DELIBERATELY
000241*                 ABANDONED. IT IS NEITHER A START NOR AN END, SO
00241A*                 READERS PAIRING STARTS WITH ENDS SKIP IT.
000242* 2026-10-15 DPO  ADDED RUNCTL-CYCLE AT THE END - THE PROCESSING
000243*                 CYCLE (PROCDATE) THE RUN BELONGS TO, SO TWO RUNS
000244*                 OF ONE JOB ON ONE BUSINESS DATE CAN BE TOLD
000245*                 APART. CYCLE 00 MARKS A JOB THAT RUNS OUTSIDE
000246*                 THE PROCESSING CYCLES (MAINTENANCE, REPORTING);
000247*                 A BLANK CYCLE ON AN OLDER RECORD IS READ AS 01.
000248*                 RECORD IS NOW LRECL 58 - REALLOCATE THE RUNCTL
000249*                 DATASETS AND CONVERT RUNCTL.HISTORY.
000250*****************************************************************
000260 01  RUNCTL-RECORD.
000270     05  RUNCTL-JOB-NAME             PIC X(08).
000300     05  RUNCTL-EVENT                PIC X(01).
000310         88  RUNCTL-EVENT-START      VALUE "S".
000320         88  RUNCTL-EVENT-END        VALUE "E".
000325         88  RUNCTL-EVENT-OVERRIDE   VALUE "O".
000330     05  RUNCTL-INPUT-COUNT          PIC 9(09).
000340     05  RUNCTL-OUTPUT-COUNT         PIC 9(09).
000350     05  RUNCTL-REJECT-COUNT         PIC 9(09).
000370         88  RUNCTL-CC-NORMAL        VALUE 0000.
000380         88  RUNCTL-CC-WARNING       VALUE 0004.
000390         88  RUNCTL-CC-ABEND         VALUE 9999.
000400     05  RUNCTL-CYCLE                PIC 9(02).
