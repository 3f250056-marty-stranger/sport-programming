000300* DATE       INIT DESCRIPTION
000310* ---------- ---- ------------------------------------------------
000320* 2025-08-14 DPO  ORIGINAL PROGRAM.
000323* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY CYCLE 00 - THIS JOB
000326*                 RUNS OUTSIDE THE PROCESSING CYCLES.
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
001840     MOVE SPACES               TO RUNCTL-RECORD.
001850     MOVE "LOCRELD"             TO RUNCTL-JOB-NAME.
001860     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
001865     MOVE ZEROES                TO RUNCTL-CYCLE.
001870     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001880     SET RUNCTL-EVENT-START     TO TRUE.
001890     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002410     MOVE SPACES               TO RUNCTL-RECORD.
002420     MOVE "LOCRELD"             TO RUNCTL-JOB-NAME.
002430     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002435     MOVE ZEROES                TO RUNCTL-CYCLE.
002440     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002450     SET RUNCTL-EVENT-END       TO TRUE.
002460     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002630     MOVE SPACES               TO RUNCTL-RECORD.
002640     MOVE "LOCRELD"             TO RUNCTL-JOB-NAME.
002650     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002655     MOVE ZEROES                TO RUNCTL-CYCLE.
002660     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002670     SET RUNCTL-EVENT-END       TO TRUE.
002680     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003350     MOVE SPACES               TO RUNCTL-RECORD.
003360     MOVE "LOCRELD"             TO RUNCTL-JOB-NAME.
003370     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003375     MOVE ZEROES                TO RUNCTL-CYCLE.
003380     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003390     SET RUNCTL-EVENT-END       TO TRUE.
003400     MOVE WS-LOADED-COUNT       TO RUNCTL-INPUT-COUNT
