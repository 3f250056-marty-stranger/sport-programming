000330* DATE       INIT DESCRIPTION
000340* ---------- ---- ------------------------------------------------
000350* 2025-05-28 DPO  ORIGINAL PROGRAM.
000353* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY CYCLE 00 - THIS JOB
000356*                 RUNS OUTSIDE THE PROCESSING CYCLES.
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
002070     MOVE SPACES               TO RUNCTL-RECORD.
002080     MOVE "SPANTRND"            TO RUNCTL-JOB-NAME.
002090     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002095     MOVE ZEROES                TO RUNCTL-CYCLE.
002100     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002110     SET RUNCTL-EVENT-START     TO TRUE.
002120     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002410     MOVE SPACES               TO RUNCTL-RECORD.
002420     MOVE "SPANTRND"            TO RUNCTL-JOB-NAME.
002430     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002435     MOVE ZEROES                TO RUNCTL-CYCLE.
002440     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002450     SET RUNCTL-EVENT-END       TO TRUE.
002460     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004160     MOVE SPACES               TO RUNCTL-RECORD.
004170     MOVE "SPANTRND"            TO RUNCTL-JOB-NAME.
004180     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004185     MOVE ZEROES                TO RUNCTL-CYCLE.
004190     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004200     SET RUNCTL-EVENT-END       TO TRUE.
004210     MOVE WS-HIST-COUNT         TO RUNCTL-INPUT-COUNT.
