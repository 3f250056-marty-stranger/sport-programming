000340* DATE       INIT DESCRIPTION
000350* ---------- ---- ------------------------------------------------
000360* 2026-08-16 DPO  ORIGINAL PROGRAM.
000363* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY CYCLE 00 - THIS JOB
000366*                 RUNS OUTSIDE THE PROCESSING CYCLES.
000370*****************************************************************
000380
000390 ENVIRONMENT DIVISION.
002530     MOVE SPACES               TO RUNCTL-RECORD.
002540     MOVE "LOCASOF"             TO RUNCTL-JOB-NAME.
002550     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002555     MOVE ZEROES                TO RUNCTL-CYCLE.
002560     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002570     SET RUNCTL-EVENT-START     TO TRUE.
002580     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003080     MOVE SPACES               TO RUNCTL-RECORD.
003090     MOVE "LOCASOF"             TO RUNCTL-JOB-NAME.
003100     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003105     MOVE ZEROES                TO RUNCTL-CYCLE.
003110     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003120     SET RUNCTL-EVENT-END       TO TRUE.
003130     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005420     MOVE SPACES               TO RUNCTL-RECORD.
005430     MOVE "LOCASOF"             TO RUNCTL-JOB-NAME.
005440     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005445     MOVE ZEROES                TO RUNCTL-CYCLE.
005450     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005460     SET RUNCTL-EVENT-END       TO TRUE.
005470     MOVE WS-LOADED-COUNT       TO RUNCTL-INPUT-COUNT.
