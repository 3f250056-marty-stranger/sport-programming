000360* DATE       INIT DESCRIPTION
000370* ---------- ---- ------------------------------------------------
000380* 2026-07-12 DPO  ORIGINAL PROGRAM.
000383* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY CYCLE 00 - THIS JOB
000386*                 RUNS OUTSIDE THE PROCESSING CYCLES.
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
002480     MOVE SPACES               TO RUNCTL-RECORD.
002490     MOVE "LOCAUDIT"            TO RUNCTL-JOB-NAME.
002500     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002505     MOVE ZEROES                TO RUNCTL-CYCLE.
002510     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002520     SET RUNCTL-EVENT-START     TO TRUE.
002530     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003000     MOVE SPACES               TO RUNCTL-RECORD.
003010     MOVE "LOCAUDIT"            TO RUNCTL-JOB-NAME.
003020     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003025     MOVE ZEROES                TO RUNCTL-CYCLE.
003030     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003040     SET RUNCTL-EVENT-END       TO TRUE.
003050     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005040     MOVE SPACES               TO RUNCTL-RECORD.
005050     MOVE "LOCAUDIT"            TO RUNCTL-JOB-NAME.
005060     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005065     MOVE ZEROES                TO RUNCTL-CYCLE.
005070     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005080     SET RUNCTL-EVENT-END       TO TRUE.
005090     COMPUTE RUNCTL-INPUT-COUNT =
