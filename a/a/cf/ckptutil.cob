000320* DATE       INIT DESCRIPTION
000330* ---------- ---- ------------------------------------------------
000340* 2026-03-08 DPO  ORIGINAL PROGRAM.
000343* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY CYCLE 00 - THIS JOB
000346*                 RUNS OUTSIDE THE PROCESSING CYCLES.
000350*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
002050     MOVE SPACES               TO RUNCTL-RECORD.
002060     MOVE "CKPTUTIL"            TO RUNCTL-JOB-NAME.
002070     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002075     MOVE ZEROES                TO RUNCTL-CYCLE.
002080     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002090     SET RUNCTL-EVENT-START     TO TRUE.
002100     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003890     MOVE SPACES               TO RUNCTL-RECORD.
003900     MOVE "CKPTUTIL"            TO RUNCTL-JOB-NAME.
003910     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003915     MOVE ZEROES                TO RUNCTL-CYCLE.
003920     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003930     SET RUNCTL-EVENT-END       TO TRUE.
003940     MOVE ZEROES                TO RUNCTL-INPUT-COUNT.
