000300* DATE       INIT DESCRIPTION
000310* ---------- ---- ------------------------------------------------
000320* 2025-07-27 DPO  ORIGINAL PROGRAM.
000323* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY CYCLE 00 - THIS JOB
000326*                 RUNS OUTSIDE THE PROCESSING CYCLES.
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
002150     MOVE SPACES               TO RUNCTL-RECORD.
002160     MOVE "LOCHIST"             TO RUNCTL-JOB-NAME.
002170     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002175     MOVE ZEROES                TO RUNCTL-CYCLE.
002180     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002190     SET RUNCTL-EVENT-START     TO TRUE.
002200     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002800     MOVE SPACES               TO RUNCTL-RECORD.
002810     MOVE "LOCHIST"             TO RUNCTL-JOB-NAME.
002820     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002825     MOVE ZEROES                TO RUNCTL-CYCLE.
002830     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002840     SET RUNCTL-EVENT-END       TO TRUE.
002850     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003850     MOVE SPACES               TO RUNCTL-RECORD.
003860     MOVE "LOCHIST"             TO RUNCTL-JOB-NAME.
003870     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003875     MOVE ZEROES                TO RUNCTL-CYCLE.
003880     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003890     SET RUNCTL-EVENT-END       TO TRUE.
003900     MOVE WS-JRNL-COUNT         TO RUNCTL-INPUT-COUNT.
