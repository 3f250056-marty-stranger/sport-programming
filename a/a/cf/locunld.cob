000335*                 SO AN AFTER-MIDNIGHT RERUN BOOKS UNDER THE
000336*                 RIGHT NIGHT. WITH NO CONTROL RECORD ON FILE THE
000337*                 SYSTEM DATE IS USED AS BEFORE.
000338* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
000339*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000960
000961 01  WS-PDATE-STATUS        PIC X(02).
000962 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
00962A 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
000963 01  WS-PDATE-SW            PIC X(01) VALUE "N".
000964     88  WS-PDATE-SET        VALUE "Y".
000965
001650     MOVE SPACES               TO RUNCTL-RECORD.
001660     MOVE "LOCUNLD"             TO RUNCTL-JOB-NAME.
001670     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
001675     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001680     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001690     SET RUNCTL-EVENT-START     TO TRUE.
001700     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001989                 IF PD-BUSINESS-DATE IS NUMERIC
001990                     MOVE PD-BUSINESS-DATE
001991                         TO WS-BUSINESS-DATE
01991A                     IF PD-CYCLE IS NUMERIC
01991B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
01991C                     ELSE
01991D                         MOVE 01 TO WS-BUSINESS-CYCLE
01991E                     END-IF
001992                     SET WS-PDATE-SET TO TRUE
001993                     MOVE WS-BUSINESS-DATE
001994                         TO WS-CURRENT-DATE
002060     MOVE SPACES               TO RUNCTL-RECORD.
002070     MOVE "LOCUNLD"             TO RUNCTL-JOB-NAME.
002080     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002085     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002090     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002100     SET RUNCTL-EVENT-END       TO TRUE.
002110     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002870     MOVE SPACES               TO RUNCTL-RECORD.
002880     MOVE "LOCUNLD"             TO RUNCTL-JOB-NAME.
002890     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002895     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002900     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002910     SET RUNCTL-EVENT-END       TO TRUE.
002920     MOVE WS-RECORD-COUNT       TO RUNCTL-INPUT-COUNT
