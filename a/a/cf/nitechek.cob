000373*                 REPORT CARRIES THE SAME NIGHT AS THE RUNCTL
000374*                 RECORDS IT SCANS. WITH NO CONTROL RECORD THE
000375*                 SYSTEM DATE IS USED AS BEFORE.
00375A* 2026-10-15 DPO  AN OPERATOR-OVERRIDE RUNCTL EVENT (NITEGATE) IS
00375B*                 NO LONGER TAKEN AS AN END RECORD - ONLY "E"
00375C*                 RECORDS CLOSE A START.
000376* 2026-10-15 DPO  JOBS ARE NOW TRACKED BY JOB NAME, RUN DATE AND
00376A*                 PROCESSING CYCLE, SO TWO RUNS OF ONE JOB IN THE
00376B*                 SAME RUNCTL (SEVERAL CYCLES OF A BUSINESS DATE)
000377*                 ARE EVALUATED APART AND ONE RUN'S END CAN NOT
00377A*                 CLOSE ANOTHER'S START. A RECORD WITH NO CYCLE
00377B*                 (WRITTEN BEFORE THE CYCLE WAS CARRIED) IS READ
000378*                 AS CYCLE 01. EACH ALERT LINE AND CONSOLE MESSAGE
00378A*                 SHOWS THE DATE/CYCLE, AND THE REPORT HEADER THE
00378B*                 PROCDATE CYCLE. ALSO RUN BY INTRARUN.
000379*****************************************************************
000380
000390 ENVIRONMENT DIVISION.
001000     05  WS-PRIO            PIC 9(01) VALUE ZEROES.
001010     05  WS-JOB-PCT         PIC 9(03) VALUE ZEROES.
001015 01  WS-ALERT-TEXT          PIC X(40) VALUE SPACES.
01015A 01  WS-RC-CYCLE            PIC 9(02) VALUE ZEROES.
01015B
001016 01  WS-DATE-CYCLE.
001017     05  WS-DC-DATE         PIC 9(08).
001018     05  FILLER             PIC X(01) VALUE "/".
001019     05  WS-DC-CYCLE        PIC 9(02).
001020
001030 01  WS-PCT-WORK.
001040     05  WS-REJECT-SCALED   PIC 9(14) VALUE ZEROES.
001070 01  WS-JOB-TABLE.
001080     05  JT-ENTRY OCCURS 20 TIMES.
001090         10  JT-JOB-NAME    PIC X(08).
001093         10  JT-RUN-DATE    PIC 9(08).
001096         10  JT-CYCLE       PIC 9(02).
001100         10  JT-STARTED-SW  PIC X(01).
001110             88  JT-STARTED         VALUE "Y".
001120         10  JT-ENDED-SW    PIC X(01).
001240     05  AT-ENTRY OCCURS 60 TIMES.
001250         10  AT-PRIORITY    PIC 9(01).
001260         10  AT-JOB-NAME    PIC X(08).
001265         10  AT-DATE-CYCLE  PIC X(11).
001270         10  AT-TEXT        PIC X(40).
001280
001281 01  WS-PDATE-STATUS        PIC X(02).
001282 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
01282A 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
001283 01  WS-PDATE-SW            PIC X(01) VALUE "N".
001284     88  WS-PDATE-SET        VALUE "Y".
001285
001370 01  RPT-HDR-2.
001380     05  FILLER             PIC X(05) VALUE "DATE ".
001390     05  RPT-HDR-DATE       PIC 9(08).
001400     05  FILLER             PIC X(08) VALUE "  CYCLE ".
001403     05  RPT-HDR-CYCLE      PIC 9(02).
001406     05  FILLER             PIC X(109) VALUE SPACES.
001410
001420 01  RPT-HDR-3.
001430     05  FILLER             PIC X(132) VALUE ALL "-".
001480     05  FILLER             PIC X(02) VALUE SPACES.
001490     05  RPT-AL-JOB-NAME    PIC X(08).
001500     05  FILLER             PIC X(02) VALUE SPACES.
001503     05  RPT-AL-DATE-CYCLE  PIC X(11).
001506     05  FILLER             PIC X(02) VALUE SPACES.
001510     05  RPT-AL-TEXT        PIC X(40).
001520     05  FILLER             PIC X(57) VALUE SPACES.
001530
001540 01  RPT-RUNCTL-OPEN-LINE.
001550     05  FILLER             PIC X(30) VALUE
001620 01  CON-ALERT-LINE.
001630     05  FILLER             PIC X(11) VALUE "NITECHEK - ".
001640     05  CON-AL-JOB-NAME    PIC X(08).
001643     05  FILLER             PIC X(01) VALUE SPACE.
001646     05  CON-AL-DATE-CYCLE  PIC X(11).
001650     05  FILLER             PIC X(01) VALUE SPACE.
001660     05  CON-AL-TEXT        PIC X(40).
001670
002259                 IF PD-BUSINESS-DATE IS NUMERIC
002260                     MOVE PD-BUSINESS-DATE
002261                         TO WS-BUSINESS-DATE
02261A                     IF PD-CYCLE IS NUMERIC
02261B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
02261C                     ELSE
02261D                         MOVE 01 TO WS-BUSINESS-CYCLE
02261E                     END-IF
002262                     SET WS-PDATE-SET TO TRUE
002263                     MOVE WS-BUSINESS-DATE
002264                         TO WS-CURRENT-DATE
002330     EXIT.
002340
002350 2000-SCAN-RUNCTL.
002351     IF RUNCTL-CYCLE IS NUMERIC
002352         MOVE RUNCTL-CYCLE TO WS-RC-CYCLE
002353     ELSE
002354         MOVE 01 TO WS-RC-CYCLE
002355     END-IF.
002360     PERFORM 3000-FIND-JOB-ENTRY THRU 3000-EXIT.
002370     IF WS-JOB-FOUND
002380         IF RUNCTL-EVENT-START
002390             MOVE "Y" TO JT-STARTED-SW(WS-JX)
002400         END-IF
002405         IF RUNCTL-EVENT-END
002410             MOVE "Y" TO JT-ENDED-SW(WS-JX)
002420             MOVE RUNCTL-INPUT-COUNT  TO JT-INPUT(WS-JX)
002430             MOVE RUNCTL-REJECT-COUNT TO JT-REJECT(WS-JX)
002670             ADD 1 TO WS-JOB-COUNT
002680             MOVE WS-JOB-COUNT TO WS-JX
002690             MOVE RUNCTL-JOB-NAME TO JT-JOB-NAME(WS-JX)
002693             MOVE RUNCTL-RUN-DATE TO JT-RUN-DATE(WS-JX)
002696             MOVE WS-RC-CYCLE     TO JT-CYCLE(WS-JX)
002700             MOVE "N"    TO JT-STARTED-SW(WS-JX)
002710                            JT-ENDED-SW(WS-JX)
002720             MOVE ZEROES TO JT-INPUT(WS-JX)
002800
002810 3100-SCAN-JOB-TABLE.
002820     IF JT-JOB-NAME(WS-JX) = RUNCTL-JOB-NAME
002823        AND JT-RUN-DATE(WS-JX) = RUNCTL-RUN-DATE
002826        AND JT-CYCLE(WS-JX) = WS-RC-CYCLE
002830         SET WS-JOB-FOUND TO TRUE
002840     ELSE
002850         ADD 1 TO WS-JX
003470         ADD 1 TO WS-ALERT-COUNT
003480         MOVE WS-PRIO             TO AT-PRIORITY(WS-ALERT-COUNT)
003490         MOVE JT-JOB-NAME(WS-JX)  TO AT-JOB-NAME(WS-ALERT-COUNT)
003492         MOVE JT-RUN-DATE(WS-JX)  TO WS-DC-DATE
003494         MOVE JT-CYCLE(WS-JX)     TO WS-DC-CYCLE
003496         MOVE WS-DATE-CYCLE       TO AT-DATE-CYCLE(WS-ALERT-COUNT)
003500         MOVE WS-ALERT-TEXT       TO AT-TEXT(WS-ALERT-COUNT)
003510
003520         MOVE JT-JOB-NAME(WS-JX)  TO CON-AL-JOB-NAME
003525         MOVE WS-DATE-CYCLE       TO CON-AL-DATE-CYCLE
003530         MOVE WS-ALERT-TEXT       TO CON-AL-TEXT
003540         DISPLAY CON-ALERT-LINE UPON CONSOLE
003550     END-IF.
003590 5000-REPORT-ALERTS.
003600     IF WS-ALERT-COUNT > 0
003630         MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
003635         MOVE WS-BUSINESS-CYCLE TO RPT-HDR-CYCLE
003640         WRITE REPORT-RECORD FROM RPT-HDR-1
003650         WRITE REPORT-RECORD FROM RPT-HDR-2
003660         WRITE REPORT-RECORD FROM RPT-HDR-3
003830     IF AT-PRIORITY(WS-AX) = WS-PRIO
003840         MOVE AT-PRIORITY(WS-AX) TO RPT-AL-PRIORITY
003850         MOVE AT-JOB-NAME(WS-AX) TO RPT-AL-JOB-NAME
003855         MOVE AT-DATE-CYCLE(WS-AX) TO RPT-AL-DATE-CYCLE
003860         MOVE AT-TEXT(WS-AX)     TO RPT-AL-TEXT
003870         WRITE REPORT-RECORD FROM RPT-ALERT-LINE
003880     END-IF.
