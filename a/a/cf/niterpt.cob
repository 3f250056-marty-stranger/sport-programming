000319*                 SO AN AFTER-MIDNIGHT RERUN BOOKS UNDER THE
000320*                 RIGHT NIGHT. WITH NO CONTROL RECORD ON FILE THE
000321*                 SYSTEM DATE IS USED AS BEFORE.
00321A* 2026-10-15 DPO  THE HEADER NOW SHOWS THE PROCESSING CYCLE, AND
00321B*                 WHEN PROCDATE IS ON FILE ONLY THE RUNCTL RECORDS
00321C*                 OF THAT BUSINESS DATE AND CYCLE ARE REPORTED, SO
00321D*                 THE COMBINED REPORT IS ALWAYS ONE RUN'S FIGURES.
00321E*                 A RECORD WITH NO CYCLE IS READ AS CYCLE 01.
000322*****************************************************************
000329 
000330 ENVIRONMENT DIVISION.
000830
000831 01  WS-PDATE-STATUS             PIC X(02).
000832 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROES.
00832A 01  WS-BUSINESS-CYCLE           PIC 9(02) VALUE ZEROES.
000833 01  WS-PDATE-SW                 PIC X(01) VALUE "N".
000834     88  WS-PDATE-SET             VALUE "Y".
00834A 01  WS-RC-CYCLE                 PIC 9(02) VALUE ZEROES.
000835
000840 01  WS-DATE-TIME.
000850     05  WS-CURRENT-DATE         PIC 9(08).
000920 01  RPT-HDR-2.
000930     05  FILLER      PIC X(05) VALUE "DATE ".
000940     05  RPT-HDR-DATE PIC 9(08).
000950     05  FILLER      PIC X(08) VALUE "  CYCLE ".
000953     05  RPT-HDR-CYCLE PIC 9(02).
000956     05  FILLER      PIC X(109) VALUE SPACES.
000960 
000970 01  RPT-HDR-3.
000980     05  FILLER      PIC X(132) VALUE ALL "-".
001379                 IF PD-BUSINESS-DATE IS NUMERIC
001380                     MOVE PD-BUSINESS-DATE
001381                         TO WS-BUSINESS-DATE
01381A                     IF PD-CYCLE IS NUMERIC
01381B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
01381C                     ELSE
01381D                         MOVE 01 TO WS-BUSINESS-CYCLE
01381E                     END-IF
001382                     SET WS-PDATE-SET TO TRUE
001383                     MOVE WS-BUSINESS-DATE
001384                         TO WS-CURRENT-DATE
001520     EXIT.
001530 
001540 2200-ACCUMULATE-RUNCTL.
01540A     IF RUNCTL-CYCLE IS NUMERIC
01540B         MOVE RUNCTL-CYCLE TO WS-RC-CYCLE
001541     ELSE
01541A         MOVE 01 TO WS-RC-CYCLE
001542     END-IF.
01542A     IF WS-PDATE-SET
001543        AND (RUNCTL-RUN-DATE NOT = WS-BUSINESS-DATE
01543A          OR WS-RC-CYCLE NOT = WS-BUSINESS-CYCLE)
001544         GO TO 2200-NEXT
01544A     END-IF.
001545     EVALUATE TRUE
001546         WHEN RUNCTL-JOB-NAME = "BINCODE" AND RUNCTL-EVENT-START
001547             SET WS-BC-STARTED TO TRUE
001720         WHEN OTHER
001721             CONTINUE
001722     END-EVALUATE.
001731 2200-NEXT.
001740     PERFORM 2100-READ-ONE-RUNCTL THRU 2100-EXIT.
001750 2200-EXIT.
001760     EXIT.
001770 
001780 3000-WRITE-SUMMARY.
001790     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
001795     MOVE WS-BUSINESS-CYCLE TO RPT-HDR-CYCLE.
001800     WRITE COMBINED-RECORD FROM RPT-HDR-1.
001810     WRITE COMBINED-RECORD FROM RPT-HDR-2.
001820     WRITE COMBINED-RECORD FROM RPT-HDR-3.
