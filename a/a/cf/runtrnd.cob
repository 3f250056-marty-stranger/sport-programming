000340* DATE       INIT DESCRIPTION
000350* ---------- ---- ------------------------------------------------
000360* 2026-02-08 DPO  ORIGINAL PROGRAM.
000361* 2026-10-15 DPO  AN OPERATOR-OVERRIDE RECORD (EVENT "O", WRITTEN
000362*                 BY NITEGATE) IS NOT AN END RECORD AND IS
000363*                 SKIPPED.
000364* 2026-10-15 DPO  RUNS ARE NOW REPORTED BY DATE AND PROCESSING
000365*                 CYCLE - STARTS ARE PAIRED ON JOB, DATE AND
000366*                 CYCLE, EACH LINE SHOWS DATE/CYCLE AND A TOTAL
000367*                 LINE (JOBS, FLAGGED, WORST CC) FOLLOWS EACH
000368*                 DATE/CYCLE. HISTORY RECORDS WITH NO CYCLE ARE
000369*                 CYCLE 01. RUNCTL RECORDS CARRY CYCLE 00.
000370*****************************************************************
000380
000390 ENVIRONMENT DIVISION.
000750     05  HIST-OUTPUT-COUNT  PIC 9(09).
000760     05  HIST-REJECT-COUNT  PIC 9(09).
000770     05  HIST-COMPLETION-CODE PIC 9(04).
000775     05  HIST-CYCLE         PIC X(02).
000780
000790 FD  CONTROL-FILE.
000800 01  CONTROL-RECORD.
001080         88  WS-HIST-OPEN-FAILED      VALUE "Y".
001090     05  WS-START-FOUND-SW  PIC X(01) VALUE "N".
001100         88  WS-START-FOUND           VALUE "Y".
001103     05  WS-GROUP-OPEN-SW   PIC X(01) VALUE "N".
001106         88  WS-GROUP-OPEN            VALUE "Y".
001110
001120 01  WS-CONSTANTS.
001130     05  WS-MAX-THRESHOLDS  PIC 9(03) VALUE 020.
001260     05  WS-TX              PIC 9(03) VALUE ZEROES.
001270     05  WS-SX              PIC 9(03) VALUE ZEROES.
001280     05  WS-JOB-PCT         PIC 9(03) VALUE ZEROES.
001281     05  WS-CYCLE-COUNT     PIC 9(09) VALUE ZEROES.
001282
001283 01  WS-CYCLE-GROUP.
001284     05  WS-HIST-CYCLE      PIC 9(02) VALUE ZEROES.
001285     05  WS-GRP-DATE        PIC 9(08) VALUE ZEROES.
001286     05  WS-GRP-CYCLE       PIC 9(02) VALUE ZEROES.
001287     05  WS-GRP-JOBS        PIC 9(05) VALUE ZEROES.
001288     05  WS-GRP-FLAGGED     PIC 9(05) VALUE ZEROES.
001289     05  WS-GRP-WORST-CC    PIC 9(04) VALUE ZEROES.
001290
001300 01  WS-REQUEST.
001310     05  WS-REQ-FROM-DATE   PIC 9(08) VALUE ZEROES.
001640     05  ST-ENTRY OCCURS 200 TIMES.
001650         10  ST-JOB-NAME    PIC X(08).
001660         10  ST-RUN-DATE    PIC 9(08).
001665         10  ST-CYCLE       PIC 9(02).
001670         10  ST-RUN-TIME    PIC 9(08).
001680
001690 01  WS-DATE-TIME.
001960 01  RPT-TREND-LINE.
001970     05  FILLER             PIC X(04) VALUE "RUN ".
001980     05  RPT-TR-DATE        PIC 9(08).
001990     05  FILLER             PIC X(01) VALUE "/".
001993     05  RPT-TR-CYCLE       PIC 9(02).
001996     05  FILLER             PIC X(01) VALUE SPACES.
002000     05  RPT-TR-JOB         PIC X(08).
002010     05  FILLER             PIC X(07) VALUE "  IN - ".
002020     05  RPT-TR-INPUT       PIC ZZZ,ZZZ,ZZ9.
002060     05  RPT-TR-REJECT      PIC ZZZ,ZZZ,ZZ9.
002070     05  FILLER             PIC X(07) VALUE "  CC - ".
002080     05  RPT-TR-CC          PIC ZZZ9.
002090     05  FILLER             PIC X(09) VALUE " ELAPSED ".
002100     05  RPT-TR-ELAPSED     PIC X(08).
002110     05  FILLER             PIC X(01) VALUE SPACES.
002120     05  RPT-TR-FLAG        PIC X(23).
002121
002122 01  RPT-CYCLE-TOTAL-LINE.
002123     05  FILLER             PIC X(04) VALUE "RUN ".
002124     05  RPT-CT-DATE        PIC 9(08).
002125     05  FILLER             PIC X(01) VALUE "/".
002126     05  RPT-CT-CYCLE       PIC 9(02).
002127     05  FILLER             PIC X(01) VALUE SPACES.
002128     05  FILLER             PIC X(08) VALUE "TOTAL".
002129     05  FILLER             PIC X(09) VALUE "  JOBS - ".
002130     05  RPT-CT-JOBS        PIC ZZ,ZZ9.
002131     05  FILLER             PIC X(12) VALUE "  FLAGGED - ".
002132     05  RPT-CT-FLAGGED     PIC ZZ,ZZ9.
002133     05  FILLER             PIC X(13) VALUE "  WORST CC - ".
002134     05  RPT-CT-CC          PIC ZZZ9.
002135     05  FILLER             PIC X(58) VALUE SPACES.
002140
002150 01  RPT-HIST-OPEN-LINE.
002160     05  FILLER             PIC X(30) VALUE
002370     05  RPT-CTL-FLAGGED    PIC ZZZ,ZZZ,ZZ9.
002380     05  FILLER             PIC X(29) VALUE SPACES.
002390
002391 01  RPT-CYCLE-CONTROL-LINE.
002392     05  FILLER         PIC X(20) VALUE "CYCLES REPORTED   - ".
002393     05  RPT-CTL-CYCLES     PIC ZZZ,ZZZ,ZZ9.
002394     05  FILLER             PIC X(101) VALUE SPACES.
002395
002400 PROCEDURE DIVISION.
002410
002420 0000-MAINLINE.
002700     MOVE SPACES               TO RUNCTL-RECORD.
002710     MOVE "RUNTRND"             TO RUNCTL-JOB-NAME.
002720     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002725     MOVE ZEROES                TO RUNCTL-CYCLE.
002730     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002740     SET RUNCTL-EVENT-START     TO TRUE.
002750     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003560     MOVE SPACES               TO RUNCTL-RECORD.
003570     MOVE "RUNTRND"             TO RUNCTL-JOB-NAME.
003580     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003585     MOVE ZEROES                TO RUNCTL-CYCLE.
003590     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003600     SET RUNCTL-EVENT-END       TO TRUE.
003610     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003710
003720 2000-PROCESS-HISTORY.
003730     ADD 1 TO WS-HIST-COUNT.
003731     IF HIST-CYCLE IS NUMERIC
003732         MOVE HIST-CYCLE TO WS-HIST-CYCLE
003733     ELSE
003734         MOVE 01 TO WS-HIST-CYCLE
003735     END-IF.
003740     IF HIST-RUN-DATE >= WS-REQ-FROM-DATE
003750      AND HIST-RUN-DATE <= WS-REQ-TO-DATE
003760         IF HIST-EVENT-START
003770             PERFORM 3000-TABLE-START THRU 3000-EXIT
003780         END-IF
003785         IF HIST-EVENT-END
003790             PERFORM 4000-REPORT-NIGHT THRU 4000-EXIT
003800         END-IF
003810     END-IF.
004050     IF WS-START-FOUND
004052         MOVE HIST-JOB-NAME TO ST-JOB-NAME(WS-SX)
004054         MOVE HIST-RUN-DATE TO ST-RUN-DATE(WS-SX)
004057         MOVE WS-HIST-CYCLE TO ST-CYCLE(WS-SX)
004060         MOVE HIST-RUN-TIME TO ST-RUN-TIME(WS-SX)
004070     END-IF.
004080 3000-EXIT.
004200 3110-SCAN-STARTS.
004210     IF ST-JOB-NAME(WS-SX) = HIST-JOB-NAME
004220      AND ST-RUN-DATE(WS-SX) = HIST-RUN-DATE
004225      AND ST-CYCLE(WS-SX) = WS-HIST-CYCLE
004230         SET WS-START-FOUND TO TRUE
004240     ELSE
004250         ADD 1 TO WS-SX
004297     EXIT.
004298
004300 4000-REPORT-NIGHT.
04300A     IF WS-GROUP-OPEN
04300B      AND (HIST-RUN-DATE NOT = WS-GRP-DATE
004301       OR WS-HIST-CYCLE NOT = WS-GRP-CYCLE)
04301A         PERFORM 4500-WRITE-CYCLE-TOTAL THRU 4500-EXIT
004302     END-IF.
04302A     IF NOT WS-GROUP-OPEN
004303         MOVE HIST-RUN-DATE TO WS-GRP-DATE
04303A         MOVE WS-HIST-CYCLE TO WS-GRP-CYCLE
004304         MOVE ZEROES        TO WS-GRP-JOBS
004305                               WS-GRP-FLAGGED
004306                               WS-GRP-WORST-CC
004307         ADD 1 TO WS-CYCLE-COUNT
004308         SET WS-GROUP-OPEN TO TRUE
004309     END-IF.
004310     ADD 1 TO WS-PRINTED-COUNT.
004320     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004330         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
004340     END-IF.
004350
004360     MOVE HIST-RUN-DATE        TO RPT-TR-DATE.
004365     MOVE WS-HIST-CYCLE        TO RPT-TR-CYCLE.
004370     MOVE HIST-JOB-NAME        TO RPT-TR-JOB.
004380     MOVE HIST-INPUT-COUNT     TO RPT-TR-INPUT.
004390     MOVE HIST-OUTPUT-COUNT    TO RPT-TR-OUTPUT.
004510
004520     PERFORM 4200-CHECK-THRESHOLD THRU 4200-EXIT.
004530
004531     ADD 1 TO WS-GRP-JOBS.
004532     IF RPT-TR-FLAG NOT = SPACES
004533         ADD 1 TO WS-GRP-FLAGGED
004534     END-IF.
004535     IF HIST-COMPLETION-CODE > WS-GRP-WORST-CC
004536         MOVE HIST-COMPLETION-CODE TO WS-GRP-WORST-CC
004537     END-IF.
004538
004540     WRITE REPORT-RECORD FROM RPT-TREND-LINE.
004550     ADD 1 TO WS-LINE-COUNT.
004560 4000-EXIT.
005140 4210-EXIT.
005150     EXIT.
005160
05160A 4500-WRITE-CYCLE-TOTAL.
05160B     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005161         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
05161A     END-IF.
005162     MOVE WS-GRP-DATE      TO RPT-CT-DATE.
05162A     MOVE WS-GRP-CYCLE     TO RPT-CT-CYCLE.
005163     MOVE WS-GRP-JOBS      TO RPT-CT-JOBS.
05163A     MOVE WS-GRP-FLAGGED   TO RPT-CT-FLAGGED.
005164     MOVE WS-GRP-WORST-CC  TO RPT-CT-CC.
05164A     WRITE REPORT-RECORD FROM RPT-CYCLE-TOTAL-LINE.
005165     ADD 1 TO WS-LINE-COUNT.
005166     MOVE "N" TO WS-GROUP-OPEN-SW.
005167 4500-EXIT.
005168     EXIT.
005169
005170 8000-TERMINATE.
005172     IF WS-GROUP-OPEN
005174         PERFORM 4500-WRITE-CYCLE-TOTAL THRU 4500-EXIT
005176     END-IF.
005180     MOVE WS-HIST-COUNT    TO RPT-CTL-READ.
005190     MOVE WS-PRINTED-COUNT TO RPT-CTL-PRINTED.
005200     MOVE WS-FLAGGED-COUNT TO RPT-CTL-FLAGGED.
005210     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
005213     MOVE WS-CYCLE-COUNT   TO RPT-CTL-CYCLES.
005216     WRITE REPORT-RECORD FROM RPT-CYCLE-CONTROL-LINE.
005220
005230     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005240     ACCEPT WS-CURRENT-TIME FROM TIME.
005260     MOVE SPACES               TO RUNCTL-RECORD.
005270     MOVE "RUNTRND"             TO RUNCTL-JOB-NAME.
005280     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005285     MOVE ZEROES                TO RUNCTL-CYCLE.
005290     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005300     SET RUNCTL-EVENT-END       TO TRUE.
005310     MOVE WS-HIST-COUNT         TO RUNCTL-INPUT-COUNT.
