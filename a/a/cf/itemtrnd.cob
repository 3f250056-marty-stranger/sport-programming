000345*                 SENTINEL FOR EVERY ITEM ON THE WINDOW'S
000346*                 FIRST NIGHT BECAUSE A FRESHLY TABLED ITEM
000347*                 LOOKED LIKE A GENUINE ZERO PRIOR COUNT.
00347A* 2026-10-15 DPO  BINHIST NOW HOLDS ONE RECORD PER ITEM PER
00347B*                 PROCESSING CYCLE. CYCLES ARE ROLLED UP TO THE
00347C*                 BUSINESS DATE - EACH LINE IS THE ITEM'S DAY
00347D*                 TOTAL WITH THE NUMBER OF CYCLES IN IT, AND THE
000348*                 PERCENT CHANGE IS DAY OVER DAY. A CYCLE WRITTEN
00348A*                 TWICE (A RERUN) COUNTS ONCE, THE LATER RECORD
00348B*                 STANDING. THE DUPLICATE THRESHOLD IS STILL
000349*                 TESTED PER CYCLE, AS BINCODE APPLIES IT. A
00349A*                 BLANK CYCLE IS CYCLE 01. RUNCTL RECORDS CARRY
00349B*                 CYCLE 00.
000350*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000830         88  WS-HIST-OPEN-FAILED      VALUE "Y".
000840     05  WS-ITEM-FOUND-SW   PIC X(01) VALUE "N".
000850         88  WS-ITEM-FOUND            VALUE "Y".
000851     05  WS-DAY-ITEM-SW     PIC X(01) VALUE "N".
000852         88  WS-DAY-ITEM-FOUND        VALUE "Y".
000853     05  WS-DAY-CYCLE-SW    PIC X(01) VALUE "N".
000854         88  WS-DAY-CYCLE-FOUND       VALUE "Y".
000855     05  WS-RPT-FLAG-SW     PIC X(01) VALUE "N".
000856         88  WS-RPT-FLAGGED           VALUE "Y".
000860
000870 01  WS-CONSTANTS.
000880     05  WS-MAX-ITEMS       PIC 9(05) VALUE 05000.
000885     05  WS-MAX-DAY-CYCLES  PIC 9(05) VALUE 10000.
000890     05  WS-DUP-THRESHOLD   PIC 9(09) VALUE 000000005.
000900     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
000910
001060 01  WS-WORK-FIELDS.
001070     05  WS-PCT-CHANGE      PIC S9(05)V99 VALUE ZEROES.
001080
01080A 01  WS-DAY-WORK.
01080B     05  WS-DAY-DATE        PIC 9(08) VALUE ZEROES.
01080C     05  WS-BH-CYCLE        PIC 9(02) VALUE ZEROES.
001081     05  WS-DAY-ITEMS       PIC 9(05) VALUE ZEROES.
01081A     05  WS-DAY-ENTRIES     PIC 9(05) VALUE ZEROES.
01081B     05  WS-DX              PIC 9(05) VALUE ZEROES.
001082     05  WS-CX              PIC 9(05) VALUE ZEROES.
01082A     05  WS-RPT-ITEM-CODE   PIC 9(10) VALUE ZEROES.
01082B     05  WS-RPT-COUNT       PIC 9(09) VALUE ZEROES.
001083
01083A 01  WS-DAY-ITEM-TABLE.
01083B     05  DI-ENTRY OCCURS 5000 TIMES.
001084         10  DI-ITEM-CODE   PIC 9(10).
01084A         10  DI-COUNT       PIC 9(09).
001085         10  DI-CYCLES      PIC 9(02).
01085A         10  DI-FLAG-SW     PIC X(01).
001086
01086A 01  WS-DAY-CYCLE-TABLE.
001087     05  DC-ENTRY OCCURS 10000 TIMES.
01087A         10  DC-ITEM-CODE   PIC 9(10).
001088         10  DC-CYCLE       PIC 9(02).
01088A         10  DC-COUNT       PIC 9(09).
001089         10  DC-DX          PIC 9(05).
01089A
001090 01  WS-ITEM-TABLE.
001100     05  IT-ENTRY OCCURS 1 TO 5000 TIMES
001110                   DEPENDING ON WS-ITEM-COUNT.
001460     05  RPT-TR-ITEM-CODE   PIC 9(10).
001470     05  FILLER             PIC X(11) VALUE "  VOLUME - ".
001480     05  RPT-TR-COUNT       PIC ZZZ,ZZZ,ZZ9.
001483     05  FILLER             PIC X(09) VALUE "  CYCLES ".
001486     05  RPT-TR-CYCLES      PIC Z9.
001490     05  FILLER             PIC X(07) VALUE "  PCT  ".
001500     05  RPT-TR-PCT         PIC +9(05).99.
001510     05  FILLER             PIC X(02) VALUE SPACES.
001520     05  RPT-TR-FLAG        PIC X(27).
001530     05  FILLER             PIC X(20) VALUE SPACES.
001540
001550 01  RPT-NO-HISTORY-LINE.
001560     05  FILLER             PIC X(40) VALUE
001860     ELSE
001870         PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
001880             UNTIL WS-EOF
001882         IF WS-DAY-ITEMS > 0
001884             PERFORM 3500-FLUSH-DAY THRU 3500-EXIT
001886         END-IF
001890         IF WS-PRINTED-COUNT = 0
001900             WRITE REPORT-RECORD FROM RPT-NO-HISTORY-LINE
001910             ADD 1 TO WS-LINE-COUNT
002090     MOVE SPACES               TO RUNCTL-RECORD.
002100     MOVE "ITEMTRND"            TO RUNCTL-JOB-NAME.
002110     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002115     MOVE ZEROES                TO RUNCTL-CYCLE.
002120     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002130     SET RUNCTL-EVENT-START     TO TRUE.
002140     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002680     MOVE SPACES               TO RUNCTL-RECORD.
002690     MOVE "ITEMTRND"            TO RUNCTL-JOB-NAME.
002700     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002705     MOVE ZEROES                TO RUNCTL-CYCLE.
002710     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002720     SET RUNCTL-EVENT-END       TO TRUE.
002730     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002850     ADD 1 TO WS-HIST-COUNT.
002860     IF BH-RUN-DATE >= WS-REQ-FROM-DATE
002870      AND BH-RUN-DATE <= WS-REQ-TO-DATE
002880         PERFORM 3200-BUFFER-RECORD THRU 3200-EXIT
002890     END-IF.
002900     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002910 2000-EXIT.
003050         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
003060     END-IF.
003070
003080     MOVE WS-DAY-DATE      TO RPT-TR-DATE.
003090     MOVE WS-RPT-ITEM-CODE TO RPT-TR-ITEM-CODE.
003100     MOVE WS-RPT-COUNT     TO RPT-TR-COUNT.
003110
003120     PERFORM 3100-FIND-ITEM THRU 3100-EXIT.
003130     MOVE ZEROES TO WS-PCT-CHANGE.
003140     IF WS-ITEM-FOUND
003145         IF IT-PRIOR-SEEN(WS-IX)
003150             IF IT-PRIOR-COUNT(WS-IX) = 0
003160                 IF WS-RPT-COUNT > 0
003170                     MOVE 99999.99 TO WS-PCT-CHANGE
003180                 END-IF
003190             ELSE
003200                 COMPUTE WS-PCT-CHANGE ROUNDED =
003210                     ((WS-RPT-COUNT - IT-PRIOR-COUNT(WS-IX))
003220                         / IT-PRIOR-COUNT(WS-IX)) * 100
003230                     ON SIZE ERROR
003240                         MOVE 99999.99 TO WS-PCT-CHANGE
003250                 END-COMPUTE
003260             END-IF
003265         END-IF
003270         MOVE WS-RPT-COUNT TO IT-PRIOR-COUNT(WS-IX)
003275         MOVE "Y"          TO IT-PRIOR-SW(WS-IX)
003280     END-IF.
003290     MOVE WS-PCT-CHANGE TO RPT-TR-PCT.
003300
003310     IF WS-RPT-FLAGGED
003320         MOVE "** EXCEEDS DUP THRESHOLD **" TO RPT-TR-FLAG
003330         ADD 1 TO WS-FLAGGED-COUNT
003340     ELSE
003500         IF WS-ITEM-COUNT < WS-MAX-ITEMS
003510             ADD 1 TO WS-ITEM-COUNT
003520             MOVE WS-ITEM-COUNT TO WS-IX
003530             MOVE WS-RPT-ITEM-CODE TO IT-ITEM-CODE(WS-IX)
003540             MOVE ZEROES       TO IT-PRIOR-COUNT(WS-IX)
003545             MOVE "N"          TO IT-PRIOR-SW(WS-IX)
003550             SET WS-ITEM-FOUND TO TRUE
003610     EXIT.
003620
003630 3110-SCAN-ITEMS.
003640     IF IT-ITEM-CODE(WS-IX) = WS-RPT-ITEM-CODE
003650         SET WS-ITEM-FOUND TO TRUE
003660     ELSE
003670         ADD 1 TO WS-IX
003690 3110-EXIT.
003700     EXIT.
003710
03710A 3200-BUFFER-RECORD.
03710B     IF BH-RUN-CYCLE IS NUMERIC
03710C         MOVE BH-RUN-CYCLE TO WS-BH-CYCLE
03710D     ELSE
03710E         MOVE 01 TO WS-BH-CYCLE
03710F     END-IF.
03710G     IF WS-DAY-ITEMS > 0
03710H      AND BH-RUN-DATE NOT = WS-DAY-DATE
03710I         PERFORM 3500-FLUSH-DAY THRU 3500-EXIT
03710J     END-IF.
03710K     MOVE BH-RUN-DATE TO WS-DAY-DATE.
03710L
003711     PERFORM 3300-FIND-DAY-CYCLE THRU 3300-EXIT.
03711A     IF WS-DAY-CYCLE-FOUND
03711B         MOVE DC-DX(WS-CX) TO WS-DX
03711C         SUBTRACT DC-COUNT(WS-CX) FROM DI-COUNT(WS-DX)
03711D         ADD BH-COUNT TO DI-COUNT(WS-DX)
03711E         MOVE BH-COUNT TO DC-COUNT(WS-CX)
03711F         GO TO 3200-EXIT
03711G     END-IF.
03711H     IF WS-DAY-ENTRIES >= WS-MAX-DAY-CYCLES
03711I         ADD 1 TO WS-ITEM-OVERFLOW
03711J         GO TO 3200-EXIT
03711K     END-IF.
003712     PERFORM 3400-FIND-DAY-ITEM THRU 3400-EXIT.
03712A     IF NOT WS-DAY-ITEM-FOUND
03712B         ADD 1 TO WS-ITEM-OVERFLOW
03712C         GO TO 3200-EXIT
03712D     END-IF.
03712E
03712F     ADD 1 TO WS-DAY-ENTRIES.
03712G     MOVE WS-DAY-ENTRIES TO WS-CX.
03712H     MOVE BH-ITEM-CODE   TO DC-ITEM-CODE(WS-CX).
03712I     MOVE WS-BH-CYCLE    TO DC-CYCLE(WS-CX).
03712J     MOVE BH-COUNT       TO DC-COUNT(WS-CX).
03712K     MOVE WS-DX          TO DC-DX(WS-CX).
003713     ADD BH-COUNT TO DI-COUNT(WS-DX).
03713A     ADD 1        TO DI-CYCLES(WS-DX).
03713B 3200-EXIT.
03713C     EXIT.
03713D
03713E 3300-FIND-DAY-CYCLE.
03713F     MOVE "N" TO WS-DAY-CYCLE-SW.
03713G     MOVE 1   TO WS-CX.
03713H     PERFORM 3310-SCAN-DAY-CYCLES THRU 3310-EXIT
03713I         UNTIL WS-DAY-CYCLE-FOUND
03713J            OR WS-CX > WS-DAY-ENTRIES.
03713K 3300-EXIT.
003714     EXIT.
03714A
03714B 3310-SCAN-DAY-CYCLES.
03714C     IF DC-ITEM-CODE(WS-CX) = BH-ITEM-CODE
03714D      AND DC-CYCLE(WS-CX) = WS-BH-CYCLE
03714E         SET WS-DAY-CYCLE-FOUND TO TRUE
03714F     ELSE
03714G         ADD 1 TO WS-CX
03714H     END-IF.
03714I 3310-EXIT.
03714J     EXIT.
03714K
003715 3400-FIND-DAY-ITEM.
03715A     MOVE "N" TO WS-DAY-ITEM-SW.
03715B     MOVE 1   TO WS-DX.
03715C     PERFORM 3410-SCAN-DAY-ITEMS THRU 3410-EXIT
03715D         UNTIL WS-DAY-ITEM-FOUND
03715E            OR WS-DX > WS-DAY-ITEMS.
03715F     IF NOT WS-DAY-ITEM-FOUND
03715G         IF WS-DAY-ITEMS < WS-MAX-ITEMS
03715H             ADD 1 TO WS-DAY-ITEMS
03715I             MOVE WS-DAY-ITEMS TO WS-DX
03715J             MOVE BH-ITEM-CODE TO DI-ITEM-CODE(WS-DX)
03715K             MOVE ZEROES       TO DI-COUNT(WS-DX)
003716                                  DI-CYCLES(WS-DX)
03716A             MOVE "N"          TO DI-FLAG-SW(WS-DX)
03716B             SET WS-DAY-ITEM-FOUND TO TRUE
03716C         END-IF
03716D     END-IF.
03716E 3400-EXIT.
03716F     EXIT.
03716G
03716H 3410-SCAN-DAY-ITEMS.
03716I     IF DI-ITEM-CODE(WS-DX) = BH-ITEM-CODE
03716J         SET WS-DAY-ITEM-FOUND TO TRUE
03716K     ELSE
003717         ADD 1 TO WS-DX
03717A     END-IF.
03717B 3410-EXIT.
03717C     EXIT.
03717D
03717E 3500-FLUSH-DAY.
03717F     MOVE 1 TO WS-CX.
03717G     PERFORM 3510-FLAG-ONE-CYCLE THRU 3510-EXIT
03717H         UNTIL WS-CX > WS-DAY-ENTRIES.
03717I     MOVE 1 TO WS-DX.
03717J     PERFORM 3520-REPORT-ONE-ITEM THRU 3520-EXIT
03717K         UNTIL WS-DX > WS-DAY-ITEMS.
003718     MOVE ZEROES TO WS-DAY-ITEMS
03718A                    WS-DAY-ENTRIES.
03718B 3500-EXIT.
03718C     EXIT.
03718D
03718E 3510-FLAG-ONE-CYCLE.
03718F     IF DC-COUNT(WS-CX) > WS-DUP-THRESHOLD
03718G         MOVE DC-DX(WS-CX) TO WS-DX
03718H         MOVE "Y" TO DI-FLAG-SW(WS-DX)
03718I     END-IF.
03718J     ADD 1 TO WS-CX.
03718K 3510-EXIT.
003719     EXIT.
03719A
03719B 3520-REPORT-ONE-ITEM.
03719C     MOVE DI-ITEM-CODE(WS-DX) TO WS-RPT-ITEM-CODE.
03719D     MOVE DI-COUNT(WS-DX)     TO WS-RPT-COUNT.
03719E     MOVE DI-CYCLES(WS-DX)    TO RPT-TR-CYCLES.
03719F     MOVE DI-FLAG-SW(WS-DX)   TO WS-RPT-FLAG-SW.
03719G     PERFORM 3000-REPORT-ONE-NIGHT THRU 3000-EXIT.
03719H     ADD 1 TO WS-DX.
03719I 3520-EXIT.
03719J     EXIT.
03719K
003720 8000-TERMINATE.
003730     MOVE WS-HIST-COUNT    TO RPT-CTL-READ.
003740     MOVE WS-PRINTED-COUNT TO RPT-CTL-PRINTED.
003810     MOVE SPACES               TO RUNCTL-RECORD.
003820     MOVE "ITEMTRND"            TO RUNCTL-JOB-NAME.
003830     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003835     MOVE ZEROES                TO RUNCTL-CYCLE.
003840     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003850     SET RUNCTL-EVENT-END       TO TRUE.
003860     MOVE WS-HIST-COUNT         TO RUNCTL-INPUT-COUNT.
