000336*                 CLEAN. RUNCTL RECORDS ARE NOW STAMPED WITH
000337*                 THE PROCDATE BUSINESS DATE LIKE EVERY OTHER
000338*                 NIGHTLY STEP.
00338A* 2026-10-15 DPO  RECORDS WIDENED TO 50 BYTES WITH BINENC. THE
00338B*                 ACKNOWLEDGMENT NOW ALSO CARRIES THE FORMAT
00338C*                 VERSION THE RECONCILIATION TEAM DECODED (COLS
00338D*                 33-34), PROVED AGAINST THE VERSION ON THE
00338E*                 *HEADER* RECORD SENT. A BLANK VERSION ON THE
00338F*                 ACKNOWLEDGMENT, OR NONE ON THE HEADER, IS READ
00338G*                 AS FORMAT 01 - THE ONLY FORMAT THERE WAS BEFORE
00338H*                 THE VERSION WAS CARRIED.
00338I* 2026-10-15 DPO  THE TRANSMISSION NOW CARRIES ITS PROCESSING
00338J*                 CYCLE ON THE *HEADER*, AND THE *TRAILER* REPEATS
000339*                 THE DATE AND CYCLE. THE ACKNOWLEDGMENT CARRIES
00339A*                 THE CYCLE IN COLS 35-36, PROVED AGAINST THE
00339B*                 HEADER LIKE THE DATE, SO AN ACK FOR ANOTHER
00339C*                 CYCLE OF THE SAME BUSINESS DATE IS CAUGHT. A
00339D*                 TRAILER WHOSE DATE OR CYCLE DISAGREES WITH THE
00339E*                 HEADER IS AN EXCEPTION. A BLANK CYCLE ON EITHER
00339F*                 SIDE (SENT OR ACKNOWLEDGED BEFORE THE CYCLE WAS
00339G*                 CARRIED) IS READ AS CYCLE 01. THE REPORT LINES
00339H*                 SHOW THE CYCLE, AND RUNCTL RECORDS CARRY THIS
00339I*                 RUN'S CYCLE FROM PROCDATE.
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000640     05  ACK-DATE           PIC X(08).
000650     05  ACK-COUNT          PIC X(09).
000660     05  ACK-HASH           PIC X(15).
000670     05  ACK-FORMAT-VERSION PIC X(02).
000673     05  ACK-CYCLE          PIC X(02).
000676     05  FILLER             PIC X(44).
000680
000690 FD  REPORT-FILE.
000700 01  REPORT-RECORD          PIC X(132).
000890         88  WS-EXCEPTION-RAISED      VALUE "Y".
000892     05  WS-XMIT-EMPTY-SW   PIC X(01) VALUE "N".
000894         88  WS-XMIT-EMPTY            VALUE "Y".
000896     05  WS-TRL-ID-SW       PIC X(01) VALUE "N".
000898         88  WS-TRL-ID-SEEN           VALUE "Y".
000900
000910 01  WS-XMIT-TOTALS.
000920     05  WS-XMIT-DATE       PIC 9(08) VALUE ZEROES.
000930     05  WS-XMIT-COUNT      PIC 9(09) VALUE ZEROES.
000940     05  WS-XMIT-HASH       PIC 9(15) VALUE ZEROES.
000942     05  WS-XMIT-VERSION    PIC 9(02) VALUE 01.
000944     05  WS-XMIT-CYCLE      PIC 9(02) VALUE 01.
000946     05  WS-TRL-DATE        PIC 9(08) VALUE ZEROES.
000948     05  WS-TRL-CYCLE       PIC 9(02) VALUE ZEROES.
000950
000960 01  WS-ACK-TOTALS.
000970     05  WS-ACK-DATE        PIC 9(08) VALUE ZEROES.
000980     05  WS-ACK-COUNT       PIC 9(09) VALUE ZEROES.
000990     05  WS-ACK-HASH        PIC 9(15) VALUE ZEROES.
000993     05  WS-ACK-VERSION     PIC 9(02) VALUE ZEROES.
000996     05  WS-ACK-CYCLE       PIC 9(02) VALUE ZEROES.
001000
001002 01  WS-PDATE-STATUS        PIC X(02).
001004 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
001005 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
001006 01  WS-PDATE-SW            PIC X(01) VALUE "N".
001008     88  WS-PDATE-SET       VALUE "Y".
001009
001100 01  RPT-HDR-2.
001110     05  FILLER             PIC X(05) VALUE "DATE ".
001120     05  RPT-HDR-DATE       PIC 9(08).
001130     05  FILLER             PIC X(08) VALUE "  CYCLE ".
001133     05  RPT-HDR-CYCLE      PIC 9(02).
001136     05  FILLER             PIC X(109) VALUE SPACES.
001140
001150 01  RPT-HDR-3.
001160     05  FILLER             PIC X(132) VALUE ALL "-".
001220     05  RPT-XM-COUNT       PIC ZZZ,ZZZ,ZZ9.
001230     05  FILLER             PIC X(08) VALUE "  HASH  ".
001240     05  RPT-XM-HASH        PIC Z(14)9.
001250     05  FILLER             PIC X(10) VALUE "  FORMAT  ".
001252     05  RPT-XM-VERSION     PIC 9(02).
001254     05  FILLER             PIC X(09) VALUE "  CYCLE  ".
001256     05  RPT-XM-CYCLE       PIC 9(02).
001258     05  FILLER             PIC X(44) VALUE SPACES.
001260
001270 01  RPT-ACK-LINE.
001280     05  FILLER             PIC X(14) VALUE "ACKNOWLEDGED -".
001310     05  RPT-AK-COUNT       PIC ZZZ,ZZZ,ZZ9.
001320     05  FILLER             PIC X(08) VALUE "  HASH  ".
001330     05  RPT-AK-HASH        PIC Z(14)9.
001340     05  FILLER             PIC X(10) VALUE "  FORMAT  ".
001342     05  RPT-AK-VERSION     PIC 9(02).
001344     05  FILLER             PIC X(09) VALUE "  CYCLE  ".
001346     05  RPT-AK-CYCLE       PIC 9(02).
001348     05  FILLER             PIC X(44) VALUE SPACES.
001350
001360 01  RPT-MESSAGE-LINE.
001370     05  RPT-MSG-TEXT       PIC X(40).
001660     MOVE SPACES               TO RUNCTL-RECORD.
001670     MOVE "BINXACK"             TO RUNCTL-JOB-NAME.
001680     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
001685     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001690     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001700     SET RUNCTL-EVENT-START     TO TRUE.
001710     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001750     WRITE RUNCTL-RECORD.
001760
001770     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
001775     MOVE WS-BUSINESS-CYCLE TO RPT-HDR-CYCLE.
001780     WRITE REPORT-RECORD FROM RPT-HDR-1.
001790     WRITE REPORT-RECORD FROM RPT-HDR-2.
001800     WRITE REPORT-RECORD FROM RPT-HDR-3.
001829                 IF PD-BUSINESS-DATE IS NUMERIC
001830                     MOVE PD-BUSINESS-DATE
001831                         TO WS-BUSINESS-DATE
01831A                     IF PD-CYCLE IS NUMERIC
01831B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
01831C                     ELSE
01831D                         MOVE 01 TO WS-BUSINESS-CYCLE
01831E                     END-IF
001832                     SET WS-PDATE-SET TO TRUE
001833                     MOVE WS-BUSINESS-DATE
001834                         TO WS-CURRENT-DATE
001910         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
001920         SET WS-EXCEPTION-RAISED TO TRUE
001930     END-IF.
001931     IF WS-TRL-ID-SEEN
001932        AND (WS-TRL-DATE NOT = WS-XMIT-DATE
001933          OR WS-TRL-CYCLE NOT = WS-XMIT-CYCLE)
001934         MOVE "TRAILER DATE/CYCLE DOES NOT MATCH HEADER"
001935             TO RPT-MSG-TEXT
001936         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
001937         SET WS-EXCEPTION-RAISED TO TRUE
001938     END-IF.
001940 2000-EXIT.
001950     EXIT.
001960
002050 2200-SCAN-ONE-RECORD.
002060     IF XMH-HEADER
002070         MOVE XMH-DATE TO WS-XMIT-DATE
002071         IF XMH-FORMAT-VERSION IS NUMERIC
002072             MOVE XMH-FORMAT-VERSION TO WS-XMIT-VERSION
002073         END-IF
002074         IF XMH-CYCLE IS NUMERIC
002075             MOVE XMH-CYCLE TO WS-XMIT-CYCLE
002076         END-IF
002080     ELSE
002090         IF XMT-TRAILER
002100             SET WS-TRAILER-SEEN TO TRUE
002110             MOVE XMT-COUNT TO WS-XMIT-COUNT
002120             MOVE XMT-HASH  TO WS-XMIT-HASH
002121             IF XMT-DATE IS NUMERIC
002122                AND XMT-CYCLE IS NUMERIC
002123                 MOVE XMT-DATE  TO WS-TRL-DATE
002124                 MOVE XMT-CYCLE TO WS-TRL-CYCLE
002125                 SET WS-TRL-ID-SEEN TO TRUE
002126             END-IF
002130         END-IF
002140     END-IF.
002150     PERFORM 2100-READ-XMIT THRU 2100-EXIT.
002350                     MOVE ACK-DATE  TO WS-ACK-DATE
002360                     MOVE ACK-COUNT TO WS-ACK-COUNT
002370                     MOVE ACK-HASH  TO WS-ACK-HASH
002373                     PERFORM 3100-GET-ACK-VERSION THRU 3100-EXIT
002376                     PERFORM 3200-GET-ACK-CYCLE THRU 3200-EXIT
002380                     SET WS-ACK-SEEN TO TRUE
002390                 END-IF
002400         END-READ
002420 3000-EXIT.
002430     EXIT.
002440
02440A 3100-GET-ACK-VERSION.
02440B     EVALUATE TRUE
02440C         WHEN ACK-FORMAT-VERSION IS NUMERIC
002441             MOVE ACK-FORMAT-VERSION TO WS-ACK-VERSION
02441A         WHEN ACK-FORMAT-VERSION = SPACES
02441B             MOVE 01 TO WS-ACK-VERSION
002442         WHEN OTHER
02442A             MOVE ZEROES TO WS-ACK-VERSION
02442B     END-EVALUATE.
002443 3100-EXIT.
02443A     EXIT.
02443B
002444 3200-GET-ACK-CYCLE.
02444A     EVALUATE TRUE
002445         WHEN ACK-CYCLE IS NUMERIC
02445A             MOVE ACK-CYCLE TO WS-ACK-CYCLE
002446         WHEN ACK-CYCLE = SPACES
02446A             MOVE 01 TO WS-ACK-CYCLE
002447         WHEN OTHER
02447A             MOVE ZEROES TO WS-ACK-CYCLE
002448     END-EVALUATE.
02448A 3200-EXIT.
002449     EXIT.
02449A
002450 4000-COMPARE.
002460     MOVE WS-XMIT-DATE  TO RPT-XM-DATE.
002470     MOVE WS-XMIT-COUNT TO RPT-XM-COUNT.
002480     MOVE WS-XMIT-HASH  TO RPT-XM-HASH.
002483     MOVE WS-XMIT-VERSION TO RPT-XM-VERSION.
002486     MOVE WS-XMIT-CYCLE TO RPT-XM-CYCLE.
002490     WRITE REPORT-RECORD FROM RPT-XMIT-LINE.
002500
002510     IF NOT WS-ACK-SEEN
002590     MOVE WS-ACK-DATE  TO RPT-AK-DATE.
002600     MOVE WS-ACK-COUNT TO RPT-AK-COUNT.
002610     MOVE WS-ACK-HASH  TO RPT-AK-HASH.
002613     MOVE WS-ACK-VERSION TO RPT-AK-VERSION.
002616     MOVE WS-ACK-CYCLE TO RPT-AK-CYCLE.
002620     WRITE REPORT-RECORD FROM RPT-ACK-LINE.
002630
002640     IF WS-ACK-DATE NOT = WS-XMIT-DATE
002650         MOVE "ACK DATE DOES NOT MATCH TRANSMISSION"
002651             TO RPT-MSG-TEXT
002652         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
002653         SET WS-EXCEPTION-RAISED TO TRUE
002654     END-IF.
002655     IF WS-ACK-CYCLE NOT = WS-XMIT-CYCLE
002656         MOVE "ACK CYCLE DOES NOT MATCH HEADER"
002660             TO RPT-MSG-TEXT
002670         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
002680         SET WS-EXCEPTION-RAISED TO TRUE
002750     END-IF.
002760     IF WS-ACK-HASH NOT = WS-XMIT-HASH
002770         MOVE "ACK HASH DOES NOT MATCH TRAILER"
002771             TO RPT-MSG-TEXT
002772         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
002773         SET WS-EXCEPTION-RAISED TO TRUE
002774     END-IF.
002775     IF WS-ACK-VERSION NOT = WS-XMIT-VERSION
002776         MOVE "ACK FORMAT VERSION DOES NOT MATCH HEADER"
002780             TO RPT-MSG-TEXT
002790         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
002800         SET WS-EXCEPTION-RAISED TO TRUE
002940     MOVE SPACES               TO RUNCTL-RECORD.
002950     MOVE "BINXACK"             TO RUNCTL-JOB-NAME.
002960     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002965     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002970     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002980     SET RUNCTL-EVENT-END       TO TRUE.
002990     MOVE WS-XMIT-COUNT         TO RUNCTL-INPUT-COUNT.
