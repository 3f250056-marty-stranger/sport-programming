000907*                 RECORD PER DISTINCT CODE PER RUN - FOR THE
000908*                 MONTH-END ITEMTRND VOLUME TREND REPORT, THE
000909*                 SAME TREATMENT MAXSPAN GIVES SPANHIST.
00909A* 2026-10-15 DPO  ADDED THE WIDE ENCODING. THE NEW ENCCTL CONTROL
00909B*                 RECORD SELECTS FORMAT 01 (THE ORIGINAL 21 BITS,
00909C*                 CODES ABOVE 2,097,151 STILL REJECTED) OR FORMAT
00909D*                 02 (34 BITS, EVERY 10-DIGIT ITEM CODE ACCEPTED);
00909E*                 WITH NO RECORD FORMAT 01 IS USED. EACH BINENC
00909F*                 RECORD NOW CARRIES THE FORMAT VERSION AND BIT
00909G*                 WIDTH, AND THE REPORT HEADING SHOWS THEM.
00909H* 2026-10-15 DPO  THE PROCESSING CYCLE FROM PROCDATE (PD-CYCLE) IS
00909I*                 NOW STAMPED WITH THE DATE ON THE RUNCTL, BINHIST
00909J*                 AND SUSPENSE RECORDS, SO THE RUNS OF ONE
00909K*                 BUSINESS DATE (NITERUN AND INTRARUN) ARE KEPT
00909L*                 APART.
000910*****************************************************************
000914
000918 ENVIRONMENT DIVISION.
001252                             ORGANIZATION IS SEQUENTIAL
001253                             FILE STATUS IS WS-PDATE-STATUS.
001254
001255     SELECT CONTROL-FILE    ASSIGN TO ENCCTL
001256                             ORGANIZATION IS SEQUENTIAL
001257                             FILE STATUS IS WS-CTL-STATUS.
001258
001260     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
001270                             ORGANIZATION IS SEQUENTIAL.
001280
001521 FD  PROCDATE-FILE.
001522     COPY "procdate.cpy".
001523
001524 FD  CONTROL-FILE.
001525     COPY "encctl.cpy".
001526
001530 FD  RUNCTL-FILE.
001540     COPY "runctl.cpy".
001550
001670 01  WS-CKPT-RRN            PIC 9(05) VALUE 1.
001680 01  WS-CKPT-STATUS-CD      PIC X(02).
001690 01  WS-FIRST-CODE          PIC X(10).
001695 01  WS-CTL-STATUS          PIC X(02).
001700
001710 01  WS-SWITCHES.
001720     05  WS-EOF-SW          PIC X(01) VALUE "N".
001870 01  WS-CONSTANTS.
001880     05  WS-MAX-ITEM-CODE   PIC 9(10) VALUE 0002097151.
001890     05  WS-BITS-PER-CODE   PIC 9(02) VALUE 21.
001892     05  WS-HIGH-BIT        PIC 9(10) VALUE 0001048576.
001894     05  WS-MAX-WIDE-CODE   PIC 9(10) VALUE 9999999999.
001896     05  WS-BITS-PER-WIDE   PIC 9(02) VALUE 34.
001898     05  WS-HIGH-WIDE-BIT   PIC 9(10) VALUE 8589934592.
001900     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
001910     05  WS-MAX-DISTINCT    PIC 9(05) VALUE 05000.
001920     05  WS-DUP-THRESHOLD   PIC 9(09) VALUE 000000005.
002140 01  WS-SUM-SWAP.
002150     05  WS-SWAP-CODE       PIC 9(10).
002160     05  WS-SWAP-COUNT      PIC 9(09).
002161
002162 01  WS-ENC-FORMAT.
002163     05  WS-FORMAT-VERSION  PIC 9(02) VALUE 01.
002164         88  WS-FORMAT-21-BIT         VALUE 01.
002165         88  WS-FORMAT-34-BIT         VALUE 02.
002166     05  WS-ENC-MAX-CODE    PIC 9(10) VALUE ZEROES.
002167     05  WS-ENC-BITS        PIC 9(02) VALUE ZEROES.
002168     05  WS-ENC-HIGH-BIT    PIC 9(10) VALUE ZEROES.
002170
002171 01  WS-PDATE-STATUS        PIC X(02).
002172 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
02172A 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
002173 01  WS-PDATE-SW            PIC X(01) VALUE "N".
002174     88  WS-PDATE-SET        VALUE "Y".
002175
002300     05  FILLER             PIC X(05) VALUE SPACES.
002310     05  FILLER             PIC X(05) VALUE "PAGE ".
002320     05  RPT-HDR-PAGE       PIC ZZZ9.
002330     05  FILLER             PIC X(05) VALUE SPACES.
002331     05  FILLER             PIC X(17) VALUE "ENCODING FORMAT ".
002332     05  RPT-HDR-FORMAT     PIC 9(02).
002333     05  FILLER             PIC X(03) VALUE " - ".
002334     05  RPT-HDR-BITS       PIC Z9.
002335     05  FILLER             PIC X(05) VALUE " BITS".
002336     05  FILLER             PIC X(71) VALUE SPACES.
002340
002350 01  RPT-HDR-3.
002360     05  FILLER             PIC X(132) VALUE ALL "-".
002400     05  RPT-ITEM-CODE      PIC 9(10).
002410     05  FILLER             PIC X(02) VALUE SPACES.
002420     05  FILLER             PIC X(07) VALUE "BINARY ".
002430     05  RPT-BINARY         PIC X(34).
002440     05  FILLER             PIC X(02) VALUE SPACES.
002450     05  RPT-ITEM-DESC      PIC X(30).
002460     05  FILLER             PIC X(37) VALUE SPACES.
002470
002480
002490 01  RPT-SUM-HDR-LINE.
003490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003500     ACCEPT WS-CURRENT-TIME FROM TIME.
003501     PERFORM 1060-GET-BUSINESS-DATE THRU 1060-EXIT.
003505     PERFORM 1070-GET-ENCODING-FORMAT THRU 1070-EXIT.
003510
003520     OPEN INPUT  TRANCODE-FILE.
003530     IF WS-TC-STATUS NOT = "00"
003660     MOVE SPACES               TO RUNCTL-RECORD.
003670     MOVE "BINCODE"             TO RUNCTL-JOB-NAME.
003680     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003685     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
003690     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003700     SET RUNCTL-EVENT-START     TO TRUE.
003710     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004279                 IF PD-BUSINESS-DATE IS NUMERIC
004280                     MOVE PD-BUSINESS-DATE
004281                         TO WS-BUSINESS-DATE
04281A                     IF PD-CYCLE IS NUMERIC
04281B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
04281C                     ELSE
04281D                         MOVE 01 TO WS-BUSINESS-CYCLE
04281E                     END-IF
004282                     SET WS-PDATE-SET TO TRUE
004283                     MOVE WS-BUSINESS-DATE
004284                         TO WS-CURRENT-DATE
004289 1060-EXIT.
004290     EXIT.
004294
04294A 1070-GET-ENCODING-FORMAT.
04294B     OPEN INPUT CONTROL-FILE.
04294C     IF WS-CTL-STATUS = "00"
04294D         READ CONTROL-FILE
04294E             AT END
04294F                 CONTINUE
04294G             NOT AT END
004295                 IF EC-FORMAT-VERSION IS NUMERIC
04295A                    AND EC-FORMAT-KNOWN
04295B                     MOVE EC-FORMAT-VERSION TO WS-FORMAT-VERSION
04295C                 END-IF
04295D         END-READ
04295E         CLOSE CONTROL-FILE
04295F     END-IF.
004296     IF WS-FORMAT-34-BIT
04296A         MOVE WS-MAX-WIDE-CODE TO WS-ENC-MAX-CODE
04296B         MOVE WS-BITS-PER-WIDE TO WS-ENC-BITS
04296C         MOVE WS-HIGH-WIDE-BIT TO WS-ENC-HIGH-BIT
04296D     ELSE
04296E         MOVE WS-MAX-ITEM-CODE TO WS-ENC-MAX-CODE
004297         MOVE WS-BITS-PER-CODE TO WS-ENC-BITS
04297A         MOVE WS-HIGH-BIT      TO WS-ENC-HIGH-BIT
04297B     END-IF.
04297C 1070-EXIT.
04297D     EXIT.
04297E
004298 1100-WRITE-HEADING.
004300     ADD 1 TO WS-PAGE-COUNT.
004310     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
004320     MOVE WS-PAGE-COUNT   TO RPT-HDR-PAGE.
004323     MOVE WS-FORMAT-VERSION TO RPT-HDR-FORMAT.
004326     MOVE WS-ENC-BITS     TO RPT-HDR-BITS.
004330     WRITE REPORT-RECORD FROM RPT-HDR-1.
004340     WRITE REPORT-RECORD FROM RPT-HDR-2.
004350     WRITE REPORT-RECORD FROM RPT-HDR-3.
004530         PERFORM 3000-CONVERT-TO-BINARY THRU 3000-EXIT
004540         MOVE SPACES            TO ENC-RECORD
004550         MOVE WS-ITEM-CODE-DISP TO ENC-ITEM-CODE
004560         MOVE RES(1:WS-ENC-BITS) TO ENC-BINARY
004563         MOVE WS-FORMAT-VERSION TO ENC-FORMAT-VERSION
004566         MOVE WS-ENC-BITS       TO ENC-BIT-WIDTH
004570         WRITE ENC-RECORD
004572         PERFORM 4050-WRITE-VALID-TRANS THRU 4050-EXIT
004580         PERFORM 5000-TALLY-SUMMARY THRU 5000-EXIT
004750     MOVE SPACES               TO RUNCTL-RECORD.
004760     MOVE "BINCODE"             TO RUNCTL-JOB-NAME.
004770     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004775     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004780     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004790     SET RUNCTL-EVENT-END       TO TRUE.
004800     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004980     MOVE SPACES               TO RUNCTL-RECORD.
004990     MOVE "BINCODE"             TO RUNCTL-JOB-NAME.
005000     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005005     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
005010     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005020     SET RUNCTL-EVENT-END       TO TRUE.
005030     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005141     MOVE SPACES               TO RUNCTL-RECORD.
005142     MOVE "BINCODE"             TO RUNCTL-JOB-NAME.
005143     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
05143A     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
005144     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005145     SET RUNCTL-EVENT-END       TO TRUE.
005146     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005210     MOVE SPACES               TO RUNCTL-RECORD.
005220     MOVE "BINCODE"             TO RUNCTL-JOB-NAME.
005230     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005235     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
005240     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005250     SET RUNCTL-EVENT-END       TO TRUE.
005260     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005670
005680     IF S IS NUMERIC
005690         MOVE S TO A
005700         IF A > WS-ENC-MAX-CODE
005710             MOVE "N" TO WS-EDIT-SW
005720             MOVE "EXCEEDS MAXIMUM CODE" TO WS-REJ-REASON
005730         ELSE
005960     MOVE A       TO WS-ITEM-CODE-DISP.
005970     MOVE ALL "0" TO RES.
005980     MOVE 1       TO WS-RES-PTR.
005990     MOVE WS-ENC-HIGH-BIT TO B.
006000     MOVE A       TO C.
006010
006020     PERFORM UNTIL B = 0
006180     END-IF.
006190
006200     MOVE WS-ITEM-CODE-DISP TO RPT-ITEM-CODE.
006210     MOVE RES(1:WS-ENC-BITS) TO RPT-BINARY.
006220     MOVE IM-ITEM-DESC      TO RPT-ITEM-DESC.
006230     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
006240     ADD 1 TO WS-LINE-COUNT.
006250
006260     MOVE SPACES            TO ENC-RECORD.
006270     MOVE WS-ITEM-CODE-DISP TO ENC-ITEM-CODE.
006280     MOVE RES(1:WS-ENC-BITS) TO ENC-BINARY.
006283     MOVE WS-FORMAT-VERSION TO ENC-FORMAT-VERSION.
006286     MOVE WS-ENC-BITS       TO ENC-BIT-WIDTH.
006290     WRITE ENC-RECORD.
006292
006294     PERFORM 4050-WRITE-VALID-TRANS THRU 4050-EXIT.
006460     MOVE TRANCODE-RECORD TO SUSP-ORIG-RECORD.
006470     MOVE WS-REJ-REASON   TO SUSP-REASON.
006480     MOVE WS-CURRENT-DATE TO SUSP-DATE-REJECTED.
006485     MOVE WS-BUSINESS-CYCLE TO SUSP-CYCLE-REJECTED.
006490     WRITE SUSP-RECORD.
006500 4150-EXIT.
006510     EXIT.
008021 7400-WRITE-HIST-RECORD.
008022     MOVE SPACES                  TO BH-RECORD.
008023     MOVE WS-CURRENT-DATE         TO BH-RUN-DATE.
08023A     MOVE WS-BUSINESS-CYCLE       TO BH-RUN-CYCLE.
008024     MOVE SUM-ITEM-CODE(WS-SUM-I) TO BH-ITEM-CODE.
008025     MOVE SUM-COUNT(WS-SUM-I)     TO BH-COUNT.
008026     WRITE BH-RECORD.
008240     MOVE SPACES               TO RUNCTL-RECORD.
008250     MOVE "BINCODE"             TO RUNCTL-JOB-NAME.
008260     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
008265     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
008270     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
008280     SET RUNCTL-EVENT-END       TO TRUE.
008290     MOVE WS-COUNTER            TO RUNCTL-INPUT-COUNT.
