000335*                 ACKNOWLEDGMENT AGAINST - READING THE GDG'S
000336*                 (0) GENERATION COULD NEVER BOOTSTRAP ON A
000337*                 FIRST NIGHT WITH NO GENERATIONS ON CATALOG.
00337A* 2026-10-15 DPO  RECORDS WIDENED TO 50 BYTES WITH BINENC. THE
00337B*                 *HEADER* RECORD AND THE MANIFEST NOW CARRY THE
00337C*                 FORMAT VERSION AND BIT WIDTH FROM THE ENCCTL
00337D*                 CONTROL RECORD - THE SAME ONE BINCODE ENCODED
000338*                 UNDER AND BINVRFY PROVED EVERY RECORD AGAINST.
00338A* 2026-10-15 DPO  THE *HEADER* NOW CARRIES THE PROCESSING CYCLE
00338B*                 FROM PROCDATE, AND THE *TRAILER* REPEATS THE
00338C*                 RUN DATE AND CYCLE, SO EACH TRANSMISSION OF A
000339*                 BUSINESS DATE (NITERUN AND INTRARUN) IS TOLD
00339A*                 APART. THE MANIFEST SHOWS THE CYCLE. RUNCTL
00339B*                 RECORDS NOW CARRY THE CYCLE.
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000540                             ORGANIZATION IS SEQUENTIAL
000550                             FILE STATUS IS WS-PDATE-STATUS.
000560
000562     SELECT CONTROL-FILE    ASSIGN TO ENCCTL
000564                             ORGANIZATION IS SEQUENTIAL
000566                             FILE STATUS IS WS-CTL-STATUS.
000568
000570     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000580                             ORGANIZATION IS SEQUENTIAL.
000590
000660     COPY "binxmit.cpy".
000662
000664 FD  LATEST-FILE.
000666 01  LATEST-RECORD          PIC X(50).
000670
000680 FD  MANIFEST-FILE.
000690 01  MANIFEST-RECORD        PIC X(132).
000710 FD  PROCDATE-FILE.
000720     COPY "procdate.cpy".
000730
000732 FD  CONTROL-FILE.
000734     COPY "encctl.cpy".
000736
000740 FD  RUNCTL-FILE.
000750     COPY "runctl.cpy".
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-ENC-STATUS          PIC X(02).
000785 01  WS-CTL-STATUS          PIC X(02).
000790
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW          PIC X(01) VALUE "N".
000870     05  WS-RECORD-COUNT    PIC 9(09) VALUE ZEROES.
000880     05  WS-HASH-TOTAL      PIC 9(15) VALUE ZEROES.
000890
000891 01  WS-ENC-FORMAT.
000892     05  WS-FORMAT-VERSION  PIC 9(02) VALUE 01.
000893         88  WS-FORMAT-34-BIT         VALUE 02.
000894     05  WS-ENC-BITS        PIC 9(02) VALUE 21.
000895
000900 01  WS-PDATE-STATUS        PIC X(02).
000910 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
000915 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
000920 01  WS-PDATE-SW            PIC X(01) VALUE "N".
000930     88  WS-PDATE-SET       VALUE "Y".
000940
001040 01  MAN-HDR-2.
001050     05  FILLER             PIC X(05) VALUE "DATE ".
001060     05  MAN-HDR-DATE       PIC 9(08).
001070     05  FILLER             PIC X(08) VALUE "  CYCLE ".
001073     05  MAN-HDR-CYCLE      PIC 9(02).
001076     05  FILLER             PIC X(109) VALUE SPACES.
001080
001090 01  MAN-HDR-3.
001100     05  FILLER             PIC X(132) VALUE ALL "-".
001190     05  MAN-CTL-HASH       PIC Z(14)9.
001200     05  FILLER             PIC X(97) VALUE SPACES.
001210
001211 01  MAN-FORMAT-LINE.
001212     05  FILLER         PIC X(20) VALUE "ENCODING FORMAT   - ".
001213     05  MAN-CTL-FORMAT     PIC 9(02).
001214     05  FILLER         PIC X(05) VALUE SPACES.
001215     05  FILLER         PIC X(20) VALUE "BIT WIDTH         - ".
001216     05  MAN-CTL-BITS       PIC Z9.
001217     05  FILLER             PIC X(83) VALUE SPACES.
001218
001220 01  MAN-NOTE-LINE.
001230     05  FILLER             PIC X(40) VALUE
001240         "VERIFY YOUR PICKUP AGAINST THE *TRAILER ".
001510     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001520     ACCEPT WS-CURRENT-TIME FROM TIME.
001530     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
001535     PERFORM 1300-GET-ENCODING-FORMAT THRU 1300-EXIT.
001540
001550     OPEN INPUT  ENCODE-FILE.
001560     IF WS-ENC-STATUS NOT = "00"
001630     MOVE SPACES               TO RUNCTL-RECORD.
001640     MOVE "BINXMIT"             TO RUNCTL-JOB-NAME.
001650     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
001655     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001660     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001670     SET RUNCTL-EVENT-START     TO TRUE.
001680     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001750         MOVE SPACES          TO XMIT-HEADER-REC
001760         MOVE "*HEADER*"      TO XMH-TAG
001770         MOVE WS-CURRENT-DATE TO XMH-DATE
001772         MOVE WS-FORMAT-VERSION TO XMH-FORMAT-VERSION
001774         MOVE WS-ENC-BITS     TO XMH-BIT-WIDTH
001776         MOVE WS-BUSINESS-CYCLE TO XMH-CYCLE
001780         WRITE XMIT-RECORD
001785         WRITE LATEST-RECORD FROM XMIT-HEADER-REC
001790
001950                 IF PD-BUSINESS-DATE IS NUMERIC
001960                     MOVE PD-BUSINESS-DATE
001970                         TO WS-BUSINESS-DATE
001971                     IF PD-CYCLE IS NUMERIC
001972                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
001973                     ELSE
001974                         MOVE 01 TO WS-BUSINESS-CYCLE
001975                     END-IF
001980                     SET WS-PDATE-SET TO TRUE
001990                     MOVE WS-BUSINESS-DATE
002000                         TO WS-CURRENT-DATE
002050 1200-EXIT.
002060     EXIT.
002070
02070A 1300-GET-ENCODING-FORMAT.
02070B     OPEN INPUT CONTROL-FILE.
002071     IF WS-CTL-STATUS = "00"
02071A         READ CONTROL-FILE
002072             AT END
02072A                 CONTINUE
002073             NOT AT END
02073A                 IF EC-FORMAT-VERSION IS NUMERIC
002074                    AND EC-FORMAT-KNOWN
02074A                     MOVE EC-FORMAT-VERSION TO WS-FORMAT-VERSION
002075                 END-IF
02075A         END-READ
002076         CLOSE CONTROL-FILE
02076A     END-IF.
002077     IF WS-FORMAT-34-BIT
02077A         MOVE 34 TO WS-ENC-BITS
002078     END-IF.
02078A 1300-EXIT.
002079     EXIT.
02079A
002080 1900-ABEND-BAD-ENCFILE.
002090     MOVE WS-ENC-STATUS TO MAN-ENC-OPEN-STATUS.
002100     WRITE MANIFEST-RECORD FROM MAN-ENC-OPEN-LINE.
002170     MOVE SPACES               TO RUNCTL-RECORD.
002180     MOVE "BINXMIT"             TO RUNCTL-JOB-NAME.
002190     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002195     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002200     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002210     SET RUNCTL-EVENT-END       TO TRUE.
002220     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002460     MOVE "*TRAILER"      TO XMT-TAG.
002470     MOVE WS-RECORD-COUNT TO XMT-COUNT.
002480     MOVE WS-HASH-TOTAL   TO XMT-HASH.
002483     MOVE WS-CURRENT-DATE TO XMT-DATE.
002486     MOVE WS-BUSINESS-CYCLE TO XMT-CYCLE.
002490     WRITE XMIT-RECORD.
002495     WRITE LATEST-RECORD FROM XMIT-TRAILER-REC.
002500
002510     MOVE WS-CURRENT-DATE TO MAN-HDR-DATE.
002515     MOVE WS-BUSINESS-CYCLE TO MAN-HDR-CYCLE.
002520     WRITE MANIFEST-RECORD FROM MAN-HDR-1.
002530     WRITE MANIFEST-RECORD FROM MAN-HDR-2.
002540     WRITE MANIFEST-RECORD FROM MAN-HDR-3.
002560     WRITE MANIFEST-RECORD FROM MAN-COUNT-LINE.
002570     MOVE WS-HASH-TOTAL   TO MAN-CTL-HASH.
002580     WRITE MANIFEST-RECORD FROM MAN-HASH-LINE.
002582     MOVE WS-FORMAT-VERSION TO MAN-CTL-FORMAT.
002584     MOVE WS-ENC-BITS     TO MAN-CTL-BITS.
002586     WRITE MANIFEST-RECORD FROM MAN-FORMAT-LINE.
002590     WRITE MANIFEST-RECORD FROM MAN-NOTE-LINE.
002600
002610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002670     MOVE SPACES               TO RUNCTL-RECORD.
002680     MOVE "BINXMIT"             TO RUNCTL-JOB-NAME.
002690     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002695     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002700     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002710     SET RUNCTL-EVENT-END       TO TRUE.
002720     MOVE WS-RECORD-COUNT       TO RUNCTL-INPUT-COUNT
