000833*                 NEAREST-NEIGHBOUR AND PER-ROUTE SECTIONS ARE
000834*                 SKIPPED ON A CARRIED NIGHT - THEY DERIVE
000835*                 FROM THE SAME UNCHANGED MASTER.
00835A* 2026-10-15 DPO  SPAN-BY-ROUTE LINES NOW CARRY THE ROUTE NAME
00835B*                 FROM THE NEW ROUTE MASTER (ROUTMAST). A ROUTE
00835C*                 THAT IS CLOSED ON THE ROUTE MASTER BUT STILL
00835D*                 HAS STOPS ON THE LOCATION MASTER IS FLAGGED ON
00835E*                 SPANRPT UNDER ITS ROUTE LINE AND LISTED ON
000836*                 SPANREJ. THE ROUTE MASTER IS OPENED ONLY FOR
00836A*                 THE ROUTE SECTION AND IS OPTIONAL - WITHOUT IT
00836B*                 THE NAMES PRINT BLANK.
00836C* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
00836D*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000837*****************************************************************
000839
000840 ENVIRONMENT DIVISION.
001094     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
001100                             ORGANIZATION IS SEQUENTIAL.
001110
001111     SELECT ROUTE-MASTER    ASSIGN TO ROUTMAST
001112                             ORGANIZATION IS INDEXED
001113                             ACCESS MODE IS RANDOM
001114                             RECORD KEY IS RM-ROUTE-CODE
001115                             FILE STATUS IS WS-RM-STATUS.
001116
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  LOCATION-MASTER.
001150     COPY "locmast.cpy".
001160
001162 FD  ROUTE-MASTER.
001164     COPY "routmast.cpy".
001166
001170 FD  CHECKPOINT-FILE.
001180     COPY "ckpt.cpy".
001190
001798         88  WS-JRNL-ACTIVITY          VALUE "Y".
001799     05  WS-NO-CHANGE-SW    PIC X(01) VALUE "N".
001800         88  WS-NO-CHANGE              VALUE "Y".
001801     05  WS-RM-OPEN-SW      PIC X(01) VALUE "N".
001802         88  WS-RM-OPEN                VALUE "Y".
001803     05  WS-RT-CLOSED-SW    PIC X(01) VALUE "N".
001804         88  WS-RT-CLOSED              VALUE "Y".
001809
001810 01  WS-COUNTS.
001820     05  WS-POINT-COUNT     PIC 9(05) VALUE ZEROES.
002010     05  WS-LAST-POINTS     PIC 9(05) VALUE ZEROES.
002019 01  WS-CKPT-RRN            PIC 9(05) VALUE 1.
002020 01  WS-CKPT-STATUS-CD      PIC X(02).
002025 01  WS-RM-STATUS           PIC X(02).
002030
002031 01  WS-PDATE-STATUS        PIC X(02).
002032 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
02032A 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
002033 01  WS-PDATE-SW            PIC X(01) VALUE "N".
002034     88  WS-PDATE-SET        VALUE "Y".
002035
002790     05  RPT-RT-SPAN        PIC ZZZZZZZZZ9.999999.
002800     05  FILLER             PIC X(07) VALUE "  KM - ".
002810     05  RPT-RT-SPAN-KM     PIC ZZZZZZZZZ9.999999.
002820     05  FILLER             PIC X(02) VALUE SPACES.
02820A     05  RPT-RT-NAME        PIC X(20).
02820B     05  FILLER             PIC X(03) VALUE SPACES.
002821
02821A 01  RPT-RT-CLOSED-LINE.
002822     05  FILLER             PIC X(06) VALUE "ROUTE ".
02822A     05  RPT-RC-CODE        PIC X(02).
002823     05  FILLER             PIC X(11) VALUE " CLOSED ON ".
02823A     05  RPT-RC-DATE        PIC 9(08).
002824     05  FILLER             PIC X(03) VALUE " - ".
002825     05  RPT-RC-POINTS      PIC ZZZZ9.
002826     05  FILLER             PIC X(30) VALUE
002827         " STOPS STILL ASSIGNED ON LOC  ".
002828     05  FILLER             PIC X(06) VALUE "MASTER".
002829     05  FILLER             PIC X(61) VALUE SPACES.
002830
002840 01  RPT-RT-FULL-LINE.
002850     05  FILLER             PIC X(30) VALUE
003870     MOVE SPACES               TO RUNCTL-RECORD.
003880     MOVE "MAXSPAN"             TO RUNCTL-JOB-NAME.
003890     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003895     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
003900     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003910     SET RUNCTL-EVENT-START     TO TRUE.
003920     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004289                 IF PD-BUSINESS-DATE IS NUMERIC
004290                     MOVE PD-BUSINESS-DATE
004291                         TO WS-BUSINESS-DATE
04291A                     IF PD-CYCLE IS NUMERIC
04291B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
04291C                     ELSE
04291D                         MOVE 01 TO WS-BUSINESS-CYCLE
04291E                     END-IF
004292                     SET WS-PDATE-SET TO TRUE
004293                     MOVE WS-BUSINESS-DATE
004294                         TO WS-CURRENT-DATE
004470     MOVE SPACES               TO RUNCTL-RECORD.
004480     MOVE "MAXSPAN"             TO RUNCTL-JOB-NAME.
004490     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004495     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004500     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004510     SET RUNCTL-EVENT-END       TO TRUE.
004520     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004690     MOVE SPACES               TO RUNCTL-RECORD.
004700     MOVE "MAXSPAN"             TO RUNCTL-JOB-NAME.
004710     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004715     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004720     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004730     SET RUNCTL-EVENT-END       TO TRUE.
004740     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
007620     WRITE REPORT-RECORD FROM RPT-RT-HDR-LINE.
007630     ADD 1 TO WS-LINE-COUNT.
007640
007641     MOVE "N" TO WS-RM-OPEN-SW.
007642     OPEN INPUT ROUTE-MASTER.
007643     IF WS-RM-STATUS = "00"
007644         SET WS-RM-OPEN TO TRUE
007645     END-IF.
007646
007650     MOVE 1 TO WS-ROUTE-IX.
007660     PERFORM 4510-WRITE-ROUTE-LINE THRU 4510-EXIT
007670         UNTIL WS-ROUTE-IX > WS-ROUTE-COUNT.
007700         MOVE WS-ROUTE-UNTABLED TO RPT-RT-UNTABLED
007710         WRITE REPORT-RECORD FROM RPT-RT-FULL-LINE
007720         ADD 1 TO WS-LINE-COUNT
007722     END-IF.
007724     IF WS-RM-OPEN
007726         CLOSE ROUTE-MASTER
007730     END-IF.
007740 4500-EXIT.
007750     EXIT.
007810     COMPUTE Z ROUNDED = (RT-MAX-M(WS-ROUTE-IX) ** .5).
007820     COMPUTE Z-KM ROUNDED = Z * CF-KM-PER-MILE.
007830     MOVE RT-ROUTE-CODE(WS-ROUTE-IX)     TO RPT-RT-CODE.
007835     PERFORM 4520-GET-ROUTE-NAME THRU 4520-EXIT.
007840     MOVE RT-POINT-COUNT(WS-ROUTE-IX)    TO RPT-RT-POINTS.
007850     MOVE RT-OVERFLOW-COUNT(WS-ROUTE-IX) TO RPT-RT-REJECT.
007860     MOVE RT-WIN-I(WS-ROUTE-IX)          TO RPT-RT-WIN-I.
007890     MOVE Z-KM                           TO RPT-RT-SPAN-KM.
007900     WRITE REPORT-RECORD FROM RPT-RT-DETAIL-LINE.
007910     ADD 1 TO WS-LINE-COUNT.
007912     IF WS-RT-CLOSED
007914         PERFORM 4530-WRITE-CLOSED-ROUTE THRU 4530-EXIT
007916     END-IF.
007920     ADD 1 TO WS-ROUTE-IX.
007930 4510-EXIT.
007940     EXIT.
007950
07950A 4520-GET-ROUTE-NAME.
07950B     MOVE "N"    TO WS-RT-CLOSED-SW.
07950C     MOVE SPACES TO RPT-RT-NAME.
07950D     IF NOT WS-RM-OPEN
007951         GO TO 4520-EXIT
07951A     END-IF.
07951B     MOVE RT-ROUTE-CODE(WS-ROUTE-IX) TO RM-ROUTE-CODE.
07951C     READ ROUTE-MASTER
007952         INVALID KEY
07952A             MOVE "NOT ON ROUTE MASTER" TO RPT-RT-NAME
07952B     END-READ.
07952C     IF WS-RM-STATUS = "00"
007953         MOVE RM-ROUTE-NAME TO RPT-RT-NAME
07953A         IF RM-CLOSED
07953B             SET WS-RT-CLOSED TO TRUE
007954         END-IF
07954A     END-IF.
07954B 4520-EXIT.
007955     EXIT.
07955A
07955B 4530-WRITE-CLOSED-ROUTE.
007956     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
07956A         PERFORM 1200-WRITE-HEADING THRU 1200-EXIT
07956B     END-IF.
007957     MOVE RT-ROUTE-CODE(WS-ROUTE-IX)  TO RPT-RC-CODE.
07957A     MOVE RM-CLOSED-DATE              TO RPT-RC-DATE.
07957B     MOVE RT-POINT-COUNT(WS-ROUTE-IX) TO RPT-RC-POINTS.
007958     WRITE REPORT-RECORD FROM RPT-RT-CLOSED-LINE.
07958A     WRITE REJECT-RECORD FROM RPT-RT-CLOSED-LINE.
07958B     ADD 1 TO WS-LINE-COUNT.
007959 4530-EXIT.
07959A     EXIT.
07959B
007960 5000-NEAREST-REPORT.
007970     PERFORM 5300-SORT-BY-ISOLATION THRU 5300-EXIT.
007980
008610     MOVE SPACES               TO RUNCTL-RECORD.
008620     MOVE "MAXSPAN"             TO RUNCTL-JOB-NAME.
008630     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
008635     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
008640     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
008650     SET RUNCTL-EVENT-END       TO TRUE.
008660     COMPUTE RUNCTL-INPUT-COUNT =
