000335*                 SO AN AFTER-MIDNIGHT RERUN BOOKS UNDER THE
000336*                 RIGHT NIGHT. WITH NO CONTROL RECORD ON FILE THE
000337*                 SYSTEM DATE IS USED AS BEFORE.
00337A* 2026-10-15 DPO  ROUTE HEADING AND ROUTE TOTAL LINES NOW CARRY
00337B*                 THE ROUTE NAME FROM THE NEW ROUTE MASTER
00337C*                 (ROUTMAST), AND A ROUTE THAT IS CLOSED THERE BUT
000338*                 STILL HAS DEMAND IS MARKED ON ITS HEADING. THE
00338A*                 ROUTE MASTER IS OPTIONAL - WITHOUT IT THE NAMES
00338B*                 PRINT BLANK.
000339* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
00339A*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000552                             ORGANIZATION IS SEQUENTIAL
000553                             FILE STATUS IS WS-PDATE-STATUS.
000554
00554A     SELECT ROUTE-MASTER    ASSIGN TO ROUTMAST
000555                             ORGANIZATION IS INDEXED
000556                             ACCESS MODE IS RANDOM
000557                             RECORD KEY IS RM-ROUTE-CODE
000558                             FILE STATUS IS WS-RM-STATUS.
000559
000560     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000570                             ORGANIZATION IS SEQUENTIAL.
000580
000610 FD  LOCATION-MASTER.
000620     COPY "locmast.cpy".
000630
000632 FD  ROUTE-MASTER.
000634     COPY "routmast.cpy".
000636
000640 FD  VALID-TRANS-FILE.
000650     COPY "tranval.cpy".
000660
000730 WORKING-STORAGE SECTION.
000740 01  WS-LM-STATUS           PIC X(02).
000750 01  WS-TV-STATUS           PIC X(02).
000755 01  WS-RM-STATUS           PIC X(02).
000760
000770 01  WS-SWITCHES.
000780     05  WS-LM-EOF-SW       PIC X(01) VALUE "N".
000850         88  WS-TV-OPEN-FAILED        VALUE "Y".
000860     05  WS-POINT-FOUND-SW  PIC X(01) VALUE "N".
000870         88  WS-POINT-FOUND           VALUE "Y".
000873     05  WS-RM-OPEN-SW      PIC X(01) VALUE "N".
000876         88  WS-RM-OPEN               VALUE "Y".
000880
000890 01  WS-CONSTANTS.
000900     05  WS-MAX-POINTS      PIC 9(05) VALUE 05000.
001050     05  WS-CURRENT-ROUTE   PIC X(02) VALUE SPACES.
001060     05  WS-RT-TRANS-TOTAL  PIC 9(09) VALUE ZEROES.
001070     05  WS-RT-QTY-TOTAL    PIC 9(11) VALUE ZEROES.
001075     05  WS-CURRENT-NAME    PIC X(20) VALUE SPACES.
001080
001090 01  DM-TABLE.
001100     05  DM-ENTRY OCCURS 1 TO 5000 TIMES
001180
001181 01  WS-PDATE-STATUS        PIC X(02).
001182 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
01182A 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
001183 01  WS-PDATE-SW            PIC X(01) VALUE "N".
001184     88  WS-PDATE-SET        VALUE "Y".
001185
001390 01  RPT-ROUTE-HDR-LINE.
001400     05  FILLER             PIC X(06) VALUE "ROUTE ".
001410     05  RPT-RH-ROUTE       PIC X(02).
001420     05  FILLER             PIC X(02) VALUE SPACES.
001422     05  RPT-RH-NAME        PIC X(20).
001424     05  FILLER             PIC X(02) VALUE SPACES.
001426     05  RPT-RH-STATUS      PIC X(30).
001428     05  FILLER             PIC X(70) VALUE SPACES.
001430
001440 01  RPT-STOP-LINE.
001450     05  FILLER             PIC X(08) VALUE "  STOP  ".
001560     05  RPT-RT-TRANS       PIC ZZZ,ZZZ,ZZ9.
001570     05  FILLER             PIC X(13) VALUE "  QUANTITY - ".
001580     05  RPT-RT-QTY         PIC ZZ,ZZZ,ZZZ,ZZ9.
001590     05  FILLER             PIC X(02) VALUE SPACES.
001593     05  RPT-RT-NAME        PIC X(20).
001596     05  FILLER             PIC X(42) VALUE SPACES.
001600
001610 01  RPT-UNMATCHED-LINE.
001620     05  FILLER             PIC X(30) VALUE
002280     MOVE SPACES               TO RUNCTL-RECORD.
002290     MOVE "RTEDMND"             TO RUNCTL-JOB-NAME.
002300     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002305     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002310     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002320     SET RUNCTL-EVENT-START     TO TRUE.
002330     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002559                 IF PD-BUSINESS-DATE IS NUMERIC
002560                     MOVE PD-BUSINESS-DATE
002561                         TO WS-BUSINESS-DATE
02561A                     IF PD-CYCLE IS NUMERIC
02561B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
02561C                     ELSE
02561D                         MOVE 01 TO WS-BUSINESS-CYCLE
02561E                     END-IF
002562                     SET WS-PDATE-SET TO TRUE
002563                     MOVE WS-BUSINESS-DATE
002564                         TO WS-CURRENT-DATE
002630     MOVE SPACES               TO RUNCTL-RECORD.
002640     MOVE "RTEDMND"             TO RUNCTL-JOB-NAME.
002650     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002655     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002660     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002670     SET RUNCTL-EVENT-END       TO TRUE.
002680     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002850     MOVE SPACES               TO RUNCTL-RECORD.
002860     MOVE "RTEDMND"             TO RUNCTL-JOB-NAME.
002870     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002875     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002880     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002890     SET RUNCTL-EVENT-END       TO TRUE.
002900     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003820     PERFORM 4100-SORT-BY-ROUTE THRU 4100-EXIT.
003830     MOVE SPACES TO WS-CURRENT-ROUTE.
003840     MOVE ZEROES TO WS-RT-TRANS-TOTAL WS-RT-QTY-TOTAL.
003841     MOVE "N" TO WS-RM-OPEN-SW.
003842     OPEN INPUT ROUTE-MASTER.
003843     IF WS-RM-STATUS = "00"
003844         SET WS-RM-OPEN TO TRUE
003845     END-IF.
003850     MOVE 1 TO WS-DX.
003860     PERFORM 4500-WRITE-STOP-LINE THRU 4500-EXIT
003870         UNTIL WS-DX > WS-POINT-COUNT.
003880     IF WS-RT-TRANS-TOTAL > 0
003890         PERFORM 4600-WRITE-ROUTE-TOTAL THRU 4600-EXIT
003892     END-IF.
003894     IF WS-RM-OPEN
003896         CLOSE ROUTE-MASTER
003900     END-IF.
003910 4000-EXIT.
003920     EXIT.
004290         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004300             PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
004310         END-IF
004315         PERFORM 4550-GET-ROUTE-NAME THRU 4550-EXIT
004320         MOVE WS-CURRENT-ROUTE TO RPT-RH-ROUTE
004325         MOVE WS-CURRENT-NAME  TO RPT-RH-NAME
004330         WRITE REPORT-RECORD FROM RPT-ROUTE-HDR-LINE
004340         ADD 1 TO WS-LINE-COUNT
004350     END-IF.
004500 4500-EXIT.
004510     EXIT.
004520
04520A 4550-GET-ROUTE-NAME.
04520B     MOVE SPACES TO WS-CURRENT-NAME RPT-RH-STATUS.
004521     IF NOT WS-RM-OPEN
04521A         GO TO 4550-EXIT
004522     END-IF.
04522A     MOVE WS-CURRENT-ROUTE TO RM-ROUTE-CODE.
004523     READ ROUTE-MASTER
04523A         INVALID KEY
004524             MOVE "NOT ON ROUTE MASTER" TO WS-CURRENT-NAME
04524A     END-READ.
004525     IF WS-RM-STATUS = "00"
04525A         MOVE RM-ROUTE-NAME TO WS-CURRENT-NAME
004526         IF RM-CLOSED
04526A             MOVE "** ROUTE CLOSED - STOPS REMAIN"
004527                 TO RPT-RH-STATUS
04527A         END-IF
004528     END-IF.
04528A 4550-EXIT.
004529     EXIT.
04529A
004530 4600-WRITE-ROUTE-TOTAL.
004540     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004550         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
004560     END-IF.
004570     MOVE WS-RT-TRANS-TOTAL TO RPT-RT-TRANS.
004580     MOVE WS-RT-QTY-TOTAL   TO RPT-RT-QTY.
004585     MOVE WS-CURRENT-NAME   TO RPT-RT-NAME.
004590     WRITE REPORT-RECORD FROM RPT-ROUTE-TOTAL-LINE.
004600     ADD 1 TO WS-LINE-COUNT.
004610     MOVE ZEROES TO WS-RT-TRANS-TOTAL WS-RT-QTY-TOTAL.
004810     MOVE SPACES               TO RUNCTL-RECORD.
004820     MOVE "RTEDMND"             TO RUNCTL-JOB-NAME.
004830     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004835     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004840     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004850     SET RUNCTL-EVENT-END       TO TRUE.
004860     MOVE WS-TV-COUNT           TO RUNCTL-INPUT-COUNT.
