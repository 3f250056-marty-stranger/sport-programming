000350*                 SO AN AFTER-MIDNIGHT RERUN BOOKS UNDER THE
000351*                 RIGHT NIGHT. WITH NO CONTROL RECORD ON FILE THE
000352*                 SYSTEM DATE IS USED AS BEFORE.
000358* 2026-10-15 DPO  EVERY ADD AND CHANGE IS NOW ALSO EDITED AGAINST
000364*                 THE NEW ROUTE MASTER (MAINTAINED BY ROUTMNT) -
000370*                 AN MT-ROUTE THAT IS NOT ON FILE, OR IS ON FILE
000376*                 BUT CLOSED, REJECTS TO LOCLOG INSTEAD OF
000382*                 QUIETLY STARTING A NEW "ROUTE" THAT MAXSPAN AND
000388*                 RTEDMND WOULD THEN REPORT AS IF IT WERE REAL.
000394*                 THE ROUTE MASTER IS REQUIRED - AN OPEN FAILURE
000400*                 ENDS THE RUN CC 9999 LIKE THE LOCATION MASTER.
000406* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
000412*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000420*****************************************************************
000430 
000440 ENVIRONMENT DIVISION.
000560                             ACCESS MODE IS RANDOM
000570                             RECORD KEY IS LM-POINT-ID
000580                             FILE STATUS IS WS-LM-STATUS.
000581
000582     SELECT ROUTE-MASTER    ASSIGN TO ROUTMAST
000583                             ORGANIZATION IS INDEXED
000584                             ACCESS MODE IS RANDOM
000585                             RECORD KEY IS RM-ROUTE-CODE
000586                             FILE STATUS IS WS-RM-STATUS.
000590 
000600     SELECT LOG-FILE        ASSIGN TO LOCLOG
000610                             ORGANIZATION IS SEQUENTIAL.
000790 FD  LOCATION-MASTER.
000800     COPY "locmast.cpy".
000810 
000812 FD  ROUTE-MASTER.
000814     COPY "routmast.cpy".
000816
000820 FD  LOG-FILE.
000830 01  LOG-RECORD                 PIC X(132).
000831
000890 01  WS-SWITCHES.
000900     05  WS-TRANS-EOF-SW        PIC X(01) VALUE "N".
000910         88  WS-TRANS-EOF                 VALUE "Y".
000911     05  WS-ROUTE-OPEN-SW       PIC X(01) VALUE "N".
000912         88  WS-ROUTE-OPEN-FAILED         VALUE "Y".
000913     05  WS-ROUTE-OK-SW         PIC X(01) VALUE "Y".
000914         88  WS-ROUTE-OK                  VALUE "Y".
000915     05  WS-MASTER-OPEN-SW      PIC X(01) VALUE "N".
000916         88  WS-MASTER-OPEN-FAILED        VALUE "Y".
000917     05  WS-TRANS-OPEN-SW       PIC X(01) VALUE "N".
000960     05  WS-REJECT-COUNT        PIC 9(09) VALUE ZEROES.
000970 
000980 01  WS-LM-STATUS               PIC X(02).
000982 01  WS-RM-STATUS               PIC X(02).
000985 01  WS-TRANS-STATUS            PIC X(02).
000986 01  WS-BEFORE-IMAGE            PIC X(35).
000987 01  WS-AFTER-IMAGE             PIC X(35).
001002
001003 01  WS-PDATE-STATUS            PIC X(02).
001004 01  WS-BUSINESS-DATE           PIC 9(08) VALUE ZEROES.
01004A 01  WS-BUSINESS-CYCLE          PIC 9(02) VALUE ZEROES.
001005 01  WS-PDATE-SW                PIC X(01) VALUE "N".
001006     88  WS-PDATE-SET            VALUE "Y".
001007
001198         " - RUN TERMINATED".
001199     05  FILLER          PIC X(83) VALUE SPACES.
001200
001210 01  LOG-ROUTE-OPEN-LINE.
001220     05  FILLER          PIC X(30) VALUE
001230         "ROUTE MASTER OPEN FAILED -    ".
001240     05  LOG-RM-OPEN-STATUS PIC X(02).
001250     05  FILLER          PIC X(17) VALUE
001260         " - RUN TERMINATED".
001270     05  FILLER          PIC X(83) VALUE SPACES.
001280
001293 01  LOG-CONTROL-LINE.
001300     05  FILLER          PIC X(20) VALUE "TRANSACTIONS READ - ".
001310     05  LOG-CTL-READ    PIC ZZZ,ZZZ,ZZ9.
001438         IF WS-TRANS-OPEN-FAILED
001439             PERFORM 1910-ABEND-BAD-TRANS THRU 1910-EXIT
001440         ELSE
001450             IF WS-ROUTE-OPEN-FAILED
001455                 PERFORM 1920-ABEND-BAD-ROUTE THRU 1920-EXIT
001460             ELSE
01460A                 PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
01460B                     UNTIL WS-TRANS-EOF
001461                 PERFORM 9000-TERMINATE THRU 9000-EXIT
01461A             END-IF
001462         END-IF
001463     END-IF.
001470     STOP RUN.
001600     MOVE SPACES               TO RUNCTL-RECORD.
001610     MOVE "LOCMAINT"            TO RUNCTL-JOB-NAME.
001620     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
001625     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001630     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001640     SET RUNCTL-EVENT-START     TO TRUE.
001650     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001670                                    RUNCTL-REJECT-COUNT.
001680     SET RUNCTL-CC-NORMAL       TO TRUE.
001690     WRITE RUNCTL-RECORD.
001691
001692     IF NOT WS-MASTER-OPEN-FAILED AND NOT WS-TRANS-OPEN-FAILED
001693         OPEN INPUT ROUTE-MASTER
001694         IF WS-RM-STATUS NOT = "00"
001695             SET WS-ROUTE-OPEN-FAILED TO TRUE
001696         END-IF
001697     END-IF.
001700
001705     IF NOT WS-MASTER-OPEN-FAILED AND NOT WS-TRANS-OPEN-FAILED
001706         PERFORM 2100-READ-TRANS THRU 2100-EXIT
001759                 IF PD-BUSINESS-DATE IS NUMERIC
001760                     MOVE PD-BUSINESS-DATE
001761                         TO WS-BUSINESS-DATE
01761A                     IF PD-CYCLE IS NUMERIC
01761B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
01761C                     ELSE
01761D                         MOVE 01 TO WS-BUSINESS-CYCLE
01761E                     END-IF
001762                     SET WS-PDATE-SET TO TRUE
001763                     MOVE WS-BUSINESS-DATE
001764                         TO WS-CURRENT-DATE
001781     MOVE SPACES               TO RUNCTL-RECORD.
001782     MOVE "LOCMAINT"            TO RUNCTL-JOB-NAME.
001783     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
01783A     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001784     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001785     SET RUNCTL-EVENT-END       TO TRUE.
001786     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001806     MOVE SPACES               TO RUNCTL-RECORD.
001807     MOVE "LOCMAINT"            TO RUNCTL-JOB-NAME.
001808     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
01808A     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001809     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001810     SET RUNCTL-EVENT-END       TO TRUE.
001811     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001819 1910-EXIT.
001820     EXIT.
001821
001822 1920-ABEND-BAD-ROUTE.
001823     MOVE WS-RM-STATUS     TO LOG-RM-OPEN-STATUS.
001824     WRITE LOG-RECORD FROM LOG-ROUTE-OPEN-LINE.
001825
001826     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001827     IF WS-PDATE-SET
001828         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
001829     END-IF.
001830     ACCEPT WS-CURRENT-TIME FROM TIME.
001831     MOVE SPACES               TO RUNCTL-RECORD.
001832     MOVE "LOCMAINT"            TO RUNCTL-JOB-NAME.
001833     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
001834     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001835     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001836     SET RUNCTL-EVENT-END       TO TRUE.
001837     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001838                                    RUNCTL-OUTPUT-COUNT.
001839     MOVE 1                     TO RUNCTL-REJECT-COUNT.
001840     SET RUNCTL-CC-ABEND        TO TRUE.
001841     WRITE RUNCTL-RECORD.
001842
001843     CLOSE MAINT-TRANS-FILE LOCATION-MASTER LOG-FILE
001844           JOURNAL-FILE RUNCTL-FILE.
001845     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
001846 1920-EXIT.
001847     EXIT.
001848
001859 2000-PROCESS-TRANS.
001860     ADD 1 TO WS-TRANS-COUNT.
001870     EVALUATE TRUE
002093         PERFORM 2650-WRITE-EDIT-REJECT THRU 2650-EXIT
002094         GO TO 2200-EXIT
002095     END-IF.
02095A     PERFORM 2270-EDIT-ROUTE THRU 2270-EXIT.
002096     IF NOT WS-ROUTE-OK
002097         PERFORM 2650-WRITE-EDIT-REJECT THRU 2650-EXIT
002098         GO TO 2200-EXIT
002099     END-IF.
002100     MOVE SPACES      TO LM-RECORD.
002110     MOVE MT-POINT-ID TO LM-POINT-ID.
002120     MOVE MT-X        TO LM-X.
002190     END-WRITE.
002200 2200-EXIT.
002210     EXIT.
002220
002230 2270-EDIT-ROUTE.
002240     MOVE "Y" TO WS-ROUTE-OK-SW.
002250     MOVE MT-ROUTE TO RM-ROUTE-CODE.
002260     READ ROUTE-MASTER
002270         INVALID KEY
002280             MOVE "N" TO WS-ROUTE-OK-SW
002290             MOVE "REJECTED - ROUTE NOT ON FILE"
002300                 TO WS-EDIT-REASON
002310     END-READ.
002320     IF WS-ROUTE-OK AND NOT RM-ACTIVE
002330         MOVE "N" TO WS-ROUTE-OK-SW
002340         MOVE "REJECTED - ROUTE CLOSED" TO WS-EDIT-REASON
002350     END-IF.
002360 2270-EXIT.
002370     EXIT.
002401
002402 2250-EDIT-COORDS.
002403     MOVE "Y" TO WS-COORDS-OK-SW.
002437         PERFORM 2250-EDIT-COORDS THRU 2250-EXIT
002438         IF WS-COORDS-OK
002439             PERFORM 2260-CHECK-MOVE THRU 2260-EXIT
02439A         END-IF
02439B         IF WS-COORDS-OK
02439C             PERFORM 2270-EDIT-ROUTE THRU 2270-EXIT
02439D             IF NOT WS-ROUTE-OK
02439E                 MOVE "N" TO WS-COORDS-OK-SW
02439F             END-IF
002440         END-IF
002441         IF NOT WS-COORDS-OK
002442             PERFORM 2650-WRITE-EDIT-REJECT THRU 2650-EXIT
002890     MOVE SPACES               TO RUNCTL-RECORD.
002900     MOVE "LOCMAINT"            TO RUNCTL-JOB-NAME.
002910     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002915     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002920     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002930     SET RUNCTL-EVENT-END       TO TRUE.
002940     MOVE WS-TRANS-COUNT        TO RUNCTL-INPUT-COUNT.
003030 
003040     CLOSE MAINT-TRANS-FILE
003050           LOCATION-MASTER
003055           ROUTE-MASTER
003060           LOG-FILE
003065           JOURNAL-FILE
003070           RUNCTL-FILE.
