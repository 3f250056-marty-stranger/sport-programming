000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NITEGATE.
000120 AUTHOR.        D.OKAFOR.
000130 INSTALLATION.  DISTRIBUTION - APPLICATIONS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* NITEGATE
000190*
000200* PRIOR-NIGHT COMPLETION GATE, THE FIRST STEP OF THE NIGHTLY
000210* ROUTE JOB - AHEAD OF STEP0, WHICH CLEARS THE DAY DATASETS.
000220* THE PRIOR NIGHT'S PROCDATE IS STILL ON FILE AT THIS POINT AND
000230* GIVES THE PRIOR BUSINESS DATE; THE PRIOR NIGHT'S DAILY RUNCTL
000240* (PRIORCTL) IS CHECKED FOR A START AND AN END RECORD FOR EVERY
000250* JOB NAMED IN THE GATECTL CONTROL FILE, EACH ENDED AT CC 0004
000260* OR BETTER, AND EVERY ONE OF THOSE RECORDS IS LOOKED FOR ON THE
000270* PERMANENT RUN HISTORY TO PROVE THE ARCHIVE STEP (STEP6) SAVED
000280* THE NIGHT. ONLY THE DAILY RUNCTL IS USED FOR THE START/END
000290* CHECK - IT HOLDS THE LAST ATTEMPT AT THE NIGHT ONLY, WHERE THE
000300* HISTORY ALSO HOLDS EVERY EARLIER FAILED ATTEMPT.
000310*
000320* AN INCOMPLETE PRIOR NIGHT ENDS THE STEP WITH CC 9999, WHICH
000330* BYPASSES EVERY LATER STEP OF THE JOB, WITH A CONSOLE MESSAGE
000340* AND A REPORT LINE FOR EACH MISSING OR FAILED JOB. A NIGHT
000350* THAT IS DELIBERATELY ABANDONED IS RELEASED BY THE GATEPARM
000360* OVERRIDE CARD, WHICH MUST NAME THE PRIOR BUSINESS DATE AND THE
000370* OPERATOR; THE OVERRIDE IS WRITTEN AS ITS OWN RUNCTL EVENT
000380* ("O") AND THE STEP ENDS CC 0004. WHEN TONIGHT'S BUSINESS DATE
000390* (PDATPARM CARD, AS FOR SETPDATE, ELSE THE SYSTEM DATE) IS THE
000400* PRIOR DATE ITSELF, THE JOB IS A RERUN OF THAT NIGHT AND IS
000410* RELEASED. WITH NO PRIOR DATE ON FILE THERE IS NOTHING TO
000420* PROTECT AND THE STEP ENDS CC 0004.
000422* WHEN CYCCTL ALREADY HOLDS CYCLE 99 FOR TONIGHT'S DATE THERE IS
000424* NO CYCLE LEFT TO ASSIGN, AND THE STEP ENDS CC 9999 WITHOUT
000426* CHECKING THE PRIOR NIGHT.
000430*
000440* THIS STEP'S RUNCTL RECORDS ARE APPENDED TO THE GATELOG
000450* DATASET, WHICH THE JOB COPIES INTO TONIGHT'S RUNCTL ONCE STEP0
000460* HAS CLEARED THE OLD ONE, SO THEY ARE STAMPED WITH TONIGHT'S
000465* BUSINESS DATE. A REFUSED NIGHT LEAVES THEM ON GATELOG FOR THE
000466* NEXT RELEASED ATTEMPT TO CARRY INTO RUNCTL.
000470*
000480* MODIFICATION HISTORY
000490* DATE       INIT DESCRIPTION
000500* ---------- ---- ------------------------------------------------
000510* 2026-10-15 DPO  ORIGINAL PROGRAM.
000511* 2026-10-15 DPO  THE BUSINESS DATE NOW HAS PROCESSING CYCLES
000512*                 (SETPDATE, CYCCTL). THE PRIOR NIGHT IS THE DATE
000513*                 AND CYCLE ON PROCDATE, AND ONLY ITS PRIORCTL
000514*                 RECORDS ARE CHECKED. TONIGHT'S CYCLE IS WORKED
000515*                 OUT FROM CYCCTL AND THE PDATPARM CARD THE SAME
000516*                 WAY SETPDATE WILL ASSIGN IT (CYCCTL IS ONLY READ
000517*                 HERE); A RERUN IS NOW THE SAME DATE AND CYCLE.
000518*                 INTRARUN KEEPS ITS OWN PROCDATE AND RUNCTL, SO
000519*                 INTRADAY CYCLES NEVER STAND IN FOR THE NIGHT.
000520*                 DATES ON THE REPORT AND CONSOLE SHOW THE CYCLE
000521*                 (DATE/CC). RUNCTL RECORDS ARE NOW 58 BYTES AND
000522*                 CARRY TONIGHT'S CYCLE.
000523* 2026-10-15 DPO  RUNCTL IS NOW THE CATALOGED GATELOG DATASET
000524*                 RATHER THAN A TEMPORARY ONE, SO A REFUSED
000525*                 NIGHT'S GATE RECORDS ARE NO LONGER LOST.
000526* 2026-10-15 DPO  WHEN CYCCTL ALREADY HOLDS CYCLE 99 FOR TONIGHT'S
000527*                 DATE THE NIGHT IS REFUSED WITH CC 9999 (CYCLES
000528*                 EXHAUSTED) RATHER THAN REUSING CYCLE 99.
000529*****************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT PARM-FILE       ASSIGN TO PDATPARM
000620                             ORGANIZATION IS SEQUENTIAL
000630                             FILE STATUS IS WS-PARM-STATUS.
000640
000650     SELECT PROCDATE-FILE   ASSIGN TO PROCDATE
000660                             ORGANIZATION IS SEQUENTIAL
000670                             FILE STATUS IS WS-PDATE-STATUS.
000680
000690     SELECT CONTROL-FILE    ASSIGN TO GATECTL
000700                             ORGANIZATION IS SEQUENTIAL
000710                             FILE STATUS IS WS-CTL-STATUS.
000720
000730     SELECT OVERRIDE-FILE   ASSIGN TO GATEPARM
000740                             ORGANIZATION IS SEQUENTIAL
000750                             FILE STATUS IS WS-OVR-STATUS.
000760
000770     SELECT PRIOR-FILE      ASSIGN TO PRIORCTL
000780                             ORGANIZATION IS SEQUENTIAL
000790                             FILE STATUS IS WS-PRIOR-STATUS.
000800
000810     SELECT HISTORY-FILE    ASSIGN TO RUNHIST
000820                             ORGANIZATION IS SEQUENTIAL
000830                             FILE STATUS IS WS-HIST-STATUS.
000840
000850     SELECT REPORT-FILE     ASSIGN TO GATERPT
000860                             ORGANIZATION IS SEQUENTIAL.
000870
000880     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000890                             ORGANIZATION IS SEQUENTIAL.
000900
000902     SELECT CYCCTL-FILE     ASSIGN TO CYCCTL
000904                             ORGANIZATION IS SEQUENTIAL
000906                             FILE STATUS IS WS-CYC-STATUS.
000908
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  PARM-FILE.
000940 01  PARM-RECORD.
000950     05  PP-BUSINESS-DATE   PIC X(08).
000955     05  PP-CYCLE           PIC X(02).
000960     05  FILLER             PIC X(70).
000970
000980 FD  PROCDATE-FILE.
000990     COPY "procdate.cpy".
001000
001010 FD  CONTROL-FILE.
001020 01  CONTROL-RECORD.
001030     05  GC-JOB-NAME        PIC X(08).
001040     05  FILLER             PIC X(72).
001050
001060 FD  OVERRIDE-FILE.
001070 01  OVERRIDE-RECORD.
001080     05  GP-ABANDON-DATE    PIC X(08).
001090     05  GP-OPERATOR        PIC X(08).
001100     05  GP-REASON          PIC X(40).
001110     05  FILLER             PIC X(24).
001120
001130 FD  PRIOR-FILE.
001140 01  PR-RECORD.
001150     05  PR-JOB-NAME        PIC X(08).
001160     05  PR-RUN-DATE        PIC 9(08).
001170     05  PR-RUN-TIME        PIC 9(08).
001180     05  PR-EVENT           PIC X(01).
001190         88  PR-EVENT-START         VALUE "S".
001200         88  PR-EVENT-END           VALUE "E".
001210     05  PR-INPUT-COUNT     PIC 9(09).
001220     05  PR-OUTPUT-COUNT    PIC 9(09).
001230     05  PR-REJECT-COUNT    PIC 9(09).
001240     05  PR-COMPLETION-CODE PIC 9(04).
001245     05  PR-CYCLE           PIC 9(02).
001250
001260 FD  HISTORY-FILE.
001270 01  HIST-RECORD.
001280     05  HIST-JOB-NAME      PIC X(08).
001290     05  HIST-RUN-DATE      PIC 9(08).
001300     05  FILLER             PIC X(42).
001310
001320 FD  REPORT-FILE.
001330 01  REPORT-RECORD          PIC X(132).
001340
001350 FD  RUNCTL-FILE.
001360     COPY "runctl.cpy".
001362
001364 FD  CYCCTL-FILE.
001366     COPY "cycctl.cpy".
001370
001380 WORKING-STORAGE SECTION.
001390 01  WS-PARM-STATUS         PIC X(02).
001400 01  WS-PDATE-STATUS        PIC X(02).
001410 01  WS-CTL-STATUS          PIC X(02).
001420 01  WS-OVR-STATUS          PIC X(02).
001430 01  WS-PRIOR-STATUS        PIC X(02).
001440 01  WS-HIST-STATUS         PIC X(02).
001445 01  WS-CYC-STATUS          PIC X(02).
001450
001460 01  WS-SWITCHES.
001470     05  WS-CTL-OPEN-SW     PIC X(01) VALUE "N".
001480         88  WS-CTL-OPEN-FAILED       VALUE "Y".
001490     05  WS-CTL-EOF-SW      PIC X(01) VALUE "N".
001500         88  WS-CTL-EOF               VALUE "Y".
001510     05  WS-PRIOR-EOF-SW    PIC X(01) VALUE "N".
001520         88  WS-PRIOR-EOF             VALUE "Y".
001530     05  WS-HIST-EOF-SW     PIC X(01) VALUE "N".
001540         88  WS-HIST-EOF              VALUE "Y".
001550     05  WS-PRIOR-DATE-SW   PIC X(01) VALUE "N".
001560         88  WS-PRIOR-DATE-SET        VALUE "Y".
001570     05  WS-PRIOR-CTL-SW    PIC X(01) VALUE "N".
001580         88  WS-PRIOR-CTL-MISSING     VALUE "Y".
001590     05  WS-HIST-SW         PIC X(01) VALUE "N".
001600         88  WS-HIST-MISSING          VALUE "Y".
001610     05  WS-OVERFLOW-SW     PIC X(01) VALUE "N".
001620         88  WS-RECORD-OVERFLOW       VALUE "Y".
001630     05  WS-JOB-FOUND-SW    PIC X(01) VALUE "N".
001640         88  WS-JOB-FOUND             VALUE "Y".
001650     05  WS-MATCH-SW        PIC X(01) VALUE "N".
001660         88  WS-MATCHED               VALUE "Y".
001670     05  WS-CARD-SW         PIC X(01) VALUE "N".
001680         88  WS-CARD-PRESENT          VALUE "Y".
001690     05  WS-OVERRIDE-SW     PIC X(01) VALUE "N".
001700         88  WS-OVERRIDE-VALID        VALUE "Y".
001702     05  WS-PARM-DATE-SW    PIC X(01) VALUE "N".
001704         88  WS-PARM-DATE-GIVEN       VALUE "Y".
001706     05  WS-CYCCTL-SW       PIC X(01) VALUE "N".
001708         88  WS-CYCCTL-FOUND          VALUE "Y".
001710     05  WS-RESULT-SW       PIC X(01) VALUE "C".
001720         88  WS-RESULT-COMPLETE       VALUE "C".
001730         88  WS-RESULT-NO-PRIOR       VALUE "N".
001740         88  WS-RESULT-RERUN          VALUE "R".
001750         88  WS-RESULT-OVERRIDDEN     VALUE "O".
001760         88  WS-RESULT-FAILED         VALUE "F".
001765         88  WS-RESULT-NO-CYCLE       VALUE "X".
001770
001780 01  WS-CONSTANTS.
001790     05  WS-MAX-JOBS        PIC 9(03) VALUE 020.
001800     05  WS-MAX-RECORDS     PIC 9(03) VALUE 100.
001810     05  WS-GATE-CC         PIC 9(04) VALUE 0004.
001820
001830 01  WS-COUNTS.
001840     05  WS-JOB-COUNT       PIC 9(03) VALUE ZEROES.
001850     05  WS-REC-COUNT       PIC 9(03) VALUE ZEROES.
001860     05  WS-JX              PIC 9(03) VALUE ZEROES.
001870     05  WS-RX              PIC 9(03) VALUE ZEROES.
001880     05  WS-JOBS-COMPLETE   PIC 9(03) VALUE ZEROES.
001890     05  WS-JOBS-FAILED     PIC 9(03) VALUE ZEROES.
001900     05  WS-HIST-READ       PIC 9(09) VALUE ZEROES.
001910
001920 01  WS-PRIOR-DATE          PIC 9(08) VALUE ZEROES.
001925 01  WS-PRIOR-CYCLE         PIC 9(02) VALUE ZEROES.
001930 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
001931 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
001932 01  WS-PARM-CYCLE          PIC 9(02) VALUE ZEROES.
001933 01  WS-LAST-DATE           PIC 9(08) VALUE ZEROES.
001934 01  WS-LAST-CYCLE          PIC 9(02) VALUE ZEROES.
001935 01  WS-PR-CYCLE            PIC 9(02) VALUE ZEROES.
001936
001937 01  WS-DATE-CYCLE.
001938     05  WS-DC-DATE         PIC 9(08).
001939     05  FILLER             PIC X(01) VALUE "/".
001940     05  WS-DC-CYCLE        PIC 9(02).
001941
001950 01  WS-JOB-TABLE.
001960     05  JB-ENTRY OCCURS 20 TIMES.
001970         10  JB-JOB-NAME    PIC X(08).
001980         10  JB-STARTS      PIC 9(03).
001990         10  JB-ENDS        PIC 9(03).
002000         10  JB-WORST-CC    PIC 9(04).
002010         10  JB-RECORDS     PIC 9(03).
002020         10  JB-UNARCHIVED  PIC 9(03).
002030         10  JB-STATUS      PIC X(24).
002040         10  JB-FAILED-SW   PIC X(01).
002050             88  JB-FAILED            VALUE "Y".
002060
002070 01  WS-RECORD-TABLE.
002080     05  DR-ENTRY OCCURS 100 TIMES.
002090         10  DR-IMAGE       PIC X(58).
002100         10  DR-JX          PIC 9(03).
002110         10  DR-MATCH-SW    PIC X(01).
002120             88  DR-MATCHED           VALUE "Y".
002130
002140 01  WS-DATE-TIME.
002150     05  WS-CURRENT-DATE    PIC 9(08).
002160     05  WS-CURRENT-TIME    PIC 9(08).
002170
002180 01  CON-MESSAGE-LINE.
002190     05  FILLER             PIC X(11) VALUE "NITEGATE - ".
002200     05  CON-MESSAGE-TEXT   PIC X(63).
002210
002220 01  CON-JOB-LINE.
002230     05  FILLER             PIC X(11) VALUE "NITEGATE - ".
002240     05  CON-JOB-NAME       PIC X(08).
002250     05  FILLER             PIC X(01) VALUE SPACE.
002260     05  CON-JOB-STATUS     PIC X(24).
002270
002280 01  WS-MESSAGE-WORK.
002290     05  FILLER             PIC X(12) VALUE "PRIOR NIGHT ".
002300     05  MW-PRIOR-DATE      PIC X(11).
002310     05  FILLER             PIC X(01) VALUE SPACE.
002320     05  MW-TEXT            PIC X(39).
002330
002340 01  RPT-HDR-1.
002350     05  FILLER         PIC X(20) VALUE "NITEGATE - PRIOR-NIG".
002360     05  FILLER         PIC X(30) VALUE "HT COMPLETION GATE".
002370     05  FILLER         PIC X(82) VALUE SPACES.
002380
002390 01  RPT-HDR-2.
002400     05  FILLER             PIC X(05) VALUE "DATE ".
002410     05  RPT-HDR-DATE       PIC 9(08).
002420     05  FILLER             PIC X(05) VALUE SPACES.
002430     05  FILLER             PIC X(05) VALUE "PAGE ".
002440     05  RPT-HDR-PAGE       PIC ZZZ9.
002450     05  FILLER             PIC X(105) VALUE SPACES.
002460
002470 01  RPT-HDR-3.
002480     05  FILLER             PIC X(132) VALUE ALL "-".
002490
002500 01  RPT-DATES-LINE.
002510     05  FILLER             PIC X(26) VALUE
002520         "TONIGHT'S BUSINESS DATE - ".
002530     05  RPT-DT-TONIGHT     PIC X(11).
002540     05  FILLER             PIC X(04) VALUE SPACES.
002550     05  FILLER             PIC X(22) VALUE
002560         "PRIOR BUSINESS DATE - ".
002570     05  RPT-DT-PRIOR       PIC X(12).
002580     05  FILLER             PIC X(57) VALUE SPACES.
002590
002600 01  RPT-COLUMN-LINE.
002610     05  FILLER             PIC X(10) VALUE "JOB".
002620     05  FILLER             PIC X(08) VALUE "  STARTS".
002630     05  FILLER             PIC X(06) VALUE "  ENDS".
002640     05  FILLER             PIC X(10) VALUE "  WORST CC".
002650     05  FILLER             PIC X(09) VALUE "  RECORDS".
002660     05  FILLER             PIC X(11) VALUE "  ARCHIVED".
002670     05  FILLER             PIC X(04) VALUE SPACES.
002680     05  FILLER             PIC X(74) VALUE "STATUS".
002690
002700 01  RPT-JOB-LINE.
002710     05  RPT-JB-NAME        PIC X(08).
002720     05  FILLER             PIC X(05) VALUE SPACES.
002730     05  RPT-JB-STARTS      PIC ZZ9.
002740     05  FILLER             PIC X(03) VALUE SPACES.
002750     05  RPT-JB-ENDS        PIC ZZ9.
002760     05  FILLER             PIC X(06) VALUE SPACES.
002770     05  RPT-JB-CC          PIC 9(04).
002780     05  FILLER             PIC X(06) VALUE SPACES.
002790     05  RPT-JB-RECORDS     PIC ZZ9.
002800     05  FILLER             PIC X(08) VALUE SPACES.
002810     05  RPT-JB-ARCHIVED    PIC ZZ9.
002820     05  FILLER             PIC X(04) VALUE SPACES.
002830     05  RPT-JB-STATUS      PIC X(24).
002840     05  FILLER             PIC X(52) VALUE SPACES.
002850
002860 01  RPT-OVERRIDE-LINE.
002870     05  FILLER             PIC X(20) VALUE
002880         "OVERRIDE CARD    -  ".
002890     05  RPT-OV-DATE        PIC X(08).
002900     05  FILLER             PIC X(02) VALUE SPACES.
002910     05  RPT-OV-OPERATOR    PIC X(08).
002920     05  FILLER             PIC X(02) VALUE SPACES.
002930     05  RPT-OV-REASON      PIC X(40).
002940     05  FILLER             PIC X(02) VALUE SPACES.
002950     05  RPT-OV-ACTION      PIC X(50).
002960
002970 01  RPT-CTL-OPEN-LINE.
002980     05  FILLER             PIC X(23) VALUE
002990         "GATECTL OPEN FAILED - ".
003000     05  RPT-CTL-STATUS     PIC X(02).
003010     05  FILLER             PIC X(17) VALUE
003020         " - RUN TERMINATED".
003030     05  FILLER             PIC X(90) VALUE SPACES.
003040
003050 01  RPT-RESULT-LINE.
003060     05  RPT-RESULT-TEXT    PIC X(80).
003070     05  FILLER             PIC X(52) VALUE SPACES.
003080
003090 PROCEDURE DIVISION.
003100
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     IF WS-CTL-OPEN-FAILED
003140         PERFORM 1900-ABEND-BAD-CONTROL THRU 1900-EXIT
003150     ELSE
003160         PERFORM 2000-CHECK-PRIOR-NIGHT THRU 2000-EXIT
003170         PERFORM 6000-SET-RESULT THRU 6000-EXIT
003180         PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
003190         PERFORM 7500-WRITE-CONSOLE THRU 7500-EXIT
003200         PERFORM 8000-TERMINATE THRU 8000-EXIT
003210     END-IF.
003220     STOP RUN.
003230
003240 1000-INITIALIZE.
003250     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003260     ACCEPT WS-CURRENT-TIME FROM TIME.
003270     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
003280     PERFORM 1200-GET-TONIGHT-DATE THRU 1200-EXIT.
003285     PERFORM 1250-GET-TONIGHT-CYCLE THRU 1250-EXIT.
003290     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE.
003300     PERFORM 1300-GET-PRIOR-DATE THRU 1300-EXIT.
003310
003320     OPEN OUTPUT REPORT-FILE.
003330     OPEN EXTEND RUNCTL-FILE.
003340
003350     MOVE SPACES               TO RUNCTL-RECORD.
003360     MOVE "NITEGATE"            TO RUNCTL-JOB-NAME.
003370     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003375     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
003380     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003390     SET RUNCTL-EVENT-START     TO TRUE.
003400     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003410                                    RUNCTL-OUTPUT-COUNT
003420                                    RUNCTL-REJECT-COUNT.
003430     SET RUNCTL-CC-NORMAL       TO TRUE.
003440     WRITE RUNCTL-RECORD.
003450
003460     PERFORM 1100-WRITE-HEADING THRU 1100-EXIT.
003470     PERFORM 1400-LOAD-CONTROL THRU 1400-EXIT.
003480     IF NOT WS-CTL-OPEN-FAILED
003490         PERFORM 1500-READ-OVERRIDE THRU 1500-EXIT
003500     END-IF.
003510 1000-EXIT.
003520     EXIT.
003530
003540 1100-WRITE-HEADING.
003550     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
003560     MOVE 1               TO RPT-HDR-PAGE.
003570     WRITE REPORT-RECORD FROM RPT-HDR-1.
003580     WRITE REPORT-RECORD FROM RPT-HDR-2.
003590     WRITE REPORT-RECORD FROM RPT-HDR-3.
003600     MOVE WS-BUSINESS-DATE  TO WS-DC-DATE.
003603     MOVE WS-BUSINESS-CYCLE TO WS-DC-CYCLE.
003606     MOVE WS-DATE-CYCLE     TO RPT-DT-TONIGHT.
003610     IF WS-PRIOR-DATE-SET
003613         MOVE WS-PRIOR-DATE  TO WS-DC-DATE
003616         MOVE WS-PRIOR-CYCLE TO WS-DC-CYCLE
003620         MOVE WS-DATE-CYCLE  TO RPT-DT-PRIOR
003630     ELSE
003640         MOVE "NONE ON FILE" TO RPT-DT-PRIOR
003650     END-IF.
003660     WRITE REPORT-RECORD FROM RPT-DATES-LINE.
003670 1100-EXIT.
003680     EXIT.
003690
003700 1200-GET-TONIGHT-DATE.
003710     OPEN INPUT PARM-FILE.
003720     IF WS-PARM-STATUS = "00"
003730         READ PARM-FILE
003740             AT END
003750                 CONTINUE
003760             NOT AT END
003770                 IF PP-BUSINESS-DATE IS NUMERIC
003780                     MOVE PP-BUSINESS-DATE TO WS-BUSINESS-DATE
003782                     SET WS-PARM-DATE-GIVEN TO TRUE
003784                     IF PP-CYCLE IS NUMERIC
003786                         MOVE PP-CYCLE TO WS-PARM-CYCLE
003788                     END-IF
003790                 END-IF
003800         END-READ
003810         CLOSE PARM-FILE
003820     END-IF.
003830 1200-EXIT.
003840     EXIT.
003841
003842 1250-GET-TONIGHT-CYCLE.
003843     OPEN INPUT CYCCTL-FILE.
003844     IF WS-CYC-STATUS = "00"
003845         READ CYCCTL-FILE
003846             AT END
003847                 CONTINUE
003848             NOT AT END
003849                 IF CY-BUSINESS-DATE IS NUMERIC
003850                    AND CY-LAST-CYCLE IS NUMERIC
003851                     MOVE CY-BUSINESS-DATE TO WS-LAST-DATE
003852                     MOVE CY-LAST-CYCLE    TO WS-LAST-CYCLE
003853                     SET WS-CYCCTL-FOUND TO TRUE
003854                 END-IF
003855         END-READ
003856         CLOSE CYCCTL-FILE
003857     END-IF.
003858     IF WS-PARM-CYCLE NOT = ZEROES
003859         MOVE WS-PARM-CYCLE TO WS-BUSINESS-CYCLE
003860         GO TO 1250-EXIT
003861     END-IF.
003862     MOVE 01 TO WS-BUSINESS-CYCLE.
003863     IF NOT WS-CYCCTL-FOUND
003864        OR WS-LAST-DATE NOT = WS-BUSINESS-DATE
003865        OR WS-LAST-CYCLE = ZEROES
003866         GO TO 1250-EXIT
003867     END-IF.
003868     IF WS-PARM-DATE-GIVEN
003869         MOVE WS-LAST-CYCLE TO WS-BUSINESS-CYCLE
003870         GO TO 1250-EXIT
003871     END-IF.
003872     IF WS-LAST-CYCLE < 99
003873         COMPUTE WS-BUSINESS-CYCLE = WS-LAST-CYCLE + 1
003874     ELSE
003875         MOVE 99 TO WS-BUSINESS-CYCLE
003876         SET WS-RESULT-NO-CYCLE TO TRUE
003877     END-IF.
003878 1250-EXIT.
003879     EXIT.
003880
003881 1300-GET-PRIOR-DATE.
003882     OPEN INPUT PROCDATE-FILE.
003883     IF WS-PDATE-STATUS = "00"
003890         READ PROCDATE-FILE
003900             AT END
003910                 CONTINUE
003920             NOT AT END
003930                 IF PD-BUSINESS-DATE IS NUMERIC
003940                     MOVE PD-BUSINESS-DATE TO WS-PRIOR-DATE
003941                     IF PD-CYCLE IS NUMERIC
003942                         MOVE PD-CYCLE TO WS-PRIOR-CYCLE
003943                     ELSE
003944                         MOVE 01 TO WS-PRIOR-CYCLE
003945                     END-IF
003950                     SET WS-PRIOR-DATE-SET TO TRUE
003960                 END-IF
003970         END-READ
003980         CLOSE PROCDATE-FILE
003990     END-IF.
004000 1300-EXIT.
004010     EXIT.
004020
004030 1400-LOAD-CONTROL.
004040     OPEN INPUT CONTROL-FILE.
004050     IF WS-CTL-STATUS NOT = "00"
004060         SET WS-CTL-OPEN-FAILED TO TRUE
004070         GO TO 1400-EXIT
004080     END-IF.
004090     PERFORM 1410-READ-CONTROL THRU 1410-EXIT.
004100     PERFORM 1420-TABLE-JOB THRU 1420-EXIT
004110         UNTIL WS-CTL-EOF.
004120     CLOSE CONTROL-FILE.
004130     IF WS-JOB-COUNT = ZERO
004140         MOVE "10" TO WS-CTL-STATUS
004150         SET WS-CTL-OPEN-FAILED TO TRUE
004160     END-IF.
004170 1400-EXIT.
004180     EXIT.
004190
004200 1410-READ-CONTROL.
004210     READ CONTROL-FILE
004220         AT END
004230             SET WS-CTL-EOF TO TRUE
004240     END-READ.
004250 1410-EXIT.
004260     EXIT.
004270
004280 1420-TABLE-JOB.
004290     IF GC-JOB-NAME NOT = SPACES
004300        AND WS-JOB-COUNT < WS-MAX-JOBS
004310         ADD 1 TO WS-JOB-COUNT
004320         MOVE WS-JOB-COUNT TO WS-JX
004330         MOVE GC-JOB-NAME  TO JB-JOB-NAME(WS-JX)
004340         MOVE ZEROES       TO JB-STARTS(WS-JX)
004350                              JB-ENDS(WS-JX)
004360                              JB-WORST-CC(WS-JX)
004370                              JB-RECORDS(WS-JX)
004380                              JB-UNARCHIVED(WS-JX)
004390         MOVE SPACES       TO JB-STATUS(WS-JX)
004400         MOVE "N"          TO JB-FAILED-SW(WS-JX)
004410     END-IF.
004420     PERFORM 1410-READ-CONTROL THRU 1410-EXIT.
004430 1420-EXIT.
004440     EXIT.
004450
004460 1500-READ-OVERRIDE.
004470     OPEN INPUT OVERRIDE-FILE.
004480     IF WS-OVR-STATUS NOT = "00"
004490         GO TO 1500-EXIT
004500     END-IF.
004510     READ OVERRIDE-FILE
004520         AT END
004530             CONTINUE
004540         NOT AT END
004550             SET WS-CARD-PRESENT TO TRUE
004560     END-READ.
004570     CLOSE OVERRIDE-FILE.
004580     IF WS-CARD-PRESENT
004590        AND WS-PRIOR-DATE-SET
004600        AND GP-ABANDON-DATE IS NUMERIC
004610        AND GP-OPERATOR NOT = SPACES
004620         IF GP-ABANDON-DATE = WS-PRIOR-DATE
004630             SET WS-OVERRIDE-VALID TO TRUE
004640         END-IF
004650     END-IF.
004660 1500-EXIT.
004670     EXIT.
004680
004690 1900-ABEND-BAD-CONTROL.
004700     MOVE WS-CTL-STATUS TO RPT-CTL-STATUS.
004710     WRITE REPORT-RECORD FROM RPT-CTL-OPEN-LINE.
004720     MOVE "GATECTL UNREADABLE - NITERUN STOPPED BEFORE STEP0"
004730         TO CON-MESSAGE-TEXT.
004740     DISPLAY CON-MESSAGE-LINE UPON CONSOLE.
004750
004760     ACCEPT WS-CURRENT-TIME FROM TIME.
004770     MOVE SPACES               TO RUNCTL-RECORD.
004780     MOVE "NITEGATE"            TO RUNCTL-JOB-NAME.
004790     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004795     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004800     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004810     SET RUNCTL-EVENT-END       TO TRUE.
004820     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004830                                    RUNCTL-OUTPUT-COUNT.
004840     MOVE 1                     TO RUNCTL-REJECT-COUNT.
004850     SET RUNCTL-CC-ABEND        TO TRUE.
004860     WRITE RUNCTL-RECORD.
004870
004880     CLOSE REPORT-FILE RUNCTL-FILE.
004890     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
004900 1900-EXIT.
004910     EXIT.
004920
004930 2000-CHECK-PRIOR-NIGHT.
004932     IF WS-RESULT-NO-CYCLE
004934         GO TO 2000-EXIT
004936     END-IF.
004940     IF NOT WS-PRIOR-DATE-SET
004950         SET WS-RESULT-NO-PRIOR TO TRUE
004960         GO TO 2000-EXIT
004970     END-IF.
004980     IF WS-PRIOR-DATE = WS-BUSINESS-DATE
004985        AND WS-PRIOR-CYCLE = WS-BUSINESS-CYCLE
004990         SET WS-RESULT-RERUN TO TRUE
005000         GO TO 2000-EXIT
005010     END-IF.
005020     PERFORM 2100-LOAD-PRIOR-RUNCTL THRU 2100-EXIT.
005030     PERFORM 2200-SCAN-HISTORY THRU 2200-EXIT.
005040     MOVE 1 TO WS-RX.
005050     PERFORM 2300-COUNT-UNARCHIVED THRU 2300-EXIT
005060         UNTIL WS-RX > WS-REC-COUNT.
005070     MOVE 1 TO WS-JX.
005080     PERFORM 2400-EVALUATE-JOB THRU 2400-EXIT
005090         UNTIL WS-JX > WS-JOB-COUNT.
005100     IF WS-RECORD-OVERFLOW
005110         ADD 1 TO WS-JOBS-FAILED
005120     END-IF.
005130 2000-EXIT.
005140     EXIT.
005150
005160 2100-LOAD-PRIOR-RUNCTL.
005170     OPEN INPUT PRIOR-FILE.
005180     IF WS-PRIOR-STATUS NOT = "00"
005190         SET WS-PRIOR-CTL-MISSING TO TRUE
005200         GO TO 2100-EXIT
005210     END-IF.
005220     PERFORM 2110-READ-PRIOR THRU 2110-EXIT.
005230     PERFORM 2120-TABLE-PRIOR THRU 2120-EXIT
005240         UNTIL WS-PRIOR-EOF.
005250     CLOSE PRIOR-FILE.
005260 2100-EXIT.
005270     EXIT.
005280
005290 2110-READ-PRIOR.
005300     READ PRIOR-FILE
005310         AT END
005320             SET WS-PRIOR-EOF TO TRUE
005330     END-READ.
005340 2110-EXIT.
005350     EXIT.
005360
005370 2120-TABLE-PRIOR.
005380     IF PR-RUN-DATE NOT = WS-PRIOR-DATE
005390         GO TO 2120-NEXT
005400     END-IF.
005401     IF PR-CYCLE IS NUMERIC
005402         MOVE PR-CYCLE TO WS-PR-CYCLE
005403     ELSE
005404         MOVE 01 TO WS-PR-CYCLE
005405     END-IF.
005406     IF WS-PR-CYCLE NOT = WS-PRIOR-CYCLE
005407         GO TO 2120-NEXT
005408     END-IF.
005410     PERFORM 2130-FIND-JOB THRU 2130-EXIT.
005420     IF NOT WS-JOB-FOUND
005430         GO TO 2120-NEXT
005440     END-IF.
005450     IF PR-EVENT-START
005460         ADD 1 TO JB-STARTS(WS-JX)
005470     END-IF.
005480     IF PR-EVENT-END
005490         ADD 1 TO JB-ENDS(WS-JX)
005500         IF PR-COMPLETION-CODE IS NOT NUMERIC
005510             MOVE 9999 TO JB-WORST-CC(WS-JX)
005520         ELSE
005530             IF PR-COMPLETION-CODE > JB-WORST-CC(WS-JX)
005540                 MOVE PR-COMPLETION-CODE TO JB-WORST-CC(WS-JX)
005550             END-IF
005560         END-IF
005570     END-IF.
005580     ADD 1 TO JB-RECORDS(WS-JX).
005590     IF WS-REC-COUNT < WS-MAX-RECORDS
005600         ADD 1 TO WS-REC-COUNT
005610         MOVE PR-RECORD TO DR-IMAGE(WS-REC-COUNT)
005620         MOVE WS-JX     TO DR-JX(WS-REC-COUNT)
005630         MOVE "N"       TO DR-MATCH-SW(WS-REC-COUNT)
005640     ELSE
005650         SET WS-RECORD-OVERFLOW TO TRUE
005660     END-IF.
005670 2120-NEXT.
005680     PERFORM 2110-READ-PRIOR THRU 2110-EXIT.
005690 2120-EXIT.
005700     EXIT.
005710
005720 2130-FIND-JOB.
005730     MOVE "N" TO WS-JOB-FOUND-SW.
005740     MOVE 1   TO WS-JX.
005750     PERFORM 2140-SCAN-JOB-TABLE THRU 2140-EXIT
005760         UNTIL WS-JOB-FOUND
005770            OR WS-JX > WS-JOB-COUNT.
005780 2130-EXIT.
005790     EXIT.
005800
005810 2140-SCAN-JOB-TABLE.
005820     IF JB-JOB-NAME(WS-JX) = PR-JOB-NAME
005830         SET WS-JOB-FOUND TO TRUE
005840     ELSE
005850         ADD 1 TO WS-JX
005860     END-IF.
005870 2140-EXIT.
005880     EXIT.
005890
005900 2200-SCAN-HISTORY.
005910     IF WS-REC-COUNT = ZERO
005920         GO TO 2200-EXIT
005930     END-IF.
005940     OPEN INPUT HISTORY-FILE.
005950     IF WS-HIST-STATUS NOT = "00"
005960         SET WS-HIST-MISSING TO TRUE
005970         GO TO 2200-EXIT
005980     END-IF.
005990     PERFORM 2210-READ-HISTORY THRU 2210-EXIT.
006000     PERFORM 2220-MATCH-HISTORY THRU 2220-EXIT
006010         UNTIL WS-HIST-EOF.
006020     CLOSE HISTORY-FILE.
006030 2200-EXIT.
006040     EXIT.
006050
006060 2210-READ-HISTORY.
006070     READ HISTORY-FILE
006080         AT END
006090             SET WS-HIST-EOF TO TRUE
006100     END-READ.
006110 2210-EXIT.
006120     EXIT.
006130
006140 2220-MATCH-HISTORY.
006150     ADD 1 TO WS-HIST-READ.
006160     IF HIST-RUN-DATE = WS-PRIOR-DATE
006170         MOVE "N" TO WS-MATCH-SW
006180         MOVE 1   TO WS-RX
006190         PERFORM 2230-MATCH-RECORD THRU 2230-EXIT
006200             UNTIL WS-MATCHED
006210                OR WS-RX > WS-REC-COUNT
006220     END-IF.
006230     PERFORM 2210-READ-HISTORY THRU 2210-EXIT.
006240 2220-EXIT.
006250     EXIT.
006260
006270 2230-MATCH-RECORD.
006280     IF NOT DR-MATCHED(WS-RX)
006290        AND DR-IMAGE(WS-RX) = HIST-RECORD
006300         MOVE "Y" TO DR-MATCH-SW(WS-RX)
006310         SET WS-MATCHED TO TRUE
006320     ELSE
006330         ADD 1 TO WS-RX
006340     END-IF.
006350 2230-EXIT.
006360     EXIT.
006370
006380 2300-COUNT-UNARCHIVED.
006390     IF NOT DR-MATCHED(WS-RX)
006400         ADD 1 TO JB-UNARCHIVED(DR-JX(WS-RX))
006410     END-IF.
006420     ADD 1 TO WS-RX.
006430 2300-EXIT.
006440     EXIT.
006450
006460 2400-EVALUATE-JOB.
006470     MOVE "Y" TO JB-FAILED-SW(WS-JX).
006480     EVALUATE TRUE
006490         WHEN JB-STARTS(WS-JX) = ZERO AND JB-ENDS(WS-JX) = ZERO
006500             MOVE "DID NOT RUN"             TO JB-STATUS(WS-JX)
006510         WHEN JB-STARTS(WS-JX) = ZERO
006520             MOVE "NO START RECORD"         TO JB-STATUS(WS-JX)
006530         WHEN JB-ENDS(WS-JX) < JB-STARTS(WS-JX)
006540             MOVE "STARTED - NO END RECORD" TO JB-STATUS(WS-JX)
006550         WHEN JB-WORST-CC(WS-JX) > WS-GATE-CC
006560             MOVE "ENDED ABOVE CC 0004"     TO JB-STATUS(WS-JX)
006570         WHEN JB-UNARCHIVED(WS-JX) > ZERO
006580             MOVE "NOT ARCHIVED BY STEP6"   TO JB-STATUS(WS-JX)
006590         WHEN OTHER
006600             MOVE "COMPLETE"                TO JB-STATUS(WS-JX)
006610             MOVE "N" TO JB-FAILED-SW(WS-JX)
006620     END-EVALUATE.
006630     IF JB-FAILED(WS-JX)
006640         ADD 1 TO WS-JOBS-FAILED
006650     ELSE
006660         ADD 1 TO WS-JOBS-COMPLETE
006670     END-IF.
006680     ADD 1 TO WS-JX.
006690 2400-EXIT.
006700     EXIT.
006710
006720 6000-SET-RESULT.
006730     IF WS-RESULT-NO-PRIOR OR WS-RESULT-RERUN
006735        OR WS-RESULT-NO-CYCLE
006740         GO TO 6000-EXIT
006750     END-IF.
006760     IF WS-JOBS-FAILED = ZERO
006770         SET WS-RESULT-COMPLETE TO TRUE
006780     ELSE
006790         IF WS-OVERRIDE-VALID
006800             SET WS-RESULT-OVERRIDDEN TO TRUE
006810         ELSE
006820             SET WS-RESULT-FAILED TO TRUE
006830         END-IF
006840     END-IF.
006850 6000-EXIT.
006860     EXIT.
006870
006880 7000-WRITE-REPORT.
006890     IF WS-RESULT-NO-PRIOR OR WS-RESULT-RERUN
006895        OR WS-RESULT-NO-CYCLE
006900         GO TO 7000-RESULT
006910     END-IF.
006920     WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
006930     MOVE 1 TO WS-JX.
006940     PERFORM 7100-WRITE-JOB-LINE THRU 7100-EXIT
006950         UNTIL WS-JX > WS-JOB-COUNT.
006960     IF WS-PRIOR-CTL-MISSING
006970         MOVE "PRIOR NIGHT'S RUNCTL DATASET COULD NOT BE OPENED"
006980             TO RPT-RESULT-TEXT
006990         WRITE REPORT-RECORD FROM RPT-RESULT-LINE
007000     END-IF.
007010     IF WS-HIST-MISSING
007020         MOVE "RUN HISTORY DATASET COULD NOT BE OPENED"
007030             TO RPT-RESULT-TEXT
007040         WRITE REPORT-RECORD FROM RPT-RESULT-LINE
007050     END-IF.
007060     IF WS-RECORD-OVERFLOW
007070         MOVE "TOO MANY PRIOR-NIGHT RUNCTL RECORDS TO PROVE"
007080             TO RPT-RESULT-TEXT
007090         WRITE REPORT-RECORD FROM RPT-RESULT-LINE
007100     END-IF.
007110 7000-RESULT.
007120     IF WS-CARD-PRESENT
007130         PERFORM 7200-WRITE-OVERRIDE-LINE THRU 7200-EXIT
007140     END-IF.
007150     MOVE WS-PRIOR-DATE  TO WS-DC-DATE.
007153     MOVE WS-PRIOR-CYCLE TO WS-DC-CYCLE.
007156     MOVE WS-DATE-CYCLE  TO MW-PRIOR-DATE.
007160     EVALUATE TRUE
007170         WHEN WS-RESULT-NO-PRIOR
007180             MOVE "NO PRIOR BUSINESS DATE ON FILE - NOT CHECKED"
007190                 TO RPT-RESULT-TEXT
007200         WHEN WS-RESULT-RERUN
007210             MOVE "IS TONIGHT'S CYCLE - RERUN RELEASED" TO MW-TEXT
007220             MOVE WS-MESSAGE-WORK TO RPT-RESULT-TEXT
007230         WHEN WS-RESULT-COMPLETE
007240             MOVE "COMPLETE - RUN RELEASED" TO MW-TEXT
007250             MOVE WS-MESSAGE-WORK TO RPT-RESULT-TEXT
007260         WHEN WS-RESULT-OVERRIDDEN
007270             MOVE "INCOMPLETE - RELEASED BY OVERRIDE" TO MW-TEXT
007280             MOVE WS-MESSAGE-WORK TO RPT-RESULT-TEXT
007283         WHEN WS-RESULT-NO-CYCLE
007286             MOVE "ALL 99 CYCLES OF TONIGHT'S DATE USED - STOPPED"
007289                 TO RPT-RESULT-TEXT
007290         WHEN OTHER
007300             MOVE "INCOMPLETE - RUN STOPPED BEFORE STEP0"
007310                 TO MW-TEXT
007320             MOVE WS-MESSAGE-WORK TO RPT-RESULT-TEXT
007330     END-EVALUATE.
007340     WRITE REPORT-RECORD FROM RPT-RESULT-LINE.
007350 7000-EXIT.
007360     EXIT.
007370
007380 7100-WRITE-JOB-LINE.
007390     MOVE JB-JOB-NAME(WS-JX)   TO RPT-JB-NAME.
007400     MOVE JB-STARTS(WS-JX)     TO RPT-JB-STARTS.
007410     MOVE JB-ENDS(WS-JX)       TO RPT-JB-ENDS.
007420     MOVE JB-WORST-CC(WS-JX)   TO RPT-JB-CC.
007430     MOVE JB-RECORDS(WS-JX)    TO RPT-JB-RECORDS.
007440     COMPUTE RPT-JB-ARCHIVED =
007450         JB-RECORDS(WS-JX) - JB-UNARCHIVED(WS-JX).
007460     MOVE JB-STATUS(WS-JX)     TO RPT-JB-STATUS.
007470     WRITE REPORT-RECORD FROM RPT-JOB-LINE.
007480     ADD 1 TO WS-JX.
007490 7100-EXIT.
007500     EXIT.
007510
007520 7200-WRITE-OVERRIDE-LINE.
007530     MOVE GP-ABANDON-DATE TO RPT-OV-DATE.
007540     MOVE GP-OPERATOR     TO RPT-OV-OPERATOR.
007550     MOVE GP-REASON       TO RPT-OV-REASON.
007560     EVALUATE TRUE
007570         WHEN WS-RESULT-OVERRIDDEN
007580             MOVE "APPLIED - PRIOR NIGHT ABANDONED"
007590                 TO RPT-OV-ACTION
007600         WHEN NOT WS-OVERRIDE-VALID
007610             MOVE "IGNORED - DATE OR OPERATOR NOT VALID"
007620                 TO RPT-OV-ACTION
007630         WHEN OTHER
007640             MOVE "NOT NEEDED - NOT APPLIED" TO RPT-OV-ACTION
007650     END-EVALUATE.
007660     WRITE REPORT-RECORD FROM RPT-OVERRIDE-LINE.
007670 7200-EXIT.
007680     EXIT.
007690
007700 7500-WRITE-CONSOLE.
007710     MOVE RPT-RESULT-TEXT TO CON-MESSAGE-TEXT.
007720     DISPLAY CON-MESSAGE-LINE UPON CONSOLE.
007730     IF NOT WS-RESULT-FAILED AND NOT WS-RESULT-OVERRIDDEN
007740         GO TO 7500-EXIT
007750     END-IF.
007760     MOVE 1 TO WS-JX.
007770     PERFORM 7510-CONSOLE-JOB THRU 7510-EXIT
007780         UNTIL WS-JX > WS-JOB-COUNT.
007790 7500-EXIT.
007800     EXIT.
007810
007820 7510-CONSOLE-JOB.
007830     IF JB-FAILED(WS-JX)
007840         MOVE JB-JOB-NAME(WS-JX) TO CON-JOB-NAME
007850         MOVE JB-STATUS(WS-JX)   TO CON-JOB-STATUS
007860         DISPLAY CON-JOB-LINE UPON CONSOLE
007870     END-IF.
007880     ADD 1 TO WS-JX.
007890 7510-EXIT.
007900     EXIT.
007910
007920 8000-TERMINATE.
007930     ACCEPT WS-CURRENT-TIME FROM TIME.
007940
007950     IF WS-RESULT-OVERRIDDEN
007960         MOVE SPACES               TO RUNCTL-RECORD
007970         MOVE "NITEGATE"            TO RUNCTL-JOB-NAME
007980         MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE
007985         MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE
007990         MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME
008000         SET RUNCTL-EVENT-OVERRIDE  TO TRUE
008010         MOVE WS-JOB-COUNT          TO RUNCTL-INPUT-COUNT
008020         MOVE WS-JOBS-COMPLETE      TO RUNCTL-OUTPUT-COUNT
008030         MOVE WS-JOBS-FAILED        TO RUNCTL-REJECT-COUNT
008040         SET RUNCTL-CC-WARNING      TO TRUE
008050         WRITE RUNCTL-RECORD
008060     END-IF.
008070
008080     MOVE SPACES               TO RUNCTL-RECORD.
008090     MOVE "NITEGATE"            TO RUNCTL-JOB-NAME.
008100     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
008105     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
008110     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
008120     SET RUNCTL-EVENT-END       TO TRUE.
008130     MOVE WS-JOB-COUNT          TO RUNCTL-INPUT-COUNT.
008140     MOVE WS-JOBS-COMPLETE      TO RUNCTL-OUTPUT-COUNT.
008150     MOVE WS-JOBS-FAILED        TO RUNCTL-REJECT-COUNT.
008160     EVALUATE TRUE
008170         WHEN WS-RESULT-FAILED OR WS-RESULT-NO-CYCLE
008180             SET RUNCTL-CC-ABEND    TO TRUE
008190         WHEN WS-RESULT-OVERRIDDEN OR WS-RESULT-NO-PRIOR
008200             SET RUNCTL-CC-WARNING  TO TRUE
008210         WHEN OTHER
008220             SET RUNCTL-CC-NORMAL   TO TRUE
008230     END-EVALUATE.
008240     WRITE RUNCTL-RECORD.
008250
008260     CLOSE REPORT-FILE RUNCTL-FILE.
008270     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
008280 8000-EXIT.
008290     EXIT.
