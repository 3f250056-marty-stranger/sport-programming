000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ROUTMNT.
000120 AUTHOR.        D.OKAFOR.
000130 INSTALLATION.  DISTRIBUTION - APPLICATIONS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* ROUTMNT
000190*
000200* MAINTAINS THE ROUTE MASTER FILE FROM A BATCH TRANSACTION FILE
000210* OF ADD/CHANGE/CLOSE REQUESTS KEYED BY ROUTE CODE, SO THE SET OF
000220* ROUTE CODES LOCMAINT WILL ACCEPT ON A LOCATION TRANSACTION IS
000230* KEPT ON FILE INSTEAD OF BEING WHATEVER TWO CHARACTERS WERE
000240* KEYED. MODELLED ON ITEMMNT. AN ADD OR CHANGE MUST NAME A HOME
000250* DEPOT POINT THAT IS ON THE LOCATION MASTER. A CLOSE ("X") MARKS
000260* THE ROUTE CLOSED AND STAMPS THE CLOSED DATE INSTEAD OF DELETING
000270* IT. EVERY TRANSACTION IS ECHOED TO THE TRANSACTION LOG WITH ITS
000280* DISPOSITION, AND ANY TRANSACTION THAT CANNOT BE APPLIED IS
000290* COUNTED AS A REJECT RATHER THAN STOPPING THE RUN. AFTER THE
000300* TRANSACTIONS ARE APPLIED THE LOCATION MASTER IS SWEPT AND EVERY
000310* STOP STILL ASSIGNED TO A CLOSED ROUTE IS LISTED AS AN EXCEPTION
000320* ON THE LOG; ANY REJECT OR EXCEPTION ENDS THE STEP CC 0004.
000330*
000340* MODIFICATION HISTORY
000350* DATE       INIT DESCRIPTION
000360* ---------- ---- ------------------------------------------------
000370* 2026-10-15 DPO  ORIGINAL PROGRAM.
000371* 2026-10-15 DPO  ADDED THE VEHICLE WEIGHT AND CUBE CAPACITIES
000372*                 (ROUTTRAN COLS 33-39 AND 40-45) FOR LOADPLAN. A
000373*                 BLANK CAPACITY IS STORED AS ZERO ON AN ADD AND
000374*                 LEAVES THE MASTER VALUE ALONE ON A CHANGE; ONE
000375*                 THAT IS NEITHER BLANK NOR NUMERIC REJECTS.
000376* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
000377*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000378* 2026-10-15 DPO  A BLANK ROUTE NAME OR VEHICLE CLASS ON A CHANGE
000379*                 NOW LEAVES THE MASTER VALUE ALONE, AS A BLANK
000380*                 CAPACITY DOES. THE DEPOT IS STILL REQUIRED.
000381*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MAINT-TRANS-FILE ASSIGN TO ROUTTRAN
000480                             ORGANIZATION IS SEQUENTIAL
000490                             FILE STATUS IS WS-TRANS-STATUS.
000500
000510     SELECT ROUTE-MASTER    ASSIGN TO ROUTMAST
000520                             ORGANIZATION IS INDEXED
000530                             ACCESS MODE IS RANDOM
000540                             RECORD KEY IS RM-ROUTE-CODE
000550                             FILE STATUS IS WS-RM-STATUS.
000560
000570     SELECT LOCATION-MASTER ASSIGN TO LOCMAST
000580                             ORGANIZATION IS INDEXED
000590                             ACCESS MODE IS DYNAMIC
000600                             RECORD KEY IS LM-POINT-ID
000610                             FILE STATUS IS WS-LM-STATUS.
000620
000630     SELECT LOG-FILE        ASSIGN TO ROUTLOG
000640                             ORGANIZATION IS SEQUENTIAL.
000650
000660     SELECT PROCDATE-FILE   ASSIGN TO PROCDATE
000670                             ORGANIZATION IS SEQUENTIAL
000680                             FILE STATUS IS WS-PDATE-STATUS.
000690
000700     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000710                             ORGANIZATION IS SEQUENTIAL.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  MAINT-TRANS-FILE.
000760 01  MAINT-TRANS-RECORD.
000770     05  MT-FUNCTION            PIC X(01).
000780         88  MT-ADD                     VALUE "A".
000790         88  MT-CHANGE                  VALUE "C".
000800         88  MT-CLOSE                   VALUE "X".
000810     05  MT-ROUTE-CODE          PIC X(02).
000820     05  MT-ROUTE-NAME          PIC X(20).
000830     05  MT-DEPOT-POINT-ID      PIC 9(05).
000840     05  MT-VEHICLE-CLASS       PIC X(04).
000850     05  MT-WEIGHT-CAP-X        PIC X(07).
000851     05  MT-WEIGHT-CAP  REDEFINES MT-WEIGHT-CAP-X
000852                                PIC 9(07).
000853     05  MT-CUBE-CAP-X          PIC X(06).
000854     05  MT-CUBE-CAP    REDEFINES MT-CUBE-CAP-X
000855                                PIC 9(06).
000856     05  FILLER                 PIC X(35).
000860
000870 FD  ROUTE-MASTER.
000880     COPY "routmast.cpy".
000890
000900 FD  LOCATION-MASTER.
000910     COPY "locmast.cpy".
000920
000930 FD  LOG-FILE.
000940 01  LOG-RECORD                 PIC X(132).
000950
000960 FD  PROCDATE-FILE.
000970     COPY "procdate.cpy".
000980
000990 FD  RUNCTL-FILE.
001000     COPY "runctl.cpy".
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-SWITCHES.
001040     05  WS-TRANS-EOF-SW        PIC X(01) VALUE "N".
001050         88  WS-TRANS-EOF                 VALUE "Y".
001060     05  WS-MASTER-OPEN-SW      PIC X(01) VALUE "N".
001070         88  WS-MASTER-OPEN-FAILED        VALUE "Y".
001080     05  WS-TRANS-OPEN-SW       PIC X(01) VALUE "N".
001090         88  WS-TRANS-OPEN-FAILED         VALUE "Y".
001100     05  WS-LM-OPEN-SW          PIC X(01) VALUE "N".
001110         88  WS-LM-OPEN-FAILED            VALUE "Y".
001120     05  WS-LM-EOF-SW           PIC X(01) VALUE "N".
001130         88  WS-LM-EOF                    VALUE "Y".
001140     05  WS-DEPOT-OK-SW         PIC X(01) VALUE "Y".
001150         88  WS-DEPOT-OK                  VALUE "Y".
001160
001170 01  WS-COUNTS.
001180     05  WS-TRANS-COUNT         PIC 9(09) VALUE ZEROES.
001190     05  WS-APPLIED-COUNT       PIC 9(09) VALUE ZEROES.
001200     05  WS-REJECT-COUNT        PIC 9(09) VALUE ZEROES.
001210     05  WS-EXCEPTION-COUNT     PIC 9(09) VALUE ZEROES.
001220
001230 01  WS-RM-STATUS               PIC X(02).
001240 01  WS-LM-STATUS               PIC X(02).
001250 01  WS-TRANS-STATUS            PIC X(02).
001260 01  WS-EDIT-REASON             PIC X(30).
001270
001280 01  WS-PDATE-STATUS            PIC X(02).
001290 01  WS-BUSINESS-DATE           PIC 9(08) VALUE ZEROES.
001295 01  WS-BUSINESS-CYCLE          PIC 9(02) VALUE ZEROES.
001300 01  WS-PDATE-SW                PIC X(01) VALUE "N".
001310     88  WS-PDATE-SET            VALUE "Y".
001320
001330 01  WS-DATE-TIME.
001340     05  WS-CURRENT-DATE        PIC 9(08).
001350     05  WS-CURRENT-TIME        PIC 9(08).
001360
001370 01  LOG-HDR-LINE.
001380     05  FILLER   PIC X(40) VALUE
001390         "ROUTMNT - ROUTE MASTER MAINTENANCE".
001400     05  FILLER   PIC X(92) VALUE SPACES.
001410
001420 01  LOG-DETAIL-LINE.
001430     05  FILLER          PIC X(08) VALUE "FUNCTION".
001440     05  LOG-FUNCTION    PIC X(01).
001450     05  FILLER          PIC X(04) VALUE SPACES.
001460     05  FILLER          PIC X(06) VALUE "ROUTE ".
001470     05  LOG-ROUTE-CODE  PIC X(02).
001480     05  FILLER          PIC X(04) VALUE SPACES.
001490     05  LOG-DISPOSITION PIC X(30).
001500     05  FILLER          PIC X(77) VALUE SPACES.
001510
001520 01  LOG-EXCEPTION-HDR-LINE.
001530     05  FILLER          PIC X(40) VALUE
001540         "EXCEPTIONS - STOPS STILL ASSIGNED TO A ".
001550     05  FILLER          PIC X(20) VALUE
001560         "CLOSED ROUTE".
001570     05  FILLER          PIC X(72) VALUE SPACES.
001580
001590 01  LOG-EXCEPTION-LINE.
001600     05  FILLER          PIC X(06) VALUE "ROUTE ".
001610     05  LOG-EXC-ROUTE   PIC X(02).
001620     05  FILLER          PIC X(01) VALUE SPACE.
001630     05  LOG-EXC-NAME    PIC X(20).
001640     05  FILLER          PIC X(10) VALUE "  CLOSED ".
001650     05  LOG-EXC-CLOSED  PIC 9(08).
001660     05  FILLER          PIC X(09) VALUE "  POINT ".
001670     05  LOG-EXC-POINT   PIC 9(05).
001680     05  FILLER          PIC X(20) VALUE "  STILL ASSIGNED".
001690     05  FILLER          PIC X(51) VALUE SPACES.
001700
001710 01  LOG-MASTER-OPEN-LINE.
001720     05  FILLER          PIC X(30) VALUE
001730         "ROUTE MASTER OPEN FAILED -    ".
001740     05  LOG-RM-OPEN-STATUS PIC X(02).
001750     05  FILLER          PIC X(17) VALUE
001760         " - RUN TERMINATED".
001770     05  FILLER          PIC X(83) VALUE SPACES.
001780
001790 01  LOG-LM-OPEN-LINE.
001800     05  FILLER          PIC X(30) VALUE
001810         "LOCATION MASTER OPEN FAILED - ".
001820     05  LOG-LM-OPEN-STATUS PIC X(02).
001830     05  FILLER          PIC X(17) VALUE
001840         " - RUN TERMINATED".
001850     05  FILLER          PIC X(83) VALUE SPACES.
001860
001870 01  LOG-TRANS-OPEN-LINE.
001880     05  FILLER          PIC X(30) VALUE
001890         "TRANSACTION FILE OPEN FAILED -".
001900     05  LOG-TRANS-OPEN-STATUS PIC X(02).
001910     05  FILLER          PIC X(17) VALUE
001920         " - RUN TERMINATED".
001930     05  FILLER          PIC X(83) VALUE SPACES.
001940
001950 01  LOG-CONTROL-LINE.
001960     05  FILLER          PIC X(20) VALUE "TRANSACTIONS READ - ".
001970     05  LOG-CTL-READ    PIC ZZZ,ZZZ,ZZ9.
001980     05  FILLER          PIC X(05) VALUE SPACES.
001990     05  FILLER          PIC X(20) VALUE "APPLIED          - ".
002000     05  LOG-CTL-APPLIED PIC ZZZ,ZZZ,ZZ9.
002010     05  FILLER          PIC X(05) VALUE SPACES.
002020     05  FILLER          PIC X(20) VALUE "REJECTED         - ".
002030     05  LOG-CTL-REJECT  PIC ZZZ,ZZZ,ZZ9.
002040     05  FILLER          PIC X(29) VALUE SPACES.
002050
002060 01  LOG-EXC-CONTROL-LINE.
002070     05  FILLER          PIC X(20) VALUE "CLOSED-ROUTE STOPS- ".
002080     05  LOG-CTL-EXCEPT  PIC ZZZ,ZZZ,ZZ9.
002090     05  FILLER          PIC X(101) VALUE SPACES.
002100
002110 PROCEDURE DIVISION.
002120
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     IF WS-MASTER-OPEN-FAILED
002160         PERFORM 1900-ABEND-BAD-MASTER THRU 1900-EXIT
002170     ELSE
002180         IF WS-LM-OPEN-FAILED
002190             PERFORM 1920-ABEND-BAD-LOCMAST THRU 1920-EXIT
002200         ELSE
002210             IF WS-TRANS-OPEN-FAILED
002220                 PERFORM 1910-ABEND-BAD-TRANS THRU 1910-EXIT
002230             ELSE
002240                 PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002250                     UNTIL WS-TRANS-EOF
002260                 PERFORM 3000-SCAN-CLOSED-ROUTES THRU 3000-EXIT
002270                 PERFORM 9000-TERMINATE THRU 9000-EXIT
002280             END-IF
002290         END-IF
002300     END-IF.
002310     STOP RUN.
002320
002330 1000-INITIALIZE.
002340     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002350     ACCEPT WS-CURRENT-TIME FROM TIME.
002360     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
002370
002380     OPEN INPUT  MAINT-TRANS-FILE.
002390     IF WS-TRANS-STATUS NOT = "00"
002400         SET WS-TRANS-OPEN-FAILED TO TRUE
002410     END-IF.
002420     OPEN I-O    ROUTE-MASTER.
002430     IF WS-RM-STATUS NOT = "00"
002440         SET WS-MASTER-OPEN-FAILED TO TRUE
002450     END-IF.
002460     OPEN INPUT  LOCATION-MASTER.
002470     IF WS-LM-STATUS NOT = "00"
002480         SET WS-LM-OPEN-FAILED TO TRUE
002490     END-IF.
002500     OPEN OUTPUT LOG-FILE.
002510     OPEN EXTEND RUNCTL-FILE.
002520
002530     WRITE LOG-RECORD FROM LOG-HDR-LINE.
002540
002550     MOVE SPACES               TO RUNCTL-RECORD.
002560     MOVE "ROUTMNT"             TO RUNCTL-JOB-NAME.
002570     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002575     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002580     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002590     SET RUNCTL-EVENT-START     TO TRUE.
002600     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002610                                    RUNCTL-OUTPUT-COUNT
002620                                    RUNCTL-REJECT-COUNT.
002630     SET RUNCTL-CC-NORMAL       TO TRUE.
002640     WRITE RUNCTL-RECORD.
002650
002660     IF NOT WS-MASTER-OPEN-FAILED AND NOT WS-LM-OPEN-FAILED
002670        AND NOT WS-TRANS-OPEN-FAILED
002680         PERFORM 2100-READ-TRANS THRU 2100-EXIT
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.
002720
002730 1200-GET-BUSINESS-DATE.
002740     OPEN INPUT PROCDATE-FILE.
002750     IF WS-PDATE-STATUS = "00"
002760         READ PROCDATE-FILE
002770             AT END
002780                 CONTINUE
002790             NOT AT END
002800                 IF PD-BUSINESS-DATE IS NUMERIC
002810                     MOVE PD-BUSINESS-DATE
002820                         TO WS-BUSINESS-DATE
002821                     IF PD-CYCLE IS NUMERIC
002822                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
002823                     ELSE
002824                         MOVE 01 TO WS-BUSINESS-CYCLE
002825                     END-IF
002830                     SET WS-PDATE-SET TO TRUE
002840                     MOVE WS-BUSINESS-DATE
002850                         TO WS-CURRENT-DATE
002860                 END-IF
002870         END-READ
002880         CLOSE PROCDATE-FILE
002890     END-IF.
002900 1200-EXIT.
002910     EXIT.
002920
002930 1900-ABEND-BAD-MASTER.
002940     MOVE WS-RM-STATUS TO LOG-RM-OPEN-STATUS.
002950     WRITE LOG-RECORD FROM LOG-MASTER-OPEN-LINE.
002960     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
002970     CLOSE MAINT-TRANS-FILE LOCATION-MASTER LOG-FILE RUNCTL-FILE.
002980     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
002990 1900-EXIT.
003000     EXIT.
003010
003020 1910-ABEND-BAD-TRANS.
003030     MOVE WS-TRANS-STATUS  TO LOG-TRANS-OPEN-STATUS.
003040     WRITE LOG-RECORD FROM LOG-TRANS-OPEN-LINE.
003050     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
003060     CLOSE ROUTE-MASTER LOCATION-MASTER LOG-FILE RUNCTL-FILE.
003070     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
003080 1910-EXIT.
003090     EXIT.
003100
003110 1920-ABEND-BAD-LOCMAST.
003120     MOVE WS-LM-STATUS     TO LOG-LM-OPEN-STATUS.
003130     WRITE LOG-RECORD FROM LOG-LM-OPEN-LINE.
003140     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
003150     CLOSE MAINT-TRANS-FILE ROUTE-MASTER LOG-FILE RUNCTL-FILE.
003160     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
003170 1920-EXIT.
003180     EXIT.
003190
003200 1990-WRITE-ABEND-RUNCTL.
003210     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003220     IF WS-PDATE-SET
003230         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
003240     END-IF.
003250     ACCEPT WS-CURRENT-TIME FROM TIME.
003260     MOVE SPACES               TO RUNCTL-RECORD.
003270     MOVE "ROUTMNT"             TO RUNCTL-JOB-NAME.
003280     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003285     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
003290     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003300     SET RUNCTL-EVENT-END       TO TRUE.
003310     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003320                                    RUNCTL-OUTPUT-COUNT.
003330     MOVE 1                     TO RUNCTL-REJECT-COUNT.
003340     SET RUNCTL-CC-ABEND        TO TRUE.
003350     WRITE RUNCTL-RECORD.
003360 1990-EXIT.
003370     EXIT.
003380
003390 2000-PROCESS-TRANS.
003400     ADD 1 TO WS-TRANS-COUNT.
003410     EVALUATE TRUE
003420         WHEN MT-ADD
003430             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
003440         WHEN MT-CHANGE
003450             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
003460         WHEN MT-CLOSE
003470             PERFORM 2450-APPLY-CLOSE THRU 2450-EXIT
003480         WHEN OTHER
003490             PERFORM 2500-REJECT-UNKNOWN THRU 2500-EXIT
003500     END-EVALUATE.
003510     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003520 2000-EXIT.
003530     EXIT.
003540
003550 2100-READ-TRANS.
003560     READ MAINT-TRANS-FILE
003570         AT END
003580             SET WS-TRANS-EOF TO TRUE
003590     END-READ.
003600 2100-EXIT.
003610     EXIT.
003620
003630 2200-APPLY-ADD.
003640     PERFORM 2250-EDIT-DEPOT THRU 2250-EXIT.
003650     IF NOT WS-DEPOT-OK
003660         PERFORM 2650-WRITE-EDIT-REJECT THRU 2650-EXIT
003670         GO TO 2200-EXIT
003680     END-IF.
003690     MOVE SPACES            TO RM-RECORD.
003700     MOVE MT-ROUTE-CODE     TO RM-ROUTE-CODE.
003710     MOVE MT-ROUTE-NAME     TO RM-ROUTE-NAME.
003720     MOVE MT-DEPOT-POINT-ID TO RM-DEPOT-POINT-ID.
003730     MOVE MT-VEHICLE-CLASS  TO RM-VEHICLE-CLASS.
003740     MOVE "A"               TO RM-STATUS.
003750     MOVE WS-CURRENT-DATE   TO RM-EFFECTIVE-DATE.
003760     MOVE ZEROES            TO RM-CLOSED-DATE.
003761     MOVE ZEROES            TO RM-WEIGHT-CAPACITY
003762                               RM-CUBE-CAPACITY.
003763     IF MT-WEIGHT-CAP-X NOT = SPACES
003764         MOVE MT-WEIGHT-CAP TO RM-WEIGHT-CAPACITY
003765     END-IF.
003766     IF MT-CUBE-CAP-X NOT = SPACES
003767         MOVE MT-CUBE-CAP   TO RM-CUBE-CAPACITY
003768     END-IF.
003770     WRITE RM-RECORD
003780         INVALID KEY
003790             PERFORM 2600-WRITE-REJECT-LOG THRU 2600-EXIT
003800         NOT INVALID KEY
003810             PERFORM 2700-WRITE-APPLIED-LOG THRU 2700-EXIT
003820     END-WRITE.
003830 2200-EXIT.
003840     EXIT.
003850
003860 2250-EDIT-DEPOT.
003870     MOVE "Y" TO WS-DEPOT-OK-SW.
003880     IF MT-ROUTE-CODE = SPACES
003890         MOVE "N" TO WS-DEPOT-OK-SW
003900         MOVE "REJECTED - BLANK ROUTE CODE" TO WS-EDIT-REASON
003910         GO TO 2250-EXIT
003920     END-IF.
003930     IF MT-DEPOT-POINT-ID NOT NUMERIC
003940      OR MT-DEPOT-POINT-ID = ZEROES
003950         MOVE "N" TO WS-DEPOT-OK-SW
003960         MOVE "REJECTED - NO DEPOT POINT" TO WS-EDIT-REASON
003970         GO TO 2250-EXIT
003980     END-IF.
003990     MOVE MT-DEPOT-POINT-ID TO LM-POINT-ID.
004000     READ LOCATION-MASTER
004010         INVALID KEY
004020             MOVE "N" TO WS-DEPOT-OK-SW
004030             MOVE "REJECTED - DEPOT NOT ON LOCMAST"
004040                 TO WS-EDIT-REASON
004050     END-READ.
004051     IF NOT WS-DEPOT-OK
004052         GO TO 2250-EXIT
004053     END-IF.
004054     IF (MT-WEIGHT-CAP-X NOT = SPACES
004055         AND MT-WEIGHT-CAP NOT NUMERIC)
004056      OR (MT-CUBE-CAP-X NOT = SPACES
004057         AND MT-CUBE-CAP NOT NUMERIC)
004058         MOVE "N" TO WS-DEPOT-OK-SW
004059         MOVE "REJECTED - CAPACITY INVALID" TO WS-EDIT-REASON
004060     END-IF.
004061 2250-EXIT.
004070     EXIT.
004080
004090 2300-APPLY-CHANGE.
004100     MOVE MT-ROUTE-CODE TO RM-ROUTE-CODE.
004110     READ ROUTE-MASTER
004120         INVALID KEY
004130             PERFORM 2600-WRITE-REJECT-LOG THRU 2600-EXIT
004140     END-READ.
004150     IF WS-RM-STATUS = "00"
004160         PERFORM 2250-EDIT-DEPOT THRU 2250-EXIT
004170         IF NOT WS-DEPOT-OK
004180             PERFORM 2650-WRITE-EDIT-REJECT THRU 2650-EXIT
004190             GO TO 2300-EXIT
004200         END-IF
004203         IF MT-ROUTE-NAME NOT = SPACES
004206             MOVE MT-ROUTE-NAME     TO RM-ROUTE-NAME
004209         END-IF
004212         MOVE MT-DEPOT-POINT-ID TO RM-DEPOT-POINT-ID
004215         IF MT-VEHICLE-CLASS NOT = SPACES
004218             MOVE MT-VEHICLE-CLASS  TO RM-VEHICLE-CLASS
004221         END-IF
004224         IF MT-WEIGHT-CAP-X NOT = SPACES
004227             MOVE MT-WEIGHT-CAP TO RM-WEIGHT-CAPACITY
004230         END-IF
004233         IF MT-CUBE-CAP-X NOT = SPACES
004236             MOVE MT-CUBE-CAP   TO RM-CUBE-CAPACITY
004239         END-IF
004240         REWRITE RM-RECORD
004250             INVALID KEY
004260                 PERFORM 2600-WRITE-REJECT-LOG THRU 2600-EXIT
004270             NOT INVALID KEY
004280                 PERFORM 2700-WRITE-APPLIED-LOG THRU 2700-EXIT
004290         END-REWRITE
004300     END-IF.
004310 2300-EXIT.
004320     EXIT.
004330
004340 2450-APPLY-CLOSE.
004350     MOVE MT-ROUTE-CODE TO RM-ROUTE-CODE.
004360     READ ROUTE-MASTER
004370         INVALID KEY
004380             PERFORM 2600-WRITE-REJECT-LOG THRU 2600-EXIT
004390     END-READ.
004400     IF WS-RM-STATUS = "00"
004410         IF RM-CLOSED
004420             MOVE "REJECTED - ALREADY CLOSED" TO WS-EDIT-REASON
004430             PERFORM 2650-WRITE-EDIT-REJECT THRU 2650-EXIT
004440             GO TO 2450-EXIT
004450         END-IF
004460         MOVE "C"             TO RM-STATUS
004470         MOVE WS-CURRENT-DATE TO RM-CLOSED-DATE
004480         REWRITE RM-RECORD
004490             INVALID KEY
004500                 PERFORM 2600-WRITE-REJECT-LOG THRU 2600-EXIT
004510             NOT INVALID KEY
004520                 PERFORM 2700-WRITE-APPLIED-LOG THRU 2700-EXIT
004530         END-REWRITE
004540     END-IF.
004550 2450-EXIT.
004560     EXIT.
004570
004580 2500-REJECT-UNKNOWN.
004590     MOVE MT-FUNCTION   TO LOG-FUNCTION.
004600     MOVE MT-ROUTE-CODE TO LOG-ROUTE-CODE.
004610     MOVE "REJECTED - UNKNOWN FUNCTION" TO LOG-DISPOSITION.
004620     WRITE LOG-RECORD FROM LOG-DETAIL-LINE.
004630     ADD 1 TO WS-REJECT-COUNT.
004640 2500-EXIT.
004650     EXIT.
004660
004670 2600-WRITE-REJECT-LOG.
004680     MOVE MT-FUNCTION   TO LOG-FUNCTION.
004690     MOVE MT-ROUTE-CODE TO LOG-ROUTE-CODE.
004700     MOVE "REJECTED - INVALID KEY"     TO LOG-DISPOSITION.
004710     WRITE LOG-RECORD FROM LOG-DETAIL-LINE.
004720     ADD 1 TO WS-REJECT-COUNT.
004730 2600-EXIT.
004740     EXIT.
004750
004760 2650-WRITE-EDIT-REJECT.
004770     MOVE MT-FUNCTION    TO LOG-FUNCTION.
004780     MOVE MT-ROUTE-CODE  TO LOG-ROUTE-CODE.
004790     MOVE WS-EDIT-REASON TO LOG-DISPOSITION.
004800     WRITE LOG-RECORD FROM LOG-DETAIL-LINE.
004810     ADD 1 TO WS-REJECT-COUNT.
004820 2650-EXIT.
004830     EXIT.
004840
004850 2700-WRITE-APPLIED-LOG.
004860     MOVE MT-FUNCTION   TO LOG-FUNCTION.
004870     MOVE MT-ROUTE-CODE TO LOG-ROUTE-CODE.
004880     MOVE "APPLIED"                    TO LOG-DISPOSITION.
004890     WRITE LOG-RECORD FROM LOG-DETAIL-LINE.
004900     ADD 1 TO WS-APPLIED-COUNT.
004910 2700-EXIT.
004920     EXIT.
004930
005000 3000-SCAN-CLOSED-ROUTES.
005010     WRITE LOG-RECORD FROM LOG-EXCEPTION-HDR-LINE.
005020     MOVE ZEROES TO LM-POINT-ID.
005030     START LOCATION-MASTER KEY IS NOT LESS THAN LM-POINT-ID
005040         INVALID KEY
005050             SET WS-LM-EOF TO TRUE
005060     END-START.
005070     IF NOT WS-LM-EOF
005080         PERFORM 3100-READ-NEXT-POINT THRU 3100-EXIT
005090     END-IF.
005100     PERFORM 3200-CHECK-ONE-POINT THRU 3200-EXIT
005110         UNTIL WS-LM-EOF.
005120 3000-EXIT.
005130     EXIT.
005140
005150 3100-READ-NEXT-POINT.
005160     READ LOCATION-MASTER NEXT RECORD
005170         AT END
005180             SET WS-LM-EOF TO TRUE
005190     END-READ.
005200 3100-EXIT.
005210     EXIT.
005220
005230 3200-CHECK-ONE-POINT.
005240     IF LM-ROUTE-CODE NOT = SPACES
005250         MOVE LM-ROUTE-CODE TO RM-ROUTE-CODE
005260         READ ROUTE-MASTER
005270             INVALID KEY
005280                 CONTINUE
005290         END-READ
005300         IF WS-RM-STATUS = "00" AND RM-CLOSED
005310             MOVE RM-ROUTE-CODE  TO LOG-EXC-ROUTE
005320             MOVE RM-ROUTE-NAME  TO LOG-EXC-NAME
005330             MOVE RM-CLOSED-DATE TO LOG-EXC-CLOSED
005340             MOVE LM-POINT-ID    TO LOG-EXC-POINT
005350             WRITE LOG-RECORD FROM LOG-EXCEPTION-LINE
005360             ADD 1 TO WS-EXCEPTION-COUNT
005370         END-IF
005380     END-IF.
005390     PERFORM 3100-READ-NEXT-POINT THRU 3100-EXIT.
005400 3200-EXIT.
005410     EXIT.
005420
005430 9000-TERMINATE.
005440     MOVE WS-TRANS-COUNT    TO LOG-CTL-READ.
005450     MOVE WS-APPLIED-COUNT  TO LOG-CTL-APPLIED.
005460     MOVE WS-REJECT-COUNT   TO LOG-CTL-REJECT.
005470     WRITE LOG-RECORD FROM LOG-CONTROL-LINE.
005480     MOVE WS-EXCEPTION-COUNT TO LOG-CTL-EXCEPT.
005490     WRITE LOG-RECORD FROM LOG-EXC-CONTROL-LINE.
005500
005510     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005520     IF WS-PDATE-SET
005530         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
005540     END-IF.
005550     ACCEPT WS-CURRENT-TIME FROM TIME.
005560
005570     MOVE SPACES               TO RUNCTL-RECORD.
005580     MOVE "ROUTMNT"             TO RUNCTL-JOB-NAME.
005590     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005595     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
005600     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005610     SET RUNCTL-EVENT-END       TO TRUE.
005620     MOVE WS-TRANS-COUNT        TO RUNCTL-INPUT-COUNT.
005630     MOVE WS-APPLIED-COUNT      TO RUNCTL-OUTPUT-COUNT.
005640     MOVE WS-REJECT-COUNT       TO RUNCTL-REJECT-COUNT.
005650     IF WS-REJECT-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
005660         SET RUNCTL-CC-WARNING  TO TRUE
005670     ELSE
005680         SET RUNCTL-CC-NORMAL   TO TRUE
005690     END-IF.
005700     WRITE RUNCTL-RECORD.
005710
005720     CLOSE MAINT-TRANS-FILE
005730           ROUTE-MASTER
005740           LOCATION-MASTER
005750           LOG-FILE
005760           RUNCTL-FILE.
005770     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
005780 9000-EXIT.
005790     EXIT.
