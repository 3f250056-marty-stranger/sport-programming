000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    LOCNEAR.
000120 AUTHOR.        D.OKAFOR.
000130 INSTALLATION.  DISTRIBUTION - APPLICATIONS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* LOCNEAR
000190*
000200* ON-REQUEST PROXIMITY INQUIRY AGAINST THE LOCATION MASTER.
000210* DRIVEN BY A ONE-RECORD PARAMETER FILE - REQUEST "P" CENTRES
000220* THE SEARCH ON AN EXISTING POINT ID, REQUEST "C" ON AN X/Y
000230* COORDINATE (A NEW DELIVERY ADDRESS OR A ROAD CLOSURE). THE
000240* RADIUS IS GIVEN IN MILES OR KILOMETRES AND CONVERTED WITH THE
000250* CONVFACT FACTOR; AN OPTIONAL ROUTE CODE LIMITS THE LIST TO ONE
000260* ROUTE. EVERY STOP INSIDE THE RADIUS IS PRINTED NEAREST FIRST
000270* WITH ITS ROUTE, COORDINATES AND DISTANCE IN BOTH UNITS (THE
000280* CENTRE POINT ITSELF IS NOT LISTED). A SECOND SECTION SHOWS THE
000290* CLOSEST STOP ON EACH OTHER ROUTE, NEAREST ROUTE FIRST, WHETHER
000300* OR NOT IT IS INSIDE THE RADIUS, SO THE PLANNER CAN SEE WHICH
000310* ROUTE A NEW ADDRESS SHOULD JOIN - "OTHER" MEANS EVERY ROUTE
000320* BUT THE FILTER ROUTE, OR BUT THE CENTRE POINT'S OWN ROUTE WHEN
000330* NO FILTER IS GIVEN. ROUTE NAMES AND CLOSED FLAGS COME FROM THE
000340* ROUTE MASTER WHEN IT IS AVAILABLE. A REQUEST THAT FAILS ITS
000350* EDITS IS REPORTED AND ENDS WITH CC 0004.
000360*
000370* MODIFICATION HISTORY
000380* DATE       INIT DESCRIPTION
000390* ---------- ---- ------------------------------------------------
000400* 2026-10-15 DPO  ORIGINAL PROGRAM.
000403* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY CYCLE 00 - THIS JOB
000406*                 RUNS OUTSIDE THE PROCESSING CYCLES.
000410*****************************************************************
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT LOCATION-MASTER ASSIGN TO LOCMAST
000510                             ORGANIZATION IS INDEXED
000520                             ACCESS MODE IS SEQUENTIAL
000530                             RECORD KEY IS LM-POINT-ID
000540                             FILE STATUS IS WS-LM-STATUS.
000550
000560     SELECT ROUTE-MASTER    ASSIGN TO ROUTMAST
000570                             ORGANIZATION IS INDEXED
000580                             ACCESS MODE IS RANDOM
000590                             RECORD KEY IS RM-ROUTE-CODE
000600                             FILE STATUS IS WS-RM-STATUS.
000610
000620     SELECT PARM-FILE       ASSIGN TO LOCNPARM
000630                             ORGANIZATION IS SEQUENTIAL
000640                             FILE STATUS IS WS-PARM-STATUS.
000650
000660     SELECT REPORT-FILE     ASSIGN TO NEARRPT
000670                             ORGANIZATION IS SEQUENTIAL.
000680
000690     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000700                             ORGANIZATION IS SEQUENTIAL.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  LOCATION-MASTER.
000750     COPY "locmast.cpy".
000760
000770 FD  ROUTE-MASTER.
000780     COPY "routmast.cpy".
000790
000800 FD  PARM-FILE.
000810 01  PARM-RECORD.
000820     05  NP-REQUEST-TYPE    PIC X(01).
000830         88  NP-BY-POINT            VALUE "P".
000840         88  NP-BY-COORD            VALUE "C".
000850     05  NP-POINT-ID        PIC 9(05).
000860     05  NP-X               PIC S9(10)
000870                             SIGN LEADING SEPARATE.
000880     05  NP-Y               PIC S9(10)
000890                             SIGN LEADING SEPARATE.
000900     05  NP-RADIUS          PIC 9(05)V9(03).
000910     05  NP-UNIT            PIC X(01).
000920         88  NP-MILES               VALUE "M" " ".
000930         88  NP-KM                  VALUE "K".
000940     05  NP-ROUTE-FILTER    PIC X(02).
000950     05  FILLER             PIC X(41).
000960
000970 FD  REPORT-FILE.
000980 01  REPORT-RECORD          PIC X(132).
000990
001000 FD  RUNCTL-FILE.
001010     COPY "runctl.cpy".
001020
001030 WORKING-STORAGE SECTION.
001040     COPY "convfact.cpy".
001050
001060 01  WS-LM-STATUS           PIC X(02).
001070 01  WS-RM-STATUS           PIC X(02).
001080 01  WS-PARM-STATUS         PIC X(02).
001090
001100 01  WS-SWITCHES.
001110     05  WS-LM-EOF-SW       PIC X(01) VALUE "N".
001120         88  WS-LM-EOF                VALUE "Y".
001130     05  WS-MASTER-OPEN-SW  PIC X(01) VALUE "N".
001140         88  WS-MASTER-OPEN-FAILED    VALUE "Y".
001150     05  WS-RM-OPEN-SW      PIC X(01) VALUE "N".
001160         88  WS-RM-OPEN               VALUE "Y".
001170     05  WS-REQUEST-SW      PIC X(01) VALUE "N".
001180         88  WS-REQUEST-INVALID       VALUE "Y".
001190     05  WS-REF-FOUND-SW    PIC X(01) VALUE "N".
001200         88  WS-REF-FOUND             VALUE "Y".
001210     05  WS-ROUTE-FOUND-SW  PIC X(01) VALUE "N".
001220         88  WS-ROUTE-FOUND           VALUE "Y".
001230     05  WS-RT-CLOSED-SW    PIC X(01) VALUE "N".
001240         88  WS-RT-CLOSED             VALUE "Y".
001250
001260 01  WS-REQUEST.
001270     05  WS-REQUEST-TYPE    PIC X(01) VALUE SPACES.
001280         88  WS-REQ-BY-POINT        VALUE "P".
001290         88  WS-REQ-BY-COORD        VALUE "C".
001300     05  WS-REQ-POINT-ID    PIC 9(05) VALUE ZEROES.
001310     05  WS-REQ-UNIT        PIC X(01) VALUE "M".
001320         88  WS-REQ-KM              VALUE "K".
001330     05  WS-REQ-ROUTE       PIC X(02) VALUE SPACES.
001340     05  WS-REF-X           PIC S9(10) VALUE ZEROES.
001350     05  WS-REF-Y           PIC S9(10) VALUE ZEROES.
001360     05  WS-REF-ROUTE       PIC X(02) VALUE SPACES.
001370     05  WS-EXCLUDE-ROUTE   PIC X(02) VALUE SPACES.
001380     05  WS-RADIUS-MI       PIC 9(07)V9(03) VALUE ZEROES.
001390     05  WS-RADIUS-KM       PIC 9(07)V9(03) VALUE ZEROES.
001400     05  WS-REJECT-REASON   PIC X(40) VALUE SPACES.
001410
001420 01  WS-CONSTANTS.
001430     05  WS-MAX-POINTS      PIC 9(05) VALUE 05000.
001440     05  WS-MAX-ROUTES      PIC 9(03) VALUE 050.
001450     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
001460
001470 01  WS-COUNTS.
001480     05  WS-LM-COUNT        PIC 9(09) VALUE ZEROES.
001490     05  WS-POINT-COUNT     PIC 9(05) VALUE ZEROES.
001500     05  WS-OVERFLOW-COUNT  PIC 9(05) VALUE ZEROES.
001510     05  WS-NEAR-COUNT      PIC 9(05) VALUE ZEROES.
001520     05  WS-ROUTE-COUNT     PIC 9(03) VALUE ZEROES.
001530     05  WS-ROUTE-UNTABLED  PIC 9(05) VALUE ZEROES.
001540     05  WS-LINE-COUNT      PIC 9(02) VALUE ZEROES.
001550     05  WS-PAGE-COUNT      PIC 9(04) VALUE ZEROES.
001560     05  WS-IX              PIC 9(05) VALUE ZEROES.
001570     05  WS-JX              PIC 9(05) VALUE ZEROES.
001580     05  WS-RX              PIC 9(03) VALUE ZEROES.
001590     05  WS-RY              PIC 9(03) VALUE ZEROES.
001600
001610 01  PT-TABLE.
001620     05  PT-ENTRY OCCURS 1 TO 5000 TIMES
001630                   DEPENDING ON WS-POINT-COUNT.
001640         10  PT-POINT-ID    PIC 9(05).
001650         10  PT-X           PIC S9(10).
001660         10  PT-Y           PIC S9(10).
001670         10  PT-ROUTE-CODE  PIC X(02).
001680
001690 01  NR-TABLE.
001700     05  NR-ENTRY OCCURS 5000 TIMES.
001710         10  NR-POINT-IX    PIC 9(05).
001720         10  NR-MILES       PIC 9(10)V9(03).
001730
001740 01  WS-NR-SWAP             PIC X(18).
001750
001760 01  WS-ROUTE-TABLE.
001770     05  RT-ENTRY OCCURS 50 TIMES.
001780         10  RT-ROUTE-CODE  PIC X(02).
001790         10  RT-POINT-IX    PIC 9(05).
001800         10  RT-MILES       PIC 9(10)V9(03).
001810
001820 01  WS-RT-SWAP             PIC X(20).
001830
001840 01  WS-DISTANCE-WORK.
001850     05  WS-DIST-A          PIC S9(18).
001860     05  WS-DIST-B          PIC S9(18).
001870     05  WS-DIST-M          PIC 9(18).
001880     05  WS-MILES           PIC 9(10)V9(03).
001890     05  WS-KM              PIC 9(10)V9(03).
001900
001910 01  WS-DATE-TIME.
001920     05  WS-CURRENT-DATE    PIC 9(08).
001930     05  WS-CURRENT-TIME    PIC 9(08).
001940
001950 01  RPT-HDR-1.
001960     05  FILLER         PIC X(20) VALUE "LOCNEAR - LOCATION ".
001970     05  FILLER         PIC X(17) VALUE "MASTER PROXIMITY ".
001980     05  FILLER         PIC X(13) VALUE "INQUIRY".
001990     05  FILLER         PIC X(82) VALUE SPACES.
002000
002010 01  RPT-HDR-2.
002020     05  FILLER             PIC X(05) VALUE "DATE ".
002030     05  RPT-HDR-DATE       PIC 9(08).
002040     05  FILLER             PIC X(05) VALUE SPACES.
002050     05  FILLER             PIC X(05) VALUE "PAGE ".
002060     05  RPT-HDR-PAGE       PIC ZZZ9.
002070     05  FILLER             PIC X(105) VALUE SPACES.
002080
002090 01  RPT-HDR-3.
002100     05  FILLER             PIC X(132) VALUE ALL "-".
002110
002120 01  RPT-REQUEST-LINE.
002130     05  FILLER             PIC X(10) VALUE "REQUEST - ".
002140     05  RPT-REQ-TYPE       PIC X(01).
002150     05  FILLER             PIC X(08) VALUE "  POINT ".
002160     05  RPT-REQ-POINT      PIC 9(05).
002170     05  FILLER             PIC X(04) VALUE "  X ".
002180     05  RPT-REQ-X          PIC -(10)9.
002190     05  FILLER             PIC X(04) VALUE "  Y ".
002200     05  RPT-REQ-Y          PIC -(10)9.
002210     05  FILLER             PIC X(10) VALUE "  RADIUS ".
002220     05  RPT-REQ-RADIUS-MI  PIC ZZZZZ9.999.
002230     05  FILLER             PIC X(05) VALUE " MI  ".
002240     05  RPT-REQ-RADIUS-KM  PIC ZZZZZ9.999.
002250     05  FILLER             PIC X(05) VALUE " KM  ".
002260     05  FILLER             PIC X(13) VALUE "ROUTE FILTER ".
002270     05  RPT-REQ-ROUTE      PIC X(02).
002280     05  FILLER             PIC X(23) VALUE SPACES.
002290
002300 01  RPT-INVALID-LINE.
002310     05  FILLER             PIC X(18) VALUE "INVALID REQUEST - ".
002320     05  RPT-INV-REASON     PIC X(40).
002330     05  FILLER             PIC X(74) VALUE SPACES.
002340
002350 01  RPT-NEAR-TITLE-LINE.
002360     05  FILLER             PIC X(40) VALUE
002370         "STOPS WITHIN RADIUS - NEAREST FIRST".
002380     05  FILLER             PIC X(92) VALUE SPACES.
002390
002400 01  RPT-NEAR-COLUMN-LINE.
002410     05  FILLER             PIC X(06) VALUE "  RANK".
002420     05  FILLER             PIC X(07) VALUE "  POINT".
002430     05  FILLER             PIC X(06) VALUE " ROUTE".
002440     05  FILLER             PIC X(14) VALUE "             X".
002450     05  FILLER             PIC X(13) VALUE "            Y".
002460     05  FILLER             PIC X(14) VALUE "         MILES".
002470     05  FILLER             PIC X(14) VALUE "            KM".
002480     05  FILLER             PIC X(58) VALUE SPACES.
002490
002500 01  RPT-NEAR-LINE.
002510     05  FILLER             PIC X(01) VALUE SPACES.
002520     05  RPT-NL-RANK        PIC ZZZZ9.
002530     05  FILLER             PIC X(02) VALUE SPACES.
002540     05  RPT-NL-POINT       PIC 9(05).
002550     05  FILLER             PIC X(04) VALUE SPACES.
002560     05  RPT-NL-ROUTE       PIC X(02).
002570     05  FILLER             PIC X(03) VALUE SPACES.
002580     05  RPT-NL-X           PIC -(10)9.
002590     05  FILLER             PIC X(02) VALUE SPACES.
002600     05  RPT-NL-Y           PIC -(10)9.
002610     05  FILLER             PIC X(02) VALUE SPACES.
002620     05  RPT-NL-MILES       PIC ZZZZZZZ9.999.
002630     05  FILLER             PIC X(02) VALUE SPACES.
002640     05  RPT-NL-KM          PIC ZZZZZZZ9.999.
002650     05  FILLER             PIC X(58) VALUE SPACES.
002660
002670 01  RPT-NONE-LINE.
002680     05  FILLER             PIC X(40) VALUE
002690         "NO STOPS WITHIN THE RADIUS".
002700     05  FILLER             PIC X(92) VALUE SPACES.
002710
002720 01  RPT-ROUTE-TITLE-LINE.
002730     05  FILLER             PIC X(40) VALUE
002740         "CLOSEST STOP ON EACH OTHER ROUTE".
002750     05  FILLER             PIC X(92) VALUE SPACES.
002760
002770 01  RPT-ROUTE-COLUMN-LINE.
002780     05  FILLER             PIC X(05) VALUE " RT  ".
002790     05  FILLER             PIC X(20) VALUE "ROUTE NAME".
002800     05  FILLER             PIC X(08) VALUE "  STATUS".
002810     05  FILLER             PIC X(07) VALUE "  POINT".
002820     05  FILLER             PIC X(13) VALUE "            X".
002830     05  FILLER             PIC X(13) VALUE "            Y".
002840     05  FILLER             PIC X(14) VALUE "         MILES".
002850     05  FILLER             PIC X(14) VALUE "            KM".
002860     05  FILLER             PIC X(38) VALUE SPACES.
002870
002880 01  RPT-ROUTE-LINE.
002890     05  FILLER             PIC X(01) VALUE SPACES.
002900     05  RPT-RL-ROUTE       PIC X(02).
002910     05  FILLER             PIC X(02) VALUE SPACES.
002920     05  RPT-RL-NAME        PIC X(20).
002930     05  FILLER             PIC X(02) VALUE SPACES.
002940     05  RPT-RL-STATUS      PIC X(06).
002950     05  FILLER             PIC X(02) VALUE SPACES.
002960     05  RPT-RL-POINT       PIC 9(05).
002970     05  FILLER             PIC X(02) VALUE SPACES.
002980     05  RPT-RL-X           PIC -(10)9.
002990     05  FILLER             PIC X(02) VALUE SPACES.
003000     05  RPT-RL-Y           PIC -(10)9.
003010     05  FILLER             PIC X(02) VALUE SPACES.
003020     05  RPT-RL-MILES       PIC ZZZZZZZ9.999.
003030     05  FILLER             PIC X(02) VALUE SPACES.
003040     05  RPT-RL-KM          PIC ZZZZZZZ9.999.
003050     05  FILLER             PIC X(02) VALUE SPACES.
003060     05  RPT-RL-INSIDE      PIC X(13).
003070     05  FILLER             PIC X(23) VALUE SPACES.
003080
003090 01  RPT-NO-ROUTE-LINE.
003100     05  FILLER             PIC X(40) VALUE
003110         "NO STOPS ON ANY OTHER ROUTE".
003120     05  FILLER             PIC X(92) VALUE SPACES.
003130
003140 01  RPT-BLANK-LINE         PIC X(132) VALUE SPACES.
003150
003160 01  RPT-OVERFLOW-LINE.
003170     05  FILLER             PIC X(30) VALUE
003180         "POINT TABLE FULL - POINTS NOT ".
003190     05  FILLER             PIC X(10) VALUE "SEARCHED -".
003200     05  RPT-OV-COUNT       PIC ZZZZ9.
003210     05  FILLER             PIC X(87) VALUE SPACES.
003220
003230 01  RPT-RT-FULL-LINE.
003240     05  FILLER             PIC X(30) VALUE
003250         "ROUTE TABLE FULL - POINTS NOT ".
003260     05  FILLER             PIC X(10) VALUE "TABLED -  ".
003270     05  RPT-RF-UNTABLED    PIC ZZZZ9.
003280     05  FILLER             PIC X(87) VALUE SPACES.
003290
003300 01  RPT-MASTER-OPEN-LINE.
003310     05  FILLER             PIC X(30) VALUE
003320         "LOCATION MASTER OPEN FAILED - ".
003330     05  RPT-LM-OPEN-STATUS PIC X(02).
003340     05  FILLER             PIC X(17) VALUE
003350         " - RUN TERMINATED".
003360     05  FILLER             PIC X(83) VALUE SPACES.
003370
003380 01  RPT-CONTROL-LINE.
003390     05  FILLER         PIC X(20) VALUE "POINTS READ       - ".
003400     05  RPT-CTL-READ       PIC ZZZ,ZZZ,ZZ9.
003410     05  FILLER         PIC X(05) VALUE SPACES.
003420     05  FILLER         PIC X(20) VALUE "WITHIN RADIUS     - ".
003430     05  RPT-CTL-NEAR       PIC ZZZ,ZZZ,ZZ9.
003440     05  FILLER         PIC X(05) VALUE SPACES.
003450     05  FILLER         PIC X(20) VALUE "OTHER ROUTES      - ".
003460     05  RPT-CTL-ROUTES     PIC ZZZ,ZZZ,ZZ9.
003470     05  FILLER             PIC X(29) VALUE SPACES.
003480
003490 PROCEDURE DIVISION.
003500
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     IF WS-MASTER-OPEN-FAILED
003540         PERFORM 1900-ABEND-BAD-MASTER THRU 1900-EXIT
003550     ELSE
003560         IF NOT WS-REQUEST-INVALID
003570             PERFORM 2000-LOAD-POINTS THRU 2000-EXIT
003580             PERFORM 2500-SET-REFERENCE THRU 2500-EXIT
003590         END-IF
003600         PERFORM 1400-WRITE-REQUEST-LINE THRU 1400-EXIT
003610         IF WS-REQUEST-INVALID
003620             MOVE WS-REJECT-REASON TO RPT-INV-REASON
003630             WRITE REPORT-RECORD FROM RPT-INVALID-LINE
003640         ELSE
003650             PERFORM 3000-MEASURE-POINTS THRU 3000-EXIT
003660             PERFORM 4000-SORT-NEAR THRU 4000-EXIT
003670             PERFORM 4500-SORT-ROUTES THRU 4500-EXIT
003680             PERFORM 5000-PRINT-NEAR THRU 5000-EXIT
003690             PERFORM 6000-PRINT-ROUTES THRU 6000-EXIT
003700         END-IF
003710         PERFORM 8000-TERMINATE THRU 8000-EXIT
003720     END-IF.
003730     STOP RUN.
003740
003750 1000-INITIALIZE.
003760     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003770     ACCEPT WS-CURRENT-TIME FROM TIME.
003780
003790     OPEN INPUT  LOCATION-MASTER.
003800     IF WS-LM-STATUS NOT = "00"
003810         SET WS-MASTER-OPEN-FAILED TO TRUE
003820     END-IF.
003830     OPEN INPUT  ROUTE-MASTER.
003840     IF WS-RM-STATUS = "00"
003850         SET WS-RM-OPEN TO TRUE
003860     END-IF.
003870     OPEN INPUT  PARM-FILE.
003880     OPEN OUTPUT REPORT-FILE.
003890     OPEN EXTEND RUNCTL-FILE.
003900
003910     MOVE SPACES               TO RUNCTL-RECORD.
003920     MOVE "LOCNEAR"             TO RUNCTL-JOB-NAME.
003930     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003935     MOVE ZEROES                TO RUNCTL-CYCLE.
003940     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003950     SET RUNCTL-EVENT-START     TO TRUE.
003960     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003970                                    RUNCTL-OUTPUT-COUNT
003980                                    RUNCTL-REJECT-COUNT.
003990     SET RUNCTL-CC-NORMAL       TO TRUE.
004000     WRITE RUNCTL-RECORD.
004010
004020     IF NOT WS-MASTER-OPEN-FAILED
004030         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
004040         PERFORM 1200-READ-REQUEST THRU 1200-EXIT
004050     END-IF.
004060 1000-EXIT.
004070     EXIT.
004080
004090 1100-WRITE-HEADING.
004100     ADD 1 TO WS-PAGE-COUNT.
004110     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
004120     MOVE WS-PAGE-COUNT   TO RPT-HDR-PAGE.
004130     WRITE REPORT-RECORD FROM RPT-HDR-1.
004140     WRITE REPORT-RECORD FROM RPT-HDR-2.
004150     WRITE REPORT-RECORD FROM RPT-HDR-3.
004160     MOVE ZEROES TO WS-LINE-COUNT.
004170 1100-EXIT.
004180     EXIT.
004190
004200 1200-READ-REQUEST.
004210     IF WS-PARM-STATUS NOT = "00"
004220         SET WS-REQUEST-INVALID TO TRUE
004230         MOVE "NO PARAMETER RECORD" TO WS-REJECT-REASON
004240         GO TO 1200-EXIT
004250     END-IF.
004260     READ PARM-FILE
004270         AT END
004280             SET WS-REQUEST-INVALID TO TRUE
004290             MOVE "NO PARAMETER RECORD" TO WS-REJECT-REASON
004300     END-READ.
004310     IF WS-REQUEST-INVALID
004320         GO TO 1200-EXIT
004330     END-IF.
004340     MOVE NP-REQUEST-TYPE  TO WS-REQUEST-TYPE.
004350     MOVE NP-ROUTE-FILTER  TO WS-REQ-ROUTE.
004360     PERFORM 1300-EDIT-REQUEST THRU 1300-EXIT.
004370 1200-EXIT.
004380     EXIT.
004390
004400 1300-EDIT-REQUEST.
004410     IF NOT WS-REQ-BY-POINT AND NOT WS-REQ-BY-COORD
004420         SET WS-REQUEST-INVALID TO TRUE
004430         MOVE "REQUEST TYPE NOT P OR C" TO WS-REJECT-REASON
004440         GO TO 1300-EXIT
004450     END-IF.
004460     IF WS-REQ-BY-POINT
004470         IF NP-POINT-ID IS NOT NUMERIC
004480             SET WS-REQUEST-INVALID TO TRUE
004490             MOVE "POINT ID NOT NUMERIC" TO WS-REJECT-REASON
004500             GO TO 1300-EXIT
004510         END-IF
004520         MOVE NP-POINT-ID TO WS-REQ-POINT-ID
004530     ELSE
004540         IF NP-X IS NOT NUMERIC OR NP-Y IS NOT NUMERIC
004550             SET WS-REQUEST-INVALID TO TRUE
004560             MOVE "X/Y COORDINATE NOT NUMERIC" TO WS-REJECT-REASON
004570             GO TO 1300-EXIT
004580         END-IF
004590         MOVE NP-X TO WS-REF-X
004600         MOVE NP-Y TO WS-REF-Y
004610     END-IF.
004620     IF NOT NP-MILES AND NOT NP-KM
004630         SET WS-REQUEST-INVALID TO TRUE
004640         MOVE "RADIUS UNIT NOT M OR K" TO WS-REJECT-REASON
004650         GO TO 1300-EXIT
004660     END-IF.
004670     IF NP-RADIUS IS NOT NUMERIC OR NP-RADIUS = ZERO
004680         SET WS-REQUEST-INVALID TO TRUE
004690         MOVE "RADIUS MISSING OR NOT NUMERIC" TO WS-REJECT-REASON
004700         GO TO 1300-EXIT
004710     END-IF.
004720     IF NP-KM
004730         MOVE "K"       TO WS-REQ-UNIT
004740         MOVE NP-RADIUS TO WS-RADIUS-KM
004750         COMPUTE WS-RADIUS-MI ROUNDED =
004760             NP-RADIUS / CF-KM-PER-MILE
004770     ELSE
004780         MOVE "M"       TO WS-REQ-UNIT
004790         MOVE NP-RADIUS TO WS-RADIUS-MI
004800         COMPUTE WS-RADIUS-KM ROUNDED =
004810             NP-RADIUS * CF-KM-PER-MILE
004820     END-IF.
004830 1300-EXIT.
004840     EXIT.
004850
004860 1400-WRITE-REQUEST-LINE.
004870     MOVE WS-REQUEST-TYPE  TO RPT-REQ-TYPE.
004880     MOVE WS-REQ-POINT-ID  TO RPT-REQ-POINT.
004890     MOVE WS-REF-X         TO RPT-REQ-X.
004900     MOVE WS-REF-Y         TO RPT-REQ-Y.
004910     MOVE WS-RADIUS-MI     TO RPT-REQ-RADIUS-MI.
004920     MOVE WS-RADIUS-KM     TO RPT-REQ-RADIUS-KM.
004930     MOVE WS-REQ-ROUTE     TO RPT-REQ-ROUTE.
004940     WRITE REPORT-RECORD FROM RPT-REQUEST-LINE.
004950     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
004960     ADD 2 TO WS-LINE-COUNT.
004970 1400-EXIT.
004980     EXIT.
004990
005000 1900-ABEND-BAD-MASTER.
005010     MOVE WS-LM-STATUS TO RPT-LM-OPEN-STATUS.
005020     WRITE REPORT-RECORD FROM RPT-MASTER-OPEN-LINE.
005030
005040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005050     ACCEPT WS-CURRENT-TIME FROM TIME.
005060     MOVE SPACES               TO RUNCTL-RECORD.
005070     MOVE "LOCNEAR"             TO RUNCTL-JOB-NAME.
005080     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005085     MOVE ZEROES                TO RUNCTL-CYCLE.
005090     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005100     SET RUNCTL-EVENT-END       TO TRUE.
005110     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005120                                    RUNCTL-OUTPUT-COUNT.
005130     MOVE 1                     TO RUNCTL-REJECT-COUNT.
005140     SET RUNCTL-CC-ABEND        TO TRUE.
005150     WRITE RUNCTL-RECORD.
005160
005170     IF WS-RM-OPEN
005180         CLOSE ROUTE-MASTER
005190     END-IF.
005200     CLOSE PARM-FILE REPORT-FILE RUNCTL-FILE.
005210     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
005220 1900-EXIT.
005230     EXIT.
005240
005250 2000-LOAD-POINTS.
005260     PERFORM 2100-READ-LM THRU 2100-EXIT.
005270     PERFORM 2200-LOAD-ONE-POINT THRU 2200-EXIT
005280         UNTIL WS-LM-EOF.
005290 2000-EXIT.
005300     EXIT.
005310
005320 2100-READ-LM.
005330     READ LOCATION-MASTER NEXT RECORD
005340         AT END
005350             SET WS-LM-EOF TO TRUE
005360     END-READ.
005370 2100-EXIT.
005380     EXIT.
005390
005400 2200-LOAD-ONE-POINT.
005410     ADD 1 TO WS-LM-COUNT.
005420     IF WS-POINT-COUNT NOT < WS-MAX-POINTS
005430         ADD 1 TO WS-OVERFLOW-COUNT
005440     ELSE
005450         ADD 1 TO WS-POINT-COUNT
005460         MOVE LM-POINT-ID   TO PT-POINT-ID(WS-POINT-COUNT)
005470         MOVE LM-X          TO PT-X(WS-POINT-COUNT)
005480         MOVE LM-Y          TO PT-Y(WS-POINT-COUNT)
005490         MOVE LM-ROUTE-CODE TO PT-ROUTE-CODE(WS-POINT-COUNT)
005500     END-IF.
005510     PERFORM 2100-READ-LM THRU 2100-EXIT.
005520 2200-EXIT.
005530     EXIT.
005540
005550 2500-SET-REFERENCE.
005560     MOVE WS-REQ-ROUTE TO WS-EXCLUDE-ROUTE.
005570     IF NOT WS-REQ-BY-POINT
005580         GO TO 2500-EXIT
005590     END-IF.
005600     MOVE "N" TO WS-REF-FOUND-SW.
005610     MOVE 1   TO WS-IX.
005620     PERFORM 2510-SCAN-POINTS THRU 2510-EXIT
005630         UNTIL WS-REF-FOUND
005640            OR WS-IX > WS-POINT-COUNT.
005650     IF NOT WS-REF-FOUND
005660         SET WS-REQUEST-INVALID TO TRUE
005670         MOVE "POINT ID NOT ON LOCATION MASTER"
005680             TO WS-REJECT-REASON
005690         GO TO 2500-EXIT
005700     END-IF.
005710     MOVE PT-X(WS-IX)          TO WS-REF-X.
005720     MOVE PT-Y(WS-IX)          TO WS-REF-Y.
005730     MOVE PT-ROUTE-CODE(WS-IX) TO WS-REF-ROUTE.
005740     IF WS-EXCLUDE-ROUTE = SPACES
005750         MOVE WS-REF-ROUTE TO WS-EXCLUDE-ROUTE
005760     END-IF.
005770 2500-EXIT.
005780     EXIT.
005790
005800 2510-SCAN-POINTS.
005810     IF PT-POINT-ID(WS-IX) = WS-REQ-POINT-ID
005820         SET WS-REF-FOUND TO TRUE
005830     ELSE
005840         ADD 1 TO WS-IX
005850     END-IF.
005860 2510-EXIT.
005870     EXIT.
005880
005890 3000-MEASURE-POINTS.
005900     MOVE 1 TO WS-IX.
005910     PERFORM 3100-MEASURE-ONE-POINT THRU 3100-EXIT
005920         UNTIL WS-IX > WS-POINT-COUNT.
005930 3000-EXIT.
005940     EXIT.
005950
005960 3100-MEASURE-ONE-POINT.
005970     IF WS-REQ-BY-POINT AND PT-POINT-ID(WS-IX) = WS-REQ-POINT-ID
005980         GO TO 3100-NEXT
005990     END-IF.
006000     COMPUTE WS-DIST-A = PT-X(WS-IX) - WS-REF-X.
006010     MULTIPLY WS-DIST-A BY WS-DIST-A GIVING WS-DIST-A.
006020     COMPUTE WS-DIST-B = PT-Y(WS-IX) - WS-REF-Y.
006030     MULTIPLY WS-DIST-B BY WS-DIST-B GIVING WS-DIST-B.
006040     ADD WS-DIST-A WS-DIST-B GIVING WS-DIST-M.
006050     COMPUTE WS-MILES ROUNDED = (WS-DIST-M ** .5).
006060
006070     IF WS-MILES NOT > WS-RADIUS-MI
006080        AND (WS-REQ-ROUTE = SPACES
006090             OR PT-ROUTE-CODE(WS-IX) = WS-REQ-ROUTE)
006100         ADD 1 TO WS-NEAR-COUNT
006110         MOVE WS-IX    TO NR-POINT-IX(WS-NEAR-COUNT)
006120         MOVE WS-MILES TO NR-MILES(WS-NEAR-COUNT)
006130     END-IF.
006140
006150     IF PT-ROUTE-CODE(WS-IX) = SPACES
006160        OR PT-ROUTE-CODE(WS-IX) = WS-EXCLUDE-ROUTE
006170         GO TO 3100-NEXT
006180     END-IF.
006190     PERFORM 3200-FIND-ROUTE THRU 3200-EXIT.
006200     IF NOT WS-ROUTE-FOUND
006210         ADD 1 TO WS-ROUTE-UNTABLED
006220         GO TO 3100-NEXT
006230     END-IF.
006240     IF RT-POINT-IX(WS-RX) = ZERO
006250        OR WS-MILES < RT-MILES(WS-RX)
006260         MOVE WS-IX    TO RT-POINT-IX(WS-RX)
006270         MOVE WS-MILES TO RT-MILES(WS-RX)
006280     END-IF.
006290 3100-NEXT.
006300     ADD 1 TO WS-IX.
006310 3100-EXIT.
006320     EXIT.
006330
006340 3200-FIND-ROUTE.
006350     MOVE "N" TO WS-ROUTE-FOUND-SW.
006360     MOVE 1   TO WS-RX.
006370     PERFORM 3210-SCAN-ROUTES THRU 3210-EXIT
006380         UNTIL WS-ROUTE-FOUND
006390            OR WS-RX > WS-ROUTE-COUNT.
006400     IF WS-ROUTE-FOUND
006410         GO TO 3200-EXIT
006420     END-IF.
006430     IF WS-ROUTE-COUNT < WS-MAX-ROUTES
006440         ADD 1 TO WS-ROUTE-COUNT
006450         MOVE WS-ROUTE-COUNT       TO WS-RX
006460         MOVE PT-ROUTE-CODE(WS-IX) TO RT-ROUTE-CODE(WS-RX)
006470         MOVE ZEROES               TO RT-POINT-IX(WS-RX)
006480                                      RT-MILES(WS-RX)
006490         SET WS-ROUTE-FOUND TO TRUE
006500     END-IF.
006510 3200-EXIT.
006520     EXIT.
006530
006540 3210-SCAN-ROUTES.
006550     IF RT-ROUTE-CODE(WS-RX) = PT-ROUTE-CODE(WS-IX)
006560         SET WS-ROUTE-FOUND TO TRUE
006570     ELSE
006580         ADD 1 TO WS-RX
006590     END-IF.
006600 3210-EXIT.
006610     EXIT.
006620
006630 4000-SORT-NEAR.
006640     MOVE 1 TO WS-IX.
006650     PERFORM 4100-SORT-NEAR-PASS THRU 4100-EXIT
006660         UNTIL WS-IX >= WS-NEAR-COUNT.
006670 4000-EXIT.
006680     EXIT.
006690
006700 4100-SORT-NEAR-PASS.
006710     COMPUTE WS-JX = WS-IX + 1.
006720     PERFORM 4200-SORT-NEAR-TEST THRU 4200-EXIT
006730         UNTIL WS-JX > WS-NEAR-COUNT.
006740     ADD 1 TO WS-IX.
006750 4100-EXIT.
006760     EXIT.
006770
006780 4200-SORT-NEAR-TEST.
006790     IF NR-MILES(WS-JX) < NR-MILES(WS-IX)
006800         MOVE NR-ENTRY(WS-IX) TO WS-NR-SWAP
006810         MOVE NR-ENTRY(WS-JX) TO NR-ENTRY(WS-IX)
006820         MOVE WS-NR-SWAP      TO NR-ENTRY(WS-JX)
006830     END-IF.
006840     ADD 1 TO WS-JX.
006850 4200-EXIT.
006860     EXIT.
006870
006880 4500-SORT-ROUTES.
006890     MOVE 1 TO WS-RX.
006900     PERFORM 4600-SORT-ROUTE-PASS THRU 4600-EXIT
006910         UNTIL WS-RX >= WS-ROUTE-COUNT.
006920 4500-EXIT.
006930     EXIT.
006940
006950 4600-SORT-ROUTE-PASS.
006960     COMPUTE WS-RY = WS-RX + 1.
006970     PERFORM 4700-SORT-ROUTE-TEST THRU 4700-EXIT
006980         UNTIL WS-RY > WS-ROUTE-COUNT.
006990     ADD 1 TO WS-RX.
007000 4600-EXIT.
007010     EXIT.
007020
007030 4700-SORT-ROUTE-TEST.
007040     IF RT-MILES(WS-RY) < RT-MILES(WS-RX)
007050         MOVE RT-ENTRY(WS-RX) TO WS-RT-SWAP
007060         MOVE RT-ENTRY(WS-RY) TO RT-ENTRY(WS-RX)
007070         MOVE WS-RT-SWAP      TO RT-ENTRY(WS-RY)
007080     END-IF.
007090     ADD 1 TO WS-RY.
007100 4700-EXIT.
007110     EXIT.
007120
007130 5000-PRINT-NEAR.
007140     WRITE REPORT-RECORD FROM RPT-NEAR-TITLE-LINE.
007150     WRITE REPORT-RECORD FROM RPT-NEAR-COLUMN-LINE.
007160     ADD 2 TO WS-LINE-COUNT.
007170     IF WS-NEAR-COUNT = ZERO
007180         WRITE REPORT-RECORD FROM RPT-NONE-LINE
007190         ADD 1 TO WS-LINE-COUNT
007200     END-IF.
007210     MOVE 1 TO WS-JX.
007220     PERFORM 5100-PRINT-NEAR-LINE THRU 5100-EXIT
007230         UNTIL WS-JX > WS-NEAR-COUNT.
007240     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
007250     ADD 1 TO WS-LINE-COUNT.
007260 5000-EXIT.
007270     EXIT.
007280
007290 5100-PRINT-NEAR-LINE.
007300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007310         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
007320         WRITE REPORT-RECORD FROM RPT-NEAR-COLUMN-LINE
007330         ADD 1 TO WS-LINE-COUNT
007340     END-IF.
007350     MOVE NR-POINT-IX(WS-JX) TO WS-IX.
007360     MOVE WS-JX                TO RPT-NL-RANK.
007370     MOVE PT-POINT-ID(WS-IX)   TO RPT-NL-POINT.
007380     MOVE PT-ROUTE-CODE(WS-IX) TO RPT-NL-ROUTE.
007390     MOVE PT-X(WS-IX)          TO RPT-NL-X.
007400     MOVE PT-Y(WS-IX)          TO RPT-NL-Y.
007410     MOVE NR-MILES(WS-JX)      TO RPT-NL-MILES.
007420     COMPUTE WS-KM ROUNDED = NR-MILES(WS-JX) * CF-KM-PER-MILE.
007430     MOVE WS-KM                TO RPT-NL-KM.
007440     WRITE REPORT-RECORD FROM RPT-NEAR-LINE.
007450     ADD 1 TO WS-LINE-COUNT.
007460     ADD 1 TO WS-JX.
007470 5100-EXIT.
007480     EXIT.
007490
007500 6000-PRINT-ROUTES.
007510     IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
007520         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
007530     END-IF.
007540     WRITE REPORT-RECORD FROM RPT-ROUTE-TITLE-LINE.
007550     WRITE REPORT-RECORD FROM RPT-ROUTE-COLUMN-LINE.
007560     ADD 2 TO WS-LINE-COUNT.
007570     IF WS-ROUTE-COUNT = ZERO
007580         WRITE REPORT-RECORD FROM RPT-NO-ROUTE-LINE
007590         ADD 1 TO WS-LINE-COUNT
007600     END-IF.
007610     MOVE 1 TO WS-RX.
007620     PERFORM 6100-PRINT-ROUTE-LINE THRU 6100-EXIT
007630         UNTIL WS-RX > WS-ROUTE-COUNT.
007640 6000-EXIT.
007650     EXIT.
007660
007670 6100-PRINT-ROUTE-LINE.
007680     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007690         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
007700         WRITE REPORT-RECORD FROM RPT-ROUTE-COLUMN-LINE
007710         ADD 1 TO WS-LINE-COUNT
007720     END-IF.
007730     MOVE RT-POINT-IX(WS-RX)   TO WS-IX.
007740     MOVE RT-ROUTE-CODE(WS-RX) TO RPT-RL-ROUTE.
007750     PERFORM 6200-GET-ROUTE-NAME THRU 6200-EXIT.
007760     IF WS-RT-CLOSED
007770         MOVE "CLOSED" TO RPT-RL-STATUS
007780     ELSE
007790         MOVE SPACES   TO RPT-RL-STATUS
007800     END-IF.
007810     MOVE PT-POINT-ID(WS-IX)   TO RPT-RL-POINT.
007820     MOVE PT-X(WS-IX)          TO RPT-RL-X.
007830     MOVE PT-Y(WS-IX)          TO RPT-RL-Y.
007840     MOVE RT-MILES(WS-RX)      TO RPT-RL-MILES.
007850     COMPUTE WS-KM ROUNDED = RT-MILES(WS-RX) * CF-KM-PER-MILE.
007860     MOVE WS-KM                TO RPT-RL-KM.
007870     IF RT-MILES(WS-RX) NOT > WS-RADIUS-MI
007880         MOVE "WITHIN RADIUS" TO RPT-RL-INSIDE
007890     ELSE
007900         MOVE SPACES          TO RPT-RL-INSIDE
007910     END-IF.
007920     WRITE REPORT-RECORD FROM RPT-ROUTE-LINE.
007930     ADD 1 TO WS-LINE-COUNT.
007940     ADD 1 TO WS-RX.
007950 6100-EXIT.
007960     EXIT.
007970
007980 6200-GET-ROUTE-NAME.
007990     MOVE "N"    TO WS-RT-CLOSED-SW.
008000     MOVE SPACES TO RPT-RL-NAME.
008010     IF NOT WS-RM-OPEN
008020         GO TO 6200-EXIT
008030     END-IF.
008040     MOVE RT-ROUTE-CODE(WS-RX) TO RM-ROUTE-CODE.
008050     READ ROUTE-MASTER
008060         INVALID KEY
008070             MOVE "NOT ON ROUTE MASTER" TO RPT-RL-NAME
008080     END-READ.
008090     IF WS-RM-STATUS = "00"
008100         MOVE RM-ROUTE-NAME TO RPT-RL-NAME
008110         IF RM-CLOSED
008120             SET WS-RT-CLOSED TO TRUE
008130         END-IF
008140     END-IF.
008150 6200-EXIT.
008160     EXIT.
008170
008180 8000-TERMINATE.
008190     IF WS-OVERFLOW-COUNT > 0
008200         MOVE WS-OVERFLOW-COUNT TO RPT-OV-COUNT
008210         WRITE REPORT-RECORD FROM RPT-OVERFLOW-LINE
008220     END-IF.
008230     IF WS-ROUTE-UNTABLED > 0
008240         MOVE WS-ROUTE-UNTABLED TO RPT-RF-UNTABLED
008250         WRITE REPORT-RECORD FROM RPT-RT-FULL-LINE
008260     END-IF.
008270     MOVE WS-LM-COUNT      TO RPT-CTL-READ.
008280     MOVE WS-NEAR-COUNT    TO RPT-CTL-NEAR.
008290     MOVE WS-ROUTE-COUNT   TO RPT-CTL-ROUTES.
008300     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
008310
008320     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008330     ACCEPT WS-CURRENT-TIME FROM TIME.
008340
008350     MOVE SPACES               TO RUNCTL-RECORD.
008360     MOVE "LOCNEAR"             TO RUNCTL-JOB-NAME.
008370     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
008375     MOVE ZEROES                TO RUNCTL-CYCLE.
008380     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
008390     SET RUNCTL-EVENT-END       TO TRUE.
008400     MOVE WS-LM-COUNT           TO RUNCTL-INPUT-COUNT.
008410     MOVE WS-NEAR-COUNT         TO RUNCTL-OUTPUT-COUNT.
008420     IF WS-REQUEST-INVALID
008430         MOVE 1                 TO RUNCTL-REJECT-COUNT
008440     ELSE
008450         COMPUTE RUNCTL-REJECT-COUNT =
008460             WS-OVERFLOW-COUNT + WS-ROUTE-UNTABLED
008470     END-IF.
008480     IF RUNCTL-REJECT-COUNT > 0
008490         SET RUNCTL-CC-WARNING  TO TRUE
008500     ELSE
008510         SET RUNCTL-CC-NORMAL   TO TRUE
008520     END-IF.
008530     WRITE RUNCTL-RECORD.
008540
008550     IF WS-RM-OPEN
008560         CLOSE ROUTE-MASTER
008570     END-IF.
008580     CLOSE LOCATION-MASTER
008590           PARM-FILE
008600           REPORT-FILE
008610           RUNCTL-FILE.
008620     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
008630 8000-EXIT.
008640     EXIT.
