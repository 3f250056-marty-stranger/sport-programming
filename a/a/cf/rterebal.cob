000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RTEREBAL.
000120 AUTHOR.        D.OKAFOR.
000130 INSTALLATION.  DISTRIBUTION - APPLICATIONS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* RTEREBAL
000190*
000200* ON-REQUEST ROUTE REBALANCING PROPOSALS FOR THE PLANNERS. LOADS
000210* THE LOCATION MASTER AND, FOR EVERY STOP ON A ROUTE WITH AT
000220* LEAST ONE OTHER STOP, MEASURES ITS DISTANCE TO ITS OWN ROUTE'S
000230* CENTROID (TAKEN OVER THE ROUTE'S OTHER STOPS) AND NEAREST
000240* OTHER MEMBER, AND THE SAME TWO DISTANCES FOR EVERY OTHER
000250* ROUTE. A STOP IS A CANDIDATE WHEN ANOTHER ROUTE'S CENTROID AND
000260* NEAREST MEMBER ARE BOTH CLOSER THAN ITS OWN; WHERE SEVERAL
000270* ROUTES QUALIFY, THE ONE WITH THE NEAREST MEMBER IS TAKEN. FOR
000280* EACH CANDIDATE THE SPAN OF BOTH ROUTES (WIDEST PAIR OF STOPS,
000290* AS MAXSPAN MEASURES IT) IS RE-ESTIMATED WITH THE STOP MOVED,
000300* AND THE CANDIDATES ARE PRINTED RANKED BY NET SPAN CHANGE, THE
000310* BIGGEST REDUCTION FIRST. A CANDIDATE IS APPROVED WHEN THE NET
000320* CHANGE IS NOT AN INCREASE AND THE NEW ROUTE IS ACTIVE ON THE
000330* ROUTE MASTER; EVERY APPROVED CANDIDATE IS WRITTEN TO REBALTRN
000340* AS A LOCTRAN "C" TRANSACTION (POINT ID, UNCHANGED X/Y, NEW
000350* ROUTE) THAT THE PLANNERS CAN REVIEW, EDIT AND FEED STRAIGHT TO
000360* THE LOCMAINT JOB. THE MASTERS ARE ONLY READ.
000370*
000380* MODIFICATION HISTORY
000390* DATE       INIT DESCRIPTION
000400* ---------- ---- ------------------------------------------------
000410* 2026-10-15 DPO  ORIGINAL PROGRAM.
000413* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
000416*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000420*****************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LOCATION-MASTER ASSIGN TO LOCMAST
000520                             ORGANIZATION IS INDEXED
000530                             ACCESS MODE IS SEQUENTIAL
000540                             RECORD KEY IS LM-POINT-ID
000550                             FILE STATUS IS WS-LM-STATUS.
000560
000570     SELECT ROUTE-MASTER    ASSIGN TO ROUTMAST
000580                             ORGANIZATION IS INDEXED
000590                             ACCESS MODE IS RANDOM
000600                             RECORD KEY IS RM-ROUTE-CODE
000610                             FILE STATUS IS WS-RM-STATUS.
000620
000630     SELECT TRANS-OUT-FILE  ASSIGN TO REBALTRN
000640                             ORGANIZATION IS SEQUENTIAL
000650                             FILE STATUS IS WS-TRN-STATUS.
000660
000670     SELECT REPORT-FILE     ASSIGN TO REBALRPT
000680                             ORGANIZATION IS SEQUENTIAL.
000690
000700     SELECT PROCDATE-FILE   ASSIGN TO PROCDATE
000710                             ORGANIZATION IS SEQUENTIAL
000720                             FILE STATUS IS WS-PDATE-STATUS.
000730
000740     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000750                             ORGANIZATION IS SEQUENTIAL.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  LOCATION-MASTER.
000800     COPY "locmast.cpy".
000810
000820 FD  ROUTE-MASTER.
000830     COPY "routmast.cpy".
000840
000850 FD  TRANS-OUT-FILE.
000860 01  MAINT-TRANS-RECORD.
000870     05  MT-FUNCTION            PIC X(01).
000880     05  MT-POINT-ID            PIC 9(05).
000890     05  MT-X                   PIC S9(10).
000900     05  MT-Y                   PIC S9(10).
000910     05  MT-ROUTE               PIC X(02).
000920     05  MT-CONFIRM             PIC X(01).
000930     05  FILLER                 PIC X(06).
000940
000950 FD  REPORT-FILE.
000960 01  REPORT-RECORD          PIC X(132).
000970
000980 FD  PROCDATE-FILE.
000990     COPY "procdate.cpy".
001000
001010 FD  RUNCTL-FILE.
001020     COPY "runctl.cpy".
001030
001040 WORKING-STORAGE SECTION.
001050     COPY "convfact.cpy".
001060
001070 01  WS-LM-STATUS           PIC X(02).
001080 01  WS-RM-STATUS           PIC X(02).
001090 01  WS-TRN-STATUS          PIC X(02).
001100
001110 01  WS-SWITCHES.
001120     05  WS-LM-EOF-SW       PIC X(01) VALUE "N".
001130         88  WS-LM-EOF                VALUE "Y".
001140     05  WS-MASTER-OPEN-SW  PIC X(01) VALUE "N".
001150         88  WS-MASTER-OPEN-FAILED    VALUE "Y".
001160     05  WS-RM-OPEN-SW      PIC X(01) VALUE "N".
001170         88  WS-RM-OPEN-FAILED        VALUE "Y".
001180     05  WS-TRN-OPEN-SW     PIC X(01) VALUE "N".
001190         88  WS-TRN-OPEN-FAILED       VALUE "Y".
001200     05  WS-ROUTE-FOUND-SW  PIC X(01) VALUE "N".
001210         88  WS-ROUTE-FOUND           VALUE "Y".
001220     05  WS-SWAP-SW         PIC X(01) VALUE "N".
001230         88  WS-SWAP-NEEDED           VALUE "Y".
001240
001250 01  WS-CONSTANTS.
001260     05  WS-MAX-POINTS      PIC 9(05) VALUE 05000.
001270     05  WS-MAX-ROUTES      PIC 9(03) VALUE 050.
001280     05  WS-MAX-CANDIDATES  PIC 9(03) VALUE 500.
001290     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
001300     05  WS-NN-DIST-INIT    PIC 9(18) VALUE 999999999999999999.
001310
001320 01  WS-COUNTS.
001330     05  WS-POINT-COUNT     PIC 9(05) VALUE ZEROES.
001340     05  WS-OVERFLOW-COUNT  PIC 9(05) VALUE ZEROES.
001350     05  WS-UNROUTED-COUNT  PIC 9(05) VALUE ZEROES.
001360     05  WS-ROUTE-COUNT     PIC 9(03) VALUE ZEROES.
001370     05  WS-ROUTE-UNTABLED  PIC 9(05) VALUE ZEROES.
001380     05  WS-EXAMINED-COUNT  PIC 9(05) VALUE ZEROES.
001390     05  WS-CAND-COUNT      PIC 9(03) VALUE ZEROES.
001400     05  WS-CAND-UNTABLED   PIC 9(05) VALUE ZEROES.
001410     05  WS-APPROVED-COUNT  PIC 9(05) VALUE ZEROES.
001420     05  WS-HELD-COUNT      PIC 9(05) VALUE ZEROES.
001430     05  WS-LINE-COUNT      PIC 9(02) VALUE ZEROES.
001440     05  WS-PAGE-COUNT      PIC 9(04) VALUE ZEROES.
001450     05  WS-IX              PIC 9(05) VALUE ZEROES.
001460     05  WS-JX              PIC 9(05) VALUE ZEROES.
001470     05  WS-KX              PIC 9(05) VALUE ZEROES.
001480     05  WS-RX              PIC 9(03) VALUE ZEROES.
001490     05  WS-RY              PIC 9(03) VALUE ZEROES.
001500     05  WS-OWN-RX          PIC 9(03) VALUE ZEROES.
001510     05  WS-BEST-RX         PIC 9(03) VALUE ZEROES.
001520     05  WS-CX              PIC 9(03) VALUE ZEROES.
001530     05  WS-CY              PIC 9(03) VALUE ZEROES.
001540
001550 01  PT-TABLE.
001560     05  PT-ENTRY OCCURS 1 TO 5000 TIMES
001570                   DEPENDING ON WS-POINT-COUNT.
001580         10  PT-POINT-ID    PIC 9(05).
001590         10  PT-X           PIC S9(10).
001600         10  PT-Y           PIC S9(10).
001610         10  PT-ROUTE-IX    PIC 9(03).
001620
001630 01  WS-ROUTE-TABLE.
001640     05  RT-ENTRY OCCURS 50 TIMES.
001650         10  RT-ROUTE-CODE  PIC X(02).
001660         10  RT-ROUTE-NAME  PIC X(20).
001670         10  RT-ACTIVE-SW   PIC X(01).
001680             88  RT-ACTIVE            VALUE "Y".
001690         10  RT-COUNT       PIC 9(05).
001700         10  RT-SUM-X       PIC S9(15).
001710         10  RT-SUM-Y       PIC S9(15).
001720         10  RT-SPAN-M      PIC 9(18).
001730         10  RT-SPAN-I      PIC 9(05).
001740         10  RT-SPAN-J      PIC 9(05).
001750         10  RT-NN-M        PIC 9(18).
001760         10  RT-FAR-M       PIC 9(18).
001770         10  RT-CTR-DIST    PIC 9(10)V9(03).
001780
001790 01  CD-TABLE.
001800     05  CD-ENTRY OCCURS 500 TIMES.
001810         10  CD-POINT-IX    PIC 9(05).
001820         10  CD-FROM-RX     PIC 9(03).
001830         10  CD-TO-RX       PIC 9(03).
001840         10  CD-OWN-CTR     PIC 9(10)V9(03).
001850         10  CD-OWN-NN      PIC 9(10)V9(03).
001860         10  CD-NEW-CTR     PIC 9(10)V9(03).
001870         10  CD-NEW-NN      PIC 9(10)V9(03).
001880         10  CD-NN-SAVE     PIC 9(10)V9(03).
001890         10  CD-FROM-CHG    PIC S9(10)V9(03).
001900         10  CD-TO-CHG      PIC S9(10)V9(03).
001910         10  CD-NET-CHG     PIC S9(10)V9(03).
001920         10  CD-ACTION      PIC X(14).
001930             88  CD-APPROVED          VALUE "PROPOSED".
001940
001950 01  WS-CD-SWAP             PIC X(129).
001960
001970 01  WS-STOP-WORK.
001980     05  WS-CTR-X           PIC S9(10).
001990     05  WS-CTR-Y           PIC S9(10).
002000     05  WS-OWN-CTR         PIC 9(10)V9(03).
002010     05  WS-OWN-NN          PIC 9(10)V9(03).
002020     05  WS-BEST-CTR        PIC 9(10)V9(03).
002030     05  WS-BEST-NN         PIC 9(10)V9(03).
002040     05  WS-OTHER-NN        PIC 9(10)V9(03).
002050     05  WS-SPAN-BEFORE     PIC 9(10)V9(03).
002060     05  WS-SPAN-AFTER      PIC 9(10)V9(03).
002070     05  WS-REST-M          PIC 9(18).
002080
002090 01  WS-DISTANCE-WORK.
002100     05  WS-DIST-A          PIC S9(18).
002110     05  WS-DIST-B          PIC S9(18).
002120     05  WS-DIST-M          PIC 9(18).
002130     05  WS-NET-KM          PIC S9(10)V9(03).
002140
002150 01  WS-PDATE-STATUS        PIC X(02).
002160 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
002165 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
002170 01  WS-PDATE-SW            PIC X(01) VALUE "N".
002180     88  WS-PDATE-SET        VALUE "Y".
002190
002200 01  WS-DATE-TIME.
002210     05  WS-CURRENT-DATE    PIC 9(08).
002220     05  WS-CURRENT-TIME    PIC 9(08).
002230
002240 01  RPT-HDR-1.
002250     05  FILLER         PIC X(20) VALUE "RTEREBAL - ROUTE ".
002260     05  FILLER         PIC X(40) VALUE
002270         "REBALANCING CANDIDATES".
002280     05  FILLER         PIC X(72) VALUE SPACES.
002290
002300 01  RPT-HDR-2.
002310     05  FILLER             PIC X(05) VALUE "DATE ".
002320     05  RPT-HDR-DATE       PIC 9(08).
002330     05  FILLER             PIC X(05) VALUE SPACES.
002340     05  FILLER             PIC X(05) VALUE "PAGE ".
002350     05  RPT-HDR-PAGE       PIC ZZZ9.
002360     05  FILLER             PIC X(05) VALUE SPACES.
002370     05  FILLER             PIC X(40) VALUE
002380         "DISTANCES IN MILES UNLESS SHOWN AS KM".
002390     05  FILLER             PIC X(60) VALUE SPACES.
002400
002410 01  RPT-HDR-3.
002420     05  FILLER             PIC X(132) VALUE ALL "-".
002430
002440 01  RPT-COLUMN-LINE.
002450     05  FILLER             PIC X(05) VALUE " RANK".
002460     05  FILLER             PIC X(07) VALUE "  POINT".
002470     05  FILLER             PIC X(05) VALUE " FROM".
002480     05  FILLER             PIC X(06) VALUE "    TO".
002490     05  FILLER             PIC X(12) VALUE "  OWN CENTRE".
002500     05  FILLER             PIC X(11) VALUE "   OWN NEAR".
002510     05  FILLER             PIC X(11) VALUE " NEW CENTRE".
002520     05  FILLER             PIC X(11) VALUE "   NEW NEAR".
002530     05  FILLER             PIC X(12) VALUE " FROM CHANGE".
002540     05  FILLER             PIC X(12) VALUE "   TO CHANGE".
002550     05  FILLER             PIC X(12) VALUE "  NET CHANGE".
002560     05  FILLER             PIC X(12) VALUE "      NET KM".
002570     05  FILLER             PIC X(16) VALUE "  ACTION".
002580
002590 01  RPT-CAND-LINE.
002600     05  FILLER             PIC X(01) VALUE SPACES.
002610     05  RPT-CL-RANK        PIC ZZZ9.
002620     05  FILLER             PIC X(02) VALUE SPACES.
002630     05  RPT-CL-POINT       PIC 9(05).
002640     05  FILLER             PIC X(03) VALUE SPACES.
002650     05  RPT-CL-FROM        PIC X(02).
002660     05  FILLER             PIC X(04) VALUE SPACES.
002670     05  RPT-CL-TO          PIC X(02).
002680     05  FILLER             PIC X(02) VALUE SPACES.
002690     05  RPT-CL-OWN-CTR     PIC ZZZZZZZ9.9.
002700     05  FILLER             PIC X(01) VALUE SPACES.
002710     05  RPT-CL-OWN-NN      PIC ZZZZZZZ9.9.
002720     05  FILLER             PIC X(01) VALUE SPACES.
002730     05  RPT-CL-NEW-CTR     PIC ZZZZZZZ9.9.
002740     05  FILLER             PIC X(01) VALUE SPACES.
002750     05  RPT-CL-NEW-NN      PIC ZZZZZZZ9.9.
002760     05  FILLER             PIC X(01) VALUE SPACES.
002770     05  RPT-CL-FROM-CHG    PIC -ZZZZZZZ9.9.
002780     05  FILLER             PIC X(01) VALUE SPACES.
002790     05  RPT-CL-TO-CHG      PIC -ZZZZZZZ9.9.
002800     05  FILLER             PIC X(01) VALUE SPACES.
002810     05  RPT-CL-NET-CHG     PIC -ZZZZZZZ9.9.
002820     05  FILLER             PIC X(01) VALUE SPACES.
002830     05  RPT-CL-NET-KM      PIC -ZZZZZZZ9.9.
002840     05  FILLER             PIC X(02) VALUE SPACES.
002850     05  RPT-CL-ACTION      PIC X(14).
002860
002870 01  RPT-ROUTE-NAME-LINE.
002880     05  FILLER             PIC X(12) VALUE SPACES.
002890     05  RPT-RN-FROM-NAME   PIC X(20).
002900     05  FILLER             PIC X(04) VALUE " TO ".
002910     05  RPT-RN-TO-NAME     PIC X(20).
002920     05  FILLER             PIC X(76) VALUE SPACES.
002930
002940 01  RPT-NONE-LINE.
002950     05  FILLER             PIC X(40) VALUE
002960         "NO STOP SITS CLOSER TO ANOTHER ROUTE".
002970     05  FILLER             PIC X(92) VALUE SPACES.
002980
002990 01  RPT-OVERFLOW-LINE.
003000     05  FILLER             PIC X(30) VALUE
003010         "POINT TABLE FULL - POINTS NOT ".
003020     05  FILLER             PIC X(10) VALUE "EXAMINED -".
003030     05  RPT-OV-COUNT       PIC ZZZZ9.
003040     05  FILLER             PIC X(87) VALUE SPACES.
003050
003060 01  RPT-RT-FULL-LINE.
003070     05  FILLER             PIC X(30) VALUE
003080         "ROUTE TABLE FULL - POINTS NOT ".
003090     05  FILLER             PIC X(10) VALUE "EXAMINED -".
003100     05  RPT-RF-UNTABLED    PIC ZZZZ9.
003110     05  FILLER             PIC X(87) VALUE SPACES.
003120
003130 01  RPT-CD-FULL-LINE.
003140     05  FILLER             PIC X(30) VALUE
003150         "CANDIDATE TABLE FULL - NOT    ".
003160     05  FILLER             PIC X(10) VALUE "LISTED -  ".
003170     05  RPT-CF-UNTABLED    PIC ZZZZ9.
003180     05  FILLER             PIC X(87) VALUE SPACES.
003190
003200 01  RPT-MASTER-OPEN-LINE.
003210     05  FILLER             PIC X(30) VALUE
003220         "LOCATION MASTER OPEN FAILED - ".
003230     05  RPT-LM-OPEN-STATUS PIC X(02).
003240     05  FILLER             PIC X(17) VALUE
003250         " - RUN TERMINATED".
003260     05  FILLER             PIC X(83) VALUE SPACES.
003270
003280 01  RPT-RM-OPEN-LINE.
003290     05  FILLER             PIC X(30) VALUE
003300         "ROUTE MASTER OPEN FAILED -    ".
003310     05  RPT-RM-OPEN-STATUS PIC X(02).
003320     05  FILLER             PIC X(17) VALUE
003330         " - RUN TERMINATED".
003340     05  FILLER             PIC X(83) VALUE SPACES.
003350
003360 01  RPT-TRN-OPEN-LINE.
003370     05  FILLER             PIC X(30) VALUE
003380         "REBALTRN OPEN FAILED -        ".
003390     05  RPT-TRN-OPEN-STATUS PIC X(02).
003400     05  FILLER             PIC X(17) VALUE
003410         " - RUN TERMINATED".
003420     05  FILLER             PIC X(83) VALUE SPACES.
003430
003440 01  RPT-CONTROL-LINE.
003450     05  FILLER         PIC X(20) VALUE "POINTS LOADED     - ".
003460     05  RPT-CTL-POINTS     PIC ZZZ,ZZZ,ZZ9.
003470     05  FILLER         PIC X(05) VALUE SPACES.
003480     05  FILLER         PIC X(20) VALUE "STOPS EXAMINED    - ".
003490     05  RPT-CTL-EXAMINED   PIC ZZZ,ZZZ,ZZ9.
003500     05  FILLER         PIC X(05) VALUE SPACES.
003510     05  FILLER         PIC X(20) VALUE "NO ROUTE CODE     - ".
003520     05  RPT-CTL-UNROUTED   PIC ZZZ,ZZZ,ZZ9.
003530     05  FILLER             PIC X(29) VALUE SPACES.
003540
003550 01  RPT-CONTROL-LINE-2.
003560     05  FILLER         PIC X(20) VALUE "CANDIDATES        - ".
003570     05  RPT-CTL-CANDS      PIC ZZZ,ZZZ,ZZ9.
003580     05  FILLER         PIC X(05) VALUE SPACES.
003590     05  FILLER         PIC X(20) VALUE "TRANSACTIONS OUT  - ".
003600     05  RPT-CTL-APPROVED   PIC ZZZ,ZZZ,ZZ9.
003610     05  FILLER         PIC X(05) VALUE SPACES.
003620     05  FILLER         PIC X(20) VALUE "HELD              - ".
003630     05  RPT-CTL-HELD       PIC ZZZ,ZZZ,ZZ9.
003640     05  FILLER             PIC X(29) VALUE SPACES.
003650
003660 PROCEDURE DIVISION.
003670
003680 0000-MAINLINE.
003690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003700     IF WS-MASTER-OPEN-FAILED
003710         PERFORM 1900-ABEND-BAD-MASTER THRU 1900-EXIT
003720     ELSE
003730         IF WS-RM-OPEN-FAILED
003740             PERFORM 1910-ABEND-BAD-ROUTE THRU 1910-EXIT
003750         ELSE
003760             IF WS-TRN-OPEN-FAILED
003770                 PERFORM 1920-ABEND-BAD-TRANS THRU 1920-EXIT
003780             ELSE
003790                 PERFORM 2000-LOAD-POINTS THRU 2000-EXIT
003800                 PERFORM 2500-GET-ROUTES THRU 2500-EXIT
003810                 PERFORM 3000-ROUTE-SPANS THRU 3000-EXIT
003820                 PERFORM 4000-EXAMINE-STOPS THRU 4000-EXIT
003830                 PERFORM 5000-RANK-CANDIDATES THRU 5000-EXIT
003840                 PERFORM 6000-REPORT-CANDIDATES THRU 6000-EXIT
003850                 PERFORM 8000-TERMINATE THRU 8000-EXIT
003860             END-IF
003870         END-IF
003880     END-IF.
003890     STOP RUN.
003900
003910 1000-INITIALIZE.
003920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003930     ACCEPT WS-CURRENT-TIME FROM TIME.
003940     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
003950
003960     OPEN INPUT  LOCATION-MASTER.
003970     IF WS-LM-STATUS NOT = "00"
003980         SET WS-MASTER-OPEN-FAILED TO TRUE
003990     END-IF.
004000     OPEN INPUT  ROUTE-MASTER.
004010     IF WS-RM-STATUS NOT = "00"
004020         SET WS-RM-OPEN-FAILED TO TRUE
004030     END-IF.
004040     OPEN OUTPUT TRANS-OUT-FILE.
004050     IF WS-TRN-STATUS NOT = "00"
004060         SET WS-TRN-OPEN-FAILED TO TRUE
004070     END-IF.
004080     OPEN OUTPUT REPORT-FILE.
004090     OPEN EXTEND RUNCTL-FILE.
004100
004110     MOVE SPACES               TO RUNCTL-RECORD.
004120     MOVE "RTEREBAL"            TO RUNCTL-JOB-NAME.
004130     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004135     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004140     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004150     SET RUNCTL-EVENT-START     TO TRUE.
004160     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004170                                    RUNCTL-OUTPUT-COUNT
004180                                    RUNCTL-REJECT-COUNT.
004190     SET RUNCTL-CC-NORMAL       TO TRUE.
004200     WRITE RUNCTL-RECORD.
004210
004220     IF NOT WS-MASTER-OPEN-FAILED AND NOT WS-RM-OPEN-FAILED
004230        AND NOT WS-TRN-OPEN-FAILED
004240         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
004250     END-IF.
004260 1000-EXIT.
004270     EXIT.
004280
004290 1100-WRITE-HEADING.
004300     ADD 1 TO WS-PAGE-COUNT.
004310     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
004320     MOVE WS-PAGE-COUNT   TO RPT-HDR-PAGE.
004330     WRITE REPORT-RECORD FROM RPT-HDR-1.
004340     WRITE REPORT-RECORD FROM RPT-HDR-2.
004350     WRITE REPORT-RECORD FROM RPT-HDR-3.
004360     WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
004370     MOVE 1 TO WS-LINE-COUNT.
004380 1100-EXIT.
004390     EXIT.
004400
004410 1200-GET-BUSINESS-DATE.
004420     OPEN INPUT PROCDATE-FILE.
004430     IF WS-PDATE-STATUS = "00"
004440         READ PROCDATE-FILE
004450             AT END
004460                 CONTINUE
004470             NOT AT END
004480                 IF PD-BUSINESS-DATE IS NUMERIC
004490                     MOVE PD-BUSINESS-DATE
004500                         TO WS-BUSINESS-DATE
004501                     IF PD-CYCLE IS NUMERIC
004502                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
004503                     ELSE
004504                         MOVE 01 TO WS-BUSINESS-CYCLE
004505                     END-IF
004510                     SET WS-PDATE-SET TO TRUE
004520                     MOVE WS-BUSINESS-DATE
004530                         TO WS-CURRENT-DATE
004540                 END-IF
004550         END-READ
004560         CLOSE PROCDATE-FILE
004570     END-IF.
004580 1200-EXIT.
004590     EXIT.
004600
004610 1900-ABEND-BAD-MASTER.
004620     MOVE WS-LM-STATUS TO RPT-LM-OPEN-STATUS.
004630     WRITE REPORT-RECORD FROM RPT-MASTER-OPEN-LINE.
004640     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
004650 1900-EXIT.
004660     EXIT.
004670
004680 1910-ABEND-BAD-ROUTE.
004690     MOVE WS-RM-STATUS TO RPT-RM-OPEN-STATUS.
004700     WRITE REPORT-RECORD FROM RPT-RM-OPEN-LINE.
004710     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
004720 1910-EXIT.
004730     EXIT.
004740
004750 1920-ABEND-BAD-TRANS.
004760     MOVE WS-TRN-STATUS TO RPT-TRN-OPEN-STATUS.
004770     WRITE REPORT-RECORD FROM RPT-TRN-OPEN-LINE.
004780     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
004790 1920-EXIT.
004800     EXIT.
004810
004820 1990-WRITE-ABEND-RUNCTL.
004830     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004840     IF WS-PDATE-SET
004850         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
004860     END-IF.
004870     ACCEPT WS-CURRENT-TIME FROM TIME.
004880     MOVE SPACES               TO RUNCTL-RECORD.
004890     MOVE "RTEREBAL"            TO RUNCTL-JOB-NAME.
004900     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004905     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004910     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004920     SET RUNCTL-EVENT-END       TO TRUE.
004930     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004940                                    RUNCTL-OUTPUT-COUNT.
004950     MOVE 1                     TO RUNCTL-REJECT-COUNT.
004960     SET RUNCTL-CC-ABEND        TO TRUE.
004970     WRITE RUNCTL-RECORD.
004980
004990     IF NOT WS-MASTER-OPEN-FAILED
005000         CLOSE LOCATION-MASTER
005010     END-IF.
005020     IF NOT WS-RM-OPEN-FAILED
005030         CLOSE ROUTE-MASTER
005040     END-IF.
005050     IF NOT WS-TRN-OPEN-FAILED
005060         CLOSE TRANS-OUT-FILE
005070     END-IF.
005080     CLOSE REPORT-FILE RUNCTL-FILE.
005090     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
005100 1990-EXIT.
005110     EXIT.
005120
005130 2000-LOAD-POINTS.
005140     PERFORM 2100-READ-LM THRU 2100-EXIT.
005150     PERFORM 2200-LOAD-ONE-POINT THRU 2200-EXIT
005160         UNTIL WS-LM-EOF.
005170 2000-EXIT.
005180     EXIT.
005190
005200 2100-READ-LM.
005210     READ LOCATION-MASTER NEXT RECORD
005220         AT END
005230             SET WS-LM-EOF TO TRUE
005240     END-READ.
005250 2100-EXIT.
005260     EXIT.
005270
005280 2200-LOAD-ONE-POINT.
005290     IF WS-POINT-COUNT NOT < WS-MAX-POINTS
005300         ADD 1 TO WS-OVERFLOW-COUNT
005310         GO TO 2200-NEXT
005320     END-IF.
005330     ADD 1 TO WS-POINT-COUNT.
005340     MOVE LM-POINT-ID   TO PT-POINT-ID(WS-POINT-COUNT).
005350     MOVE LM-X          TO PT-X(WS-POINT-COUNT).
005360     MOVE LM-Y          TO PT-Y(WS-POINT-COUNT).
005370     MOVE ZEROES        TO PT-ROUTE-IX(WS-POINT-COUNT).
005380     IF LM-ROUTE-CODE = SPACES
005390         ADD 1 TO WS-UNROUTED-COUNT
005400         GO TO 2200-NEXT
005410     END-IF.
005420     PERFORM 2300-FIND-ROUTE THRU 2300-EXIT.
005430     IF NOT WS-ROUTE-FOUND
005440         ADD 1 TO WS-ROUTE-UNTABLED
005450         GO TO 2200-NEXT
005460     END-IF.
005470     MOVE WS-RX TO PT-ROUTE-IX(WS-POINT-COUNT).
005480     ADD 1    TO RT-COUNT(WS-RX).
005490     ADD LM-X TO RT-SUM-X(WS-RX).
005500     ADD LM-Y TO RT-SUM-Y(WS-RX).
005510 2200-NEXT.
005520     PERFORM 2100-READ-LM THRU 2100-EXIT.
005530 2200-EXIT.
005540     EXIT.
005550
005560 2300-FIND-ROUTE.
005570     MOVE "N" TO WS-ROUTE-FOUND-SW.
005580     MOVE 1   TO WS-RX.
005590     PERFORM 2310-SCAN-ROUTES THRU 2310-EXIT
005600         UNTIL WS-ROUTE-FOUND
005610            OR WS-RX > WS-ROUTE-COUNT.
005620     IF WS-ROUTE-FOUND
005630         GO TO 2300-EXIT
005640     END-IF.
005650     IF WS-ROUTE-COUNT < WS-MAX-ROUTES
005660         ADD 1 TO WS-ROUTE-COUNT
005670         MOVE WS-ROUTE-COUNT TO WS-RX
005680         MOVE LM-ROUTE-CODE  TO RT-ROUTE-CODE(WS-RX)
005690         MOVE SPACES         TO RT-ROUTE-NAME(WS-RX)
005700         MOVE "N"            TO RT-ACTIVE-SW(WS-RX)
005710         MOVE ZEROES         TO RT-COUNT(WS-RX)
005720                                RT-SUM-X(WS-RX)
005730                                RT-SUM-Y(WS-RX)
005740                                RT-SPAN-M(WS-RX)
005750                                RT-SPAN-I(WS-RX)
005760                                RT-SPAN-J(WS-RX)
005770         SET WS-ROUTE-FOUND TO TRUE
005780     END-IF.
005790 2300-EXIT.
005800     EXIT.
005810
005820 2310-SCAN-ROUTES.
005830     IF RT-ROUTE-CODE(WS-RX) = LM-ROUTE-CODE
005840         SET WS-ROUTE-FOUND TO TRUE
005850     ELSE
005860         ADD 1 TO WS-RX
005870     END-IF.
005880 2310-EXIT.
005890     EXIT.
005900
005910 2500-GET-ROUTES.
005920     MOVE 1 TO WS-RX.
005930     PERFORM 2510-GET-ONE-ROUTE THRU 2510-EXIT
005940         UNTIL WS-RX > WS-ROUTE-COUNT.
005950 2500-EXIT.
005960     EXIT.
005970
005980 2510-GET-ONE-ROUTE.
005990     MOVE RT-ROUTE-CODE(WS-RX) TO RM-ROUTE-CODE.
006000     READ ROUTE-MASTER
006010         INVALID KEY
006020             MOVE "NOT ON ROUTE MASTER" TO RT-ROUTE-NAME(WS-RX)
006030     END-READ.
006040     IF WS-RM-STATUS = "00"
006050         MOVE RM-ROUTE-NAME TO RT-ROUTE-NAME(WS-RX)
006060         IF RM-ACTIVE
006070             MOVE "Y" TO RT-ACTIVE-SW(WS-RX)
006080         END-IF
006090     END-IF.
006100     ADD 1 TO WS-RX.
006110 2510-EXIT.
006120     EXIT.
006130
006140 3000-ROUTE-SPANS.
006150     MOVE 1 TO WS-IX.
006160     PERFORM 3100-SPAN-OUTER THRU 3100-EXIT
006170         UNTIL WS-IX > WS-POINT-COUNT.
006180 3000-EXIT.
006190     EXIT.
006200
006210 3100-SPAN-OUTER.
006220     IF PT-ROUTE-IX(WS-IX) = ZERO
006230         GO TO 3100-NEXT
006240     END-IF.
006250     COMPUTE WS-JX = WS-IX + 1.
006260     PERFORM 3200-SPAN-INNER THRU 3200-EXIT
006270         UNTIL WS-JX > WS-POINT-COUNT.
006280 3100-NEXT.
006290     ADD 1 TO WS-IX.
006300 3100-EXIT.
006310     EXIT.
006320
006330 3200-SPAN-INNER.
006340     IF PT-ROUTE-IX(WS-JX) = PT-ROUTE-IX(WS-IX)
006350         MOVE WS-JX TO WS-KX
006360         PERFORM 7000-DISTANCE-IX-KX THRU 7000-EXIT
006370         MOVE PT-ROUTE-IX(WS-IX) TO WS-RX
006380         IF WS-DIST-M > RT-SPAN-M(WS-RX)
006390             MOVE WS-DIST-M TO RT-SPAN-M(WS-RX)
006400             MOVE WS-IX     TO RT-SPAN-I(WS-RX)
006410             MOVE WS-JX     TO RT-SPAN-J(WS-RX)
006420         END-IF
006430     END-IF.
006440     ADD 1 TO WS-JX.
006450 3200-EXIT.
006460     EXIT.
006470
006480 4000-EXAMINE-STOPS.
006490     MOVE 1 TO WS-IX.
006500     PERFORM 4100-EXAMINE-ONE-STOP THRU 4100-EXIT
006510         UNTIL WS-IX > WS-POINT-COUNT.
006520 4000-EXIT.
006530     EXIT.
006540
006550 4100-EXAMINE-ONE-STOP.
006560     MOVE PT-ROUTE-IX(WS-IX) TO WS-OWN-RX.
006570     IF WS-OWN-RX = ZERO
006580         GO TO 4100-NEXT
006590     END-IF.
006600     IF RT-COUNT(WS-OWN-RX) < 2
006610         GO TO 4100-NEXT
006620     END-IF.
006630     ADD 1 TO WS-EXAMINED-COUNT.
006640
006650     MOVE 1 TO WS-RX.
006660     PERFORM 4200-RESET-ROUTE THRU 4200-EXIT
006670         UNTIL WS-RX > WS-ROUTE-COUNT.
006680     MOVE 1 TO WS-KX.
006690     PERFORM 4300-MEASURE-MEMBER THRU 4300-EXIT
006700         UNTIL WS-KX > WS-POINT-COUNT.
006710
006720     COMPUTE WS-CTR-X ROUNDED =
006730         (RT-SUM-X(WS-OWN-RX) - PT-X(WS-IX))
006740             / (RT-COUNT(WS-OWN-RX) - 1).
006750     COMPUTE WS-CTR-Y ROUNDED =
006760         (RT-SUM-Y(WS-OWN-RX) - PT-Y(WS-IX))
006770             / (RT-COUNT(WS-OWN-RX) - 1).
006780     PERFORM 7100-DISTANCE-TO-CENTRE THRU 7100-EXIT.
006790     COMPUTE WS-OWN-CTR ROUNDED = (WS-DIST-M ** .5).
006800     COMPUTE WS-OWN-NN ROUNDED = (RT-NN-M(WS-OWN-RX) ** .5).
006810
006820     MOVE ZEROES TO WS-BEST-RX.
006830     MOVE 1 TO WS-RX.
006840     PERFORM 4400-TEST-OTHER-ROUTE THRU 4400-EXIT
006850         UNTIL WS-RX > WS-ROUTE-COUNT.
006860     IF WS-BEST-RX NOT = ZERO
006870         PERFORM 4500-ADD-CANDIDATE THRU 4500-EXIT
006880     END-IF.
006890 4100-NEXT.
006900     ADD 1 TO WS-IX.
006910 4100-EXIT.
006920     EXIT.
006930
006940 4200-RESET-ROUTE.
006950     MOVE WS-NN-DIST-INIT TO RT-NN-M(WS-RX).
006960     MOVE ZEROES          TO RT-FAR-M(WS-RX)
006970                             RT-CTR-DIST(WS-RX).
006980     ADD 1 TO WS-RX.
006990 4200-EXIT.
007000     EXIT.
007010
007020 4300-MEASURE-MEMBER.
007030     IF WS-KX = WS-IX OR PT-ROUTE-IX(WS-KX) = ZERO
007040         GO TO 4300-NEXT
007050     END-IF.
007060     PERFORM 7000-DISTANCE-IX-KX THRU 7000-EXIT.
007070     MOVE PT-ROUTE-IX(WS-KX) TO WS-RX.
007080     IF WS-DIST-M < RT-NN-M(WS-RX)
007090         MOVE WS-DIST-M TO RT-NN-M(WS-RX)
007100     END-IF.
007110     IF WS-DIST-M > RT-FAR-M(WS-RX)
007120         MOVE WS-DIST-M TO RT-FAR-M(WS-RX)
007130     END-IF.
007140 4300-NEXT.
007150     ADD 1 TO WS-KX.
007160 4300-EXIT.
007170     EXIT.
007180
007190 4400-TEST-OTHER-ROUTE.
007200     IF WS-RX = WS-OWN-RX OR RT-COUNT(WS-RX) = ZERO
007210         GO TO 4400-NEXT
007220     END-IF.
007230     COMPUTE WS-OTHER-NN ROUNDED = (RT-NN-M(WS-RX) ** .5).
007240     IF WS-OTHER-NN NOT < WS-OWN-NN
007250         GO TO 4400-NEXT
007260     END-IF.
007270     COMPUTE WS-CTR-X ROUNDED =
007280         RT-SUM-X(WS-RX) / RT-COUNT(WS-RX).
007290     COMPUTE WS-CTR-Y ROUNDED =
007300         RT-SUM-Y(WS-RX) / RT-COUNT(WS-RX).
007310     PERFORM 7100-DISTANCE-TO-CENTRE THRU 7100-EXIT.
007320     COMPUTE RT-CTR-DIST(WS-RX) ROUNDED = (WS-DIST-M ** .5).
007330     IF RT-CTR-DIST(WS-RX) NOT < WS-OWN-CTR
007340         GO TO 4400-NEXT
007350     END-IF.
007360     IF WS-BEST-RX = ZERO OR WS-OTHER-NN < WS-BEST-NN
007370         MOVE WS-RX              TO WS-BEST-RX
007380         MOVE WS-OTHER-NN        TO WS-BEST-NN
007390         MOVE RT-CTR-DIST(WS-RX) TO WS-BEST-CTR
007400     END-IF.
007410 4400-NEXT.
007420     ADD 1 TO WS-RX.
007430 4400-EXIT.
007440     EXIT.
007450
007460 4500-ADD-CANDIDATE.
007470     IF WS-CAND-COUNT NOT < WS-MAX-CANDIDATES
007480         ADD 1 TO WS-CAND-UNTABLED
007490         GO TO 4500-EXIT
007500     END-IF.
007510     ADD 1 TO WS-CAND-COUNT.
007520     MOVE WS-CAND-COUNT TO WS-CX.
007530     MOVE WS-IX         TO CD-POINT-IX(WS-CX).
007540     MOVE WS-OWN-RX     TO CD-FROM-RX(WS-CX).
007550     MOVE WS-BEST-RX    TO CD-TO-RX(WS-CX).
007560     MOVE WS-OWN-CTR    TO CD-OWN-CTR(WS-CX).
007570     MOVE WS-OWN-NN     TO CD-OWN-NN(WS-CX).
007580     MOVE WS-BEST-CTR   TO CD-NEW-CTR(WS-CX).
007590     MOVE WS-BEST-NN    TO CD-NEW-NN(WS-CX).
007600     COMPUTE CD-NN-SAVE(WS-CX) = WS-OWN-NN - WS-BEST-NN.
007610
007620     PERFORM 4600-FROM-SPAN-CHANGE THRU 4600-EXIT.
007630     PERFORM 4700-TO-SPAN-CHANGE THRU 4700-EXIT.
007640     COMPUTE CD-NET-CHG(WS-CX) =
007650         CD-FROM-CHG(WS-CX) + CD-TO-CHG(WS-CX).
007660
007670     EVALUATE TRUE
007680         WHEN NOT RT-ACTIVE(WS-BEST-RX)
007690             MOVE "HELD-RT CLOSED" TO CD-ACTION(WS-CX)
007700         WHEN CD-NET-CHG(WS-CX) > ZERO
007710             MOVE "HELD-SPAN UP"   TO CD-ACTION(WS-CX)
007720         WHEN OTHER
007730             MOVE "PROPOSED"       TO CD-ACTION(WS-CX)
007740     END-EVALUATE.
007750 4500-EXIT.
007760     EXIT.
007770
007780 4600-FROM-SPAN-CHANGE.
007790     MOVE ZEROES TO CD-FROM-CHG(WS-CX).
007800     IF WS-IX NOT = RT-SPAN-I(WS-OWN-RX)
007810        AND WS-IX NOT = RT-SPAN-J(WS-OWN-RX)
007820         GO TO 4600-EXIT
007830     END-IF.
007840     MOVE ZEROES TO WS-REST-M.
007850     MOVE 1 TO WS-JX.
007860     PERFORM 4610-REST-OUTER THRU 4610-EXIT
007870         UNTIL WS-JX > WS-POINT-COUNT.
007880     COMPUTE WS-SPAN-BEFORE ROUNDED =
007890         (RT-SPAN-M(WS-OWN-RX) ** .5).
007900     COMPUTE WS-SPAN-AFTER  ROUNDED = (WS-REST-M ** .5).
007910     COMPUTE CD-FROM-CHG(WS-CX) = WS-SPAN-AFTER - WS-SPAN-BEFORE.
007920 4600-EXIT.
007930     EXIT.
007940
007950 4610-REST-OUTER.
007960     IF WS-JX = WS-IX OR PT-ROUTE-IX(WS-JX) NOT = WS-OWN-RX
007970         GO TO 4610-NEXT
007980     END-IF.
007990     COMPUTE WS-KX = WS-JX + 1.
008000     PERFORM 4620-REST-INNER THRU 4620-EXIT
008010         UNTIL WS-KX > WS-POINT-COUNT.
008020 4610-NEXT.
008030     ADD 1 TO WS-JX.
008040 4610-EXIT.
008050     EXIT.
008060
008070 4620-REST-INNER.
008080     IF WS-KX NOT = WS-IX AND PT-ROUTE-IX(WS-KX) = WS-OWN-RX
008090         COMPUTE WS-DIST-A = PT-X(WS-JX) - PT-X(WS-KX)
008100         MULTIPLY WS-DIST-A BY WS-DIST-A GIVING WS-DIST-A
008110         COMPUTE WS-DIST-B = PT-Y(WS-JX) - PT-Y(WS-KX)
008120         MULTIPLY WS-DIST-B BY WS-DIST-B GIVING WS-DIST-B
008130         ADD WS-DIST-A WS-DIST-B GIVING WS-DIST-M
008140         IF WS-DIST-M > WS-REST-M
008150             MOVE WS-DIST-M TO WS-REST-M
008160         END-IF
008170     END-IF.
008180     ADD 1 TO WS-KX.
008190 4620-EXIT.
008200     EXIT.
008210
008220 4700-TO-SPAN-CHANGE.
008230     MOVE ZEROES TO CD-TO-CHG(WS-CX).
008240     IF RT-FAR-M(WS-BEST-RX) NOT > RT-SPAN-M(WS-BEST-RX)
008250         GO TO 4700-EXIT
008260     END-IF.
008270     COMPUTE WS-SPAN-BEFORE ROUNDED =
008280         (RT-SPAN-M(WS-BEST-RX) ** .5).
008290     COMPUTE WS-SPAN-AFTER ROUNDED =
008300         (RT-FAR-M(WS-BEST-RX) ** .5).
008310     COMPUTE CD-TO-CHG(WS-CX) = WS-SPAN-AFTER - WS-SPAN-BEFORE.
008320 4700-EXIT.
008330     EXIT.
008340
008350 5000-RANK-CANDIDATES.
008360     MOVE 1 TO WS-CX.
008370     PERFORM 5100-RANK-PASS THRU 5100-EXIT
008380         UNTIL WS-CX >= WS-CAND-COUNT.
008390 5000-EXIT.
008400     EXIT.
008410
008420 5100-RANK-PASS.
008430     COMPUTE WS-CY = WS-CX + 1.
008440     PERFORM 5200-RANK-TEST THRU 5200-EXIT
008450         UNTIL WS-CY > WS-CAND-COUNT.
008460     ADD 1 TO WS-CX.
008470 5100-EXIT.
008480     EXIT.
008490
008500 5200-RANK-TEST.
008510     MOVE "N" TO WS-SWAP-SW.
008520     IF CD-NET-CHG(WS-CY) < CD-NET-CHG(WS-CX)
008530         SET WS-SWAP-NEEDED TO TRUE
008540     END-IF.
008550     IF CD-NET-CHG(WS-CY) = CD-NET-CHG(WS-CX)
008560        AND CD-NN-SAVE(WS-CY) > CD-NN-SAVE(WS-CX)
008570         SET WS-SWAP-NEEDED TO TRUE
008580     END-IF.
008590     IF WS-SWAP-NEEDED
008600         MOVE CD-ENTRY(WS-CX) TO WS-CD-SWAP
008610         MOVE CD-ENTRY(WS-CY) TO CD-ENTRY(WS-CX)
008620         MOVE WS-CD-SWAP      TO CD-ENTRY(WS-CY)
008630     END-IF.
008640     ADD 1 TO WS-CY.
008650 5200-EXIT.
008660     EXIT.
008670
008680 6000-REPORT-CANDIDATES.
008690     IF WS-CAND-COUNT = ZERO
008700         WRITE REPORT-RECORD FROM RPT-NONE-LINE
008710         ADD 1 TO WS-LINE-COUNT
008720     END-IF.
008730     MOVE 1 TO WS-CX.
008740     PERFORM 6100-REPORT-ONE-CANDIDATE THRU 6100-EXIT
008750         UNTIL WS-CX > WS-CAND-COUNT.
008760
008770     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 3
008780         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
008790     END-IF.
008800     IF WS-OVERFLOW-COUNT > 0
008810         MOVE WS-OVERFLOW-COUNT TO RPT-OV-COUNT
008820         WRITE REPORT-RECORD FROM RPT-OVERFLOW-LINE
008830         ADD 1 TO WS-LINE-COUNT
008840     END-IF.
008850     IF WS-ROUTE-UNTABLED > 0
008860         MOVE WS-ROUTE-UNTABLED TO RPT-RF-UNTABLED
008870         WRITE REPORT-RECORD FROM RPT-RT-FULL-LINE
008880         ADD 1 TO WS-LINE-COUNT
008890     END-IF.
008900     IF WS-CAND-UNTABLED > 0
008910         MOVE WS-CAND-UNTABLED TO RPT-CF-UNTABLED
008920         WRITE REPORT-RECORD FROM RPT-CD-FULL-LINE
008930         ADD 1 TO WS-LINE-COUNT
008940     END-IF.
008950 6000-EXIT.
008960     EXIT.
008970
008980 6100-REPORT-ONE-CANDIDATE.
008990     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
009000         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
009010     END-IF.
009020     MOVE CD-POINT-IX(WS-CX) TO WS-IX.
009030     MOVE CD-FROM-RX(WS-CX)  TO WS-RX.
009040     MOVE CD-TO-RX(WS-CX)    TO WS-RY.
009050     MOVE WS-CX               TO RPT-CL-RANK.
009060     MOVE PT-POINT-ID(WS-IX)  TO RPT-CL-POINT.
009070     MOVE RT-ROUTE-CODE(WS-RX) TO RPT-CL-FROM.
009080     MOVE RT-ROUTE-CODE(WS-RY) TO RPT-CL-TO.
009090     MOVE CD-OWN-CTR(WS-CX)   TO RPT-CL-OWN-CTR.
009100     MOVE CD-OWN-NN(WS-CX)    TO RPT-CL-OWN-NN.
009110     MOVE CD-NEW-CTR(WS-CX)   TO RPT-CL-NEW-CTR.
009120     MOVE CD-NEW-NN(WS-CX)    TO RPT-CL-NEW-NN.
009130     MOVE CD-FROM-CHG(WS-CX)  TO RPT-CL-FROM-CHG.
009140     MOVE CD-TO-CHG(WS-CX)    TO RPT-CL-TO-CHG.
009150     MOVE CD-NET-CHG(WS-CX)   TO RPT-CL-NET-CHG.
009160     COMPUTE WS-NET-KM ROUNDED =
009170         CD-NET-CHG(WS-CX) * CF-KM-PER-MILE.
009180     MOVE WS-NET-KM           TO RPT-CL-NET-KM.
009190     MOVE CD-ACTION(WS-CX)    TO RPT-CL-ACTION.
009200     WRITE REPORT-RECORD FROM RPT-CAND-LINE.
009210     MOVE RT-ROUTE-NAME(WS-RX) TO RPT-RN-FROM-NAME.
009220     MOVE RT-ROUTE-NAME(WS-RY) TO RPT-RN-TO-NAME.
009230     WRITE REPORT-RECORD FROM RPT-ROUTE-NAME-LINE.
009240     ADD 2 TO WS-LINE-COUNT.
009250
009260     IF CD-APPROVED(WS-CX)
009270         MOVE SPACES              TO MAINT-TRANS-RECORD
009280         MOVE "C"                 TO MT-FUNCTION
009290         MOVE PT-POINT-ID(WS-IX)  TO MT-POINT-ID
009300         MOVE PT-X(WS-IX)         TO MT-X
009310         MOVE PT-Y(WS-IX)         TO MT-Y
009320         MOVE RT-ROUTE-CODE(WS-RY) TO MT-ROUTE
009330         WRITE MAINT-TRANS-RECORD
009340         ADD 1 TO WS-APPROVED-COUNT
009350     ELSE
009360         ADD 1 TO WS-HELD-COUNT
009370     END-IF.
009380     ADD 1 TO WS-CX.
009390 6100-EXIT.
009400     EXIT.
009410
009420 7000-DISTANCE-IX-KX.
009430     COMPUTE WS-DIST-A = PT-X(WS-IX) - PT-X(WS-KX).
009440     MULTIPLY WS-DIST-A BY WS-DIST-A GIVING WS-DIST-A.
009450     COMPUTE WS-DIST-B = PT-Y(WS-IX) - PT-Y(WS-KX).
009460     MULTIPLY WS-DIST-B BY WS-DIST-B GIVING WS-DIST-B.
009470     ADD WS-DIST-A WS-DIST-B GIVING WS-DIST-M.
009480 7000-EXIT.
009490     EXIT.
009500
009510 7100-DISTANCE-TO-CENTRE.
009520     COMPUTE WS-DIST-A = PT-X(WS-IX) - WS-CTR-X.
009530     MULTIPLY WS-DIST-A BY WS-DIST-A GIVING WS-DIST-A.
009540     COMPUTE WS-DIST-B = PT-Y(WS-IX) - WS-CTR-Y.
009550     MULTIPLY WS-DIST-B BY WS-DIST-B GIVING WS-DIST-B.
009560     ADD WS-DIST-A WS-DIST-B GIVING WS-DIST-M.
009570 7100-EXIT.
009580     EXIT.
009590
009600 8000-TERMINATE.
009610     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
009620         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
009630     END-IF.
009640     MOVE WS-POINT-COUNT    TO RPT-CTL-POINTS.
009650     MOVE WS-EXAMINED-COUNT TO RPT-CTL-EXAMINED.
009660     MOVE WS-UNROUTED-COUNT TO RPT-CTL-UNROUTED.
009670     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
009680     MOVE WS-CAND-COUNT     TO RPT-CTL-CANDS.
009690     MOVE WS-APPROVED-COUNT TO RPT-CTL-APPROVED.
009700     MOVE WS-HELD-COUNT     TO RPT-CTL-HELD.
009710     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE-2.
009720
009730     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009740     IF WS-PDATE-SET
009750         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
009760     END-IF.
009770     ACCEPT WS-CURRENT-TIME FROM TIME.
009780
009790     MOVE SPACES               TO RUNCTL-RECORD.
009800     MOVE "RTEREBAL"            TO RUNCTL-JOB-NAME.
009810     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
009815     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
009820     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
009830     SET RUNCTL-EVENT-END       TO TRUE.
009840     MOVE WS-POINT-COUNT        TO RUNCTL-INPUT-COUNT.
009850     MOVE WS-APPROVED-COUNT     TO RUNCTL-OUTPUT-COUNT.
009860     COMPUTE RUNCTL-REJECT-COUNT =
009870         WS-OVERFLOW-COUNT + WS-ROUTE-UNTABLED + WS-CAND-UNTABLED.
009880     IF RUNCTL-REJECT-COUNT > 0
009890         SET RUNCTL-CC-WARNING  TO TRUE
009900     ELSE
009910         SET RUNCTL-CC-NORMAL   TO TRUE
009920     END-IF.
009930     WRITE RUNCTL-RECORD.
009940
009950     CLOSE LOCATION-MASTER
009960           ROUTE-MASTER
009970           TRANS-OUT-FILE
009980           REPORT-FILE
009990           RUNCTL-FILE.
010000     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
010010 8000-EXIT.
010020     EXIT.
