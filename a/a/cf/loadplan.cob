000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    LOADPLAN.
000120 AUTHOR.        D.OKAFOR.
000130 INSTALLATION.  DISTRIBUTION - APPLICATIONS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* LOADPLAN
000190*
000200* NIGHTLY VEHICLE LOAD-PLANNING STEP RUN AFTER RUNSHEET. TAKES
000210* THE DAY'S VALIDATED TRANSACTIONS (TRANVAL), FINDS EACH
000220* DESTINATION'S ROUTE ON THE LOCATION MASTER AND EXTENDS
000230* TV-QUANTITY BY THE ITEM'S UNIT WEIGHT AND UNIT CUBE FROM THE
000240* ITEM MASTER, TOTALLING WEIGHT AND CUBE BY ROUTE. EACH ROUTE'S
000250* TOTALS ARE SET AGAINST THE VEHICLE WEIGHT AND CUBE CAPACITY ON
000260* THE ROUTE MASTER AND THE ROUTE IS FLAGGED WHEN EITHER IS OVER
000270* CAPACITY, OR AT OR ABOVE THE WARNING PERCENTAGE FROM THE
000280* LDPLNCTL CONTROL FILE (PROGRAM DEFAULT 90 PERCENT WHEN NO
000290* CONTROL RECORD IS ON FILE). THE REPORT LISTS OVERLOADED ROUTES
000300* FIRST, THEN ROUTES ABOVE THE WARNING PERCENTAGE, EACH GROUP
000310* FULLEST FIRST, THEN ROUTES WITHIN CAPACITY AND LAST ANY ROUTE
000320* WITH NO CAPACITY ON FILE. AN ITEM WITH NO WEIGHT OR CUBE ON
000330* THE ITEM MASTER ADDS NOTHING TO THE TOTALS FOR THAT MEASURE -
000340* SUCH ITEMS ARE COUNTED ON THEIR ROUTE'S LINE AND LISTED AT THE
000350* END SO THE MASTER CAN BE COMPLETED. A DESTINATION THAT HAS
000360* DROPPED OFF THE LOCATION MASTER SINCE BINCODE VALIDATED IT IS
000370* REPORTED AS UNMATCHED, AS IN RTEDMND. RUNCTL CARRIES THE ROUTES
000380* PLANNED AS INPUT AND THE FLAGGED ROUTES AS REJECTS, SO NITECHEK
000390* CAN ALERT ON THEM THROUGH ALRTCTL; ANY FLAGGED ROUTE OR OTHER
000400* EXCEPTION ENDS THE STEP CC 0004.
000410*
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* ---------- ---- ------------------------------------------------
000450* 2026-10-15 DPO  ORIGINAL PROGRAM.
000453* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
000456*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000457* 2026-10-15 DPO  ROUTE AND MISSING-ITEM QUANTITIES WIDENED TO
000458*                 NINE DIGITS SO A ROUTE'S DAY TOTAL OF
000459*                 100,000,000 OR MORE PRINTS IN FULL.
000460*****************************************************************
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT LOCATION-MASTER ASSIGN TO LOCMAST
000560                             ORGANIZATION IS INDEXED
000570                             ACCESS MODE IS RANDOM
000580                             RECORD KEY IS LM-POINT-ID
000590                             FILE STATUS IS WS-LM-STATUS.
000600
000610     SELECT ROUTE-MASTER    ASSIGN TO ROUTMAST
000620                             ORGANIZATION IS INDEXED
000630                             ACCESS MODE IS RANDOM
000640                             RECORD KEY IS RM-ROUTE-CODE
000650                             FILE STATUS IS WS-RM-STATUS.
000660
000670     SELECT ITEM-MASTER     ASSIGN TO ITEMMAST
000680                             ORGANIZATION IS INDEXED
000690                             ACCESS MODE IS RANDOM
000700                             RECORD KEY IS IM-ITEM-CODE
000710                             FILE STATUS IS WS-IM-STATUS.
000720
000730     SELECT VALID-TRANS-FILE ASSIGN TO TRANVAL
000740                             ORGANIZATION IS SEQUENTIAL
000750                             FILE STATUS IS WS-TV-STATUS.
000760
000770     SELECT CONTROL-FILE    ASSIGN TO LDPLNCTL
000780                             ORGANIZATION IS SEQUENTIAL
000790                             FILE STATUS IS WS-CTL-STATUS.
000800
000810     SELECT REPORT-FILE     ASSIGN TO LOADRPT
000820                             ORGANIZATION IS SEQUENTIAL.
000830
000840     SELECT PROCDATE-FILE   ASSIGN TO PROCDATE
000850                             ORGANIZATION IS SEQUENTIAL
000860                             FILE STATUS IS WS-PDATE-STATUS.
000870
000880     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000890                             ORGANIZATION IS SEQUENTIAL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  LOCATION-MASTER.
000940     COPY "locmast.cpy".
000950
000960 FD  ROUTE-MASTER.
000970     COPY "routmast.cpy".
000980
000990 FD  ITEM-MASTER.
001000     COPY "itemmast.cpy".
001010
001020 FD  VALID-TRANS-FILE.
001030     COPY "tranval.cpy".
001040
001050 FD  CONTROL-FILE.
001060     COPY "ldplnctl.cpy".
001070
001080 FD  REPORT-FILE.
001090 01  REPORT-RECORD          PIC X(132).
001100
001110 FD  PROCDATE-FILE.
001120     COPY "procdate.cpy".
001130
001140 FD  RUNCTL-FILE.
001150     COPY "runctl.cpy".
001160
001170 WORKING-STORAGE SECTION.
001180 01  WS-LM-STATUS           PIC X(02).
001190 01  WS-RM-STATUS           PIC X(02).
001200 01  WS-IM-STATUS           PIC X(02).
001210 01  WS-TV-STATUS           PIC X(02).
001220 01  WS-CTL-STATUS          PIC X(02).
001230
001240 01  WS-SWITCHES.
001250     05  WS-TV-EOF-SW       PIC X(01) VALUE "N".
001260         88  WS-TV-EOF                VALUE "Y".
001270     05  WS-MASTER-OPEN-SW  PIC X(01) VALUE "N".
001280         88  WS-MASTER-OPEN-FAILED    VALUE "Y".
001290     05  WS-TV-OPEN-SW      PIC X(01) VALUE "N".
001300         88  WS-TV-OPEN-FAILED        VALUE "Y".
001310     05  WS-RM-OPEN-SW      PIC X(01) VALUE "N".
001320         88  WS-RM-OPEN-FAILED        VALUE "Y".
001330     05  WS-IM-OPEN-SW      PIC X(01) VALUE "N".
001340         88  WS-IM-OPEN-FAILED        VALUE "Y".
001350     05  WS-POINT-FOUND-SW  PIC X(01) VALUE "N".
001360         88  WS-POINT-FOUND           VALUE "Y".
001370     05  WS-ROUTE-FOUND-SW  PIC X(01) VALUE "N".
001380         88  WS-ROUTE-FOUND           VALUE "Y".
001390     05  WS-ITEM-FOUND-SW   PIC X(01) VALUE "N".
001400         88  WS-ITEM-FOUND            VALUE "Y".
001410     05  WS-MEASURE-SW      PIC X(01) VALUE "Y".
001420         88  WS-MEASURE-COMPLETE      VALUE "Y".
001430     05  WS-SWAP-SW         PIC X(01) VALUE "N".
001440         88  WS-SWAP-NEEDED           VALUE "Y".
001450
001460 01  WS-CONSTANTS.
001470     05  WS-MAX-ROUTES      PIC 9(03) VALUE 050.
001480     05  WS-MAX-MISSING     PIC 9(03) VALUE 200.
001490     05  WS-DEFAULT-PCT     PIC 9(03) VALUE 090.
001500     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
001510
001520 01  WS-WARN-PCT            PIC 9(03) VALUE ZEROES.
001530
001540 01  WS-COUNTS.
001550     05  WS-TV-COUNT        PIC 9(09) VALUE ZEROES.
001560     05  WS-MATCHED-COUNT   PIC 9(09) VALUE ZEROES.
001570     05  WS-UNMATCHED-COUNT PIC 9(09) VALUE ZEROES.
001580     05  WS-NO-DATA-COUNT   PIC 9(09) VALUE ZEROES.
001590     05  WS-ROUTE-COUNT     PIC 9(03) VALUE ZEROES.
001600     05  WS-ROUTE-UNTABLED  PIC 9(09) VALUE ZEROES.
001610     05  WS-MISSING-COUNT   PIC 9(03) VALUE ZEROES.
001620     05  WS-MISSING-UNTABLED PIC 9(09) VALUE ZEROES.
001630     05  WS-OVER-COUNT      PIC 9(03) VALUE ZEROES.
001640     05  WS-NEAR-COUNT      PIC 9(03) VALUE ZEROES.
001650     05  WS-WITHIN-COUNT    PIC 9(03) VALUE ZEROES.
001660     05  WS-NO-CAP-COUNT    PIC 9(03) VALUE ZEROES.
001670     05  WS-LINE-COUNT      PIC 9(02) VALUE ZEROES.
001680     05  WS-PAGE-COUNT      PIC 9(04) VALUE ZEROES.
001690     05  WS-RX              PIC 9(03) VALUE ZEROES.
001700     05  WS-RY              PIC 9(03) VALUE ZEROES.
001710     05  WS-MX              PIC 9(03) VALUE ZEROES.
001720
001730 01  WS-ROUTE-TABLE.
001740     05  RT-ENTRY OCCURS 50 TIMES.
001750         10  RT-ROUTE-CODE  PIC X(02).
001760         10  RT-ROUTE-NAME  PIC X(20).
001770         10  RT-QUANTITY    PIC 9(11).
001780         10  RT-WEIGHT      PIC 9(13)V9(03).
001790         10  RT-CUBE        PIC 9(13)V9(04).
001800         10  RT-WEIGHT-CAP  PIC 9(07).
001810         10  RT-CUBE-CAP    PIC 9(06).
001820         10  RT-WEIGHT-PCT  PIC 9(07)V9(01).
001830         10  RT-CUBE-PCT    PIC 9(07)V9(01).
001840         10  RT-MAX-PCT     PIC 9(07)V9(01).
001850         10  RT-NO-DATA     PIC 9(07).
001860         10  RT-STATUS      PIC 9(01).
001870             88  RT-OVER              VALUE 1.
001880             88  RT-NEAR              VALUE 2.
001890             88  RT-WITHIN            VALUE 3.
001900             88  RT-NO-CAPACITY       VALUE 4.
001910
001920 01  WS-RT-SWAP             PIC X(111).
001930
001940 01  WS-MISSING-TABLE.
001950     05  MI-ENTRY OCCURS 200 TIMES.
001960         10  MI-ITEM-CODE   PIC 9(10).
001970         10  MI-ITEM-DESC   PIC X(30).
001980         10  MI-QUANTITY    PIC 9(11).
001990
002000 01  WS-LINE-WORK.
002010     05  WS-LINE-WEIGHT     PIC 9(13)V9(03).
002020     05  WS-LINE-CUBE       PIC 9(13)V9(04).
002030     05  WS-UNIT-WEIGHT     PIC 9(05)V9(03).
002040     05  WS-UNIT-CUBE       PIC 9(04)V9(04).
002050     05  WS-ITEM-DESC       PIC X(30).
002060
002070 01  WS-PDATE-STATUS        PIC X(02).
002080 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
002085 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
002090 01  WS-PDATE-SW            PIC X(01) VALUE "N".
002100     88  WS-PDATE-SET        VALUE "Y".
002110
002120 01  WS-DATE-TIME.
002130     05  WS-CURRENT-DATE    PIC 9(08).
002140     05  WS-CURRENT-TIME    PIC 9(08).
002150
002160 01  RPT-HDR-1.
002170     05  FILLER         PIC X(20) VALUE "LOADPLAN - VEHICLE ".
002180     05  FILLER         PIC X(40) VALUE
002190         "LOAD PLANNING BY ROUTE".
002200     05  FILLER         PIC X(72) VALUE SPACES.
002210
002220 01  RPT-HDR-2.
002230     05  FILLER             PIC X(05) VALUE "DATE ".
002240     05  RPT-HDR-DATE       PIC 9(08).
002250     05  FILLER             PIC X(05) VALUE SPACES.
002260     05  FILLER             PIC X(05) VALUE "PAGE ".
002270     05  RPT-HDR-PAGE       PIC ZZZ9.
002280     05  FILLER             PIC X(05) VALUE SPACES.
002290     05  FILLER             PIC X(13) VALUE "WARNING PCT -".
002300     05  RPT-HDR-PCT        PIC ZZ9.
002310     05  FILLER             PIC X(84) VALUE SPACES.
002320
002330 01  RPT-HDR-3.
002340     05  FILLER             PIC X(132) VALUE ALL "-".
002350
002360 01  RPT-COLUMN-LINE.
002370     05  FILLER             PIC X(05) VALUE " RT  ".
002380     05  FILLER             PIC X(21) VALUE "ROUTE NAME".
002390     05  FILLER             PIC X(12) VALUE "   QUANTITY ".
002400     05  FILLER             PIC X(12) VALUE "  WEIGHT LB ".
002410     05  FILLER             PIC X(10) VALUE "   CAP LB ".
002420     05  FILLER             PIC X(09) VALUE " WT PCT  ".
002430     05  FILLER             PIC X(12) VALUE "  CUBE CUFT ".
002440     05  FILLER             PIC X(08) VALUE "CAP CUFT".
002450     05  FILLER             PIC X(09) VALUE " CU PCT  ".
002460     05  FILLER             PIC X(07) VALUE " NODATA".
002470     05  FILLER             PIC X(24) VALUE "  STATUS".
002480     05  FILLER             PIC X(03) VALUE SPACES.
002490
002500 01  RPT-ROUTE-LINE.
002510     05  FILLER             PIC X(01) VALUE SPACES.
002520     05  RPT-RL-ROUTE       PIC X(02).
002530     05  FILLER             PIC X(02) VALUE SPACES.
002540     05  RPT-RL-NAME        PIC X(20).
002550     05  FILLER             PIC X(01) VALUE SPACES.
002560     05  RPT-RL-QTY         PIC ZZZ,ZZZ,ZZ9.
002570     05  FILLER             PIC X(01) VALUE SPACES.
002580     05  RPT-RL-WEIGHT      PIC ZZZ,ZZZ,ZZ9.
002590     05  FILLER             PIC X(01) VALUE SPACES.
002600     05  RPT-RL-WEIGHT-CAP  PIC Z,ZZZ,ZZ9.
002610     05  FILLER             PIC X(01) VALUE SPACES.
002620     05  RPT-RL-WEIGHT-PCT  PIC ZZZZ9.9.
002630     05  FILLER             PIC X(02) VALUE SPACES.
002640     05  RPT-RL-CUBE        PIC ZZZ,ZZZ,ZZ9.
002650     05  FILLER             PIC X(01) VALUE SPACES.
002660     05  RPT-RL-CUBE-CAP    PIC ZZZ,ZZ9.
002670     05  FILLER             PIC X(01) VALUE SPACES.
002680     05  RPT-RL-CUBE-PCT    PIC ZZZZ9.9.
002690     05  FILLER             PIC X(02) VALUE SPACES.
002700     05  RPT-RL-NO-DATA     PIC ZZZZ9.
002710     05  FILLER             PIC X(02) VALUE SPACES.
002720     05  RPT-RL-FLAG        PIC X(24).
002730     05  FILLER             PIC X(03) VALUE SPACES.
002740
002750 01  RPT-NEAR-FLAG.
002760     05  FILLER             PIC X(09) VALUE "** ABOVE ".
002770     05  RPT-NF-PCT         PIC ZZ9.
002780     05  FILLER             PIC X(12) VALUE " PCT **".
002790
002800 01  RPT-MISSING-HDR-LINE.
002810     05  FILLER             PIC X(40) VALUE
002820         "ITEMS WITH NO WEIGHT OR CUBE ON THE ITEM".
002830     05  FILLER             PIC X(40) VALUE
002840         " MASTER - NOT IN THE ROUTE TOTALS ABOVE".
002850     05  FILLER             PIC X(52) VALUE SPACES.
002860
002870 01  RPT-MISSING-LINE.
002880     05  FILLER             PIC X(05) VALUE SPACES.
002890     05  FILLER             PIC X(05) VALUE "ITEM ".
002900     05  RPT-MI-ITEM        PIC 9(10).
002910     05  FILLER             PIC X(02) VALUE SPACES.
002920     05  RPT-MI-DESC        PIC X(30).
002930     05  FILLER             PIC X(07) VALUE "  QTY  ".
002940     05  RPT-MI-QTY         PIC ZZZ,ZZZ,ZZ9.
002950     05  FILLER             PIC X(62) VALUE SPACES.
002960
002970 01  RPT-UNMATCHED-LINE.
002980     05  FILLER             PIC X(30) VALUE
002990         "DEST NOT ON LOC MASTER - PT   ".
003000     05  RPT-UM-POINT-ID    PIC 9(05).
003010     05  FILLER             PIC X(97) VALUE SPACES.
003020
003030 01  RPT-RT-FULL-LINE.
003040     05  FILLER             PIC X(30) VALUE
003050         "ROUTE TABLE FULL - TRANS NOT  ".
003060     05  FILLER             PIC X(10) VALUE "PLANNED - ".
003070     05  RPT-RF-UNTABLED    PIC ZZZ,ZZZ,ZZ9.
003080     05  FILLER             PIC X(81) VALUE SPACES.
003090
003100 01  RPT-MI-FULL-LINE.
003110     05  FILLER             PIC X(30) VALUE
003120         "NO-DATA ITEM TABLE FULL - TRAN".
003130     05  FILLER             PIC X(13) VALUE "NOT LISTED - ".
003140     05  RPT-MF-UNTABLED    PIC ZZZ,ZZZ,ZZ9.
003150     05  FILLER             PIC X(78) VALUE SPACES.
003160
003170 01  RPT-MASTER-OPEN-LINE.
003180     05  FILLER             PIC X(30) VALUE
003190         "LOCATION MASTER OPEN FAILED - ".
003200     05  RPT-LM-OPEN-STATUS PIC X(02).
003210     05  FILLER             PIC X(17) VALUE
003220         " - RUN TERMINATED".
003230     05  FILLER             PIC X(83) VALUE SPACES.
003240
003250 01  RPT-TV-OPEN-LINE.
003260     05  FILLER             PIC X(30) VALUE
003270         "TRANVAL FILE OPEN FAILED -    ".
003280     05  RPT-TV-OPEN-STATUS PIC X(02).
003290     05  FILLER             PIC X(17) VALUE
003300         " - RUN TERMINATED".
003310     05  FILLER             PIC X(83) VALUE SPACES.
003320
003330 01  RPT-RM-OPEN-LINE.
003340     05  FILLER             PIC X(30) VALUE
003350         "ROUTE MASTER OPEN FAILED -    ".
003360     05  RPT-RM-OPEN-STATUS PIC X(02).
003370     05  FILLER             PIC X(17) VALUE
003380         " - RUN TERMINATED".
003390     05  FILLER             PIC X(83) VALUE SPACES.
003400
003410 01  RPT-IM-OPEN-LINE.
003420     05  FILLER             PIC X(30) VALUE
003430         "ITEM MASTER OPEN FAILED -     ".
003440     05  RPT-IM-OPEN-STATUS PIC X(02).
003450     05  FILLER             PIC X(17) VALUE
003460         " - RUN TERMINATED".
003470     05  FILLER             PIC X(83) VALUE SPACES.
003480
003490 01  RPT-CONTROL-LINE.
003500     05  FILLER         PIC X(20) VALUE "TRANSACTIONS READ - ".
003510     05  RPT-CTL-READ       PIC ZZZ,ZZZ,ZZ9.
003520     05  FILLER         PIC X(05) VALUE SPACES.
003530     05  FILLER         PIC X(20) VALUE "MATCHED           - ".
003540     05  RPT-CTL-MATCHED    PIC ZZZ,ZZZ,ZZ9.
003550     05  FILLER         PIC X(05) VALUE SPACES.
003560     05  FILLER         PIC X(20) VALUE "UNMATCHED         - ".
003570     05  RPT-CTL-UNMATCHED  PIC ZZZ,ZZZ,ZZ9.
003580     05  FILLER             PIC X(29) VALUE SPACES.
003590
003600 01  RPT-CONTROL-LINE-2.
003610     05  FILLER         PIC X(20) VALUE "ROUTES PLANNED    - ".
003620     05  RPT-CTL-ROUTES     PIC ZZZ,ZZZ,ZZ9.
003630     05  FILLER         PIC X(05) VALUE SPACES.
003640     05  FILLER         PIC X(20) VALUE "OVER CAPACITY     - ".
003650     05  RPT-CTL-OVER       PIC ZZZ,ZZZ,ZZ9.
003660     05  FILLER         PIC X(05) VALUE SPACES.
003670     05  FILLER         PIC X(20) VALUE "ABOVE WARNING PCT - ".
003680     05  RPT-CTL-NEAR       PIC ZZZ,ZZZ,ZZ9.
003690     05  FILLER             PIC X(29) VALUE SPACES.
003700
003710 01  RPT-CONTROL-LINE-3.
003720     05  FILLER         PIC X(20) VALUE "WITHIN CAPACITY   - ".
003730     05  RPT-CTL-WITHIN     PIC ZZZ,ZZZ,ZZ9.
003740     05  FILLER         PIC X(05) VALUE SPACES.
003750     05  FILLER         PIC X(20) VALUE "NO CAPACITY       - ".
003760     05  RPT-CTL-NO-CAP     PIC ZZZ,ZZZ,ZZ9.
003770     05  FILLER         PIC X(05) VALUE SPACES.
003780     05  FILLER         PIC X(20) VALUE "TRANS NO WT/CUBE  - ".
003790     05  RPT-CTL-NO-DATA    PIC ZZZ,ZZZ,ZZ9.
003800     05  FILLER             PIC X(29) VALUE SPACES.
003810
003820 PROCEDURE DIVISION.
003830
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003860     IF WS-MASTER-OPEN-FAILED
003870         PERFORM 1900-ABEND-BAD-MASTER THRU 1900-EXIT
003880     ELSE
003890         IF WS-TV-OPEN-FAILED
003900             PERFORM 1910-ABEND-BAD-TRANVAL THRU 1910-EXIT
003910         ELSE
003920             IF WS-RM-OPEN-FAILED
003930                 PERFORM 1920-ABEND-BAD-ROUTE THRU 1920-EXIT
003940             ELSE
003950                 IF WS-IM-OPEN-FAILED
003960                     PERFORM 1930-ABEND-BAD-ITEM THRU 1930-EXIT
003970                 ELSE
003980                     PERFORM 2000-ACCUMULATE THRU 2000-EXIT
003990                         UNTIL WS-TV-EOF
004000                     PERFORM 3000-EVALUATE-ROUTES THRU 3000-EXIT
004010                     PERFORM 4000-SORT-ROUTES THRU 4000-EXIT
004020                     PERFORM 5000-REPORT-ROUTES THRU 5000-EXIT
004030                     PERFORM 8000-TERMINATE THRU 8000-EXIT
004040                 END-IF
004050             END-IF
004060         END-IF
004070     END-IF.
004080     STOP RUN.
004090
004100 1000-INITIALIZE.
004110     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004120     ACCEPT WS-CURRENT-TIME FROM TIME.
004130     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
004140     PERFORM 1300-LOAD-CONTROL THRU 1300-EXIT.
004150
004160     OPEN INPUT  LOCATION-MASTER.
004170     IF WS-LM-STATUS NOT = "00"
004180         SET WS-MASTER-OPEN-FAILED TO TRUE
004190     END-IF.
004200     OPEN INPUT  VALID-TRANS-FILE.
004210     IF WS-TV-STATUS NOT = "00"
004220         SET WS-TV-OPEN-FAILED TO TRUE
004230     END-IF.
004240     OPEN INPUT  ROUTE-MASTER.
004250     IF WS-RM-STATUS NOT = "00"
004260         SET WS-RM-OPEN-FAILED TO TRUE
004270     END-IF.
004280     OPEN INPUT  ITEM-MASTER.
004290     IF WS-IM-STATUS NOT = "00"
004300         SET WS-IM-OPEN-FAILED TO TRUE
004310     END-IF.
004320     OPEN OUTPUT REPORT-FILE.
004330     OPEN EXTEND RUNCTL-FILE.
004340
004350     MOVE SPACES               TO RUNCTL-RECORD.
004360     MOVE "LOADPLAN"            TO RUNCTL-JOB-NAME.
004370     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004375     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004380     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004390     SET RUNCTL-EVENT-START     TO TRUE.
004400     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004410                                    RUNCTL-OUTPUT-COUNT
004420                                    RUNCTL-REJECT-COUNT.
004430     SET RUNCTL-CC-NORMAL       TO TRUE.
004440     WRITE RUNCTL-RECORD.
004450
004460     IF NOT WS-MASTER-OPEN-FAILED AND NOT WS-TV-OPEN-FAILED
004470        AND NOT WS-RM-OPEN-FAILED AND NOT WS-IM-OPEN-FAILED
004480         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
004490         PERFORM 2100-READ-TRANVAL THRU 2100-EXIT
004500     END-IF.
004510 1000-EXIT.
004520     EXIT.
004530
004540 1100-WRITE-HEADING.
004550     ADD 1 TO WS-PAGE-COUNT.
004560     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
004570     MOVE WS-PAGE-COUNT   TO RPT-HDR-PAGE.
004580     MOVE WS-WARN-PCT     TO RPT-HDR-PCT.
004590     WRITE REPORT-RECORD FROM RPT-HDR-1.
004600     WRITE REPORT-RECORD FROM RPT-HDR-2.
004610     WRITE REPORT-RECORD FROM RPT-HDR-3.
004620     MOVE ZEROES TO WS-LINE-COUNT.
004630 1100-EXIT.
004640     EXIT.
004650
004660 1200-GET-BUSINESS-DATE.
004670     OPEN INPUT PROCDATE-FILE.
004680     IF WS-PDATE-STATUS = "00"
004690         READ PROCDATE-FILE
004700             AT END
004710                 CONTINUE
004720             NOT AT END
004730                 IF PD-BUSINESS-DATE IS NUMERIC
004740                     MOVE PD-BUSINESS-DATE
004750                         TO WS-BUSINESS-DATE
004751                     IF PD-CYCLE IS NUMERIC
004752                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
004753                     ELSE
004754                         MOVE 01 TO WS-BUSINESS-CYCLE
004755                     END-IF
004760                     SET WS-PDATE-SET TO TRUE
004770                     MOVE WS-BUSINESS-DATE
004780                         TO WS-CURRENT-DATE
004790                 END-IF
004800         END-READ
004810         CLOSE PROCDATE-FILE
004820     END-IF.
004830 1200-EXIT.
004840     EXIT.
004850
004860 1300-LOAD-CONTROL.
004870     MOVE WS-DEFAULT-PCT TO WS-WARN-PCT.
004880     OPEN INPUT CONTROL-FILE.
004890     IF WS-CTL-STATUS = "00"
004900         READ CONTROL-FILE
004910             AT END
004920                 CONTINUE
004930             NOT AT END
004940                 IF LC-WARN-PCT IS NUMERIC
004950                    AND LC-WARN-PCT > ZERO
004960                     MOVE LC-WARN-PCT TO WS-WARN-PCT
004970                 END-IF
004980         END-READ
004990         CLOSE CONTROL-FILE
005000     END-IF.
005010 1300-EXIT.
005020     EXIT.
005030
005040 1900-ABEND-BAD-MASTER.
005050     MOVE WS-LM-STATUS TO RPT-LM-OPEN-STATUS.
005060     WRITE REPORT-RECORD FROM RPT-MASTER-OPEN-LINE.
005070     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005080 1900-EXIT.
005090     EXIT.
005100
005110 1910-ABEND-BAD-TRANVAL.
005120     MOVE WS-TV-STATUS TO RPT-TV-OPEN-STATUS.
005130     WRITE REPORT-RECORD FROM RPT-TV-OPEN-LINE.
005140     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005150 1910-EXIT.
005160     EXIT.
005170
005180 1920-ABEND-BAD-ROUTE.
005190     MOVE WS-RM-STATUS TO RPT-RM-OPEN-STATUS.
005200     WRITE REPORT-RECORD FROM RPT-RM-OPEN-LINE.
005210     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005220 1920-EXIT.
005230     EXIT.
005240
005250 1930-ABEND-BAD-ITEM.
005260     MOVE WS-IM-STATUS TO RPT-IM-OPEN-STATUS.
005270     WRITE REPORT-RECORD FROM RPT-IM-OPEN-LINE.
005280     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005290 1930-EXIT.
005300     EXIT.
005310
005320 1990-WRITE-ABEND-RUNCTL.
005330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005340     IF WS-PDATE-SET
005350         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
005360     END-IF.
005370     ACCEPT WS-CURRENT-TIME FROM TIME.
005380     MOVE SPACES               TO RUNCTL-RECORD.
005390     MOVE "LOADPLAN"            TO RUNCTL-JOB-NAME.
005400     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005405     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
005410     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005420     SET RUNCTL-EVENT-END       TO TRUE.
005430     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005440                                    RUNCTL-OUTPUT-COUNT.
005450     MOVE 1                     TO RUNCTL-REJECT-COUNT.
005460     SET RUNCTL-CC-ABEND        TO TRUE.
005470     WRITE RUNCTL-RECORD.
005480
005490     IF NOT WS-MASTER-OPEN-FAILED
005500         CLOSE LOCATION-MASTER
005510     END-IF.
005520     IF NOT WS-TV-OPEN-FAILED
005530         CLOSE VALID-TRANS-FILE
005540     END-IF.
005550     IF NOT WS-RM-OPEN-FAILED
005560         CLOSE ROUTE-MASTER
005570     END-IF.
005580     IF NOT WS-IM-OPEN-FAILED
005590         CLOSE ITEM-MASTER
005600     END-IF.
005610     CLOSE REPORT-FILE RUNCTL-FILE.
005620     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
005630 1990-EXIT.
005640     EXIT.
005650
005660 2000-ACCUMULATE.
005670     ADD 1 TO WS-TV-COUNT.
005680     PERFORM 2200-GET-POINT-ROUTE THRU 2200-EXIT.
005690     IF NOT WS-POINT-FOUND
005700         ADD 1 TO WS-UNMATCHED-COUNT
005710         PERFORM 2300-REPORT-UNMATCHED THRU 2300-EXIT
005720         GO TO 2000-NEXT
005730     END-IF.
005740     ADD 1 TO WS-MATCHED-COUNT.
005750     PERFORM 2400-FIND-ROUTE THRU 2400-EXIT.
005760     IF NOT WS-ROUTE-FOUND
005770         ADD 1 TO WS-ROUTE-UNTABLED
005780         GO TO 2000-NEXT
005790     END-IF.
005800     PERFORM 2500-GET-ITEM-MEASURES THRU 2500-EXIT.
005810     COMPUTE WS-LINE-WEIGHT = TV-QUANTITY * WS-UNIT-WEIGHT.
005820     COMPUTE WS-LINE-CUBE   = TV-QUANTITY * WS-UNIT-CUBE.
005830     ADD TV-QUANTITY    TO RT-QUANTITY(WS-RX).
005840     ADD WS-LINE-WEIGHT TO RT-WEIGHT(WS-RX).
005850     ADD WS-LINE-CUBE   TO RT-CUBE(WS-RX).
005860     IF NOT WS-MEASURE-COMPLETE
005870         ADD 1 TO RT-NO-DATA(WS-RX)
005880         ADD 1 TO WS-NO-DATA-COUNT
005890         PERFORM 2600-NOTE-MISSING-ITEM THRU 2600-EXIT
005900     END-IF.
005910 2000-NEXT.
005920     PERFORM 2100-READ-TRANVAL THRU 2100-EXIT.
005930 2000-EXIT.
005940     EXIT.
005950
005960 2100-READ-TRANVAL.
005970     READ VALID-TRANS-FILE
005980         AT END
005990             SET WS-TV-EOF TO TRUE
006000     END-READ.
006010 2100-EXIT.
006020     EXIT.
006030
006040 2200-GET-POINT-ROUTE.
006050     MOVE "Y" TO WS-POINT-FOUND-SW.
006060     MOVE TV-DEST-POINT-ID TO LM-POINT-ID.
006070     READ LOCATION-MASTER
006080         INVALID KEY
006090             MOVE "N" TO WS-POINT-FOUND-SW
006100     END-READ.
006110 2200-EXIT.
006120     EXIT.
006130
006140 2300-REPORT-UNMATCHED.
006150     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006160         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
006170     END-IF.
006180     MOVE TV-DEST-POINT-ID TO RPT-UM-POINT-ID.
006190     WRITE REPORT-RECORD FROM RPT-UNMATCHED-LINE.
006200     ADD 1 TO WS-LINE-COUNT.
006210 2300-EXIT.
006220     EXIT.
006230
006240 2400-FIND-ROUTE.
006250     MOVE "N" TO WS-ROUTE-FOUND-SW.
006260     MOVE 1   TO WS-RX.
006270     PERFORM 2410-SCAN-ROUTES THRU 2410-EXIT
006280         UNTIL WS-ROUTE-FOUND
006290            OR WS-RX > WS-ROUTE-COUNT.
006300     IF WS-ROUTE-FOUND
006310         GO TO 2400-EXIT
006320     END-IF.
006330     IF WS-ROUTE-COUNT < WS-MAX-ROUTES
006340         ADD 1 TO WS-ROUTE-COUNT
006350         MOVE WS-ROUTE-COUNT TO WS-RX
006360         MOVE LM-ROUTE-CODE  TO RT-ROUTE-CODE(WS-RX)
006370         MOVE SPACES         TO RT-ROUTE-NAME(WS-RX)
006380         MOVE ZEROES         TO RT-QUANTITY(WS-RX)
006390                                RT-WEIGHT(WS-RX)
006400                                RT-CUBE(WS-RX)
006410                                RT-WEIGHT-CAP(WS-RX)
006420                                RT-CUBE-CAP(WS-RX)
006430                                RT-WEIGHT-PCT(WS-RX)
006440                                RT-CUBE-PCT(WS-RX)
006450                                RT-MAX-PCT(WS-RX)
006460                                RT-NO-DATA(WS-RX)
006470                                RT-STATUS(WS-RX)
006480         SET WS-ROUTE-FOUND TO TRUE
006490     END-IF.
006500 2400-EXIT.
006510     EXIT.
006520
006530 2410-SCAN-ROUTES.
006540     IF RT-ROUTE-CODE(WS-RX) = LM-ROUTE-CODE
006550         SET WS-ROUTE-FOUND TO TRUE
006560     ELSE
006570         ADD 1 TO WS-RX
006580     END-IF.
006590 2410-EXIT.
006600     EXIT.
006610
006620 2500-GET-ITEM-MEASURES.
006630     MOVE "Y"    TO WS-MEASURE-SW.
006640     MOVE ZEROES TO WS-UNIT-WEIGHT WS-UNIT-CUBE.
006650     MOVE TV-ITEM-CODE TO IM-ITEM-CODE.
006660     READ ITEM-MASTER
006670         INVALID KEY
006680             MOVE "N" TO WS-MEASURE-SW
006690             MOVE "NOT ON ITEM MASTER" TO WS-ITEM-DESC
006700     END-READ.
006710     IF WS-IM-STATUS NOT = "00"
006720         GO TO 2500-EXIT
006730     END-IF.
006740     MOVE IM-ITEM-DESC TO WS-ITEM-DESC.
006750     IF IM-UNIT-WEIGHT IS NUMERIC AND IM-UNIT-WEIGHT > ZERO
006760         MOVE IM-UNIT-WEIGHT TO WS-UNIT-WEIGHT
006770     ELSE
006780         MOVE "N" TO WS-MEASURE-SW
006790     END-IF.
006800     IF IM-UNIT-CUBE IS NUMERIC AND IM-UNIT-CUBE > ZERO
006810         MOVE IM-UNIT-CUBE TO WS-UNIT-CUBE
006820     ELSE
006830         MOVE "N" TO WS-MEASURE-SW
006840     END-IF.
006850 2500-EXIT.
006860     EXIT.
006870
006880 2600-NOTE-MISSING-ITEM.
006890     MOVE "N" TO WS-ITEM-FOUND-SW.
006900     MOVE 1   TO WS-MX.
006910     PERFORM 2610-SCAN-MISSING THRU 2610-EXIT
006920         UNTIL WS-ITEM-FOUND
006930            OR WS-MX > WS-MISSING-COUNT.
006940     IF WS-ITEM-FOUND
006950         ADD TV-QUANTITY TO MI-QUANTITY(WS-MX)
006960         GO TO 2600-EXIT
006970     END-IF.
006980     IF WS-MISSING-COUNT < WS-MAX-MISSING
006990         ADD 1 TO WS-MISSING-COUNT
007000         MOVE TV-ITEM-CODE TO MI-ITEM-CODE(WS-MISSING-COUNT)
007010         MOVE WS-ITEM-DESC TO MI-ITEM-DESC(WS-MISSING-COUNT)
007020         MOVE TV-QUANTITY  TO MI-QUANTITY(WS-MISSING-COUNT)
007030     ELSE
007040         ADD 1 TO WS-MISSING-UNTABLED
007050     END-IF.
007060 2600-EXIT.
007070     EXIT.
007080
007090 2610-SCAN-MISSING.
007100     IF MI-ITEM-CODE(WS-MX) = TV-ITEM-CODE
007110         SET WS-ITEM-FOUND TO TRUE
007120     ELSE
007130         ADD 1 TO WS-MX
007140     END-IF.
007150 2610-EXIT.
007160     EXIT.
007170
007180 3000-EVALUATE-ROUTES.
007190     MOVE 1 TO WS-RX.
007200     PERFORM 3100-EVALUATE-ONE-ROUTE THRU 3100-EXIT
007210         UNTIL WS-RX > WS-ROUTE-COUNT.
007220 3000-EXIT.
007230     EXIT.
007240
007250 3100-EVALUATE-ONE-ROUTE.
007260     PERFORM 3200-GET-ROUTE THRU 3200-EXIT.
007270     IF RT-WEIGHT-CAP(WS-RX) > ZERO
007280         COMPUTE RT-WEIGHT-PCT(WS-RX) ROUNDED =
007290             RT-WEIGHT(WS-RX) * 100 / RT-WEIGHT-CAP(WS-RX)
007300             ON SIZE ERROR
007310                 MOVE 9999999.9 TO RT-WEIGHT-PCT(WS-RX)
007320         END-COMPUTE
007330     END-IF.
007340     IF RT-CUBE-CAP(WS-RX) > ZERO
007350         COMPUTE RT-CUBE-PCT(WS-RX) ROUNDED =
007360             RT-CUBE(WS-RX) * 100 / RT-CUBE-CAP(WS-RX)
007370             ON SIZE ERROR
007380                 MOVE 9999999.9 TO RT-CUBE-PCT(WS-RX)
007390         END-COMPUTE
007400     END-IF.
007410     MOVE RT-WEIGHT-PCT(WS-RX) TO RT-MAX-PCT(WS-RX).
007420     IF RT-CUBE-PCT(WS-RX) > RT-MAX-PCT(WS-RX)
007430         MOVE RT-CUBE-PCT(WS-RX) TO RT-MAX-PCT(WS-RX)
007440     END-IF.
007450
007460     EVALUATE TRUE
007470         WHEN RT-WEIGHT-CAP(WS-RX) = ZERO
007480          AND RT-CUBE-CAP(WS-RX) = ZERO
007490             SET RT-NO-CAPACITY(WS-RX) TO TRUE
007500             ADD 1 TO WS-NO-CAP-COUNT
007510         WHEN RT-MAX-PCT(WS-RX) > 100
007520             SET RT-OVER(WS-RX) TO TRUE
007530             ADD 1 TO WS-OVER-COUNT
007540         WHEN RT-MAX-PCT(WS-RX) >= WS-WARN-PCT
007550             SET RT-NEAR(WS-RX) TO TRUE
007560             ADD 1 TO WS-NEAR-COUNT
007570         WHEN OTHER
007580             SET RT-WITHIN(WS-RX) TO TRUE
007590             ADD 1 TO WS-WITHIN-COUNT
007600     END-EVALUATE.
007610     ADD 1 TO WS-RX.
007620 3100-EXIT.
007630     EXIT.
007640
007650 3200-GET-ROUTE.
007660     MOVE RT-ROUTE-CODE(WS-RX) TO RM-ROUTE-CODE.
007670     READ ROUTE-MASTER
007680         INVALID KEY
007690             MOVE "NOT ON ROUTE MASTER" TO RT-ROUTE-NAME(WS-RX)
007700     END-READ.
007710     IF WS-RM-STATUS NOT = "00"
007720         GO TO 3200-EXIT
007730     END-IF.
007740     MOVE RM-ROUTE-NAME TO RT-ROUTE-NAME(WS-RX).
007750     IF RM-WEIGHT-CAPACITY IS NUMERIC
007760         MOVE RM-WEIGHT-CAPACITY TO RT-WEIGHT-CAP(WS-RX)
007770     END-IF.
007780     IF RM-CUBE-CAPACITY IS NUMERIC
007790         MOVE RM-CUBE-CAPACITY TO RT-CUBE-CAP(WS-RX)
007800     END-IF.
007810 3200-EXIT.
007820     EXIT.
007830
007840 4000-SORT-ROUTES.
007850     MOVE 1 TO WS-RX.
007860     PERFORM 4100-ROUTE-SORT-PASS THRU 4100-EXIT
007870         UNTIL WS-RX >= WS-ROUTE-COUNT.
007880 4000-EXIT.
007890     EXIT.
007900
007910 4100-ROUTE-SORT-PASS.
007920     COMPUTE WS-RY = WS-RX + 1.
007930     PERFORM 4200-ROUTE-SORT-TEST THRU 4200-EXIT
007940         UNTIL WS-RY > WS-ROUTE-COUNT.
007950     ADD 1 TO WS-RX.
007960 4100-EXIT.
007970     EXIT.
007980
007990 4200-ROUTE-SORT-TEST.
008000     MOVE "N" TO WS-SWAP-SW.
008010     IF RT-STATUS(WS-RY) < RT-STATUS(WS-RX)
008020         SET WS-SWAP-NEEDED TO TRUE
008030     END-IF.
008040     IF RT-STATUS(WS-RY) = RT-STATUS(WS-RX)
008050        AND RT-MAX-PCT(WS-RY) > RT-MAX-PCT(WS-RX)
008060         SET WS-SWAP-NEEDED TO TRUE
008070     END-IF.
008080     IF RT-STATUS(WS-RY) = RT-STATUS(WS-RX)
008090        AND RT-MAX-PCT(WS-RY) = RT-MAX-PCT(WS-RX)
008100        AND RT-ROUTE-CODE(WS-RY) < RT-ROUTE-CODE(WS-RX)
008110         SET WS-SWAP-NEEDED TO TRUE
008120     END-IF.
008130     IF WS-SWAP-NEEDED
008140         MOVE RT-ENTRY(WS-RX) TO WS-RT-SWAP
008150         MOVE RT-ENTRY(WS-RY) TO RT-ENTRY(WS-RX)
008160         MOVE WS-RT-SWAP      TO RT-ENTRY(WS-RY)
008170     END-IF.
008180     ADD 1 TO WS-RY.
008190 4200-EXIT.
008200     EXIT.
008210
008220 5000-REPORT-ROUTES.
008230     PERFORM 5300-CHECK-PAGE THRU 5300-EXIT.
008240     WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
008250     ADD 1 TO WS-LINE-COUNT.
008260     MOVE 1 TO WS-RX.
008270     PERFORM 5100-REPORT-ONE-ROUTE THRU 5100-EXIT
008280         UNTIL WS-RX > WS-ROUTE-COUNT.
008290
008300     IF WS-MISSING-COUNT > 0
008310         PERFORM 5300-CHECK-PAGE THRU 5300-EXIT
008320         WRITE REPORT-RECORD FROM RPT-MISSING-HDR-LINE
008330         ADD 1 TO WS-LINE-COUNT
008340         MOVE 1 TO WS-MX
008350         PERFORM 5200-REPORT-ONE-MISSING THRU 5200-EXIT
008360             UNTIL WS-MX > WS-MISSING-COUNT
008370     END-IF.
008380
008390     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
008400         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
008410     END-IF.
008420     IF WS-ROUTE-UNTABLED > 0
008430         MOVE WS-ROUTE-UNTABLED TO RPT-RF-UNTABLED
008440         WRITE REPORT-RECORD FROM RPT-RT-FULL-LINE
008450         ADD 1 TO WS-LINE-COUNT
008460     END-IF.
008470     IF WS-MISSING-UNTABLED > 0
008480         MOVE WS-MISSING-UNTABLED TO RPT-MF-UNTABLED
008490         WRITE REPORT-RECORD FROM RPT-MI-FULL-LINE
008500         ADD 1 TO WS-LINE-COUNT
008510     END-IF.
008520 5000-EXIT.
008530     EXIT.
008540
008550 5100-REPORT-ONE-ROUTE.
008560     PERFORM 5300-CHECK-PAGE THRU 5300-EXIT.
008570     MOVE RT-ROUTE-CODE(WS-RX)  TO RPT-RL-ROUTE.
008580     MOVE RT-ROUTE-NAME(WS-RX)  TO RPT-RL-NAME.
008590     MOVE RT-QUANTITY(WS-RX)    TO RPT-RL-QTY.
008600     MOVE RT-WEIGHT(WS-RX)      TO RPT-RL-WEIGHT.
008610     MOVE RT-WEIGHT-CAP(WS-RX)  TO RPT-RL-WEIGHT-CAP.
008620     MOVE RT-WEIGHT-PCT(WS-RX)  TO RPT-RL-WEIGHT-PCT.
008630     MOVE RT-CUBE(WS-RX)        TO RPT-RL-CUBE.
008640     MOVE RT-CUBE-CAP(WS-RX)    TO RPT-RL-CUBE-CAP.
008650     MOVE RT-CUBE-PCT(WS-RX)    TO RPT-RL-CUBE-PCT.
008660     MOVE RT-NO-DATA(WS-RX)     TO RPT-RL-NO-DATA.
008670     EVALUATE TRUE
008680         WHEN RT-OVER(WS-RX)
008690             MOVE "** OVER CAPACITY **" TO RPT-RL-FLAG
008700         WHEN RT-NEAR(WS-RX)
008710             MOVE WS-WARN-PCT TO RPT-NF-PCT
008720             MOVE RPT-NEAR-FLAG TO RPT-RL-FLAG
008730         WHEN RT-NO-CAPACITY(WS-RX)
008740             MOVE "NO CAPACITY ON FILE" TO RPT-RL-FLAG
008750         WHEN OTHER
008760             MOVE SPACES TO RPT-RL-FLAG
008770     END-EVALUATE.
008780     WRITE REPORT-RECORD FROM RPT-ROUTE-LINE.
008790     ADD 1 TO WS-LINE-COUNT.
008800     ADD 1 TO WS-RX.
008810 5100-EXIT.
008820     EXIT.
008830
008840 5200-REPORT-ONE-MISSING.
008850     PERFORM 5300-CHECK-PAGE THRU 5300-EXIT.
008860     MOVE MI-ITEM-CODE(WS-MX) TO RPT-MI-ITEM.
008870     MOVE MI-ITEM-DESC(WS-MX) TO RPT-MI-DESC.
008880     MOVE MI-QUANTITY(WS-MX)  TO RPT-MI-QTY.
008890     WRITE REPORT-RECORD FROM RPT-MISSING-LINE.
008900     ADD 1 TO WS-LINE-COUNT.
008910     ADD 1 TO WS-MX.
008920 5200-EXIT.
008930     EXIT.
008940
008950 5300-CHECK-PAGE.
008960     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008970         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
008980         WRITE REPORT-RECORD FROM RPT-COLUMN-LINE
008990         ADD 1 TO WS-LINE-COUNT
009000     END-IF.
009010 5300-EXIT.
009020     EXIT.
009030
009040 8000-TERMINATE.
009050     MOVE WS-TV-COUNT        TO RPT-CTL-READ.
009060     MOVE WS-MATCHED-COUNT   TO RPT-CTL-MATCHED.
009070     MOVE WS-UNMATCHED-COUNT TO RPT-CTL-UNMATCHED.
009080     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
009090     MOVE WS-ROUTE-COUNT     TO RPT-CTL-ROUTES.
009100     MOVE WS-OVER-COUNT      TO RPT-CTL-OVER.
009110     MOVE WS-NEAR-COUNT      TO RPT-CTL-NEAR.
009120     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE-2.
009130     MOVE WS-WITHIN-COUNT    TO RPT-CTL-WITHIN.
009140     MOVE WS-NO-CAP-COUNT    TO RPT-CTL-NO-CAP.
009150     MOVE WS-NO-DATA-COUNT   TO RPT-CTL-NO-DATA.
009160     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE-3.
009170
009180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009190     IF WS-PDATE-SET
009200         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
009210     END-IF.
009220     ACCEPT WS-CURRENT-TIME FROM TIME.
009230
009240     MOVE SPACES               TO RUNCTL-RECORD.
009250     MOVE "LOADPLAN"            TO RUNCTL-JOB-NAME.
009260     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
009265     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
009270     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
009280     SET RUNCTL-EVENT-END       TO TRUE.
009290     MOVE WS-ROUTE-COUNT        TO RUNCTL-INPUT-COUNT.
009300     MOVE WS-WITHIN-COUNT       TO RUNCTL-OUTPUT-COUNT.
009310     COMPUTE RUNCTL-REJECT-COUNT =
009320         WS-OVER-COUNT + WS-NEAR-COUNT.
009330     IF RUNCTL-REJECT-COUNT > 0
009340        OR WS-UNMATCHED-COUNT > 0
009350        OR WS-NO-DATA-COUNT > 0
009360        OR WS-ROUTE-UNTABLED > 0
009370         SET RUNCTL-CC-WARNING  TO TRUE
009380     ELSE
009390         SET RUNCTL-CC-NORMAL   TO TRUE
009400     END-IF.
009410     WRITE RUNCTL-RECORD.
009420
009430     CLOSE LOCATION-MASTER
009440           VALID-TRANS-FILE
009450           ROUTE-MASTER
009460           ITEM-MASTER
009470           REPORT-FILE
009480           RUNCTL-FILE.
009490     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
009500 8000-EXIT.
009510     EXIT.
