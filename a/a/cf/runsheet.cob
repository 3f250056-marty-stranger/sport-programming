000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RUNSHEET.
000120 AUTHOR.        D.OKAFOR.
000130 INSTALLATION.  DISTRIBUTION - APPLICATIONS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* RUNSHEET
000190*
000200* NIGHTLY DISPATCH STEP RUN AFTER RTEDMND. TAKES THE DAY'S
000210* VALIDATED TRANSACTIONS (TRANVAL) AND, FOR EVERY LM-ROUTE-CODE
000220* WITH DEMAND, PUTS THE DAY'S STOPS INTO DRIVING ORDER - STARTING
000230* FROM THE ROUTE'S DEPOT POINT ON THE ROUTE MASTER, THE NEXT STOP
000240* IS ALWAYS THE NEAREST STOP NOT YET VISITED ON THE LM-X/LM-Y
000250* GRID. PRINTS ONE RUN SHEET PER ROUTE (STOP SEQUENCE, POINT,
000260* EVERY ITEM AND QUANTITY GOING THERE WITH ITS IM-ITEM-DESC, AND
000270* THE LEG AND CUMULATIVE DISTANCE IN MILES AND KM), CLOSED BY THE
000280* RETURN LEG TO THE DEPOT AND THE ROUTE TOTAL DISTANCE. THE SAME
000290* SEQUENCE GOES TO THE RUNDISP FIXED-FORMAT FILE FOR THE DISPATCH
000300* SYSTEM. A ROUTE WITH NO DEPOT ON FILE IS SEQUENCED FROM ITS
000310* LOWEST-NUMBERED STOP AND HAS NO RETURN LEG. A DESTINATION THAT
000320* HAS DROPPED OFF THE LOCATION MASTER SINCE BINCODE VALIDATED IT
000330* IS REPORTED AS UNMATCHED, AS IN RTEDMND.
000340*
000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* ---------- ---- ------------------------------------------------
000380* 2026-10-15 DPO  ORIGINAL PROGRAM.
000383* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
000386*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000387* 2026-10-15 DPO  STOP AND ITEM QUANTITIES WIDENED TO NINE DIGITS
000388*                 TO MATCH DT-QUANTITY.
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT LOCATION-MASTER ASSIGN TO LOCMAST
000490                             ORGANIZATION IS INDEXED
000500                             ACCESS MODE IS SEQUENTIAL
000510                             RECORD KEY IS LM-POINT-ID
000520                             FILE STATUS IS WS-LM-STATUS.
000530
000540     SELECT ROUTE-MASTER    ASSIGN TO ROUTMAST
000550                             ORGANIZATION IS INDEXED
000560                             ACCESS MODE IS RANDOM
000570                             RECORD KEY IS RM-ROUTE-CODE
000580                             FILE STATUS IS WS-RM-STATUS.
000590
000600     SELECT ITEM-MASTER     ASSIGN TO ITEMMAST
000610                             ORGANIZATION IS INDEXED
000620                             ACCESS MODE IS RANDOM
000630                             RECORD KEY IS IM-ITEM-CODE
000640                             FILE STATUS IS WS-IM-STATUS.
000650
000660     SELECT VALID-TRANS-FILE ASSIGN TO TRANVAL
000670                             ORGANIZATION IS SEQUENTIAL
000680                             FILE STATUS IS WS-TV-STATUS.
000690
000700     SELECT REPORT-FILE     ASSIGN TO RUNRPT
000710                             ORGANIZATION IS SEQUENTIAL.
000720
000730     SELECT DISPATCH-FILE   ASSIGN TO RUNDISP
000740                             ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT PROCDATE-FILE   ASSIGN TO PROCDATE
000770                             ORGANIZATION IS SEQUENTIAL
000780                             FILE STATUS IS WS-PDATE-STATUS.
000790
000800     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000810                             ORGANIZATION IS SEQUENTIAL.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  LOCATION-MASTER.
000860     COPY "locmast.cpy".
000870
000880 FD  ROUTE-MASTER.
000890     COPY "routmast.cpy".
000900
000910 FD  ITEM-MASTER.
000920     COPY "itemmast.cpy".
000930
000940 FD  VALID-TRANS-FILE.
000950     COPY "tranval.cpy".
000960
000970 FD  REPORT-FILE.
000980 01  REPORT-RECORD          PIC X(132).
000990
001000 FD  DISPATCH-FILE.
001010     COPY "rundisp.cpy".
001020
001030 FD  PROCDATE-FILE.
001040     COPY "procdate.cpy".
001050
001060 FD  RUNCTL-FILE.
001070     COPY "runctl.cpy".
001080
001090 WORKING-STORAGE SECTION.
001100     COPY "convfact.cpy".
001110
001120 01  WS-LM-STATUS           PIC X(02).
001130 01  WS-RM-STATUS           PIC X(02).
001140 01  WS-IM-STATUS           PIC X(02).
001150 01  WS-TV-STATUS           PIC X(02).
001160
001170 01  WS-SWITCHES.
001180     05  WS-LM-EOF-SW       PIC X(01) VALUE "N".
001190         88  WS-LM-EOF                VALUE "Y".
001200     05  WS-TV-EOF-SW       PIC X(01) VALUE "N".
001210         88  WS-TV-EOF                VALUE "Y".
001220     05  WS-MASTER-OPEN-SW  PIC X(01) VALUE "N".
001230         88  WS-MASTER-OPEN-FAILED    VALUE "Y".
001240     05  WS-TV-OPEN-SW      PIC X(01) VALUE "N".
001250         88  WS-TV-OPEN-FAILED        VALUE "Y".
001260     05  WS-RM-OPEN-SW      PIC X(01) VALUE "N".
001270         88  WS-RM-OPEN-FAILED        VALUE "Y".
001280     05  WS-IM-OPEN-SW      PIC X(01) VALUE "N".
001290         88  WS-IM-OPEN-FAILED        VALUE "Y".
001300     05  WS-POINT-FOUND-SW  PIC X(01) VALUE "N".
001310         88  WS-POINT-FOUND           VALUE "Y".
001320     05  WS-ITEM-FOUND-SW   PIC X(01) VALUE "N".
001330         88  WS-ITEM-FOUND            VALUE "Y".
001340     05  WS-ROUTE-FOUND-SW  PIC X(01) VALUE "N".
001350         88  WS-ROUTE-FOUND           VALUE "Y".
001360     05  WS-DEPOT-SW        PIC X(01) VALUE "N".
001370         88  WS-DEPOT-FOUND           VALUE "Y".
001380     05  WS-POSITION-SW     PIC X(01) VALUE "N".
001390         88  WS-POSITION-SET          VALUE "Y".
001400     05  WS-ROUTE-DONE-SW   PIC X(01) VALUE "N".
001410         88  WS-ROUTE-DONE            VALUE "Y".
001420     05  WS-FIRST-ITEM-SW   PIC X(01) VALUE "Y".
001430         88  WS-FIRST-ITEM            VALUE "Y".
001440
001450 01  WS-CONSTANTS.
001460     05  WS-MAX-POINTS      PIC 9(05) VALUE 05000.
001470     05  WS-MAX-DETAIL      PIC 9(05) VALUE 10000.
001480     05  WS-MAX-ROUTES      PIC 9(03) VALUE 050.
001490     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
001500     05  WS-NN-DIST-INIT    PIC 9(18) VALUE 999999999999999999.
001510
001520 01  WS-COUNTS.
001530     05  WS-POINT-COUNT     PIC 9(05) VALUE ZEROES.
001540     05  WS-OVERFLOW-COUNT  PIC 9(05) VALUE ZEROES.
001550     05  WS-DETAIL-COUNT    PIC 9(05) VALUE ZEROES.
001560     05  WS-DETAIL-OVERFLOW PIC 9(09) VALUE ZEROES.
001570     05  WS-ROUTE-COUNT     PIC 9(03) VALUE ZEROES.
001580     05  WS-ROUTE-UNTABLED  PIC 9(05) VALUE ZEROES.
001590     05  WS-TV-COUNT        PIC 9(09) VALUE ZEROES.
001600     05  WS-MATCHED-COUNT   PIC 9(09) VALUE ZEROES.
001610     05  WS-UNMATCHED-COUNT PIC 9(09) VALUE ZEROES.
001620     05  WS-STOP-TOTAL      PIC 9(09) VALUE ZEROES.
001630     05  WS-DISP-COUNT      PIC 9(09) VALUE ZEROES.
001640     05  WS-DISP-QTY        PIC 9(13) VALUE ZEROES.
001650     05  WS-LINE-COUNT      PIC 9(02) VALUE ZEROES.
001660     05  WS-PAGE-COUNT      PIC 9(04) VALUE ZEROES.
001670     05  WS-DX              PIC 9(05) VALUE ZEROES.
001680     05  WS-DY              PIC 9(05) VALUE ZEROES.
001690     05  WS-TX              PIC 9(05) VALUE ZEROES.
001700     05  WS-RX              PIC 9(03) VALUE ZEROES.
001710     05  WS-RY              PIC 9(03) VALUE ZEROES.
001720
001730 01  RS-TABLE.
001740     05  RS-ENTRY OCCURS 1 TO 5000 TIMES
001750                   DEPENDING ON WS-POINT-COUNT.
001760         10  RS-POINT-ID    PIC 9(05).
001770         10  RS-X           PIC S9(10).
001780         10  RS-Y           PIC S9(10).
001790         10  RS-ROUTE-CODE  PIC X(02).
001800         10  RS-TRANS-COUNT PIC 9(05).
001810         10  RS-STOP-SEQ    PIC 9(05).
001820
001830 01  DT-TABLE.
001840     05  DT-ENTRY OCCURS 1 TO 10000 TIMES
001850                   DEPENDING ON WS-DETAIL-COUNT.
001860         10  DT-POINT-IX    PIC 9(05).
001870         10  DT-ITEM-CODE   PIC 9(10).
001880         10  DT-QUANTITY    PIC 9(09).
001890
001900 01  WS-ROUTE-TABLE.
001910     05  RT-ENTRY OCCURS 50 TIMES.
001920         10  RT-ROUTE-CODE  PIC X(02).
001930
001940 01  WS-RT-SWAP             PIC X(02).
001950
001960 01  WS-ROUTE-WORK.
001970     05  WS-CURRENT-ROUTE   PIC X(02) VALUE SPACES.
001980     05  WS-CURRENT-NAME    PIC X(20) VALUE SPACES.
001990     05  WS-DEPOT-ID        PIC 9(05) VALUE ZEROES.
002000     05  WS-DEPOT-X         PIC S9(10) VALUE ZEROES.
002010     05  WS-DEPOT-Y         PIC S9(10) VALUE ZEROES.
002020     05  WS-POS-X           PIC S9(10) VALUE ZEROES.
002030     05  WS-POS-Y           PIC S9(10) VALUE ZEROES.
002040     05  WS-STOP-SEQ        PIC 9(05) VALUE ZEROES.
002050     05  WS-BEST-IX         PIC 9(05) VALUE ZEROES.
002060     05  WS-BEST-M          PIC 9(18) VALUE ZEROES.
002070     05  WS-RT-QTY-TOTAL    PIC 9(11) VALUE ZEROES.
002080
002090 01  WS-DISTANCE-WORK.
002100     05  WS-DIST-A          PIC S9(18).
002110     05  WS-DIST-B          PIC S9(18).
002120     05  WS-DIST-M          PIC 9(18).
002130     05  WS-LEG             PIC 9(10)V9(06).
002140     05  WS-LEG-KM          PIC 9(10)V9(06).
002150     05  WS-CUM             PIC 9(10)V9(06).
002160     05  WS-CUM-KM          PIC 9(10)V9(06).
002170
002180 01  WS-ITEM-DESC           PIC X(30).
002190
002200 01  WS-PDATE-STATUS        PIC X(02).
002210 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
002215 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
002220 01  WS-PDATE-SW            PIC X(01) VALUE "N".
002230     88  WS-PDATE-SET        VALUE "Y".
002240
002250 01  WS-DATE-TIME.
002260     05  WS-CURRENT-DATE    PIC 9(08).
002270     05  WS-CURRENT-TIME    PIC 9(08).
002280
002290 01  RPT-HDR-1.
002300     05  FILLER         PIC X(20) VALUE "RUNSHEET - DRIVER ".
002310     05  FILLER         PIC X(30) VALUE "RUN SHEETS BY ROUTE".
002320     05  FILLER         PIC X(82) VALUE SPACES.
002330
002340 01  RPT-HDR-2.
002350     05  FILLER             PIC X(05) VALUE "DATE ".
002360     05  RPT-HDR-DATE       PIC 9(08).
002370     05  FILLER             PIC X(05) VALUE SPACES.
002380     05  FILLER             PIC X(05) VALUE "PAGE ".
002390     05  RPT-HDR-PAGE       PIC ZZZ9.
002400     05  FILLER             PIC X(105) VALUE SPACES.
002410
002420 01  RPT-HDR-3.
002430     05  FILLER             PIC X(132) VALUE ALL "-".
002440
002450 01  RPT-ROUTE-HDR-LINE.
002460     05  FILLER             PIC X(06) VALUE "ROUTE ".
002470     05  RPT-RH-ROUTE       PIC X(02).
002480     05  FILLER             PIC X(02) VALUE SPACES.
002490     05  RPT-RH-NAME        PIC X(20).
002500     05  FILLER             PIC X(08) VALUE "  DEPOT ".
002510     05  RPT-RH-DEPOT       PIC 9(05).
002520     05  FILLER             PIC X(08) VALUE "  CLASS ".
002530     05  RPT-RH-CLASS       PIC X(04).
002540     05  FILLER             PIC X(77) VALUE SPACES.
002550
002560 01  RPT-COLUMN-LINE.
002570     05  FILLER             PIC X(08) VALUE "   SEQ  ".
002580     05  FILLER             PIC X(07) VALUE "POINT  ".
002590     05  FILLER             PIC X(12) VALUE "ITEM CODE   ".
002600     05  FILLER             PIC X(31) VALUE "DESCRIPTION".
002610     05  FILLER             PIC X(11) VALUE "        QTY".
002620     05  FILLER             PIC X(15) VALUE "         LEG MI".
002630     05  FILLER             PIC X(15) VALUE "         LEG KM".
002640     05  FILLER             PIC X(15) VALUE "         CUM MI".
002650     05  FILLER             PIC X(15) VALUE "         CUM KM".
002660     05  FILLER             PIC X(03) VALUE SPACES.
002670
002680 01  RPT-STOP-LINE.
002690     05  FILLER             PIC X(02) VALUE SPACES.
002700     05  RPT-SL-SEQ         PIC ZZZ9.
002710     05  FILLER             PIC X(02) VALUE SPACES.
002720     05  RPT-SL-POINT-ID    PIC 9(05).
002730     05  FILLER             PIC X(02) VALUE SPACES.
002740     05  RPT-SL-ITEM        PIC 9(10).
002750     05  FILLER             PIC X(02) VALUE SPACES.
002760     05  RPT-SL-DESC        PIC X(30).
002770     05  FILLER             PIC X(01) VALUE SPACES.
002780     05  RPT-SL-QTY         PIC ZZZ,ZZZ,ZZ9.
002790     05  FILLER             PIC X(01) VALUE SPACES.
002800     05  RPT-SL-LEG         PIC ZZZZZZZZZ9.999.
002810     05  FILLER             PIC X(01) VALUE SPACES.
002820     05  RPT-SL-LEG-KM      PIC ZZZZZZZZZ9.999.
002830     05  FILLER             PIC X(01) VALUE SPACES.
002840     05  RPT-SL-CUM         PIC ZZZZZZZZZ9.999.
002850     05  FILLER             PIC X(01) VALUE SPACES.
002860     05  RPT-SL-CUM-KM      PIC ZZZZZZZZZ9.999.
002870     05  FILLER             PIC X(03) VALUE SPACES.
002880
002890 01  RPT-ITEM-LINE.
002900     05  FILLER             PIC X(15) VALUE SPACES.
002910     05  RPT-IL-ITEM        PIC 9(10).
002920     05  FILLER             PIC X(02) VALUE SPACES.
002930     05  RPT-IL-DESC        PIC X(30).
002940     05  FILLER             PIC X(01) VALUE SPACES.
002950     05  RPT-IL-QTY         PIC ZZZ,ZZZ,ZZ9.
002960     05  FILLER             PIC X(63) VALUE SPACES.
002970
002980 01  RPT-RETURN-LINE.
002990     05  FILLER             PIC X(08) VALUE SPACES.
003000     05  RPT-RL-DEPOT       PIC 9(05).
003010     05  FILLER             PIC X(02) VALUE SPACES.
003020     05  FILLER             PIC X(54) VALUE "RETURN TO DEPOT".
003030     05  FILLER             PIC X(01) VALUE SPACES.
003040     05  RPT-RL-LEG         PIC ZZZZZZZZZ9.999.
003050     05  FILLER             PIC X(01) VALUE SPACES.
003060     05  RPT-RL-LEG-KM      PIC ZZZZZZZZZ9.999.
003070     05  FILLER             PIC X(01) VALUE SPACES.
003080     05  RPT-RL-CUM         PIC ZZZZZZZZZ9.999.
003090     05  FILLER             PIC X(01) VALUE SPACES.
003100     05  RPT-RL-CUM-KM      PIC ZZZZZZZZZ9.999.
003110     05  FILLER             PIC X(03) VALUE SPACES.
003120
003130 01  RPT-NO-DEPOT-LINE.
003140     05  FILLER             PIC X(40) VALUE
003150         "  NO DEPOT ON ROUTE MASTER - SEQUENCED ".
003160     05  FILLER             PIC X(40) VALUE
003170         "FROM THE LOWEST-NUMBERED STOP".
003180     05  FILLER             PIC X(52) VALUE SPACES.
003190
003200 01  RPT-ROUTE-TOTAL-LINE.
003210     05  FILLER             PIC X(13) VALUE "  ROUTE TOTAL".
003220     05  FILLER             PIC X(10) VALUE "  STOPS - ".
003230     05  RPT-RT-STOPS       PIC ZZZZ9.
003240     05  FILLER             PIC X(13) VALUE "  QUANTITY - ".
003250     05  RPT-RT-QTY         PIC ZZ,ZZZ,ZZZ,ZZ9.
003260     05  FILLER             PIC X(13) VALUE "  DISTANCE - ".
003270     05  RPT-RT-DIST        PIC ZZZZZZZZZ9.999.
003280     05  FILLER             PIC X(07) VALUE "  KM - ".
003290     05  RPT-RT-DIST-KM     PIC ZZZZZZZZZ9.999.
003300     05  FILLER             PIC X(29) VALUE SPACES.
003310
003320 01  RPT-UNMATCHED-LINE.
003330     05  FILLER             PIC X(30) VALUE
003340         "DEST NOT ON LOC MASTER - PT   ".
003350     05  RPT-UM-POINT-ID    PIC 9(05).
003360     05  FILLER             PIC X(97) VALUE SPACES.
003370
003380 01  RPT-DETAIL-FULL-LINE.
003390     05  FILLER             PIC X(30) VALUE
003400         "ITEM DETAIL TABLE FULL - TRAN ".
003410     05  FILLER             PIC X(13) VALUE "NOT TABLED - ".
003420     05  RPT-DF-COUNT       PIC ZZZ,ZZZ,ZZ9.
003430     05  FILLER             PIC X(78) VALUE SPACES.
003440
003450 01  RPT-RT-FULL-LINE.
003460     05  FILLER             PIC X(30) VALUE
003470         "ROUTE TABLE FULL - STOPS NOT  ".
003480     05  FILLER             PIC X(10) VALUE "SHEETED - ".
003490     05  RPT-RF-UNTABLED    PIC ZZZZ9.
003500     05  FILLER             PIC X(87) VALUE SPACES.
003510
003520 01  RPT-MASTER-OPEN-LINE.
003530     05  FILLER             PIC X(30) VALUE
003540         "LOCATION MASTER OPEN FAILED - ".
003550     05  RPT-LM-OPEN-STATUS PIC X(02).
003560     05  FILLER             PIC X(17) VALUE
003570         " - RUN TERMINATED".
003580     05  FILLER             PIC X(83) VALUE SPACES.
003590
003600 01  RPT-TV-OPEN-LINE.
003610     05  FILLER             PIC X(30) VALUE
003620         "TRANVAL FILE OPEN FAILED -    ".
003630     05  RPT-TV-OPEN-STATUS PIC X(02).
003640     05  FILLER             PIC X(17) VALUE
003650         " - RUN TERMINATED".
003660     05  FILLER             PIC X(83) VALUE SPACES.
003670
003680 01  RPT-RM-OPEN-LINE.
003690     05  FILLER             PIC X(30) VALUE
003700         "ROUTE MASTER OPEN FAILED -    ".
003710     05  RPT-RM-OPEN-STATUS PIC X(02).
003720     05  FILLER             PIC X(17) VALUE
003730         " - RUN TERMINATED".
003740     05  FILLER             PIC X(83) VALUE SPACES.
003750
003760 01  RPT-IM-OPEN-LINE.
003770     05  FILLER             PIC X(30) VALUE
003780         "ITEM MASTER OPEN FAILED -     ".
003790     05  RPT-IM-OPEN-STATUS PIC X(02).
003800     05  FILLER             PIC X(17) VALUE
003810         " - RUN TERMINATED".
003820     05  FILLER             PIC X(83) VALUE SPACES.
003830
003840 01  RPT-CONTROL-LINE.
003850     05  FILLER         PIC X(20) VALUE "TRANSACTIONS READ - ".
003860     05  RPT-CTL-READ       PIC ZZZ,ZZZ,ZZ9.
003870     05  FILLER         PIC X(05) VALUE SPACES.
003880     05  FILLER         PIC X(20) VALUE "MATCHED           - ".
003890     05  RPT-CTL-MATCHED    PIC ZZZ,ZZZ,ZZ9.
003900     05  FILLER         PIC X(05) VALUE SPACES.
003910     05  FILLER         PIC X(20) VALUE "UNMATCHED         - ".
003920     05  RPT-CTL-UNMATCHED  PIC ZZZ,ZZZ,ZZ9.
003930     05  FILLER             PIC X(29) VALUE SPACES.
003940
003950 01  RPT-CONTROL-LINE-2.
003960     05  FILLER         PIC X(20) VALUE "ROUTES SHEETED    - ".
003970     05  RPT-CTL-ROUTES     PIC ZZZ,ZZZ,ZZ9.
003980     05  FILLER         PIC X(05) VALUE SPACES.
003990     05  FILLER         PIC X(20) VALUE "STOPS SEQUENCED   - ".
004000     05  RPT-CTL-STOPS      PIC ZZZ,ZZZ,ZZ9.
004010     05  FILLER         PIC X(05) VALUE SPACES.
004020     05  FILLER         PIC X(20) VALUE "DISPATCH RECORDS  - ".
004030     05  RPT-CTL-DISP       PIC ZZZ,ZZZ,ZZ9.
004040     05  FILLER             PIC X(29) VALUE SPACES.
004050
004060 PROCEDURE DIVISION.
004070
004080 0000-MAINLINE.
004090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004100     IF WS-MASTER-OPEN-FAILED
004110         PERFORM 1900-ABEND-BAD-MASTER THRU 1900-EXIT
004120     ELSE
004130         IF WS-TV-OPEN-FAILED
004140             PERFORM 1910-ABEND-BAD-TRANVAL THRU 1910-EXIT
004150         ELSE
004160             IF WS-RM-OPEN-FAILED
004170                 PERFORM 1920-ABEND-BAD-ROUTE THRU 1920-EXIT
004180             ELSE
004190                 IF WS-IM-OPEN-FAILED
004200                     PERFORM 1930-ABEND-BAD-ITEM THRU 1930-EXIT
004210                 ELSE
004220                     PERFORM 2000-LOAD-POINTS THRU 2000-EXIT
004230                     PERFORM 3000-TALLY-TRANS THRU 3000-EXIT
004240                         UNTIL WS-TV-EOF
004250                     PERFORM 4000-PRODUCE-SHEETS THRU 4000-EXIT
004260                     PERFORM 8000-TERMINATE THRU 8000-EXIT
004270                 END-IF
004280             END-IF
004290         END-IF
004300     END-IF.
004310     STOP RUN.
004320
004330 1000-INITIALIZE.
004340     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004350     ACCEPT WS-CURRENT-TIME FROM TIME.
004360     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
004370
004380     OPEN INPUT  LOCATION-MASTER.
004390     IF WS-LM-STATUS NOT = "00"
004400         SET WS-MASTER-OPEN-FAILED TO TRUE
004410     END-IF.
004420     OPEN INPUT  VALID-TRANS-FILE.
004430     IF WS-TV-STATUS NOT = "00"
004440         SET WS-TV-OPEN-FAILED TO TRUE
004450     END-IF.
004460     OPEN INPUT  ROUTE-MASTER.
004470     IF WS-RM-STATUS NOT = "00"
004480         SET WS-RM-OPEN-FAILED TO TRUE
004490     END-IF.
004500     OPEN INPUT  ITEM-MASTER.
004510     IF WS-IM-STATUS NOT = "00"
004520         SET WS-IM-OPEN-FAILED TO TRUE
004530     END-IF.
004540     OPEN OUTPUT REPORT-FILE.
004550     OPEN OUTPUT DISPATCH-FILE.
004560     OPEN EXTEND RUNCTL-FILE.
004570
004580     MOVE SPACES               TO RUNCTL-RECORD.
004590     MOVE "RUNSHEET"            TO RUNCTL-JOB-NAME.
004600     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004605     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004610     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004620     SET RUNCTL-EVENT-START     TO TRUE.
004630     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004640                                    RUNCTL-OUTPUT-COUNT
004650                                    RUNCTL-REJECT-COUNT.
004660     SET RUNCTL-CC-NORMAL       TO TRUE.
004670     WRITE RUNCTL-RECORD.
004680
004690     IF NOT WS-MASTER-OPEN-FAILED AND NOT WS-TV-OPEN-FAILED
004700        AND NOT WS-RM-OPEN-FAILED AND NOT WS-IM-OPEN-FAILED
004710         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
004720         MOVE SPACES          TO RD-HEADER-REC
004730         MOVE "*HEADER*"      TO RDH-TAG
004740         MOVE WS-CURRENT-DATE TO RDH-DATE
004750         WRITE RD-HEADER-REC
004760         PERFORM 3100-READ-TRANVAL THRU 3100-EXIT
004770     END-IF.
004780 1000-EXIT.
004790     EXIT.
004800
004810 1100-WRITE-HEADING.
004820     ADD 1 TO WS-PAGE-COUNT.
004830     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
004840     MOVE WS-PAGE-COUNT   TO RPT-HDR-PAGE.
004850     WRITE REPORT-RECORD FROM RPT-HDR-1.
004860     WRITE REPORT-RECORD FROM RPT-HDR-2.
004870     WRITE REPORT-RECORD FROM RPT-HDR-3.
004880     MOVE ZEROES TO WS-LINE-COUNT.
004890 1100-EXIT.
004900     EXIT.
004910
004920 1200-GET-BUSINESS-DATE.
004930     OPEN INPUT PROCDATE-FILE.
004940     IF WS-PDATE-STATUS = "00"
004950         READ PROCDATE-FILE
004960             AT END
004970                 CONTINUE
004980             NOT AT END
004990                 IF PD-BUSINESS-DATE IS NUMERIC
005000                     MOVE PD-BUSINESS-DATE
005010                         TO WS-BUSINESS-DATE
005011                     IF PD-CYCLE IS NUMERIC
005012                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
005013                     ELSE
005014                         MOVE 01 TO WS-BUSINESS-CYCLE
005015                     END-IF
005020                     SET WS-PDATE-SET TO TRUE
005030                     MOVE WS-BUSINESS-DATE
005040                         TO WS-CURRENT-DATE
005050                 END-IF
005060         END-READ
005070         CLOSE PROCDATE-FILE
005080     END-IF.
005090 1200-EXIT.
005100     EXIT.
005110
005120 1900-ABEND-BAD-MASTER.
005130     MOVE WS-LM-STATUS TO RPT-LM-OPEN-STATUS.
005140     WRITE REPORT-RECORD FROM RPT-MASTER-OPEN-LINE.
005150     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005160 1900-EXIT.
005170     EXIT.
005180
005190 1910-ABEND-BAD-TRANVAL.
005200     MOVE WS-TV-STATUS TO RPT-TV-OPEN-STATUS.
005210     WRITE REPORT-RECORD FROM RPT-TV-OPEN-LINE.
005220     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005230 1910-EXIT.
005240     EXIT.
005250
005260 1920-ABEND-BAD-ROUTE.
005270     MOVE WS-RM-STATUS TO RPT-RM-OPEN-STATUS.
005280     WRITE REPORT-RECORD FROM RPT-RM-OPEN-LINE.
005290     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005300 1920-EXIT.
005310     EXIT.
005320
005330 1930-ABEND-BAD-ITEM.
005340     MOVE WS-IM-STATUS TO RPT-IM-OPEN-STATUS.
005350     WRITE REPORT-RECORD FROM RPT-IM-OPEN-LINE.
005360     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005370 1930-EXIT.
005380     EXIT.
005390
005400 1990-WRITE-ABEND-RUNCTL.
005410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005420     IF WS-PDATE-SET
005430         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
005440     END-IF.
005450     ACCEPT WS-CURRENT-TIME FROM TIME.
005460     MOVE SPACES               TO RUNCTL-RECORD.
005470     MOVE "RUNSHEET"            TO RUNCTL-JOB-NAME.
005480     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005485     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
005490     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005500     SET RUNCTL-EVENT-END       TO TRUE.
005510     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005520                                    RUNCTL-OUTPUT-COUNT.
005530     MOVE 1                     TO RUNCTL-REJECT-COUNT.
005540     SET RUNCTL-CC-ABEND        TO TRUE.
005550     WRITE RUNCTL-RECORD.
005560
005570     IF NOT WS-MASTER-OPEN-FAILED
005580         CLOSE LOCATION-MASTER
005590     END-IF.
005600     IF NOT WS-TV-OPEN-FAILED
005610         CLOSE VALID-TRANS-FILE
005620     END-IF.
005630     IF NOT WS-RM-OPEN-FAILED
005640         CLOSE ROUTE-MASTER
005650     END-IF.
005660     IF NOT WS-IM-OPEN-FAILED
005670         CLOSE ITEM-MASTER
005680     END-IF.
005690     CLOSE REPORT-FILE DISPATCH-FILE RUNCTL-FILE.
005700     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
005710 1990-EXIT.
005720     EXIT.
005730
005740 2000-LOAD-POINTS.
005750     PERFORM 2100-READ-LM THRU 2100-EXIT.
005760     PERFORM 2200-LOAD-ONE-POINT THRU 2200-EXIT
005770         UNTIL WS-LM-EOF.
005780 2000-EXIT.
005790     EXIT.
005800
005810 2100-READ-LM.
005820     READ LOCATION-MASTER NEXT RECORD
005830         AT END
005840             SET WS-LM-EOF TO TRUE
005850     END-READ.
005860 2100-EXIT.
005870     EXIT.
005880
005890 2200-LOAD-ONE-POINT.
005900     IF WS-POINT-COUNT < WS-MAX-POINTS
005910         ADD 1 TO WS-POINT-COUNT
005920         MOVE LM-POINT-ID   TO RS-POINT-ID(WS-POINT-COUNT)
005930         MOVE LM-X          TO RS-X(WS-POINT-COUNT)
005940         MOVE LM-Y          TO RS-Y(WS-POINT-COUNT)
005950         MOVE LM-ROUTE-CODE TO RS-ROUTE-CODE(WS-POINT-COUNT)
005960         MOVE ZEROES        TO RS-TRANS-COUNT(WS-POINT-COUNT)
005970                               RS-STOP-SEQ(WS-POINT-COUNT)
005980     ELSE
005990         ADD 1 TO WS-OVERFLOW-COUNT
006000     END-IF.
006010     PERFORM 2100-READ-LM THRU 2100-EXIT.
006020 2200-EXIT.
006030     EXIT.
006040
006050 3000-TALLY-TRANS.
006060     ADD 1 TO WS-TV-COUNT.
006070     PERFORM 3200-FIND-POINT THRU 3200-EXIT.
006080     IF WS-POINT-FOUND
006090         ADD 1 TO WS-MATCHED-COUNT
006100         IF RS-TRANS-COUNT(WS-DX) = 0
006110             PERFORM 3500-NOTE-ROUTE THRU 3500-EXIT
006120         END-IF
006130         ADD 1 TO RS-TRANS-COUNT(WS-DX)
006140         PERFORM 3400-ADD-DETAIL THRU 3400-EXIT
006150     ELSE
006160         ADD 1 TO WS-UNMATCHED-COUNT
006170         PERFORM 3300-REPORT-UNMATCHED THRU 3300-EXIT
006180     END-IF.
006190     PERFORM 3100-READ-TRANVAL THRU 3100-EXIT.
006200 3000-EXIT.
006210     EXIT.
006220
006230 3100-READ-TRANVAL.
006240     READ VALID-TRANS-FILE
006250         AT END
006260             SET WS-TV-EOF TO TRUE
006270     END-READ.
006280 3100-EXIT.
006290     EXIT.
006300
006310 3200-FIND-POINT.
006320     MOVE "N" TO WS-POINT-FOUND-SW.
006330     MOVE 1   TO WS-DX.
006340     PERFORM 3210-SCAN-POINTS THRU 3210-EXIT
006350         UNTIL WS-POINT-FOUND
006360            OR WS-DX > WS-POINT-COUNT.
006370 3200-EXIT.
006380     EXIT.
006390
006400 3210-SCAN-POINTS.
006410     IF RS-POINT-ID(WS-DX) = TV-DEST-POINT-ID
006420         SET WS-POINT-FOUND TO TRUE
006430     ELSE
006440         ADD 1 TO WS-DX
006450     END-IF.
006460 3210-EXIT.
006470     EXIT.
006480
006490 3300-REPORT-UNMATCHED.
006500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006510         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
006520     END-IF.
006530     MOVE TV-DEST-POINT-ID TO RPT-UM-POINT-ID.
006540     WRITE REPORT-RECORD FROM RPT-UNMATCHED-LINE.
006550     ADD 1 TO WS-LINE-COUNT.
006560 3300-EXIT.
006570     EXIT.
006580
006590 3400-ADD-DETAIL.
006600     MOVE "N" TO WS-ITEM-FOUND-SW.
006610     MOVE 1   TO WS-TX.
006620     PERFORM 3410-SCAN-DETAIL THRU 3410-EXIT
006630         UNTIL WS-ITEM-FOUND
006640            OR WS-TX > WS-DETAIL-COUNT.
006650     IF WS-ITEM-FOUND
006660         ADD TV-QUANTITY TO DT-QUANTITY(WS-TX)
006670         GO TO 3400-EXIT
006680     END-IF.
006690     IF WS-DETAIL-COUNT < WS-MAX-DETAIL
006700         ADD 1 TO WS-DETAIL-COUNT
006710         MOVE WS-DX        TO DT-POINT-IX(WS-DETAIL-COUNT)
006720         MOVE TV-ITEM-CODE TO DT-ITEM-CODE(WS-DETAIL-COUNT)
006730         MOVE TV-QUANTITY  TO DT-QUANTITY(WS-DETAIL-COUNT)
006740     ELSE
006750         ADD 1 TO WS-DETAIL-OVERFLOW
006760     END-IF.
006770 3400-EXIT.
006780     EXIT.
006790
006800 3410-SCAN-DETAIL.
006810     IF DT-POINT-IX(WS-TX) = WS-DX
006820        AND DT-ITEM-CODE(WS-TX) = TV-ITEM-CODE
006830         SET WS-ITEM-FOUND TO TRUE
006840     ELSE
006850         ADD 1 TO WS-TX
006860     END-IF.
006870 3410-EXIT.
006880     EXIT.
006890
006900 3500-NOTE-ROUTE.
006910     MOVE "N" TO WS-ROUTE-FOUND-SW.
006920     MOVE 1   TO WS-RX.
006930     PERFORM 3510-SCAN-ROUTES THRU 3510-EXIT
006940         UNTIL WS-ROUTE-FOUND
006950            OR WS-RX > WS-ROUTE-COUNT.
006960     IF WS-ROUTE-FOUND
006970         GO TO 3500-EXIT
006980     END-IF.
006990     IF WS-ROUTE-COUNT < WS-MAX-ROUTES
007000         ADD 1 TO WS-ROUTE-COUNT
007010         MOVE RS-ROUTE-CODE(WS-DX)
007020             TO RT-ROUTE-CODE(WS-ROUTE-COUNT)
007030     ELSE
007040         ADD 1 TO WS-ROUTE-UNTABLED
007050     END-IF.
007060 3500-EXIT.
007070     EXIT.
007080
007090 3510-SCAN-ROUTES.
007100     IF RT-ROUTE-CODE(WS-RX) = RS-ROUTE-CODE(WS-DX)
007110         SET WS-ROUTE-FOUND TO TRUE
007120     ELSE
007130         ADD 1 TO WS-RX
007140     END-IF.
007150 3510-EXIT.
007160     EXIT.
007170
007180 4000-PRODUCE-SHEETS.
007190     PERFORM 4100-SORT-ROUTES THRU 4100-EXIT.
007200     MOVE 1 TO WS-RX.
007210     PERFORM 4200-ROUTE-SHEET THRU 4200-EXIT
007220         UNTIL WS-RX > WS-ROUTE-COUNT.
007230
007240     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
007250         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
007260     END-IF.
007270     IF WS-DETAIL-OVERFLOW > 0
007280         MOVE WS-DETAIL-OVERFLOW TO RPT-DF-COUNT
007290         WRITE REPORT-RECORD FROM RPT-DETAIL-FULL-LINE
007300         ADD 1 TO WS-LINE-COUNT
007310     END-IF.
007320     IF WS-ROUTE-UNTABLED > 0
007330         MOVE WS-ROUTE-UNTABLED TO RPT-RF-UNTABLED
007340         WRITE REPORT-RECORD FROM RPT-RT-FULL-LINE
007350         ADD 1 TO WS-LINE-COUNT
007360     END-IF.
007370 4000-EXIT.
007380     EXIT.
007390
007400 4100-SORT-ROUTES.
007410     MOVE 1 TO WS-RX.
007420     PERFORM 4110-ROUTE-SORT-PASS THRU 4110-EXIT
007430         UNTIL WS-RX >= WS-ROUTE-COUNT.
007440 4100-EXIT.
007450     EXIT.
007460
007470 4110-ROUTE-SORT-PASS.
007480     COMPUTE WS-RY = WS-RX + 1.
007490     PERFORM 4120-ROUTE-SORT-TEST THRU 4120-EXIT
007500         UNTIL WS-RY > WS-ROUTE-COUNT.
007510     ADD 1 TO WS-RX.
007520 4110-EXIT.
007530     EXIT.
007540
007550 4120-ROUTE-SORT-TEST.
007560     IF RT-ROUTE-CODE(WS-RY) < RT-ROUTE-CODE(WS-RX)
007570         MOVE RT-ROUTE-CODE(WS-RX) TO WS-RT-SWAP
007580         MOVE RT-ROUTE-CODE(WS-RY) TO RT-ROUTE-CODE(WS-RX)
007590         MOVE WS-RT-SWAP           TO RT-ROUTE-CODE(WS-RY)
007600     END-IF.
007610     ADD 1 TO WS-RY.
007620 4120-EXIT.
007630     EXIT.
007640
007650 4200-ROUTE-SHEET.
007660     MOVE RT-ROUTE-CODE(WS-RX) TO WS-CURRENT-ROUTE.
007670     PERFORM 4250-GET-ROUTE THRU 4250-EXIT.
007680     PERFORM 1100-WRITE-HEADING THRU 1100-EXIT.
007690     PERFORM 4270-WRITE-ROUTE-HEADER THRU 4270-EXIT.
007700     IF NOT WS-DEPOT-FOUND
007710         WRITE REPORT-RECORD FROM RPT-NO-DEPOT-LINE
007720         ADD 1 TO WS-LINE-COUNT
007730     END-IF.
007740
007750     MOVE ZEROES TO WS-STOP-SEQ WS-CUM WS-RT-QTY-TOTAL.
007760     MOVE "N"    TO WS-POSITION-SW WS-ROUTE-DONE-SW.
007770     IF WS-DEPOT-FOUND
007780         MOVE WS-DEPOT-X TO WS-POS-X
007790         MOVE WS-DEPOT-Y TO WS-POS-Y
007800         SET WS-POSITION-SET TO TRUE
007810     END-IF.
007820     PERFORM 4300-NEXT-STOP THRU 4300-EXIT
007830         UNTIL WS-ROUTE-DONE.
007840
007850     IF WS-DEPOT-FOUND AND WS-STOP-SEQ > 0
007860         PERFORM 4500-RETURN-LEG THRU 4500-EXIT
007870     END-IF.
007880     PERFORM 4600-WRITE-ROUTE-TOTAL THRU 4600-EXIT.
007890     ADD 1 TO WS-RX.
007900 4200-EXIT.
007910     EXIT.
007920
007930 4250-GET-ROUTE.
007940     MOVE "N"    TO WS-DEPOT-SW.
007950     MOVE SPACES TO WS-CURRENT-NAME RPT-RH-CLASS.
007960     MOVE ZEROES TO WS-DEPOT-ID.
007970     MOVE WS-CURRENT-ROUTE TO RM-ROUTE-CODE.
007980     READ ROUTE-MASTER
007990         INVALID KEY
008000             MOVE "NOT ON ROUTE MASTER" TO WS-CURRENT-NAME
008010     END-READ.
008020     IF WS-RM-STATUS NOT = "00"
008030         GO TO 4250-EXIT
008040     END-IF.
008050     MOVE RM-ROUTE-NAME     TO WS-CURRENT-NAME.
008060     MOVE RM-VEHICLE-CLASS  TO RPT-RH-CLASS.
008070     MOVE RM-DEPOT-POINT-ID TO WS-DEPOT-ID.
008080     MOVE 1 TO WS-DY.
008090     PERFORM 4260-SCAN-DEPOT THRU 4260-EXIT
008100         UNTIL WS-DEPOT-FOUND
008110            OR WS-DY > WS-POINT-COUNT.
008120 4250-EXIT.
008130     EXIT.
008140
008150 4260-SCAN-DEPOT.
008160     IF RS-POINT-ID(WS-DY) = WS-DEPOT-ID
008170         SET WS-DEPOT-FOUND TO TRUE
008180         MOVE RS-X(WS-DY) TO WS-DEPOT-X
008190         MOVE RS-Y(WS-DY) TO WS-DEPOT-Y
008200     ELSE
008210         ADD 1 TO WS-DY
008220     END-IF.
008230 4260-EXIT.
008240     EXIT.
008250
008260 4270-WRITE-ROUTE-HEADER.
008270     MOVE WS-CURRENT-ROUTE TO RPT-RH-ROUTE.
008280     MOVE WS-CURRENT-NAME  TO RPT-RH-NAME.
008290     MOVE WS-DEPOT-ID      TO RPT-RH-DEPOT.
008300     WRITE REPORT-RECORD FROM RPT-ROUTE-HDR-LINE.
008310     WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
008320     ADD 2 TO WS-LINE-COUNT.
008330 4270-EXIT.
008340     EXIT.
008350
008360 4280-CHECK-PAGE.
008370     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008380         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
008390         PERFORM 4270-WRITE-ROUTE-HEADER THRU 4270-EXIT
008400     END-IF.
008410 4280-EXIT.
008420     EXIT.
008430
008440 4300-NEXT-STOP.
008450     MOVE ZEROES           TO WS-BEST-IX.
008460     MOVE WS-NN-DIST-INIT  TO WS-BEST-M.
008470     MOVE 1 TO WS-DX.
008480     PERFORM 4310-TEST-STOP THRU 4310-EXIT
008490         UNTIL WS-DX > WS-POINT-COUNT.
008500     IF WS-BEST-IX = 0
008510         SET WS-ROUTE-DONE TO TRUE
008520         GO TO 4300-EXIT
008530     END-IF.
008540
008550     ADD 1 TO WS-STOP-SEQ.
008560     ADD 1 TO WS-STOP-TOTAL.
008570     MOVE WS-STOP-SEQ TO RS-STOP-SEQ(WS-BEST-IX).
008580     COMPUTE WS-LEG ROUNDED = (WS-BEST-M ** .5).
008590     ADD WS-LEG TO WS-CUM.
008600     COMPUTE WS-LEG-KM ROUNDED = WS-LEG * CF-KM-PER-MILE.
008610     COMPUTE WS-CUM-KM ROUNDED = WS-CUM * CF-KM-PER-MILE.
008620     MOVE RS-X(WS-BEST-IX) TO WS-POS-X.
008630     MOVE RS-Y(WS-BEST-IX) TO WS-POS-Y.
008640     SET WS-POSITION-SET TO TRUE.
008650     PERFORM 4400-WRITE-STOP THRU 4400-EXIT.
008660 4300-EXIT.
008670     EXIT.
008680
008690 4310-TEST-STOP.
008700     IF RS-ROUTE-CODE(WS-DX) = WS-CURRENT-ROUTE
008710        AND RS-TRANS-COUNT(WS-DX) > 0
008720        AND RS-STOP-SEQ(WS-DX) = 0
008730         IF WS-POSITION-SET
008740             COMPUTE WS-DIST-A = RS-X(WS-DX) - WS-POS-X
008750             MULTIPLY WS-DIST-A BY WS-DIST-A GIVING WS-DIST-A
008760             COMPUTE WS-DIST-B = RS-Y(WS-DX) - WS-POS-Y
008770             MULTIPLY WS-DIST-B BY WS-DIST-B GIVING WS-DIST-B
008780             ADD WS-DIST-A WS-DIST-B GIVING WS-DIST-M
008790         ELSE
008800             MOVE ZEROES TO WS-DIST-M
008810         END-IF
008820         IF WS-DIST-M < WS-BEST-M
008830             MOVE WS-DX     TO WS-BEST-IX
008840             MOVE WS-DIST-M TO WS-BEST-M
008850         END-IF
008860     END-IF.
008870     ADD 1 TO WS-DX.
008880 4310-EXIT.
008890     EXIT.
008900
008910 4400-WRITE-STOP.
008920     MOVE "Y" TO WS-FIRST-ITEM-SW.
008930     MOVE 1   TO WS-TX.
008940     PERFORM 4410-WRITE-ITEM THRU 4410-EXIT
008950         UNTIL WS-TX > WS-DETAIL-COUNT.
008960 4400-EXIT.
008970     EXIT.
008980
008990 4410-WRITE-ITEM.
009000     IF DT-POINT-IX(WS-TX) NOT = WS-BEST-IX
009010         GO TO 4410-NEXT
009020     END-IF.
009030     PERFORM 4420-GET-ITEM-DESC THRU 4420-EXIT.
009040     PERFORM 4280-CHECK-PAGE THRU 4280-EXIT.
009050     IF WS-FIRST-ITEM
009060         MOVE WS-STOP-SEQ             TO RPT-SL-SEQ
009070         MOVE RS-POINT-ID(WS-BEST-IX) TO RPT-SL-POINT-ID
009080         MOVE DT-ITEM-CODE(WS-TX)     TO RPT-SL-ITEM
009090         MOVE WS-ITEM-DESC            TO RPT-SL-DESC
009100         MOVE DT-QUANTITY(WS-TX)      TO RPT-SL-QTY
009110         MOVE WS-LEG                  TO RPT-SL-LEG
009120         MOVE WS-LEG-KM               TO RPT-SL-LEG-KM
009130         MOVE WS-CUM                  TO RPT-SL-CUM
009140         MOVE WS-CUM-KM               TO RPT-SL-CUM-KM
009150         WRITE REPORT-RECORD FROM RPT-STOP-LINE
009160         MOVE "N" TO WS-FIRST-ITEM-SW
009170     ELSE
009180         MOVE DT-ITEM-CODE(WS-TX)     TO RPT-IL-ITEM
009190         MOVE WS-ITEM-DESC            TO RPT-IL-DESC
009200         MOVE DT-QUANTITY(WS-TX)      TO RPT-IL-QTY
009210         WRITE REPORT-RECORD FROM RPT-ITEM-LINE
009220     END-IF.
009230     ADD 1 TO WS-LINE-COUNT.
009240     ADD DT-QUANTITY(WS-TX) TO WS-RT-QTY-TOTAL.
009250
009260     MOVE SPACES                  TO RD-DETAIL-REC.
009270     MOVE WS-CURRENT-ROUTE        TO RD-ROUTE-CODE.
009280     MOVE WS-STOP-SEQ             TO RD-STOP-SEQ.
009290     MOVE RS-POINT-ID(WS-BEST-IX) TO RD-POINT-ID.
009300     MOVE RS-X(WS-BEST-IX)        TO RD-X.
009310     MOVE RS-Y(WS-BEST-IX)        TO RD-Y.
009320     MOVE DT-ITEM-CODE(WS-TX)     TO RD-ITEM-CODE.
009330     MOVE WS-ITEM-DESC            TO RD-ITEM-DESC.
009340     MOVE DT-QUANTITY(WS-TX)      TO RD-QUANTITY.
009350     MOVE WS-LEG                  TO RD-LEG-MILES.
009360     MOVE WS-LEG-KM               TO RD-LEG-KM.
009370     MOVE WS-CUM                  TO RD-CUM-MILES.
009380     MOVE WS-CUM-KM               TO RD-CUM-KM.
009390     WRITE RD-DETAIL-REC.
009400     ADD 1 TO WS-DISP-COUNT.
009410     ADD DT-QUANTITY(WS-TX) TO WS-DISP-QTY.
009420 4410-NEXT.
009430     ADD 1 TO WS-TX.
009440 4410-EXIT.
009450     EXIT.
009460
009470 4420-GET-ITEM-DESC.
009480     MOVE DT-ITEM-CODE(WS-TX) TO IM-ITEM-CODE.
009490     READ ITEM-MASTER
009500         INVALID KEY
009510             MOVE "NOT ON ITEM MASTER" TO WS-ITEM-DESC
009520     END-READ.
009530     IF WS-IM-STATUS = "00"
009540         MOVE IM-ITEM-DESC TO WS-ITEM-DESC
009550     END-IF.
009560 4420-EXIT.
009570     EXIT.
009580
009590 4500-RETURN-LEG.
009600     COMPUTE WS-DIST-A = WS-DEPOT-X - WS-POS-X.
009610     MULTIPLY WS-DIST-A BY WS-DIST-A GIVING WS-DIST-A.
009620     COMPUTE WS-DIST-B = WS-DEPOT-Y - WS-POS-Y.
009630     MULTIPLY WS-DIST-B BY WS-DIST-B GIVING WS-DIST-B.
009640     ADD WS-DIST-A WS-DIST-B GIVING WS-DIST-M.
009650     COMPUTE WS-LEG ROUNDED = (WS-DIST-M ** .5).
009660     ADD WS-LEG TO WS-CUM.
009670     COMPUTE WS-LEG-KM ROUNDED = WS-LEG * CF-KM-PER-MILE.
009680     COMPUTE WS-CUM-KM ROUNDED = WS-CUM * CF-KM-PER-MILE.
009690
009700     PERFORM 4280-CHECK-PAGE THRU 4280-EXIT.
009710     MOVE WS-DEPOT-ID TO RPT-RL-DEPOT.
009720     MOVE WS-LEG      TO RPT-RL-LEG.
009730     MOVE WS-LEG-KM   TO RPT-RL-LEG-KM.
009740     MOVE WS-CUM      TO RPT-RL-CUM.
009750     MOVE WS-CUM-KM   TO RPT-RL-CUM-KM.
009760     WRITE REPORT-RECORD FROM RPT-RETURN-LINE.
009770     ADD 1 TO WS-LINE-COUNT.
009780 4500-EXIT.
009790     EXIT.
009800
009810 4600-WRITE-ROUTE-TOTAL.
009820     PERFORM 4280-CHECK-PAGE THRU 4280-EXIT.
009830     COMPUTE WS-CUM-KM ROUNDED = WS-CUM * CF-KM-PER-MILE.
009840     MOVE WS-STOP-SEQ     TO RPT-RT-STOPS.
009850     MOVE WS-RT-QTY-TOTAL TO RPT-RT-QTY.
009860     MOVE WS-CUM          TO RPT-RT-DIST.
009870     MOVE WS-CUM-KM       TO RPT-RT-DIST-KM.
009880     WRITE REPORT-RECORD FROM RPT-ROUTE-TOTAL-LINE.
009890     ADD 1 TO WS-LINE-COUNT.
009900 4600-EXIT.
009910     EXIT.
009920
009930 8000-TERMINATE.
009940     MOVE SPACES          TO RD-TRAILER-REC.
009950     MOVE "*TRAILER"      TO RDT-TAG.
009960     MOVE WS-DISP-COUNT   TO RDT-COUNT.
009970     MOVE WS-DISP-QTY     TO RDT-QTY-TOTAL.
009980     WRITE RD-TRAILER-REC.
009990
010000     MOVE WS-TV-COUNT        TO RPT-CTL-READ.
010010     MOVE WS-MATCHED-COUNT   TO RPT-CTL-MATCHED.
010020     MOVE WS-UNMATCHED-COUNT TO RPT-CTL-UNMATCHED.
010030     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
010040     MOVE WS-ROUTE-COUNT     TO RPT-CTL-ROUTES.
010050     MOVE WS-STOP-TOTAL      TO RPT-CTL-STOPS.
010060     MOVE WS-DISP-COUNT      TO RPT-CTL-DISP.
010070     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE-2.
010080
010090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010100     IF WS-PDATE-SET
010110         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
010120     END-IF.
010130     ACCEPT WS-CURRENT-TIME FROM TIME.
010140
010150     MOVE SPACES               TO RUNCTL-RECORD.
010160     MOVE "RUNSHEET"            TO RUNCTL-JOB-NAME.
010170     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
010175     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
010180     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
010190     SET RUNCTL-EVENT-END       TO TRUE.
010200     MOVE WS-TV-COUNT           TO RUNCTL-INPUT-COUNT.
010210     MOVE WS-DISP-COUNT         TO RUNCTL-OUTPUT-COUNT.
010220     COMPUTE RUNCTL-REJECT-COUNT =
010230         WS-UNMATCHED-COUNT + WS-DETAIL-OVERFLOW.
010240     IF RUNCTL-REJECT-COUNT > 0 OR WS-ROUTE-UNTABLED > 0
010250         SET RUNCTL-CC-WARNING  TO TRUE
010260     ELSE
010270         SET RUNCTL-CC-NORMAL   TO TRUE
010280     END-IF.
010290     WRITE RUNCTL-RECORD.
010300
010310     CLOSE LOCATION-MASTER
010320           VALID-TRANS-FILE
010330           ROUTE-MASTER
010340           ITEM-MASTER
010350           REPORT-FILE
010360           DISPATCH-FILE
010370           RUNCTL-FILE.
010380     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
010390 8000-EXIT.
010400     EXIT.
