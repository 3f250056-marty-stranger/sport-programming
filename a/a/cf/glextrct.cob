000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    GLEXTRCT.
000120 AUTHOR.        D.OKAFOR.
000130 INSTALLATION.  DISTRIBUTION - APPLICATIONS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* GLEXTRCT
000190*
000200* NIGHTLY VALUATION AND GENERAL-LEDGER EXTRACT STEP RUN AFTER
000210* LOADPLAN. TAKES THE DAY'S VALIDATED TRANSACTIONS (TRANVAL),
000220* FINDS EACH DESTINATION'S ROUTE ON THE LOCATION MASTER AND
000230* EXTENDS TV-QUANTITY BY THE ITEM'S UNIT COST FROM THE ITEM
000240* MASTER, ROUNDED TO THE CENT PER TRANSACTION. THE VALUES ARE
000250* TOTALLED BY ROUTE AND ITEM FOR THE VALUATION REPORT AND BY
000260* ROUTE AND GL ACCOUNT / COST CENTRE FOR THE LEDGER. THE GL
000270* INTERFACE FILE (GLINTF.CPY) GETS ONE DEBIT PER ROUTE AND ITEM
000280* ACCOUNT AND ONE CREDIT PER ROUTE TO THE OFFSET ACCOUNT ON THE
000290* GLXCTL CONTROL FILE, ALL FOR THE BUSINESS DATE, BETWEEN A
000300* *HEADER* AND A *TRAILER RECORD CARRYING THE RECORD COUNT AND
000310* THE TOTAL DEBITS AND CREDITS. DEBITS ARE SUMMED FROM THE
000320* ACCOUNT TOTALS AND CREDITS FROM THE ROUTE TOTALS, AND THE TWO
000330* MUST AGREE. NO RECORDS ARE WRITTEN AT ALL - AND THE STEP ENDS
000340* CC 9999 FOR A NITECHEK PRIORITY-1 ALERT - WHEN THEY DO NOT,
000350* WHEN ANY ITEM SHIPPED HAS NO COST OR NO GL ACCOUNT ON THE ITEM
000360* MASTER (THEY ARE FLAGGED ON THE REPORT), WHEN GLXCTL HAS NO
000370* OFFSET ACCOUNT, OR WHEN A TABLE FILLS AND THE EXTRACT WOULD BE
000380* INCOMPLETE. THE REPORT IS PRINTED EITHER WAY. A DESTINATION
000390* THAT HAS DROPPED OFF THE LOCATION MASTER SINCE BINCODE
000400* VALIDATED IT HAS NO ROUTE TO POST TO - IT IS REPORTED AS
000410* UNMATCHED, AS IN RTEDMND AND LOADPLAN, LEFT OUT OF THE EXTRACT
000420* AND ENDS THE STEP CC 0004.
000430*
000440* MODIFICATION HISTORY
000450* DATE       INIT DESCRIPTION
000460* ---------- ---- ------------------------------------------------
000470* 2026-10-15 DPO  ORIGINAL PROGRAM.
000472* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
000473*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000474* 2026-10-15 DPO  GLINTF IS NOW OPENED AND CLOSED ON EVERY RUN, SO
000475*                 A REFUSED EXTRACT OR AN OPEN FAILURE LEAVES AN
000476*                 EMPTY FILE RATHER THAN ONE NEVER OPENED.
000477* 2026-10-15 DPO  QUANTITY COLUMNS WIDENED TO NINE DIGITS SO A
000478*                 ROUTE OR GRAND TOTAL OF 100,000,000 OR MORE
000479*                 PRINTS IN FULL.
000480*****************************************************************
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT LOCATION-MASTER ASSIGN TO LOCMAST
000580                             ORGANIZATION IS INDEXED
000590                             ACCESS MODE IS RANDOM
000600                             RECORD KEY IS LM-POINT-ID
000610                             FILE STATUS IS WS-LM-STATUS.
000620
000630     SELECT ITEM-MASTER     ASSIGN TO ITEMMAST
000640                             ORGANIZATION IS INDEXED
000650                             ACCESS MODE IS RANDOM
000660                             RECORD KEY IS IM-ITEM-CODE
000670                             FILE STATUS IS WS-IM-STATUS.
000680
000690     SELECT VALID-TRANS-FILE ASSIGN TO TRANVAL
000700                             ORGANIZATION IS SEQUENTIAL
000710                             FILE STATUS IS WS-TV-STATUS.
000720
000730     SELECT CONTROL-FILE    ASSIGN TO GLXCTL
000740                             ORGANIZATION IS SEQUENTIAL
000750                             FILE STATUS IS WS-CTL-STATUS.
000760
000770     SELECT GL-FILE         ASSIGN TO GLINTF
000780                             ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT REPORT-FILE     ASSIGN TO VALURPT
000810                             ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT PROCDATE-FILE   ASSIGN TO PROCDATE
000840                             ORGANIZATION IS SEQUENTIAL
000850                             FILE STATUS IS WS-PDATE-STATUS.
000860
000870     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000880                             ORGANIZATION IS SEQUENTIAL.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  LOCATION-MASTER.
000930     COPY "locmast.cpy".
000940
000950 FD  ITEM-MASTER.
000960     COPY "itemmast.cpy".
000970
000980 FD  VALID-TRANS-FILE.
000990     COPY "tranval.cpy".
001000
001010 FD  CONTROL-FILE.
001020     COPY "glxctl.cpy".
001030
001040 FD  GL-FILE.
001050     COPY "glintf.cpy".
001060
001070 FD  REPORT-FILE.
001080 01  REPORT-RECORD          PIC X(132).
001090
001100 FD  PROCDATE-FILE.
001110     COPY "procdate.cpy".
001120
001130 FD  RUNCTL-FILE.
001140     COPY "runctl.cpy".
001150
001160 WORKING-STORAGE SECTION.
001170 01  WS-LM-STATUS           PIC X(02).
001180 01  WS-IM-STATUS           PIC X(02).
001190 01  WS-TV-STATUS           PIC X(02).
001200 01  WS-CTL-STATUS          PIC X(02).
001210
001220 01  WS-SWITCHES.
001230     05  WS-TV-EOF-SW       PIC X(01) VALUE "N".
001240         88  WS-TV-EOF                VALUE "Y".
001250     05  WS-MASTER-OPEN-SW  PIC X(01) VALUE "N".
001260         88  WS-MASTER-OPEN-FAILED    VALUE "Y".
001270     05  WS-TV-OPEN-SW      PIC X(01) VALUE "N".
001280         88  WS-TV-OPEN-FAILED        VALUE "Y".
001290     05  WS-IM-OPEN-SW      PIC X(01) VALUE "N".
001300         88  WS-IM-OPEN-FAILED        VALUE "Y".
001310     05  WS-POINT-FOUND-SW  PIC X(01) VALUE "N".
001320         88  WS-POINT-FOUND           VALUE "Y".
001330     05  WS-ENTRY-FOUND-SW  PIC X(01) VALUE "N".
001340         88  WS-ENTRY-FOUND           VALUE "Y".
001350     05  WS-SWAP-SW         PIC X(01) VALUE "N".
001360         88  WS-SWAP-NEEDED           VALUE "Y".
001370     05  WS-OFFSET-SW       PIC X(01) VALUE "N".
001380         88  WS-OFFSET-FOUND          VALUE "Y".
001390     05  WS-EXTRACT-SW      PIC X(01) VALUE "N".
001400         88  WS-EXTRACT-REFUSED       VALUE "Y".
001410
001420 01  WS-CONSTANTS.
001430     05  WS-MAX-VALUES      PIC 9(05) VALUE 05000.
001440     05  WS-MAX-POSTINGS    PIC 9(05) VALUE 01000.
001450     05  WS-MAX-ROUTES      PIC 9(03) VALUE 050.
001460     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
001470
001480 01  WS-COUNTS.
001490     05  WS-TV-COUNT        PIC 9(09) VALUE ZEROES.
001500     05  WS-MATCHED-COUNT   PIC 9(09) VALUE ZEROES.
001510     05  WS-UNMATCHED-COUNT PIC 9(09) VALUE ZEROES.
001520     05  WS-NO-COST-COUNT   PIC 9(09) VALUE ZEROES.
001530     05  WS-UNTABLED-COUNT  PIC 9(09) VALUE ZEROES.
001540     05  WS-VAL-COUNT       PIC 9(05) VALUE ZEROES.
001550     05  WS-GS-COUNT        PIC 9(05) VALUE ZEROES.
001560     05  WS-RC-COUNT        PIC 9(03) VALUE ZEROES.
001570     05  WS-GL-WRITTEN      PIC 9(09) VALUE ZEROES.
001580     05  WS-LINE-COUNT      PIC 9(02) VALUE ZEROES.
001590     05  WS-PAGE-COUNT      PIC 9(04) VALUE ZEROES.
001600     05  WS-VX              PIC 9(05) VALUE ZEROES.
001610     05  WS-VY              PIC 9(05) VALUE ZEROES.
001620     05  WS-GX              PIC 9(05) VALUE ZEROES.
001630     05  WS-GY              PIC 9(05) VALUE ZEROES.
001640     05  WS-RX              PIC 9(03) VALUE ZEROES.
001650     05  WS-RY              PIC 9(03) VALUE ZEROES.
001660
001670 01  WS-AMOUNTS.
001680     05  WS-LINE-VALUE      PIC 9(13)V9(02) VALUE ZEROES.
001690     05  WS-TOTAL-DEBITS    PIC 9(13)V9(02) VALUE ZEROES.
001700     05  WS-TOTAL-CREDITS   PIC 9(13)V9(02) VALUE ZEROES.
001710     05  WS-FILE-DEBITS     PIC 9(13)V9(02) VALUE ZEROES.
001720     05  WS-FILE-CREDITS    PIC 9(13)V9(02) VALUE ZEROES.
001730     05  WS-RT-QTY-TOTAL    PIC 9(11) VALUE ZEROES.
001740     05  WS-RT-VALUE-TOTAL  PIC 9(13)V9(02) VALUE ZEROES.
001750     05  WS-ALL-QTY-TOTAL   PIC 9(11) VALUE ZEROES.
001760     05  WS-ALL-VALUE-TOTAL PIC 9(13)V9(02) VALUE ZEROES.
001770
001780 01  WS-ITEM-WORK.
001790     05  WS-ITEM-DESC       PIC X(30).
001800     05  WS-UNIT-COST       PIC 9(05)V9(04).
001810     05  WS-GL-ACCOUNT      PIC X(06).
001820     05  WS-COST-CENTRE     PIC X(04).
001830     05  WS-COST-STATUS     PIC X(01).
001840         88  WS-COSTED                VALUE "C".
001850         88  WS-NO-COST               VALUE "N".
001860         88  WS-NO-ACCOUNT            VALUE "A".
001870
001880 01  WS-OFFSET-ACCOUNT      PIC X(06) VALUE SPACES.
001890 01  WS-OFFSET-CENTRE       PIC X(04) VALUE SPACES.
001900 01  WS-CURRENT-ROUTE       PIC X(02) VALUE SPACES.
001910 01  WS-REFUSE-REASON       PIC X(50) VALUE SPACES.
001920
001930 01  VL-TABLE.
001940     05  VL-ENTRY OCCURS 1 TO 5000 TIMES
001950                   DEPENDING ON WS-VAL-COUNT.
001960         10  VL-ROUTE-CODE  PIC X(02).
001970         10  VL-ITEM-CODE   PIC 9(10).
001980         10  VL-ITEM-DESC   PIC X(30).
001990         10  VL-GL-ACCOUNT  PIC X(06).
002000         10  VL-COST-CENTRE PIC X(04).
002010         10  VL-UNIT-COST   PIC 9(05)V9(04).
002020         10  VL-QUANTITY    PIC 9(11).
002030         10  VL-VALUE       PIC 9(13)V9(02).
002040         10  VL-COST-STATUS PIC X(01).
002050             88  VL-COSTED            VALUE "C".
002060             88  VL-NO-COST           VALUE "N".
002070             88  VL-NO-ACCOUNT        VALUE "A".
002080
002090 01  WS-VL-SWAP             PIC X(88).
002100
002110 01  GS-TABLE.
002120     05  GS-ENTRY OCCURS 1 TO 1000 TIMES
002130                   DEPENDING ON WS-GS-COUNT.
002140         10  GS-ROUTE-CODE  PIC X(02).
002150         10  GS-GL-ACCOUNT  PIC X(06).
002160         10  GS-COST-CENTRE PIC X(04).
002170         10  GS-QUANTITY    PIC 9(11).
002180         10  GS-VALUE       PIC 9(13)V9(02).
002190
002200 01  WS-GS-SWAP             PIC X(38).
002210
002220 01  RC-TABLE.
002230     05  RC-ENTRY OCCURS 50 TIMES.
002240         10  RC-ROUTE-CODE  PIC X(02).
002250         10  RC-QUANTITY    PIC 9(11).
002260         10  RC-VALUE       PIC 9(13)V9(02).
002270
002280 01  WS-RC-SWAP             PIC X(28).
002290
002300 01  WS-PDATE-STATUS        PIC X(02).
002310 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
002315 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
002320 01  WS-PDATE-SW            PIC X(01) VALUE "N".
002330     88  WS-PDATE-SET        VALUE "Y".
002340
002350 01  WS-DATE-TIME.
002360     05  WS-CURRENT-DATE    PIC 9(08).
002370     05  WS-CURRENT-TIME    PIC 9(08).
002380
002390 01  RPT-HDR-1.
002400     05  FILLER         PIC X(18) VALUE "GLEXTRCT - VALUED ".
002410     05  FILLER         PIC X(40) VALUE
002420         "DEMAND AND GENERAL-LEDGER EXTRACT".
002430     05  FILLER         PIC X(74) VALUE SPACES.
002440
002450 01  RPT-HDR-2.
002460     05  FILLER             PIC X(05) VALUE "DATE ".
002470     05  RPT-HDR-DATE       PIC 9(08).
002480     05  FILLER             PIC X(05) VALUE SPACES.
002490     05  FILLER             PIC X(05) VALUE "PAGE ".
002500     05  RPT-HDR-PAGE       PIC ZZZ9.
002510     05  FILLER             PIC X(05) VALUE SPACES.
002520     05  FILLER             PIC X(17) VALUE "OFFSET ACCOUNT - ".
002530     05  RPT-HDR-OFFSET     PIC X(06).
002540     05  FILLER             PIC X(01) VALUE SPACES.
002550     05  RPT-HDR-CENTRE     PIC X(04).
002560     05  FILLER             PIC X(72) VALUE SPACES.
002570
002580 01  RPT-HDR-3.
002590     05  FILLER             PIC X(132) VALUE ALL "-".
002600
002610 01  RPT-COLUMN-LINE.
002620     05  FILLER             PIC X(05) VALUE " RT  ".
002630     05  FILLER             PIC X(12) VALUE "ITEM CODE".
002640     05  FILLER             PIC X(31) VALUE "DESCRIPTION".
002650     05  FILLER             PIC X(12) VALUE "GL ACCT CC".
002660     05  FILLER             PIC X(12) VALUE "   UNIT COST".
002670     05  FILLER             PIC X(13) VALUE "     QUANTITY".
002680     05  FILLER             PIC X(20) VALUE
002690         "               VALUE".
002700     05  FILLER             PIC X(27) VALUE SPACES.
002710
002720 01  RPT-VALUE-LINE.
002730     05  FILLER             PIC X(01) VALUE SPACES.
002740     05  RPT-VL-ROUTE       PIC X(02).
002750     05  FILLER             PIC X(02) VALUE SPACES.
002760     05  RPT-VL-ITEM        PIC 9(10).
002770     05  FILLER             PIC X(02) VALUE SPACES.
002780     05  RPT-VL-DESC        PIC X(30).
002790     05  FILLER             PIC X(01) VALUE SPACES.
002800     05  RPT-VL-ACCOUNT     PIC X(06).
002810     05  FILLER             PIC X(01) VALUE SPACES.
002820     05  RPT-VL-CENTRE      PIC X(04).
002830     05  FILLER             PIC X(01) VALUE SPACES.
002840     05  RPT-VL-COST        PIC ZZ,ZZ9.9999.
002850     05  FILLER             PIC X(01) VALUE SPACES.
002860     05  RPT-VL-QTY         PIC ZZZ,ZZZ,ZZ9.
002870     05  FILLER             PIC X(02) VALUE SPACES.
002880     05  RPT-VL-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002890     05  FILLER             PIC X(02) VALUE SPACES.
002900     05  RPT-VL-FLAG        PIC X(20).
002910     05  FILLER             PIC X(05) VALUE SPACES.
002920
002930 01  RPT-ROUTE-TOTAL-LINE.
002940     05  FILLER             PIC X(06) VALUE SPACES.
002950     05  FILLER             PIC X(06) VALUE "ROUTE ".
002960     05  RPT-RT-ROUTE       PIC X(02).
002970     05  FILLER             PIC X(07) VALUE " TOTAL ".
002980     05  FILLER             PIC X(51) VALUE SPACES.
002990     05  RPT-RT-QTY         PIC ZZZ,ZZZ,ZZ9.
003000     05  FILLER             PIC X(02) VALUE SPACES.
003010     05  RPT-RT-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003020     05  FILLER             PIC X(27) VALUE SPACES.
003030
003040 01  RPT-GRAND-TOTAL-LINE.
003050     05  FILLER             PIC X(06) VALUE SPACES.
003060     05  FILLER             PIC X(15) VALUE "ALL ROUTES".
003070     05  FILLER             PIC X(51) VALUE SPACES.
003080     05  RPT-GT-QTY         PIC ZZZ,ZZZ,ZZ9.
003090     05  FILLER             PIC X(02) VALUE SPACES.
003100     05  RPT-GT-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003110     05  FILLER             PIC X(27) VALUE SPACES.
003120
003130 01  RPT-POSTING-HDR-LINE.
003140     05  FILLER             PIC X(40) VALUE
003150         "GL POSTINGS FOR THE BUSINESS DATE".
003160     05  FILLER             PIC X(92) VALUE SPACES.
003170
003180 01  RPT-POSTING-COL-LINE.
003190     05  FILLER             PIC X(05) VALUE " RT  ".
003200     05  FILLER             PIC X(12) VALUE "GL ACCT CC".
003210     05  FILLER             PIC X(06) VALUE "DR/CR ".
003220     05  FILLER             PIC X(13) VALUE "     QUANTITY".
003230     05  FILLER             PIC X(20) VALUE
003240         "              AMOUNT".
003250     05  FILLER             PIC X(76) VALUE SPACES.
003260
003270 01  RPT-POSTING-LINE.
003280     05  FILLER             PIC X(01) VALUE SPACES.
003290     05  RPT-PL-ROUTE       PIC X(02).
003300     05  FILLER             PIC X(02) VALUE SPACES.
003310     05  RPT-PL-ACCOUNT     PIC X(06).
003320     05  FILLER             PIC X(01) VALUE SPACES.
003330     05  RPT-PL-CENTRE      PIC X(04).
003340     05  FILLER             PIC X(01) VALUE SPACES.
003350     05  RPT-PL-DR-CR       PIC X(02).
003360     05  FILLER             PIC X(04) VALUE SPACES.
003370     05  RPT-PL-QTY         PIC ZZZ,ZZZ,ZZ9.
003380     05  FILLER             PIC X(02) VALUE SPACES.
003390     05  RPT-PL-AMOUNT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003400     05  FILLER             PIC X(76) VALUE SPACES.
003410
003420 01  RPT-BALANCE-LINE.
003430     05  FILLER         PIC X(20) VALUE "TOTAL DEBITS      - ".
003440     05  RPT-BL-DEBITS      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003450     05  FILLER         PIC X(05) VALUE SPACES.
003460     05  FILLER         PIC X(20) VALUE "TOTAL CREDITS     - ".
003470     05  RPT-BL-CREDITS     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003480     05  FILLER             PIC X(47) VALUE SPACES.
003490
003500 01  RPT-RESULT-LINE.
003510     05  FILLER         PIC X(20) VALUE "GL EXTRACT        - ".
003520     05  RPT-RS-RESULT      PIC X(08).
003530     05  FILLER             PIC X(05) VALUE SPACES.
003540     05  RPT-RS-REASON      PIC X(50).
003550     05  FILLER             PIC X(49) VALUE SPACES.
003560
003570 01  RPT-UNMATCHED-LINE.
003580     05  FILLER             PIC X(30) VALUE
003590         "DEST NOT ON LOC MASTER - PT   ".
003600     05  RPT-UM-POINT-ID    PIC 9(05).
003610     05  FILLER             PIC X(97) VALUE SPACES.
003620
003630 01  RPT-MASTER-OPEN-LINE.
003640     05  FILLER             PIC X(30) VALUE
003650         "LOCATION MASTER OPEN FAILED - ".
003660     05  RPT-LM-OPEN-STATUS PIC X(02).
003670     05  FILLER             PIC X(17) VALUE
003680         " - RUN TERMINATED".
003690     05  FILLER             PIC X(83) VALUE SPACES.
003700
003710 01  RPT-TV-OPEN-LINE.
003720     05  FILLER             PIC X(30) VALUE
003730         "TRANVAL FILE OPEN FAILED -    ".
003740     05  RPT-TV-OPEN-STATUS PIC X(02).
003750     05  FILLER             PIC X(17) VALUE
003760         " - RUN TERMINATED".
003770     05  FILLER             PIC X(83) VALUE SPACES.
003780
003790 01  RPT-IM-OPEN-LINE.
003800     05  FILLER             PIC X(30) VALUE
003810         "ITEM MASTER OPEN FAILED -     ".
003820     05  RPT-IM-OPEN-STATUS PIC X(02).
003830     05  FILLER             PIC X(17) VALUE
003840         " - RUN TERMINATED".
003850     05  FILLER             PIC X(83) VALUE SPACES.
003860
003870 01  RPT-CONTROL-LINE.
003880     05  FILLER         PIC X(20) VALUE "TRANSACTIONS READ - ".
003890     05  RPT-CTL-READ       PIC ZZZ,ZZZ,ZZ9.
003900     05  FILLER         PIC X(05) VALUE SPACES.
003910     05  FILLER         PIC X(20) VALUE "MATCHED           - ".
003920     05  RPT-CTL-MATCHED    PIC ZZZ,ZZZ,ZZ9.
003930     05  FILLER         PIC X(05) VALUE SPACES.
003940     05  FILLER         PIC X(20) VALUE "UNMATCHED         - ".
003950     05  RPT-CTL-UNMATCHED  PIC ZZZ,ZZZ,ZZ9.
003960     05  FILLER             PIC X(29) VALUE SPACES.
003970
003980 01  RPT-CONTROL-LINE-2.
003990     05  FILLER         PIC X(20) VALUE "TRANS NOT COSTED  - ".
004000     05  RPT-CTL-NO-COST    PIC ZZZ,ZZZ,ZZ9.
004010     05  FILLER         PIC X(05) VALUE SPACES.
004020     05  FILLER         PIC X(20) VALUE "TRANS NOT TABLED  - ".
004030     05  RPT-CTL-UNTABLED   PIC ZZZ,ZZZ,ZZ9.
004040     05  FILLER         PIC X(05) VALUE SPACES.
004050     05  FILLER         PIC X(20) VALUE "GL RECORDS OUT    - ".
004060     05  RPT-CTL-WRITTEN    PIC ZZZ,ZZZ,ZZ9.
004070     05  FILLER             PIC X(29) VALUE SPACES.
004080
004090 PROCEDURE DIVISION.
004100
004110 0000-MAINLINE.
004120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004130     IF WS-MASTER-OPEN-FAILED
004140         PERFORM 1900-ABEND-BAD-MASTER THRU 1900-EXIT
004150     ELSE
004160         IF WS-TV-OPEN-FAILED
004170             PERFORM 1910-ABEND-BAD-TRANVAL THRU 1910-EXIT
004180         ELSE
004190             IF WS-IM-OPEN-FAILED
004200                 PERFORM 1920-ABEND-BAD-ITEM THRU 1920-EXIT
004210             ELSE
004220                 PERFORM 2000-ACCUMULATE THRU 2000-EXIT
004230                     UNTIL WS-TV-EOF
004240                 PERFORM 3000-SORT-TABLES THRU 3000-EXIT
004250                 PERFORM 4000-REPORT-VALUES THRU 4000-EXIT
004260                 PERFORM 5000-PROVE-EXTRACT THRU 5000-EXIT
004270                 PERFORM 6000-WRITE-EXTRACT THRU 6000-EXIT
004280                 PERFORM 8000-TERMINATE THRU 8000-EXIT
004290             END-IF
004300         END-IF
004310     END-IF.
004320     STOP RUN.
004330
004340 1000-INITIALIZE.
004350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004360     ACCEPT WS-CURRENT-TIME FROM TIME.
004370     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
004380     PERFORM 1300-LOAD-CONTROL THRU 1300-EXIT.
004390
004400     OPEN INPUT  LOCATION-MASTER.
004410     IF WS-LM-STATUS NOT = "00"
004420         SET WS-MASTER-OPEN-FAILED TO TRUE
004430     END-IF.
004440     OPEN INPUT  VALID-TRANS-FILE.
004450     IF WS-TV-STATUS NOT = "00"
004460         SET WS-TV-OPEN-FAILED TO TRUE
004470     END-IF.
004480     OPEN INPUT  ITEM-MASTER.
004490     IF WS-IM-STATUS NOT = "00"
004500         SET WS-IM-OPEN-FAILED TO TRUE
004510     END-IF.
004520     OPEN OUTPUT REPORT-FILE.
004530     OPEN EXTEND RUNCTL-FILE.
004540
004550     MOVE SPACES               TO RUNCTL-RECORD.
004560     MOVE "GLEXTRCT"            TO RUNCTL-JOB-NAME.
004570     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004575     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004580     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004590     SET RUNCTL-EVENT-START     TO TRUE.
004600     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004610                                    RUNCTL-OUTPUT-COUNT
004620                                    RUNCTL-REJECT-COUNT.
004630     SET RUNCTL-CC-NORMAL       TO TRUE.
004640     WRITE RUNCTL-RECORD.
004650
004660     IF NOT WS-MASTER-OPEN-FAILED AND NOT WS-TV-OPEN-FAILED
004670        AND NOT WS-IM-OPEN-FAILED
004680         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
004690         PERFORM 2100-READ-TRANVAL THRU 2100-EXIT
004700     END-IF.
004710 1000-EXIT.
004720     EXIT.
004730
004740 1100-WRITE-HEADING.
004750     ADD 1 TO WS-PAGE-COUNT.
004760     MOVE WS-CURRENT-DATE   TO RPT-HDR-DATE.
004770     MOVE WS-PAGE-COUNT     TO RPT-HDR-PAGE.
004780     MOVE WS-OFFSET-ACCOUNT TO RPT-HDR-OFFSET.
004790     MOVE WS-OFFSET-CENTRE  TO RPT-HDR-CENTRE.
004800     WRITE REPORT-RECORD FROM RPT-HDR-1.
004810     WRITE REPORT-RECORD FROM RPT-HDR-2.
004820     WRITE REPORT-RECORD FROM RPT-HDR-3.
004830     MOVE ZEROES TO WS-LINE-COUNT.
004840 1100-EXIT.
004850     EXIT.
004860
004870 1200-GET-BUSINESS-DATE.
004880     OPEN INPUT PROCDATE-FILE.
004890     IF WS-PDATE-STATUS = "00"
004900         READ PROCDATE-FILE
004910             AT END
004920                 CONTINUE
004930             NOT AT END
004940                 IF PD-BUSINESS-DATE IS NUMERIC
004950                     MOVE PD-BUSINESS-DATE
004960                         TO WS-BUSINESS-DATE
004961                     IF PD-CYCLE IS NUMERIC
004962                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
004963                     ELSE
004964                         MOVE 01 TO WS-BUSINESS-CYCLE
004965                     END-IF
004970                     SET WS-PDATE-SET TO TRUE
004980                     MOVE WS-BUSINESS-DATE
004990                         TO WS-CURRENT-DATE
005000                 END-IF
005010         END-READ
005020         CLOSE PROCDATE-FILE
005030     END-IF.
005040 1200-EXIT.
005050     EXIT.
005060
005070 1300-LOAD-CONTROL.
005080     OPEN INPUT CONTROL-FILE.
005090     IF WS-CTL-STATUS = "00"
005100         READ CONTROL-FILE
005110             AT END
005120                 CONTINUE
005130             NOT AT END
005140                 IF GX-OFFSET-ACCOUNT NOT = SPACES
005150                     MOVE GX-OFFSET-ACCOUNT TO WS-OFFSET-ACCOUNT
005160                     MOVE GX-OFFSET-CENTRE  TO WS-OFFSET-CENTRE
005170                     SET WS-OFFSET-FOUND TO TRUE
005180                 END-IF
005190         END-READ
005200         CLOSE CONTROL-FILE
005210     END-IF.
005220 1300-EXIT.
005230     EXIT.
005240
005250 1900-ABEND-BAD-MASTER.
005260     MOVE WS-LM-STATUS TO RPT-LM-OPEN-STATUS.
005270     WRITE REPORT-RECORD FROM RPT-MASTER-OPEN-LINE.
005280     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005290 1900-EXIT.
005300     EXIT.
005310
005320 1910-ABEND-BAD-TRANVAL.
005330     MOVE WS-TV-STATUS TO RPT-TV-OPEN-STATUS.
005340     WRITE REPORT-RECORD FROM RPT-TV-OPEN-LINE.
005350     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005360 1910-EXIT.
005370     EXIT.
005380
005390 1920-ABEND-BAD-ITEM.
005400     MOVE WS-IM-STATUS TO RPT-IM-OPEN-STATUS.
005410     WRITE REPORT-RECORD FROM RPT-IM-OPEN-LINE.
005420     PERFORM 1990-WRITE-ABEND-RUNCTL THRU 1990-EXIT.
005430 1920-EXIT.
005440     EXIT.
005450
005460 1990-WRITE-ABEND-RUNCTL.
005470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005480     IF WS-PDATE-SET
005490         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
005500     END-IF.
005510     ACCEPT WS-CURRENT-TIME FROM TIME.
005520     MOVE SPACES               TO RUNCTL-RECORD.
005530     MOVE "GLEXTRCT"            TO RUNCTL-JOB-NAME.
005540     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
005545     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
005550     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
005560     SET RUNCTL-EVENT-END       TO TRUE.
005570     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
005580                                    RUNCTL-OUTPUT-COUNT.
005590     MOVE 1                     TO RUNCTL-REJECT-COUNT.
005600     SET RUNCTL-CC-ABEND        TO TRUE.
005610     WRITE RUNCTL-RECORD.
005615     OPEN OUTPUT GL-FILE.
005617     CLOSE GL-FILE.
005620
005630     IF NOT WS-MASTER-OPEN-FAILED
005640         CLOSE LOCATION-MASTER
005650     END-IF.
005660     IF NOT WS-TV-OPEN-FAILED
005670         CLOSE VALID-TRANS-FILE
005680     END-IF.
005690     IF NOT WS-IM-OPEN-FAILED
005700         CLOSE ITEM-MASTER
005710     END-IF.
005720     CLOSE REPORT-FILE RUNCTL-FILE.
005730     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
005740 1990-EXIT.
005750     EXIT.
005760
005770 2000-ACCUMULATE.
005780     ADD 1 TO WS-TV-COUNT.
005790     PERFORM 2200-GET-POINT-ROUTE THRU 2200-EXIT.
005800     IF NOT WS-POINT-FOUND
005810         ADD 1 TO WS-UNMATCHED-COUNT
005820         PERFORM 2300-REPORT-UNMATCHED THRU 2300-EXIT
005830         GO TO 2000-NEXT
005840     END-IF.
005850     ADD 1 TO WS-MATCHED-COUNT.
005860     PERFORM 2500-GET-ITEM-COST THRU 2500-EXIT.
005870     IF WS-NO-COST
005880         MOVE ZEROES TO WS-LINE-VALUE
005890     ELSE
005900         COMPUTE WS-LINE-VALUE ROUNDED =
005910             TV-QUANTITY * WS-UNIT-COST
005920     END-IF.
005930     IF NOT WS-COSTED
005940         ADD 1 TO WS-NO-COST-COUNT
005950     END-IF.
005960
005970     PERFORM 2400-FIND-VALUE THRU 2400-EXIT.
005980     IF NOT WS-ENTRY-FOUND
005990         ADD 1 TO WS-UNTABLED-COUNT
006000         GO TO 2000-NEXT
006010     END-IF.
006020     ADD TV-QUANTITY   TO VL-QUANTITY(WS-VX).
006030     ADD WS-LINE-VALUE TO VL-VALUE(WS-VX).
006040     IF NOT WS-COSTED
006050         GO TO 2000-NEXT
006060     END-IF.
006070
006080     PERFORM 2600-FIND-POSTING THRU 2600-EXIT.
006090     IF NOT WS-ENTRY-FOUND
006100         ADD 1 TO WS-UNTABLED-COUNT
006110         GO TO 2000-NEXT
006120     END-IF.
006130     ADD TV-QUANTITY   TO GS-QUANTITY(WS-GX).
006140     ADD WS-LINE-VALUE TO GS-VALUE(WS-GX).
006150
006160     PERFORM 2700-FIND-ROUTE THRU 2700-EXIT.
006170     IF NOT WS-ENTRY-FOUND
006180         ADD 1 TO WS-UNTABLED-COUNT
006190         GO TO 2000-NEXT
006200     END-IF.
006210     ADD TV-QUANTITY   TO RC-QUANTITY(WS-RX).
006220     ADD WS-LINE-VALUE TO RC-VALUE(WS-RX).
006230 2000-NEXT.
006240     PERFORM 2100-READ-TRANVAL THRU 2100-EXIT.
006250 2000-EXIT.
006260     EXIT.
006270
006280 2100-READ-TRANVAL.
006290     READ VALID-TRANS-FILE
006300         AT END
006310             SET WS-TV-EOF TO TRUE
006320     END-READ.
006330 2100-EXIT.
006340     EXIT.
006350
006360 2200-GET-POINT-ROUTE.
006370     MOVE "Y" TO WS-POINT-FOUND-SW.
006380     MOVE TV-DEST-POINT-ID TO LM-POINT-ID.
006390     READ LOCATION-MASTER
006400         INVALID KEY
006410             MOVE "N" TO WS-POINT-FOUND-SW
006420     END-READ.
006430 2200-EXIT.
006440     EXIT.
006450
006460 2300-REPORT-UNMATCHED.
006470     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006480         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
006490     END-IF.
006500     MOVE TV-DEST-POINT-ID TO RPT-UM-POINT-ID.
006510     WRITE REPORT-RECORD FROM RPT-UNMATCHED-LINE.
006520     ADD 1 TO WS-LINE-COUNT.
006530 2300-EXIT.
006540     EXIT.
006550
006560 2400-FIND-VALUE.
006570     MOVE "N" TO WS-ENTRY-FOUND-SW.
006580     MOVE 1   TO WS-VX.
006590     PERFORM 2410-SCAN-VALUES THRU 2410-EXIT
006600         UNTIL WS-ENTRY-FOUND
006610            OR WS-VX > WS-VAL-COUNT.
006620     IF WS-ENTRY-FOUND
006630         GO TO 2400-EXIT
006640     END-IF.
006650     IF WS-VAL-COUNT < WS-MAX-VALUES
006660         ADD 1 TO WS-VAL-COUNT
006670         MOVE WS-VAL-COUNT   TO WS-VX
006680         MOVE LM-ROUTE-CODE  TO VL-ROUTE-CODE(WS-VX)
006690         MOVE TV-ITEM-CODE   TO VL-ITEM-CODE(WS-VX)
006700         MOVE WS-ITEM-DESC   TO VL-ITEM-DESC(WS-VX)
006710         MOVE WS-GL-ACCOUNT  TO VL-GL-ACCOUNT(WS-VX)
006720         MOVE WS-COST-CENTRE TO VL-COST-CENTRE(WS-VX)
006730         MOVE WS-UNIT-COST   TO VL-UNIT-COST(WS-VX)
006740         MOVE WS-COST-STATUS TO VL-COST-STATUS(WS-VX)
006750         MOVE ZEROES         TO VL-QUANTITY(WS-VX)
006760                                VL-VALUE(WS-VX)
006770         SET WS-ENTRY-FOUND TO TRUE
006780     END-IF.
006790 2400-EXIT.
006800     EXIT.
006810
006820 2410-SCAN-VALUES.
006830     IF VL-ROUTE-CODE(WS-VX) = LM-ROUTE-CODE
006840        AND VL-ITEM-CODE(WS-VX) = TV-ITEM-CODE
006850         SET WS-ENTRY-FOUND TO TRUE
006860     ELSE
006870         ADD 1 TO WS-VX
006880     END-IF.
006890 2410-EXIT.
006900     EXIT.
006910
006920 2500-GET-ITEM-COST.
006930     SET WS-COSTED TO TRUE.
006940     MOVE ZEROES TO WS-UNIT-COST.
006950     MOVE SPACES TO WS-GL-ACCOUNT WS-COST-CENTRE.
006960     MOVE TV-ITEM-CODE TO IM-ITEM-CODE.
006970     READ ITEM-MASTER
006980         INVALID KEY
006990             SET WS-NO-COST TO TRUE
007000             MOVE "NOT ON ITEM MASTER" TO WS-ITEM-DESC
007010     END-READ.
007020     IF WS-IM-STATUS NOT = "00"
007030         GO TO 2500-EXIT
007040     END-IF.
007050     MOVE IM-ITEM-DESC TO WS-ITEM-DESC.
007060     IF IM-UNIT-COST IS NUMERIC AND IM-UNIT-COST > ZERO
007070         MOVE IM-UNIT-COST TO WS-UNIT-COST
007080     ELSE
007090         SET WS-NO-COST TO TRUE
007100         GO TO 2500-EXIT
007110     END-IF.
007120     IF IM-GL-ACCOUNT = SPACES
007130         SET WS-NO-ACCOUNT TO TRUE
007140     ELSE
007150         MOVE IM-GL-ACCOUNT  TO WS-GL-ACCOUNT
007160         MOVE IM-COST-CENTRE TO WS-COST-CENTRE
007170     END-IF.
007180 2500-EXIT.
007190     EXIT.
007200
007210 2600-FIND-POSTING.
007220     MOVE "N" TO WS-ENTRY-FOUND-SW.
007230     MOVE 1   TO WS-GX.
007240     PERFORM 2610-SCAN-POSTINGS THRU 2610-EXIT
007250         UNTIL WS-ENTRY-FOUND
007260            OR WS-GX > WS-GS-COUNT.
007270     IF WS-ENTRY-FOUND
007280         GO TO 2600-EXIT
007290     END-IF.
007300     IF WS-GS-COUNT < WS-MAX-POSTINGS
007310         ADD 1 TO WS-GS-COUNT
007320         MOVE WS-GS-COUNT    TO WS-GX
007330         MOVE LM-ROUTE-CODE  TO GS-ROUTE-CODE(WS-GX)
007340         MOVE WS-GL-ACCOUNT  TO GS-GL-ACCOUNT(WS-GX)
007350         MOVE WS-COST-CENTRE TO GS-COST-CENTRE(WS-GX)
007360         MOVE ZEROES         TO GS-QUANTITY(WS-GX)
007370                                GS-VALUE(WS-GX)
007380         SET WS-ENTRY-FOUND TO TRUE
007390     END-IF.
007400 2600-EXIT.
007410     EXIT.
007420
007430 2610-SCAN-POSTINGS.
007440     IF GS-ROUTE-CODE(WS-GX) = LM-ROUTE-CODE
007450        AND GS-GL-ACCOUNT(WS-GX) = WS-GL-ACCOUNT
007460        AND GS-COST-CENTRE(WS-GX) = WS-COST-CENTRE
007470         SET WS-ENTRY-FOUND TO TRUE
007480     ELSE
007490         ADD 1 TO WS-GX
007500     END-IF.
007510 2610-EXIT.
007520     EXIT.
007530
007540 2700-FIND-ROUTE.
007550     MOVE "N" TO WS-ENTRY-FOUND-SW.
007560     MOVE 1   TO WS-RX.
007570     PERFORM 2710-SCAN-ROUTES THRU 2710-EXIT
007580         UNTIL WS-ENTRY-FOUND
007590            OR WS-RX > WS-RC-COUNT.
007600     IF WS-ENTRY-FOUND
007610         GO TO 2700-EXIT
007620     END-IF.
007630     IF WS-RC-COUNT < WS-MAX-ROUTES
007640         ADD 1 TO WS-RC-COUNT
007650         MOVE WS-RC-COUNT    TO WS-RX
007660         MOVE LM-ROUTE-CODE  TO RC-ROUTE-CODE(WS-RX)
007670         MOVE ZEROES         TO RC-QUANTITY(WS-RX)
007680                                RC-VALUE(WS-RX)
007690         SET WS-ENTRY-FOUND TO TRUE
007700     END-IF.
007710 2700-EXIT.
007720     EXIT.
007730
007740 2710-SCAN-ROUTES.
007750     IF RC-ROUTE-CODE(WS-RX) = LM-ROUTE-CODE
007760         SET WS-ENTRY-FOUND TO TRUE
007770     ELSE
007780         ADD 1 TO WS-RX
007790     END-IF.
007800 2710-EXIT.
007810     EXIT.
007820
007830 3000-SORT-TABLES.
007840     MOVE 1 TO WS-VX.
007850     PERFORM 3100-VALUE-SORT-PASS THRU 3100-EXIT
007860         UNTIL WS-VX >= WS-VAL-COUNT.
007870     MOVE 1 TO WS-GX.
007880     PERFORM 3300-POSTING-SORT-PASS THRU 3300-EXIT
007890         UNTIL WS-GX >= WS-GS-COUNT.
007900     MOVE 1 TO WS-RX.
007910     PERFORM 3500-ROUTE-SORT-PASS THRU 3500-EXIT
007920         UNTIL WS-RX >= WS-RC-COUNT.
007930 3000-EXIT.
007940     EXIT.
007950
007960 3100-VALUE-SORT-PASS.
007970     COMPUTE WS-VY = WS-VX + 1.
007980     PERFORM 3200-VALUE-SORT-TEST THRU 3200-EXIT
007990         UNTIL WS-VY > WS-VAL-COUNT.
008000     ADD 1 TO WS-VX.
008010 3100-EXIT.
008020     EXIT.
008030
008040 3200-VALUE-SORT-TEST.
008050     MOVE "N" TO WS-SWAP-SW.
008060     IF VL-ROUTE-CODE(WS-VY) < VL-ROUTE-CODE(WS-VX)
008070         SET WS-SWAP-NEEDED TO TRUE
008080     END-IF.
008090     IF VL-ROUTE-CODE(WS-VY) = VL-ROUTE-CODE(WS-VX)
008100        AND VL-ITEM-CODE(WS-VY) < VL-ITEM-CODE(WS-VX)
008110         SET WS-SWAP-NEEDED TO TRUE
008120     END-IF.
008130     IF WS-SWAP-NEEDED
008140         MOVE VL-ENTRY(WS-VX) TO WS-VL-SWAP
008150         MOVE VL-ENTRY(WS-VY) TO VL-ENTRY(WS-VX)
008160         MOVE WS-VL-SWAP      TO VL-ENTRY(WS-VY)
008170     END-IF.
008180     ADD 1 TO WS-VY.
008190 3200-EXIT.
008200     EXIT.
008210
008220 3300-POSTING-SORT-PASS.
008230     COMPUTE WS-GY = WS-GX + 1.
008240     PERFORM 3400-POSTING-SORT-TEST THRU 3400-EXIT
008250         UNTIL WS-GY > WS-GS-COUNT.
008260     ADD 1 TO WS-GX.
008270 3300-EXIT.
008280     EXIT.
008290
008300 3400-POSTING-SORT-TEST.
008310     MOVE "N" TO WS-SWAP-SW.
008320     IF GS-ROUTE-CODE(WS-GY) < GS-ROUTE-CODE(WS-GX)
008330         SET WS-SWAP-NEEDED TO TRUE
008340     END-IF.
008350     IF GS-ROUTE-CODE(WS-GY) = GS-ROUTE-CODE(WS-GX)
008360        AND GS-GL-ACCOUNT(WS-GY) < GS-GL-ACCOUNT(WS-GX)
008370         SET WS-SWAP-NEEDED TO TRUE
008380     END-IF.
008390     IF GS-ROUTE-CODE(WS-GY) = GS-ROUTE-CODE(WS-GX)
008400        AND GS-GL-ACCOUNT(WS-GY) = GS-GL-ACCOUNT(WS-GX)
008410        AND GS-COST-CENTRE(WS-GY) < GS-COST-CENTRE(WS-GX)
008420         SET WS-SWAP-NEEDED TO TRUE
008430     END-IF.
008440     IF WS-SWAP-NEEDED
008450         MOVE GS-ENTRY(WS-GX) TO WS-GS-SWAP
008460         MOVE GS-ENTRY(WS-GY) TO GS-ENTRY(WS-GX)
008470         MOVE WS-GS-SWAP      TO GS-ENTRY(WS-GY)
008480     END-IF.
008490     ADD 1 TO WS-GY.
008500 3400-EXIT.
008510     EXIT.
008520
008530 3500-ROUTE-SORT-PASS.
008540     COMPUTE WS-RY = WS-RX + 1.
008550     PERFORM 3600-ROUTE-SORT-TEST THRU 3600-EXIT
008560         UNTIL WS-RY > WS-RC-COUNT.
008570     ADD 1 TO WS-RX.
008580 3500-EXIT.
008590     EXIT.
008600
008610 3600-ROUTE-SORT-TEST.
008620     IF RC-ROUTE-CODE(WS-RY) < RC-ROUTE-CODE(WS-RX)
008630         MOVE RC-ENTRY(WS-RX) TO WS-RC-SWAP
008640         MOVE RC-ENTRY(WS-RY) TO RC-ENTRY(WS-RX)
008650         MOVE WS-RC-SWAP      TO RC-ENTRY(WS-RY)
008660     END-IF.
008670     ADD 1 TO WS-RY.
008680 3600-EXIT.
008690     EXIT.
008700
008710 4000-REPORT-VALUES.
008720     PERFORM 4300-CHECK-PAGE THRU 4300-EXIT.
008730     WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
008740     ADD 1 TO WS-LINE-COUNT.
008750     MOVE SPACES TO WS-CURRENT-ROUTE.
008760     MOVE ZEROES TO WS-RT-QTY-TOTAL WS-RT-VALUE-TOTAL.
008770     MOVE 1 TO WS-VX.
008780     PERFORM 4100-REPORT-ONE-VALUE THRU 4100-EXIT
008790         UNTIL WS-VX > WS-VAL-COUNT.
008800     IF WS-VAL-COUNT > 0
008810         PERFORM 4200-WRITE-ROUTE-TOTAL THRU 4200-EXIT
008820     END-IF.
008830     PERFORM 4300-CHECK-PAGE THRU 4300-EXIT.
008840     MOVE WS-ALL-QTY-TOTAL   TO RPT-GT-QTY.
008850     MOVE WS-ALL-VALUE-TOTAL TO RPT-GT-VALUE.
008860     WRITE REPORT-RECORD FROM RPT-GRAND-TOTAL-LINE.
008870     ADD 1 TO WS-LINE-COUNT.
008880 4000-EXIT.
008890     EXIT.
008900
008910 4100-REPORT-ONE-VALUE.
008920     IF VL-ROUTE-CODE(WS-VX) NOT = WS-CURRENT-ROUTE
008930         IF WS-VX > 1
008940             PERFORM 4200-WRITE-ROUTE-TOTAL THRU 4200-EXIT
008950         END-IF
008960         MOVE VL-ROUTE-CODE(WS-VX) TO WS-CURRENT-ROUTE
008970         MOVE ZEROES TO WS-RT-QTY-TOTAL WS-RT-VALUE-TOTAL
008980     END-IF.
008990     PERFORM 4300-CHECK-PAGE THRU 4300-EXIT.
009000     MOVE VL-ROUTE-CODE(WS-VX)  TO RPT-VL-ROUTE.
009010     MOVE VL-ITEM-CODE(WS-VX)   TO RPT-VL-ITEM.
009020     MOVE VL-ITEM-DESC(WS-VX)   TO RPT-VL-DESC.
009030     MOVE VL-GL-ACCOUNT(WS-VX)  TO RPT-VL-ACCOUNT.
009040     MOVE VL-COST-CENTRE(WS-VX) TO RPT-VL-CENTRE.
009050     MOVE VL-UNIT-COST(WS-VX)   TO RPT-VL-COST.
009060     MOVE VL-QUANTITY(WS-VX)    TO RPT-VL-QTY.
009070     MOVE VL-VALUE(WS-VX)       TO RPT-VL-VALUE.
009080     EVALUATE TRUE
009090         WHEN VL-NO-COST(WS-VX)
009100             MOVE "** NO COST **" TO RPT-VL-FLAG
009110         WHEN VL-NO-ACCOUNT(WS-VX)
009120             MOVE "** NO GL ACCOUNT **" TO RPT-VL-FLAG
009130         WHEN OTHER
009140             MOVE SPACES TO RPT-VL-FLAG
009150     END-EVALUATE.
009160     WRITE REPORT-RECORD FROM RPT-VALUE-LINE.
009170     ADD 1 TO WS-LINE-COUNT.
009180     ADD VL-QUANTITY(WS-VX) TO WS-RT-QTY-TOTAL WS-ALL-QTY-TOTAL.
009190     ADD VL-VALUE(WS-VX)    TO WS-RT-VALUE-TOTAL
009200                               WS-ALL-VALUE-TOTAL.
009210     ADD 1 TO WS-VX.
009220 4100-EXIT.
009230     EXIT.
009240
009250 4200-WRITE-ROUTE-TOTAL.
009260     PERFORM 4300-CHECK-PAGE THRU 4300-EXIT.
009270     MOVE WS-CURRENT-ROUTE  TO RPT-RT-ROUTE.
009280     MOVE WS-RT-QTY-TOTAL   TO RPT-RT-QTY.
009290     MOVE WS-RT-VALUE-TOTAL TO RPT-RT-VALUE.
009300     WRITE REPORT-RECORD FROM RPT-ROUTE-TOTAL-LINE.
009310     ADD 1 TO WS-LINE-COUNT.
009320 4200-EXIT.
009330     EXIT.
009340
009350 4300-CHECK-PAGE.
009360     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009370         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
009380     END-IF.
009390 4300-EXIT.
009400     EXIT.
009410
009420 5000-PROVE-EXTRACT.
009430     MOVE ZEROES TO WS-TOTAL-DEBITS WS-TOTAL-CREDITS.
009440     MOVE 1 TO WS-GX.
009450     PERFORM 5100-ADD-DEBIT THRU 5100-EXIT
009460         UNTIL WS-GX > WS-GS-COUNT.
009470     MOVE 1 TO WS-RX.
009480     PERFORM 5200-ADD-CREDIT THRU 5200-EXIT
009490         UNTIL WS-RX > WS-RC-COUNT.
009500
009510     SET WS-EXTRACT-REFUSED TO TRUE.
009520     IF WS-UNTABLED-COUNT > 0
009530         MOVE "TABLE FULL - EXTRACT WOULD BE INCOMPLETE"
009540             TO WS-REFUSE-REASON
009550         GO TO 5000-EXIT
009560     END-IF.
009570     IF WS-NO-COST-COUNT > 0
009580         MOVE "ITEMS SHIPPED WITH NO COST OR GL ACCOUNT ON FILE"
009590             TO WS-REFUSE-REASON
009600         GO TO 5000-EXIT
009610     END-IF.
009620     IF NOT WS-OFFSET-FOUND
009630         MOVE "NO OFFSET ACCOUNT ON GLXCTL"
009640             TO WS-REFUSE-REASON
009650         GO TO 5000-EXIT
009660     END-IF.
009670     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
009680         MOVE "DEBITS AND CREDITS DO NOT BALANCE"
009690             TO WS-REFUSE-REASON
009700         GO TO 5000-EXIT
009710     END-IF.
009720     MOVE "N" TO WS-EXTRACT-SW.
009730 5000-EXIT.
009740     EXIT.
009750
009760 5100-ADD-DEBIT.
009770     ADD GS-VALUE(WS-GX) TO WS-TOTAL-DEBITS.
009780     ADD 1 TO WS-GX.
009790 5100-EXIT.
009800     EXIT.
009810
009820 5200-ADD-CREDIT.
009830     ADD RC-VALUE(WS-RX) TO WS-TOTAL-CREDITS.
009840     ADD 1 TO WS-RX.
009850 5200-EXIT.
009860     EXIT.
009870
009880 6000-WRITE-EXTRACT.
009885     OPEN OUTPUT GL-FILE.
009890     IF NOT WS-EXTRACT-REFUSED
009910         MOVE SPACES          TO GL-HEADER-REC
009920         MOVE "*HEADER*"      TO GLH-TAG
009930         MOVE WS-CURRENT-DATE TO GLH-BUSINESS-DATE
009940         MOVE "GLEXTRCT"      TO GLH-SOURCE
009950         WRITE GL-HEADER-REC
009960     END-IF.
009970
009980     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 3
009990         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
010000     END-IF.
010010     WRITE REPORT-RECORD FROM RPT-POSTING-HDR-LINE.
010020     WRITE REPORT-RECORD FROM RPT-POSTING-COL-LINE.
010030     ADD 2 TO WS-LINE-COUNT.
010040     MOVE 1 TO WS-GX.
010050     MOVE 1 TO WS-RX.
010060     PERFORM 6100-POST-ONE-ROUTE THRU 6100-EXIT
010070         UNTIL WS-RX > WS-RC-COUNT.
010080
010090     IF NOT WS-EXTRACT-REFUSED
010100         MOVE SPACES          TO GL-TRAILER-REC
010110         MOVE "*TRAILER"      TO GLT-TAG
010120         MOVE WS-GL-WRITTEN   TO GLT-COUNT
010130         MOVE WS-FILE-DEBITS  TO GLT-DEBIT-TOTAL
010140         MOVE WS-FILE-CREDITS TO GLT-CREDIT-TOTAL
010150         WRITE GL-TRAILER-REC
010170     END-IF.
010175     CLOSE GL-FILE.
010180
010190     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
010200         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
010210     END-IF.
010220     MOVE WS-TOTAL-DEBITS  TO RPT-BL-DEBITS.
010230     MOVE WS-TOTAL-CREDITS TO RPT-BL-CREDITS.
010240     WRITE REPORT-RECORD FROM RPT-BALANCE-LINE.
010250     IF WS-EXTRACT-REFUSED
010260         MOVE "REFUSED"        TO RPT-RS-RESULT
010270         MOVE WS-REFUSE-REASON TO RPT-RS-REASON
010280         DISPLAY "GLEXTRCT - GL EXTRACT REFUSED - "
010290                 WS-REFUSE-REASON UPON CONSOLE
010300     ELSE
010310         MOVE "WRITTEN"        TO RPT-RS-RESULT
010320         MOVE SPACES           TO RPT-RS-REASON
010330     END-IF.
010340     WRITE REPORT-RECORD FROM RPT-RESULT-LINE.
010350     ADD 2 TO WS-LINE-COUNT.
010360 6000-EXIT.
010370     EXIT.
010380
010390 6100-POST-ONE-ROUTE.
010400     PERFORM 6200-POST-ONE-DEBIT THRU 6200-EXIT
010410         UNTIL WS-GX > WS-GS-COUNT
010420            OR GS-ROUTE-CODE(WS-GX) NOT = RC-ROUTE-CODE(WS-RX).
010430     PERFORM 4300-CHECK-PAGE THRU 4300-EXIT.
010440     MOVE RC-ROUTE-CODE(WS-RX) TO RPT-PL-ROUTE.
010450     MOVE WS-OFFSET-ACCOUNT    TO RPT-PL-ACCOUNT.
010460     MOVE WS-OFFSET-CENTRE     TO RPT-PL-CENTRE.
010470     MOVE "CR"                 TO RPT-PL-DR-CR.
010480     MOVE RC-QUANTITY(WS-RX)   TO RPT-PL-QTY.
010490     MOVE RC-VALUE(WS-RX)      TO RPT-PL-AMOUNT.
010500     WRITE REPORT-RECORD FROM RPT-POSTING-LINE.
010510     ADD 1 TO WS-LINE-COUNT.
010520     IF NOT WS-EXTRACT-REFUSED
010530         MOVE SPACES               TO GL-DETAIL-REC
010540         MOVE WS-CURRENT-DATE      TO GLD-BUSINESS-DATE
010550         MOVE RC-ROUTE-CODE(WS-RX) TO GLD-ROUTE-CODE
010560         MOVE WS-OFFSET-ACCOUNT    TO GLD-GL-ACCOUNT
010570         MOVE WS-OFFSET-CENTRE     TO GLD-COST-CENTRE
010580         SET GLD-CREDIT            TO TRUE
010590         MOVE RC-VALUE(WS-RX)      TO GLD-AMOUNT
010600         MOVE RC-QUANTITY(WS-RX)   TO GLD-QUANTITY
010610         WRITE GL-DETAIL-REC
010620         ADD 1 TO WS-GL-WRITTEN
010630         ADD RC-VALUE(WS-RX) TO WS-FILE-CREDITS
010640     END-IF.
010650     ADD 1 TO WS-RX.
010660 6100-EXIT.
010670     EXIT.
010680
010690 6200-POST-ONE-DEBIT.
010700     PERFORM 4300-CHECK-PAGE THRU 4300-EXIT.
010710     MOVE GS-ROUTE-CODE(WS-GX)  TO RPT-PL-ROUTE.
010720     MOVE GS-GL-ACCOUNT(WS-GX)  TO RPT-PL-ACCOUNT.
010730     MOVE GS-COST-CENTRE(WS-GX) TO RPT-PL-CENTRE.
010740     MOVE "DR"                  TO RPT-PL-DR-CR.
010750     MOVE GS-QUANTITY(WS-GX)    TO RPT-PL-QTY.
010760     MOVE GS-VALUE(WS-GX)       TO RPT-PL-AMOUNT.
010770     WRITE REPORT-RECORD FROM RPT-POSTING-LINE.
010780     ADD 1 TO WS-LINE-COUNT.
010790     IF NOT WS-EXTRACT-REFUSED
010800         MOVE SPACES                TO GL-DETAIL-REC
010810         MOVE WS-CURRENT-DATE       TO GLD-BUSINESS-DATE
010820         MOVE GS-ROUTE-CODE(WS-GX)  TO GLD-ROUTE-CODE
010830         MOVE GS-GL-ACCOUNT(WS-GX)  TO GLD-GL-ACCOUNT
010840         MOVE GS-COST-CENTRE(WS-GX) TO GLD-COST-CENTRE
010850         SET GLD-DEBIT              TO TRUE
010860         MOVE GS-VALUE(WS-GX)       TO GLD-AMOUNT
010870         MOVE GS-QUANTITY(WS-GX)    TO GLD-QUANTITY
010880         WRITE GL-DETAIL-REC
010890         ADD 1 TO WS-GL-WRITTEN
010900         ADD GS-VALUE(WS-GX) TO WS-FILE-DEBITS
010910     END-IF.
010920     ADD 1 TO WS-GX.
010930 6200-EXIT.
010940     EXIT.
010950
010960 8000-TERMINATE.
010970     MOVE WS-TV-COUNT        TO RPT-CTL-READ.
010980     MOVE WS-MATCHED-COUNT   TO RPT-CTL-MATCHED.
010990     MOVE WS-UNMATCHED-COUNT TO RPT-CTL-UNMATCHED.
011000     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
011010     MOVE WS-NO-COST-COUNT   TO RPT-CTL-NO-COST.
011020     MOVE WS-UNTABLED-COUNT  TO RPT-CTL-UNTABLED.
011030     MOVE WS-GL-WRITTEN      TO RPT-CTL-WRITTEN.
011040     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE-2.
011050
011060     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011070     IF WS-PDATE-SET
011080         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
011090     END-IF.
011100     ACCEPT WS-CURRENT-TIME FROM TIME.
011110
011120     MOVE SPACES               TO RUNCTL-RECORD.
011130     MOVE "GLEXTRCT"            TO RUNCTL-JOB-NAME.
011140     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
011145     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
011150     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
011160     SET RUNCTL-EVENT-END       TO TRUE.
011170     MOVE WS-TV-COUNT           TO RUNCTL-INPUT-COUNT.
011180     MOVE WS-GL-WRITTEN         TO RUNCTL-OUTPUT-COUNT.
011190     COMPUTE RUNCTL-REJECT-COUNT =
011200         WS-UNMATCHED-COUNT + WS-NO-COST-COUNT.
011210     EVALUATE TRUE
011220         WHEN WS-EXTRACT-REFUSED
011230             SET RUNCTL-CC-ABEND    TO TRUE
011240         WHEN WS-UNMATCHED-COUNT > 0
011250             SET RUNCTL-CC-WARNING  TO TRUE
011260         WHEN OTHER
011270             SET RUNCTL-CC-NORMAL   TO TRUE
011280     END-EVALUATE.
011290     WRITE RUNCTL-RECORD.
011300
011310     CLOSE LOCATION-MASTER
011320           VALID-TRANS-FILE
011330           ITEM-MASTER
011340           REPORT-FILE
011350           RUNCTL-FILE.
011360     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
011370 8000-EXIT.
011380     EXIT.
