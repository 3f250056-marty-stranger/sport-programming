000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    HISTPURG.
000120 AUTHOR.        D.OKAFOR.
000130 INSTALLATION.  DISTRIBUTION - APPLICATIONS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160
000170*****************************************************************
000180* HISTPURG
000190*
000200* MONTH-END ARCHIVE AND PURGE OF THE PERMANENT HISTORY DATASETS -
000210* SPANHIST, BINHIST, THE RUNCTL HISTORY, THE LOCJRNL CHANGE
000220* JOURNAL AND THE BINSUSP SUSPENSE MASTER. THE RETENTION CONTROL
000230* FILE (RETNCTL) GIVES A PERIOD IN DAYS PER DATASET; THE CUTOFF
000240* IS THE BUSINESS DATE WALKED BACK THAT MANY DAYS THROUGH THE
000250* SAME DAYS-IN-MONTH TABLE BINRECYC USES. EVERY RECORD DATED
000260* BEFORE ITS CUTOFF IS COPIED TO THAT DATASET'S ARCHIVE
000270* GENERATION, BETWEEN A HEADER AND A TRAILER IN THE LOCBKUP
000280* STYLE (HISTARCH.CPY), AND EVERY OTHER RECORD IS COPIED TO A
000290* RETAINED FILE THAT THE FOLLOWING JOB STEPS COPY BACK OVER THE
000300* LIVE DATASET. A DATASET WITH NO RETENTION RECORD IS NOT
000310* PURGED. OPEN SUSPENSE RECORDS ARE NEVER PURGED, WHATEVER
000320* THEIR AGE - THEY ARE STILL OWED A CORRECTION.
000330*
000340* THE LOCJRNL CUTOFF IS NEVER LATER THAN THE OLDEST LOCBKUP
000350* GENERATION ON CATALOG (BKUPALL IS THE WHOLE GDG, READ FOR ITS
000360* HEADER DATES), SO LOCASOF CAN ALWAYS REPLAY THE JOURNAL
000370* FORWARD FROM ANY BACKUP IT IS GIVEN. IF NO BACKUP HEADER CAN
000380* BE READ, OR A GENERATION DOES NOT START WITH ONE, THE JOURNAL
000390* IS NOT PURGED AT ALL.
000400*
000410* THE REPORT PROVES, FOR EACH DATASET, THAT THE RECORDS WRITTEN
000413* TO THE ARCHIVE (HEADER AND TRAILER APART) PLUS THE RECORDS
000416* WRITTEN TO THE RETAINED FILE EQUAL THE RECORDS READ - A WRITE
000418* THAT FAILS IS NOT COUNTED. AN OPEN FAILURE OR AN OUT-OF-BALANCE
000430* DATASET ENDS THE RUN WITH CC 9999, WHICH BYPASSES THE
000440* COPY-BACK STEPS AND LEAVES EVERY LIVE DATASET UNTOUCHED.
000450*
000460* MODIFICATION HISTORY
000470* DATE       INIT DESCRIPTION
000480* ---------- ---- ------------------------------------------------
000490* 2026-10-15 DPO  ORIGINAL PROGRAM.
000491* 2026-10-15 DPO  RUN HISTORY AND SUSPENSE RECORDS ARE NOW 58
000492*                 BYTES (THE PROCESSING CYCLE WAS ADDED TO RUNCTL
000493*                 AND BINSUSP). RETENTION IS STILL BY DATE - EVERY
000494*                 CYCLE OF A DATE IS PURGED TOGETHER. RUNCTL
000495*                 RECORDS NOW CARRY THE PROCESSING CYCLE FROM
000496*                 PROCDATE.
000497* 2026-10-15 DPO  ARCHIVED AND RETAINED NOW COUNT ONLY RECORDS
000498*                 WRITTEN WITH A GOOD FILE STATUS, SO A FAILED
000499*                 WRITE PUTS THE DATASET OUT OF BALANCE.
000500*****************************************************************
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT RETENTION-FILE  ASSIGN TO RETNCTL
000600                             ORGANIZATION IS SEQUENTIAL
000610                             FILE STATUS IS WS-RTN-STATUS.
000620
000630     SELECT BACKUP-FILE     ASSIGN TO BKUPALL
000640                             ORGANIZATION IS SEQUENTIAL
000650                             FILE STATUS IS WS-BKUP-STATUS.
000660
000670     SELECT SPAN-FILE       ASSIGN TO SPANHIST
000680                             ORGANIZATION IS SEQUENTIAL
000690                             FILE STATUS IS WS-SPAN-STATUS.
000700
000710     SELECT SPAN-ARCH-FILE  ASSIGN TO SPANARCH
000720                             ORGANIZATION IS SEQUENTIAL
000725                             FILE STATUS IS WS-ARCH-STATUS.
000730
000740     SELECT SPAN-KEEP-FILE  ASSIGN TO SPANKEEP
000750                             ORGANIZATION IS SEQUENTIAL
000755                             FILE STATUS IS WS-KEEP-STATUS.
000760
000770     SELECT BINH-FILE       ASSIGN TO BINHIST
000780                             ORGANIZATION IS SEQUENTIAL
000790                             FILE STATUS IS WS-BINH-STATUS.
000800
000810     SELECT BINH-ARCH-FILE  ASSIGN TO BINHARCH
000820                             ORGANIZATION IS SEQUENTIAL
000825                             FILE STATUS IS WS-ARCH-STATUS.
000830
000840     SELECT BINH-KEEP-FILE  ASSIGN TO BINHKEEP
000850                             ORGANIZATION IS SEQUENTIAL
000855                             FILE STATUS IS WS-KEEP-STATUS.
000860
000870     SELECT RUNH-FILE       ASSIGN TO RUNHIST
000880                             ORGANIZATION IS SEQUENTIAL
000890                             FILE STATUS IS WS-RUNH-STATUS.
000900
000910     SELECT RUNH-ARCH-FILE  ASSIGN TO RUNHARCH
000920                             ORGANIZATION IS SEQUENTIAL
000925                             FILE STATUS IS WS-ARCH-STATUS.
000930
000940     SELECT RUNH-KEEP-FILE  ASSIGN TO RUNHKEEP
000950                             ORGANIZATION IS SEQUENTIAL
000955                             FILE STATUS IS WS-KEEP-STATUS.
000960
000970     SELECT JRNL-FILE       ASSIGN TO LOCJRNL
000980                             ORGANIZATION IS SEQUENTIAL
000990                             FILE STATUS IS WS-JRNL-STATUS.
001000
001010     SELECT JRNL-ARCH-FILE  ASSIGN TO JRNLARCH
001020                             ORGANIZATION IS SEQUENTIAL
001025                             FILE STATUS IS WS-ARCH-STATUS.
001030
001040     SELECT JRNL-KEEP-FILE  ASSIGN TO JRNLKEEP
001050                             ORGANIZATION IS SEQUENTIAL
001055                             FILE STATUS IS WS-KEEP-STATUS.
001060
001070     SELECT SUSP-FILE       ASSIGN TO BINSUSP
001080                             ORGANIZATION IS SEQUENTIAL
001090                             FILE STATUS IS WS-SUSP-STATUS.
001100
001110     SELECT SUSP-ARCH-FILE  ASSIGN TO SUSPARCH
001120                             ORGANIZATION IS SEQUENTIAL
001125                             FILE STATUS IS WS-ARCH-STATUS.
001130
001140     SELECT SUSP-KEEP-FILE  ASSIGN TO SUSPKEEP
001150                             ORGANIZATION IS SEQUENTIAL
001155                             FILE STATUS IS WS-KEEP-STATUS.
001160
001170     SELECT REPORT-FILE     ASSIGN TO PURGRPT
001180                             ORGANIZATION IS SEQUENTIAL.
001190
001200     SELECT PROCDATE-FILE   ASSIGN TO PROCDATE
001210                             ORGANIZATION IS SEQUENTIAL
001220                             FILE STATUS IS WS-PDATE-STATUS.
001230
001240     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
001250                             ORGANIZATION IS SEQUENTIAL.
001260
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  RETENTION-FILE.
001300     COPY "retnctl.cpy".
001310
001320 FD  BACKUP-FILE.
001330     COPY "locbkup.cpy".
001340
001350 FD  SPAN-FILE.
001360     COPY "spanhist.cpy".
001370
001380 FD  SPAN-ARCH-FILE.
001390 01  SPAN-ARCH-RECORD       PIC X(64).
001400
001410 FD  SPAN-KEEP-FILE.
001420 01  SPAN-KEEP-RECORD       PIC X(64).
001430
001440 FD  BINH-FILE.
001450     COPY "binhist.cpy".
001460
001470 FD  BINH-ARCH-FILE.
001480 01  BINH-ARCH-RECORD       PIC X(32).
001490
001500 FD  BINH-KEEP-FILE.
001510 01  BINH-KEEP-RECORD       PIC X(32).
001520
001530 FD  RUNH-FILE.
001540 01  RH-RECORD.
001550     05  RH-JOB-NAME        PIC X(08).
001560     05  RH-RUN-DATE        PIC 9(08).
001570     05  FILLER             PIC X(42).
001580
001590 FD  RUNH-ARCH-FILE.
001600 01  RUNH-ARCH-RECORD       PIC X(58).
001610
001620 FD  RUNH-KEEP-FILE.
001630 01  RUNH-KEEP-RECORD       PIC X(58).
001640
001650 FD  JRNL-FILE.
001660     COPY "locjrnl.cpy".
001670
001680 FD  JRNL-ARCH-FILE.
001690 01  JRNL-ARCH-RECORD       PIC X(136).
001700
001710 FD  JRNL-KEEP-FILE.
001720 01  JRNL-KEEP-RECORD       PIC X(136).
001730
001740 FD  SUSP-FILE.
001750     COPY "binsusp.cpy".
001760
001770 FD  SUSP-ARCH-FILE.
001780 01  SUSP-ARCH-RECORD       PIC X(58).
001790
001800 FD  SUSP-KEEP-FILE.
001810 01  SUSP-KEEP-RECORD       PIC X(58).
001820
001830 FD  REPORT-FILE.
001840 01  REPORT-RECORD          PIC X(132).
001850
001860 FD  PROCDATE-FILE.
001870     COPY "procdate.cpy".
001880
001890 FD  RUNCTL-FILE.
001900     COPY "runctl.cpy".
001910
001920 WORKING-STORAGE SECTION.
001930     COPY "histarch.cpy".
001940
001950 01  WS-RTN-STATUS          PIC X(02).
001960 01  WS-BKUP-STATUS         PIC X(02).
001970 01  WS-SPAN-STATUS         PIC X(02).
001980 01  WS-BINH-STATUS         PIC X(02).
001990 01  WS-RUNH-STATUS         PIC X(02).
002000 01  WS-JRNL-STATUS         PIC X(02).
002010 01  WS-SUSP-STATUS         PIC X(02).
002013 01  WS-ARCH-STATUS         PIC X(02).
002016 01  WS-KEEP-STATUS         PIC X(02).
002020
002030 01  WS-SWITCHES.
002040     05  WS-OPEN-SW         PIC X(01) VALUE "N".
002050         88  WS-OPEN-FAILED           VALUE "Y".
002060     05  WS-SPAN-OPEN-SW    PIC X(01) VALUE "N".
002070         88  WS-SPAN-OPEN             VALUE "Y".
002080     05  WS-BINH-OPEN-SW    PIC X(01) VALUE "N".
002090         88  WS-BINH-OPEN             VALUE "Y".
002100     05  WS-RUNH-OPEN-SW    PIC X(01) VALUE "N".
002110         88  WS-RUNH-OPEN             VALUE "Y".
002120     05  WS-JRNL-OPEN-SW    PIC X(01) VALUE "N".
002130         88  WS-JRNL-OPEN             VALUE "Y".
002140     05  WS-SUSP-OPEN-SW    PIC X(01) VALUE "N".
002150         88  WS-SUSP-OPEN             VALUE "Y".
002160     05  WS-RTN-EOF-SW      PIC X(01) VALUE "N".
002170         88  WS-RTN-EOF               VALUE "Y".
002180     05  WS-BKUP-EOF-SW     PIC X(01) VALUE "N".
002190         88  WS-BKUP-EOF              VALUE "Y".
002200     05  WS-SPAN-EOF-SW     PIC X(01) VALUE "N".
002210         88  WS-SPAN-EOF              VALUE "Y".
002220     05  WS-BINH-EOF-SW     PIC X(01) VALUE "N".
002230         88  WS-BINH-EOF              VALUE "Y".
002240     05  WS-RUNH-EOF-SW     PIC X(01) VALUE "N".
002250         88  WS-RUNH-EOF              VALUE "Y".
002260     05  WS-JRNL-EOF-SW     PIC X(01) VALUE "N".
002270         88  WS-JRNL-EOF              VALUE "Y".
002280     05  WS-SUSP-EOF-SW     PIC X(01) VALUE "N".
002290         88  WS-SUSP-EOF              VALUE "Y".
002300     05  WS-EXPECT-HDR-SW   PIC X(01) VALUE "Y".
002310         88  WS-EXPECT-HEADER         VALUE "Y".
002320     05  WS-BKUP-UNKNOWN-SW PIC X(01) VALUE "N".
002330         88  WS-BKUP-UNKNOWN          VALUE "Y".
002340     05  WS-JRNL-HELD-SW    PIC X(01) VALUE "N".
002350         88  WS-JRNL-HELD             VALUE "Y".
002360     05  WS-BALANCE-SW      PIC X(01) VALUE "N".
002370         88  WS-OUT-OF-BALANCE        VALUE "Y".
002380     05  WS-DS-FOUND-SW     PIC X(01) VALUE "N".
002390         88  WS-DS-FOUND              VALUE "Y".
002400
002410 01  WS-CONSTANTS.
002420     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
002430     05  WS-DS-COUNT        PIC 9(01) VALUE 5.
002440     05  WS-SPAN-IX         PIC 9(01) VALUE 1.
002450     05  WS-BINH-IX         PIC 9(01) VALUE 2.
002460     05  WS-RUNH-IX         PIC 9(01) VALUE 3.
002470     05  WS-JRNL-IX         PIC 9(01) VALUE 4.
002480     05  WS-SUSP-IX         PIC 9(01) VALUE 5.
002490
002500 01  WS-DS-NAMES-DATA       PIC X(40) VALUE
002510     "SPANHISTBINHIST RUNHIST LOCJRNL BINSUSP ".
002520 01  WS-DS-NAMES REDEFINES WS-DS-NAMES-DATA.
002530     05  WS-DS-NAME         PIC X(08) OCCURS 5 TIMES.
002540
002550 01  WS-DS-TABLE.
002560     05  DS-ENTRY OCCURS 5 TIMES.
002570         10  DS-RETAIN-DAYS PIC 9(05) VALUE ZEROES.
002580         10  DS-CUTOFF-DATE PIC 9(08) VALUE ZEROES.
002590         10  DS-READ        PIC 9(09) VALUE ZEROES.
002600         10  DS-ARCHIVED    PIC 9(09) VALUE ZEROES.
002610         10  DS-RETAINED    PIC 9(09) VALUE ZEROES.
002620
002630 01  WS-COUNTS.
002640     05  WS-DX              PIC 9(01) VALUE ZEROES.
002650     05  WS-RTN-IGNORED     PIC 9(05) VALUE ZEROES.
002660     05  WS-BKUP-GENS       PIC 9(05) VALUE ZEROES.
002670     05  WS-OLDEST-BKUP     PIC 9(08) VALUE ZEROES.
002680     05  WS-TOTAL-READ      PIC 9(09) VALUE ZEROES.
002690     05  WS-TOTAL-RETAINED  PIC 9(09) VALUE ZEROES.
002700     05  WS-LINE-COUNT      PIC 9(02) VALUE ZEROES.
002710     05  WS-PAGE-COUNT      PIC 9(04) VALUE ZEROES.
002720     05  WS-DAY-SUB         PIC 9(05) VALUE ZEROES.
002730
002740 01  WS-FAILED-DD           PIC X(08) VALUE SPACES.
002750 01  WS-FAILED-STATUS       PIC X(02) VALUE SPACES.
002760
002770 01  WS-CUTOFF-DATE.
002780     05  WS-CUT-YEAR        PIC 9(04).
002790     05  WS-CUT-MONTH       PIC 9(02).
002800     05  WS-CUT-DAY         PIC 9(02).
002810 01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
002820                            PIC 9(08).
002830
002840 01  WS-LEAP-WORK.
002850     05  WS-LEAP-QUOT       PIC 9(04).
002860     05  WS-LEAP-REM        PIC 9(04).
002870
002880 01  WS-MONTH-DAYS-DATA     PIC X(24) VALUE
002890     "312831303130313130313031".
002900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
002910     05  WS-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
002920
002930 01  WS-PDATE-STATUS        PIC X(02).
002940 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
002945 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
002950 01  WS-PDATE-SW            PIC X(01) VALUE "N".
002960     88  WS-PDATE-SET        VALUE "Y".
002970
002980 01  WS-DATE-TIME.
002990     05  WS-CURRENT-DATE    PIC 9(08).
003000     05  WS-CURRENT-TIME    PIC 9(08).
003010
003020 01  RPT-HDR-1.
003030     05  FILLER         PIC X(20) VALUE "HISTPURG - HISTORY ".
003040     05  FILLER         PIC X(30) VALUE "ARCHIVE AND PURGE".
003050     05  FILLER         PIC X(82) VALUE SPACES.
003060
003070 01  RPT-HDR-2.
003080     05  FILLER             PIC X(05) VALUE "DATE ".
003090     05  RPT-HDR-DATE       PIC 9(08).
003100     05  FILLER             PIC X(05) VALUE SPACES.
003110     05  FILLER             PIC X(05) VALUE "PAGE ".
003120     05  RPT-HDR-PAGE       PIC ZZZ9.
003130     05  FILLER             PIC X(105) VALUE SPACES.
003140
003150 01  RPT-HDR-3.
003160     05  FILLER             PIC X(132) VALUE ALL "-".
003170
003180 01  RPT-COLUMN-LINE.
003190     05  FILLER             PIC X(10) VALUE "DATASET".
003200     05  FILLER             PIC X(07) VALUE "   DAYS".
003210     05  FILLER             PIC X(10) VALUE "    CUTOFF".
003220     05  FILLER             PIC X(13) VALUE "     ORIGINAL".
003230     05  FILLER             PIC X(13) VALUE "     ARCHIVED".
003240     05  FILLER             PIC X(13) VALUE "     RETAINED".
003250     05  FILLER             PIC X(16) VALUE "  BALANCE".
003260     05  FILLER             PIC X(50) VALUE "NOTE".
003270
003280 01  RPT-DATASET-LINE.
003290     05  RPT-DS-NAME        PIC X(08).
003300     05  FILLER             PIC X(02) VALUE SPACES.
003310     05  RPT-DS-DAYS        PIC ZZZZ9.
003320     05  FILLER             PIC X(02) VALUE SPACES.
003330     05  RPT-DS-CUTOFF      PIC 9(08).
003340     05  FILLER             PIC X(02) VALUE SPACES.
003350     05  RPT-DS-READ        PIC ZZZ,ZZZ,ZZ9.
003360     05  FILLER             PIC X(02) VALUE SPACES.
003370     05  RPT-DS-ARCHIVED    PIC ZZZ,ZZZ,ZZ9.
003380     05  FILLER             PIC X(02) VALUE SPACES.
003390     05  RPT-DS-RETAINED    PIC ZZZ,ZZZ,ZZ9.
003400     05  FILLER             PIC X(02) VALUE SPACES.
003410     05  RPT-DS-BALANCE     PIC X(14).
003420     05  FILLER             PIC X(02) VALUE SPACES.
003430     05  RPT-DS-NOTE        PIC X(50).
003440
003450 01  RPT-BKUP-LINE.
003460     05  FILLER             PIC X(30) VALUE
003470         "OLDEST LOCBKUP GENERATION - ".
003480     05  RPT-BK-DATE        PIC 9(08).
003490     05  FILLER             PIC X(04) VALUE SPACES.
003500     05  FILLER             PIC X(26) VALUE
003510         "GENERATIONS ON CATALOG - ".
003520     05  RPT-BK-GENS        PIC ZZZZ9.
003530     05  FILLER             PIC X(59) VALUE SPACES.
003540
003550 01  RPT-BKUP-UNKNOWN-LINE.
003560     05  FILLER             PIC X(40) VALUE
003570         "OLDEST LOCBKUP GENERATION COULD NOT BE P".
003580     05  FILLER             PIC X(40) VALUE
003590         "ROVED - LOCJRNL NOT PURGED".
003600     05  FILLER             PIC X(52) VALUE SPACES.
003610
003620 01  RPT-IGNORED-LINE.
003630     05  FILLER             PIC X(30) VALUE
003640         "RETENTION RECORD IGNORED -    ".
003650     05  RPT-IGN-ID         PIC X(08).
003660     05  FILLER             PIC X(94) VALUE SPACES.
003670
003680 01  RPT-OPEN-FAIL-LINE.
003690     05  RPT-OF-DD          PIC X(08).
003700     05  FILLER             PIC X(15) VALUE " OPEN FAILED - ".
003710     05  RPT-OF-STATUS      PIC X(02).
003720     05  FILLER             PIC X(17) VALUE
003730         " - RUN TERMINATED".
003740     05  FILLER             PIC X(90) VALUE SPACES.
003750
003760 01  RPT-RESULT-LINE.
003770     05  RPT-RESULT-TEXT    PIC X(60).
003780     05  FILLER             PIC X(72) VALUE SPACES.
003790
003800 PROCEDURE DIVISION.
003810
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003840     IF WS-OPEN-FAILED
003850         PERFORM 1900-ABEND-BAD-OPEN THRU 1900-EXIT
003860     ELSE
003870         PERFORM 2000-PURGE-SPANHIST THRU 2000-EXIT
003880         PERFORM 3000-PURGE-BINHIST THRU 3000-EXIT
003890         PERFORM 4000-PURGE-RUNHIST THRU 4000-EXIT
003900         PERFORM 5000-PURGE-LOCJRNL THRU 5000-EXIT
003910         PERFORM 6000-PURGE-BINSUSP THRU 6000-EXIT
003920         PERFORM 7000-REPORT-BALANCE THRU 7000-EXIT
003930         PERFORM 8000-TERMINATE THRU 8000-EXIT
003940     END-IF.
003950     STOP RUN.
003960
003970 1000-INITIALIZE.
003980     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003990     ACCEPT WS-CURRENT-TIME FROM TIME.
004000     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
004010
004020     OPEN OUTPUT REPORT-FILE.
004030     OPEN EXTEND RUNCTL-FILE.
004040
004050     MOVE SPACES               TO RUNCTL-RECORD.
004060     MOVE "HISTPURG"            TO RUNCTL-JOB-NAME.
004070     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004075     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004080     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004090     SET RUNCTL-EVENT-START     TO TRUE.
004100     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
004110                                    RUNCTL-OUTPUT-COUNT
004120                                    RUNCTL-REJECT-COUNT.
004130     SET RUNCTL-CC-NORMAL       TO TRUE.
004140     WRITE RUNCTL-RECORD.
004150
004160     PERFORM 1100-WRITE-HEADING THRU 1100-EXIT.
004170     PERFORM 1300-OPEN-LIVE-FILES THRU 1300-EXIT.
004180     IF WS-OPEN-FAILED
004190         GO TO 1000-EXIT
004200     END-IF.
004210     OPEN OUTPUT SPAN-ARCH-FILE SPAN-KEEP-FILE
004220                 BINH-ARCH-FILE BINH-KEEP-FILE
004230                 RUNH-ARCH-FILE RUNH-KEEP-FILE
004240                 JRNL-ARCH-FILE JRNL-KEEP-FILE
004250                 SUSP-ARCH-FILE SUSP-KEEP-FILE.
004260     PERFORM 1400-LOAD-RETENTION THRU 1400-EXIT.
004270     PERFORM 1500-FIND-OLDEST-BACKUP THRU 1500-EXIT.
004280     MOVE 1 TO WS-DX.
004290     PERFORM 1600-SET-CUTOFF THRU 1600-EXIT
004300         UNTIL WS-DX > WS-DS-COUNT.
004310     PERFORM 1700-HOLD-JOURNAL-CUTOFF THRU 1700-EXIT.
004320 1000-EXIT.
004330     EXIT.
004340
004350 1100-WRITE-HEADING.
004360     ADD 1 TO WS-PAGE-COUNT.
004370     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
004380     MOVE WS-PAGE-COUNT   TO RPT-HDR-PAGE.
004390     WRITE REPORT-RECORD FROM RPT-HDR-1.
004400     WRITE REPORT-RECORD FROM RPT-HDR-2.
004410     WRITE REPORT-RECORD FROM RPT-HDR-3.
004420     MOVE ZEROES TO WS-LINE-COUNT.
004430 1100-EXIT.
004440     EXIT.
004450
004460 1200-GET-BUSINESS-DATE.
004470     OPEN INPUT PROCDATE-FILE.
004480     IF WS-PDATE-STATUS = "00"
004490         READ PROCDATE-FILE
004500             AT END
004510                 CONTINUE
004520             NOT AT END
004530                 IF PD-BUSINESS-DATE IS NUMERIC
004540                     MOVE PD-BUSINESS-DATE
004550                         TO WS-BUSINESS-DATE
004551                     IF PD-CYCLE IS NUMERIC
004552                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
004553                     ELSE
004554                         MOVE 01 TO WS-BUSINESS-CYCLE
004555                     END-IF
004560                     SET WS-PDATE-SET TO TRUE
004570                     MOVE WS-BUSINESS-DATE
004580                         TO WS-CURRENT-DATE
004590                 END-IF
004600         END-READ
004610         CLOSE PROCDATE-FILE
004620     END-IF.
004630 1200-EXIT.
004640     EXIT.
004650
004660 1300-OPEN-LIVE-FILES.
004670     OPEN INPUT SPAN-FILE.
004680     IF WS-SPAN-STATUS NOT = "00"
004690         MOVE "SPANHIST"     TO WS-FAILED-DD
004700         MOVE WS-SPAN-STATUS TO WS-FAILED-STATUS
004710         SET WS-OPEN-FAILED  TO TRUE
004720         GO TO 1300-EXIT
004730     END-IF.
004740     SET WS-SPAN-OPEN TO TRUE.
004750     OPEN INPUT BINH-FILE.
004760     IF WS-BINH-STATUS NOT = "00"
004770         MOVE "BINHIST"      TO WS-FAILED-DD
004780         MOVE WS-BINH-STATUS TO WS-FAILED-STATUS
004790         SET WS-OPEN-FAILED  TO TRUE
004800         GO TO 1300-EXIT
004810     END-IF.
004820     SET WS-BINH-OPEN TO TRUE.
004830     OPEN INPUT RUNH-FILE.
004840     IF WS-RUNH-STATUS NOT = "00"
004850         MOVE "RUNHIST"      TO WS-FAILED-DD
004860         MOVE WS-RUNH-STATUS TO WS-FAILED-STATUS
004870         SET WS-OPEN-FAILED  TO TRUE
004880         GO TO 1300-EXIT
004890     END-IF.
004900     SET WS-RUNH-OPEN TO TRUE.
004910     OPEN INPUT JRNL-FILE.
004920     IF WS-JRNL-STATUS NOT = "00"
004930         MOVE "LOCJRNL"      TO WS-FAILED-DD
004940         MOVE WS-JRNL-STATUS TO WS-FAILED-STATUS
004950         SET WS-OPEN-FAILED  TO TRUE
004960         GO TO 1300-EXIT
004970     END-IF.
004980     SET WS-JRNL-OPEN TO TRUE.
004990     OPEN INPUT SUSP-FILE.
005000     IF WS-SUSP-STATUS NOT = "00"
005010         MOVE "BINSUSP"      TO WS-FAILED-DD
005020         MOVE WS-SUSP-STATUS TO WS-FAILED-STATUS
005030         SET WS-OPEN-FAILED  TO TRUE
005040         GO TO 1300-EXIT
005050     END-IF.
005060     SET WS-SUSP-OPEN TO TRUE.
005070 1300-EXIT.
005080     EXIT.
005090
005100 1400-LOAD-RETENTION.
005110     OPEN INPUT RETENTION-FILE.
005120     IF WS-RTN-STATUS NOT = "00"
005130         GO TO 1400-EXIT
005140     END-IF.
005150     PERFORM 1410-READ-RETENTION THRU 1410-EXIT.
005160     PERFORM 1420-APPLY-RETENTION THRU 1420-EXIT
005170         UNTIL WS-RTN-EOF.
005180     CLOSE RETENTION-FILE.
005190 1400-EXIT.
005200     EXIT.
005210
005220 1410-READ-RETENTION.
005230     READ RETENTION-FILE
005240         AT END
005250             SET WS-RTN-EOF TO TRUE
005260     END-READ.
005270 1410-EXIT.
005280     EXIT.
005290
005300 1420-APPLY-RETENTION.
005310     MOVE "N" TO WS-DS-FOUND-SW.
005320     MOVE 1   TO WS-DX.
005330     PERFORM 1430-MATCH-DATASET THRU 1430-EXIT
005340         UNTIL WS-DS-FOUND
005350            OR WS-DX > WS-DS-COUNT.
005360     IF WS-DS-FOUND AND RTN-RETAIN-DAYS IS NUMERIC
005370         MOVE RTN-RETAIN-DAYS TO DS-RETAIN-DAYS(WS-DX)
005380     ELSE
005390         ADD 1 TO WS-RTN-IGNORED
005400         MOVE RTN-DATASET-ID TO RPT-IGN-ID
005410         WRITE REPORT-RECORD FROM RPT-IGNORED-LINE
005420         ADD 1 TO WS-LINE-COUNT
005430     END-IF.
005440     PERFORM 1410-READ-RETENTION THRU 1410-EXIT.
005450 1420-EXIT.
005460     EXIT.
005470
005480 1430-MATCH-DATASET.
005490     IF WS-DS-NAME(WS-DX) = RTN-DATASET-ID
005500         SET WS-DS-FOUND TO TRUE
005510     ELSE
005520         ADD 1 TO WS-DX
005530     END-IF.
005540 1430-EXIT.
005550     EXIT.
005560
005570 1500-FIND-OLDEST-BACKUP.
005580     OPEN INPUT BACKUP-FILE.
005590     IF WS-BKUP-STATUS NOT = "00"
005600         SET WS-BKUP-UNKNOWN TO TRUE
005610         GO TO 1500-EXIT
005620     END-IF.
005630     PERFORM 1510-READ-BACKUP THRU 1510-EXIT.
005640     PERFORM 1520-SCAN-BACKUP THRU 1520-EXIT
005650         UNTIL WS-BKUP-EOF.
005660     CLOSE BACKUP-FILE.
005670     IF WS-BKUP-GENS = ZERO
005680         SET WS-BKUP-UNKNOWN TO TRUE
005690     END-IF.
005700 1500-EXIT.
005710     EXIT.
005720
005730 1510-READ-BACKUP.
005740     READ BACKUP-FILE
005750         AT END
005760             SET WS-BKUP-EOF TO TRUE
005770     END-READ.
005780 1510-EXIT.
005790     EXIT.
005800
005810 1520-SCAN-BACKUP.
005820     IF WS-EXPECT-HEADER
005830         IF BKH-HEADER AND BKH-DATE IS NUMERIC
005840             ADD 1 TO WS-BKUP-GENS
005850             IF WS-OLDEST-BKUP = ZERO
005860                OR BKH-DATE < WS-OLDEST-BKUP
005870                 MOVE BKH-DATE TO WS-OLDEST-BKUP
005880             END-IF
005890         ELSE
005900             SET WS-BKUP-UNKNOWN TO TRUE
005910         END-IF
005920         MOVE "N" TO WS-EXPECT-HDR-SW
005930     ELSE
005940         IF BKT-TRAILER
005950             SET WS-EXPECT-HEADER TO TRUE
005960         END-IF
005970     END-IF.
005980     PERFORM 1510-READ-BACKUP THRU 1510-EXIT.
005990 1520-EXIT.
006000     EXIT.
006010
006020 1600-SET-CUTOFF.
006030     MOVE ZEROES TO DS-CUTOFF-DATE(WS-DX).
006040     IF DS-RETAIN-DAYS(WS-DX) = ZERO
006050         GO TO 1600-NEXT
006060     END-IF.
006070     MOVE WS-CURRENT-DATE       TO WS-CUTOFF-DATE-N.
006080     MOVE DS-RETAIN-DAYS(WS-DX) TO WS-DAY-SUB.
006090     PERFORM 1610-BACK-ONE-DAY THRU 1610-EXIT
006100         UNTIL WS-DAY-SUB = 0.
006110     MOVE WS-CUTOFF-DATE-N TO DS-CUTOFF-DATE(WS-DX).
006120 1600-NEXT.
006130     ADD 1 TO WS-DX.
006140 1600-EXIT.
006150     EXIT.
006160
006170 1610-BACK-ONE-DAY.
006180     IF WS-CUT-DAY > 1
006190         SUBTRACT 1 FROM WS-CUT-DAY
006200     ELSE
006210         IF WS-CUT-MONTH > 1
006220             SUBTRACT 1 FROM WS-CUT-MONTH
006230         ELSE
006240             MOVE 12 TO WS-CUT-MONTH
006250             SUBTRACT 1 FROM WS-CUT-YEAR
006260         END-IF
006270         MOVE WS-MONTH-DAYS(WS-CUT-MONTH) TO WS-CUT-DAY
006280         IF WS-CUT-MONTH = 2
006290             PERFORM 1620-CHECK-LEAP-YEAR THRU 1620-EXIT
006300         END-IF
006310     END-IF.
006320     SUBTRACT 1 FROM WS-DAY-SUB.
006330 1610-EXIT.
006340     EXIT.
006350
006360 1620-CHECK-LEAP-YEAR.
006370     DIVIDE WS-CUT-YEAR BY 4
006380         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
006390     IF WS-LEAP-REM = 0
006400         DIVIDE WS-CUT-YEAR BY 100
006410             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
006420         IF WS-LEAP-REM NOT = 0
006430             MOVE 29 TO WS-CUT-DAY
006440         ELSE
006450             DIVIDE WS-CUT-YEAR BY 400
006460                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
006470             IF WS-LEAP-REM = 0
006480                 MOVE 29 TO WS-CUT-DAY
006490             END-IF
006500         END-IF
006510     END-IF.
006520 1620-EXIT.
006530     EXIT.
006540
006550 1700-HOLD-JOURNAL-CUTOFF.
006560     IF DS-CUTOFF-DATE(WS-JRNL-IX) = ZERO
006570         GO TO 1700-EXIT
006580     END-IF.
006590     IF WS-BKUP-UNKNOWN
006600         MOVE ZEROES TO DS-CUTOFF-DATE(WS-JRNL-IX)
006610         SET WS-JRNL-HELD TO TRUE
006620         GO TO 1700-EXIT
006630     END-IF.
006640     IF DS-CUTOFF-DATE(WS-JRNL-IX) > WS-OLDEST-BKUP
006650         MOVE WS-OLDEST-BKUP TO DS-CUTOFF-DATE(WS-JRNL-IX)
006660         SET WS-JRNL-HELD TO TRUE
006670     END-IF.
006680 1700-EXIT.
006690     EXIT.
006700
006710 1900-ABEND-BAD-OPEN.
006720     MOVE WS-FAILED-DD     TO RPT-OF-DD.
006730     MOVE WS-FAILED-STATUS TO RPT-OF-STATUS.
006740     WRITE REPORT-RECORD FROM RPT-OPEN-FAIL-LINE.
006750
006760     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006770     IF WS-PDATE-SET
006780         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
006790     END-IF.
006800     ACCEPT WS-CURRENT-TIME FROM TIME.
006810     MOVE SPACES               TO RUNCTL-RECORD.
006820     MOVE "HISTPURG"            TO RUNCTL-JOB-NAME.
006830     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
006835     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
006840     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
006850     SET RUNCTL-EVENT-END       TO TRUE.
006860     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
006870                                    RUNCTL-OUTPUT-COUNT.
006880     MOVE 1                     TO RUNCTL-REJECT-COUNT.
006890     SET RUNCTL-CC-ABEND        TO TRUE.
006900     WRITE RUNCTL-RECORD.
006910
006920     IF WS-SPAN-OPEN
006930         CLOSE SPAN-FILE
006940     END-IF.
006950     IF WS-BINH-OPEN
006960         CLOSE BINH-FILE
006970     END-IF.
006980     IF WS-RUNH-OPEN
006990         CLOSE RUNH-FILE
007000     END-IF.
007010     IF WS-JRNL-OPEN
007020         CLOSE JRNL-FILE
007030     END-IF.
007040     CLOSE REPORT-FILE RUNCTL-FILE.
007050     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
007060 1900-EXIT.
007070     EXIT.
007080
007090 2000-PURGE-SPANHIST.
007100     MOVE WS-SPAN-IX TO WS-DX.
007110     PERFORM 7800-BUILD-HEADER THRU 7800-EXIT.
007120     WRITE SPAN-ARCH-RECORD FROM ARCH-HEADER-REC.
007130     PERFORM 2100-READ-SPAN THRU 2100-EXIT.
007140     PERFORM 2200-SPLIT-SPAN THRU 2200-EXIT
007150         UNTIL WS-SPAN-EOF.
007160     PERFORM 7900-BUILD-TRAILER THRU 7900-EXIT.
007170     WRITE SPAN-ARCH-RECORD FROM ARCH-TRAILER-REC.
007180 2000-EXIT.
007190     EXIT.
007200
007210 2100-READ-SPAN.
007220     READ SPAN-FILE
007230         AT END
007240             SET WS-SPAN-EOF TO TRUE
007250     END-READ.
007260 2100-EXIT.
007270     EXIT.
007280
007290 2200-SPLIT-SPAN.
007300     ADD 1 TO DS-READ(WS-DX).
007310     IF SH-RUN-DATE IS NUMERIC
007320        AND SH-RUN-DATE < DS-CUTOFF-DATE(WS-DX)
007330         WRITE SPAN-ARCH-RECORD FROM SH-RECORD
007336         IF WS-ARCH-STATUS = "00"
007340             ADD 1 TO DS-ARCHIVED(WS-DX)
007344         END-IF
007350     ELSE
007360         WRITE SPAN-KEEP-RECORD FROM SH-RECORD
007366         IF WS-KEEP-STATUS = "00"
007370             ADD 1 TO DS-RETAINED(WS-DX)
007374         END-IF
007380     END-IF.
007390     PERFORM 2100-READ-SPAN THRU 2100-EXIT.
007400 2200-EXIT.
007410     EXIT.
007420
007430 3000-PURGE-BINHIST.
007440     MOVE WS-BINH-IX TO WS-DX.
007450     PERFORM 7800-BUILD-HEADER THRU 7800-EXIT.
007460     WRITE BINH-ARCH-RECORD FROM ARCH-HEADER-REC.
007470     PERFORM 3100-READ-BINH THRU 3100-EXIT.
007480     PERFORM 3200-SPLIT-BINH THRU 3200-EXIT
007490         UNTIL WS-BINH-EOF.
007500     PERFORM 7900-BUILD-TRAILER THRU 7900-EXIT.
007510     WRITE BINH-ARCH-RECORD FROM ARCH-TRAILER-REC.
007520 3000-EXIT.
007530     EXIT.
007540
007550 3100-READ-BINH.
007560     READ BINH-FILE
007570         AT END
007580             SET WS-BINH-EOF TO TRUE
007590     END-READ.
007600 3100-EXIT.
007610     EXIT.
007620
007630 3200-SPLIT-BINH.
007640     ADD 1 TO DS-READ(WS-DX).
007650     IF BH-RUN-DATE IS NUMERIC
007660        AND BH-RUN-DATE < DS-CUTOFF-DATE(WS-DX)
007670         WRITE BINH-ARCH-RECORD FROM BH-RECORD
007676         IF WS-ARCH-STATUS = "00"
007680             ADD 1 TO DS-ARCHIVED(WS-DX)
007684         END-IF
007690     ELSE
007700         WRITE BINH-KEEP-RECORD FROM BH-RECORD
007706         IF WS-KEEP-STATUS = "00"
007710             ADD 1 TO DS-RETAINED(WS-DX)
007714         END-IF
007720     END-IF.
007730     PERFORM 3100-READ-BINH THRU 3100-EXIT.
007740 3200-EXIT.
007750     EXIT.
007760
007770 4000-PURGE-RUNHIST.
007780     MOVE WS-RUNH-IX TO WS-DX.
007790     PERFORM 7800-BUILD-HEADER THRU 7800-EXIT.
007800     WRITE RUNH-ARCH-RECORD FROM ARCH-HEADER-REC.
007810     PERFORM 4100-READ-RUNH THRU 4100-EXIT.
007820     PERFORM 4200-SPLIT-RUNH THRU 4200-EXIT
007830         UNTIL WS-RUNH-EOF.
007840     PERFORM 7900-BUILD-TRAILER THRU 7900-EXIT.
007850     WRITE RUNH-ARCH-RECORD FROM ARCH-TRAILER-REC.
007860 4000-EXIT.
007870     EXIT.
007880
007890 4100-READ-RUNH.
007900     READ RUNH-FILE
007910         AT END
007920             SET WS-RUNH-EOF TO TRUE
007930     END-READ.
007940 4100-EXIT.
007950     EXIT.
007960
007970 4200-SPLIT-RUNH.
007980     ADD 1 TO DS-READ(WS-DX).
007990     IF RH-RUN-DATE IS NUMERIC
008000        AND RH-RUN-DATE < DS-CUTOFF-DATE(WS-DX)
008010         WRITE RUNH-ARCH-RECORD FROM RH-RECORD
008016         IF WS-ARCH-STATUS = "00"
008020             ADD 1 TO DS-ARCHIVED(WS-DX)
008024         END-IF
008030     ELSE
008040         WRITE RUNH-KEEP-RECORD FROM RH-RECORD
008046         IF WS-KEEP-STATUS = "00"
008050             ADD 1 TO DS-RETAINED(WS-DX)
008054         END-IF
008060     END-IF.
008070     PERFORM 4100-READ-RUNH THRU 4100-EXIT.
008080 4200-EXIT.
008090     EXIT.
008100
008110 5000-PURGE-LOCJRNL.
008120     MOVE WS-JRNL-IX TO WS-DX.
008130     PERFORM 7800-BUILD-HEADER THRU 7800-EXIT.
008140     WRITE JRNL-ARCH-RECORD FROM ARCH-HEADER-REC.
008150     PERFORM 5100-READ-JRNL THRU 5100-EXIT.
008160     PERFORM 5200-SPLIT-JRNL THRU 5200-EXIT
008170         UNTIL WS-JRNL-EOF.
008180     PERFORM 7900-BUILD-TRAILER THRU 7900-EXIT.
008190     WRITE JRNL-ARCH-RECORD FROM ARCH-TRAILER-REC.
008200 5000-EXIT.
008210     EXIT.
008220
008230 5100-READ-JRNL.
008240     READ JRNL-FILE
008250         AT END
008260             SET WS-JRNL-EOF TO TRUE
008270     END-READ.
008280 5100-EXIT.
008290     EXIT.
008300
008310 5200-SPLIT-JRNL.
008320     ADD 1 TO DS-READ(WS-DX).
008330     IF JRNL-DATE IS NUMERIC
008340        AND JRNL-DATE < DS-CUTOFF-DATE(WS-DX)
008350         WRITE JRNL-ARCH-RECORD FROM JRNL-RECORD
008356         IF WS-ARCH-STATUS = "00"
008360             ADD 1 TO DS-ARCHIVED(WS-DX)
008364         END-IF
008370     ELSE
008380         WRITE JRNL-KEEP-RECORD FROM JRNL-RECORD
008386         IF WS-KEEP-STATUS = "00"
008390             ADD 1 TO DS-RETAINED(WS-DX)
008394         END-IF
008400     END-IF.
008410     PERFORM 5100-READ-JRNL THRU 5100-EXIT.
008420 5200-EXIT.
008430     EXIT.
008440
008450 6000-PURGE-BINSUSP.
008460     MOVE WS-SUSP-IX TO WS-DX.
008470     PERFORM 7800-BUILD-HEADER THRU 7800-EXIT.
008480     WRITE SUSP-ARCH-RECORD FROM ARCH-HEADER-REC.
008490     PERFORM 6100-READ-SUSP THRU 6100-EXIT.
008500     PERFORM 6200-SPLIT-SUSP THRU 6200-EXIT
008510         UNTIL WS-SUSP-EOF.
008520     PERFORM 7900-BUILD-TRAILER THRU 7900-EXIT.
008530     WRITE SUSP-ARCH-RECORD FROM ARCH-TRAILER-REC.
008540 6000-EXIT.
008550     EXIT.
008560
008570 6100-READ-SUSP.
008580     READ SUSP-FILE
008590         AT END
008600             SET WS-SUSP-EOF TO TRUE
008610     END-READ.
008620 6100-EXIT.
008630     EXIT.
008640
008650 6200-SPLIT-SUSP.
008660     ADD 1 TO DS-READ(WS-DX).
008670     IF NOT SUSP-OPEN
008680        AND SUSP-DATE-REJECTED IS NUMERIC
008690        AND SUSP-DATE-REJECTED < DS-CUTOFF-DATE(WS-DX)
008700         WRITE SUSP-ARCH-RECORD FROM SUSP-RECORD
008706         IF WS-ARCH-STATUS = "00"
008710             ADD 1 TO DS-ARCHIVED(WS-DX)
008714         END-IF
008720     ELSE
008730         WRITE SUSP-KEEP-RECORD FROM SUSP-RECORD
008736         IF WS-KEEP-STATUS = "00"
008740             ADD 1 TO DS-RETAINED(WS-DX)
008744         END-IF
008750     END-IF.
008760     PERFORM 6100-READ-SUSP THRU 6100-EXIT.
008770 6200-EXIT.
008780     EXIT.
008790
008800 7000-REPORT-BALANCE.
008810     IF WS-LINE-COUNT + 10 >= WS-LINES-PER-PAGE
008820         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
008830     END-IF.
008840     WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
008850     ADD 1 TO WS-LINE-COUNT.
008860     MOVE 1 TO WS-DX.
008870     PERFORM 7100-REPORT-DATASET THRU 7100-EXIT
008880         UNTIL WS-DX > WS-DS-COUNT.
008890
008900     IF WS-BKUP-UNKNOWN
008910         WRITE REPORT-RECORD FROM RPT-BKUP-UNKNOWN-LINE
008920     ELSE
008930         MOVE WS-OLDEST-BKUP TO RPT-BK-DATE
008940         MOVE WS-BKUP-GENS   TO RPT-BK-GENS
008950         WRITE REPORT-RECORD FROM RPT-BKUP-LINE
008960     END-IF.
008970     ADD 1 TO WS-LINE-COUNT.
008980
008990     IF WS-OUT-OF-BALANCE
009000         MOVE "OUT OF BALANCE - LIVE DATASETS NOT REPLACED"
009010             TO RPT-RESULT-TEXT
009020     ELSE
009030         MOVE "ALL DATASETS BALANCED - RETAINED FILES COMPLETE"
009040             TO RPT-RESULT-TEXT
009050     END-IF.
009060     WRITE REPORT-RECORD FROM RPT-RESULT-LINE.
009070     ADD 1 TO WS-LINE-COUNT.
009080 7000-EXIT.
009090     EXIT.
009100
009110 7100-REPORT-DATASET.
009120     MOVE WS-DS-NAME(WS-DX)     TO RPT-DS-NAME.
009130     MOVE DS-RETAIN-DAYS(WS-DX) TO RPT-DS-DAYS.
009140     MOVE DS-CUTOFF-DATE(WS-DX) TO RPT-DS-CUTOFF.
009150     MOVE DS-READ(WS-DX)        TO RPT-DS-READ.
009160     MOVE DS-ARCHIVED(WS-DX)    TO RPT-DS-ARCHIVED.
009170     MOVE DS-RETAINED(WS-DX)    TO RPT-DS-RETAINED.
009180     ADD DS-READ(WS-DX)     TO WS-TOTAL-READ.
009190     ADD DS-RETAINED(WS-DX) TO WS-TOTAL-RETAINED.
009200     IF DS-ARCHIVED(WS-DX) + DS-RETAINED(WS-DX) = DS-READ(WS-DX)
009210         MOVE "BALANCED"       TO RPT-DS-BALANCE
009220     ELSE
009230         MOVE "OUT OF BALANCE" TO RPT-DS-BALANCE
009240         SET WS-OUT-OF-BALANCE TO TRUE
009250     END-IF.
009260     MOVE SPACES TO RPT-DS-NOTE.
009270     IF DS-RETAIN-DAYS(WS-DX) = ZERO
009280         MOVE "NO RETENTION RECORD - NOT PURGED" TO RPT-DS-NOTE
009290     END-IF.
009300     IF WS-DX = WS-JRNL-IX AND WS-JRNL-HELD
009310         IF WS-BKUP-UNKNOWN
009320             MOVE "NOT PURGED - OLDEST LOCBKUP NOT PROVED"
009330                 TO RPT-DS-NOTE
009340         ELSE
009350             MOVE "CUTOFF HELD AT OLDEST LOCBKUP GENERATION"
009360                 TO RPT-DS-NOTE
009370         END-IF
009380     END-IF.
009390     IF WS-DX = WS-SUSP-IX
009400        AND DS-RETAIN-DAYS(WS-DX) NOT = ZERO
009410         MOVE "OPEN SUSPENSE RECORDS ALWAYS RETAINED"
009420             TO RPT-DS-NOTE
009430     END-IF.
009440     WRITE REPORT-RECORD FROM RPT-DATASET-LINE.
009450     ADD 1 TO WS-LINE-COUNT.
009460     ADD 1 TO WS-DX.
009470 7100-EXIT.
009480     EXIT.
009490
009500 7800-BUILD-HEADER.
009510     MOVE SPACES                TO ARCH-HEADER-REC.
009520     SET ARH-HEADER             TO TRUE.
009530     MOVE WS-CURRENT-DATE       TO ARH-DATE.
009540     MOVE WS-DS-NAME(WS-DX)     TO ARH-DATASET-ID.
009550     MOVE DS-CUTOFF-DATE(WS-DX) TO ARH-CUTOFF-DATE.
009560 7800-EXIT.
009570     EXIT.
009580
009590 7900-BUILD-TRAILER.
009600     MOVE SPACES                TO ARCH-TRAILER-REC.
009610     SET ART-TRAILER            TO TRUE.
009620     MOVE DS-ARCHIVED(WS-DX)    TO ART-COUNT.
009630 7900-EXIT.
009640     EXIT.
009650
009660 8000-TERMINATE.
009670     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009680     IF WS-PDATE-SET
009690         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
009700     END-IF.
009710     ACCEPT WS-CURRENT-TIME FROM TIME.
009720
009730     MOVE SPACES               TO RUNCTL-RECORD.
009740     MOVE "HISTPURG"            TO RUNCTL-JOB-NAME.
009750     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
009755     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
009760     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
009770     SET RUNCTL-EVENT-END       TO TRUE.
009780     MOVE WS-TOTAL-READ         TO RUNCTL-INPUT-COUNT.
009790     MOVE WS-TOTAL-RETAINED     TO RUNCTL-OUTPUT-COUNT.
009800     IF WS-OUT-OF-BALANCE
009810         MOVE 1                 TO RUNCTL-REJECT-COUNT
009820         SET RUNCTL-CC-ABEND    TO TRUE
009830     ELSE
009840         MOVE ZEROES            TO RUNCTL-REJECT-COUNT
009850         SET RUNCTL-CC-NORMAL   TO TRUE
009860     END-IF.
009870     WRITE RUNCTL-RECORD.
009880
009890     CLOSE SPAN-FILE SPAN-ARCH-FILE SPAN-KEEP-FILE
009900           BINH-FILE BINH-ARCH-FILE BINH-KEEP-FILE
009910           RUNH-FILE RUNH-ARCH-FILE RUNH-KEEP-FILE
009920           JRNL-FILE JRNL-ARCH-FILE JRNL-KEEP-FILE
009930           SUSP-FILE SUSP-ARCH-FILE SUSP-KEEP-FILE
009940           REPORT-FILE
009950           RUNCTL-FILE.
009960     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
009970 8000-EXIT.
009980     EXIT.
