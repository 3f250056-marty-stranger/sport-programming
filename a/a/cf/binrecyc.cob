000362*                 SO AN AFTER-MIDNIGHT RERUN BOOKS UNDER THE
000363*                 RIGHT NIGHT. WITH NO CONTROL RECORD ON FILE THE
000364*                 SYSTEM DATE IS USED AS BEFORE.
0364AA* 2026-10-15 DPO  THE TRANCODE FEED NOW ARRIVES WRAPPED IN A *HDR
0364AB*                 HEADER (FEED DATE, BATCH SEQUENCE NUMBER) AND A
0364AC*                 *TRL TRAILER (RECORD COUNT, HASH TOTAL - SEE
0364AD*                 TCFEED.CPY). THE WHOLE FEED IS PROVED BEFORE
0364AE*                 ANYTHING IS MERGED - COUNT AND HASH AGAINST THE
0364AF*                 TRAILER, AND THE BATCH SEQUENCE AGAINST THE LAST
0364AG*                 ONE ACCEPTED ON THE TCSEQCTL CONTROL FILE, WHICH
0364AH*                 MUST BE EXACTLY ONE UP (A RERUN OF THE SAME
0364AI*                 NIGHT MAY PRESENT THE SAME BATCH AGAIN). A
0364AJ*                 DUPLICATE, OUT-OF-SEQUENCE, INCOMPLETE OR
0364AK*                 OUT-OF-BALANCE FEED IS REFUSED - NOTHING IS
0364AL*                 MERGED, THE SUSPENSE FILE IS LEFT AS IT WAS, AND
0364AM*                 THE STEP ENDS CC 9999 FOR A NITECHEK PRIORITY-1
0364AN*                 ALERT. EITHER WAY A FEED RECEIPT (FEEDRCPT) IS
0364AO*                 PRINTED FOR RETURN TO THE FEED OWNER. TCSEQCTL
0364AP*                 IS ONLY ADVANCED AT THE END OF A GOOD RUN.
0364AQ* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
0364AR*                 FROM PROCDATE. TCSEQCTL NOW ALSO KEEPS THE CYCLE
0364AS*                 THAT ACCEPTED THE LAST BATCH, AND A REPEAT OF IT
0364AT*                 IS A RERUN ONLY UNDER THE SAME BUSINESS DATE AND
0364AU*                 CYCLE - THE NEXT CYCLE OF THE DAY (INTRARUN OR
0364AV*                 NITERUN) MUST PRESENT THE NEXT BATCH. THE FEED
0364AW*                 RECEIPT SHOWS THE CYCLE. SUSPENSE RECORDS ARE
0364AX*                 NOW 58 BYTES (SUSP-CYCLE-REJECTED).
0364AY* 2026-10-15 DPO  A TCSEQCTL RECORD SEEDED WITH ONLY THE LAST
0364AZ*                 BATCH SEQUENCE (COLUMNS 1-6) IS NOW ACCEPTED -
0364BA*                 BLANK FEED AND ACCEPT DATES ARE TAKEN AS ZERO.
000365*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000500                             ORGANIZATION IS SEQUENTIAL
000510                             FILE STATUS IS WS-TC-STATUS.
000520
000521     SELECT SEQCTL-FILE     ASSIGN TO TCSEQCTL
000522                             ORGANIZATION IS SEQUENTIAL
000523                             FILE STATUS IS WS-SEQ-STATUS.
000524
000525     SELECT RECEIPT-FILE    ASSIGN TO FEEDRCPT
000526                             ORGANIZATION IS SEQUENTIAL.
000530     SELECT MERGED-FILE     ASSIGN TO TRANMRG
000540                             ORGANIZATION IS SEQUENTIAL.
000550
000720     05  TC-ITEM-CODE       PIC X(10).
000722     05  TC-DEST-POINT-ID   PIC X(05).
000724     05  TC-QUANTITY        PIC X(07).
00724A     COPY "tcfeed.cpy".
00724B
000725 FD  SEQCTL-FILE.
000726     COPY "tcseqctl.cpy".
000727
000728 FD  RECEIPT-FILE.
000729 01  RECEIPT-RECORD         PIC X(132).
000730
000740 FD  MERGED-FILE.
000750 01  MERGED-RECORD          PIC X(22).
000760
000770 FD  NEW-SUSP-FILE.
000780 01  NEW-SUSP-RECORD        PIC X(58).
000790
000800 FD  REPORT-FILE.
000810 01  REPORT-RECORD          PIC X(132).
000860 WORKING-STORAGE SECTION.
000870 01  WS-SUSP-STATUS         PIC X(02).
000880 01  WS-TC-STATUS           PIC X(02).
000885 01  WS-SEQ-STATUS          PIC X(02).
000890
000900 01  WS-SWITCHES.
000910     05  WS-SUSP-EOF-SW     PIC X(01) VALUE "N".
000960         88  WS-SUSP-OPEN-FAILED      VALUE "Y".
000970     05  WS-TC-OPEN-SW      PIC X(01) VALUE "N".
000980         88  WS-TC-OPEN-FAILED        VALUE "Y".
000981     05  WS-SEQCTL-SW       PIC X(01) VALUE "N".
000982         88  WS-SEQCTL-FOUND          VALUE "Y".
000983     05  WS-TRAILER-SW      PIC X(01) VALUE "N".
000984         88  WS-TRAILER-SEEN          VALUE "Y".
000985     05  WS-FEED-SW         PIC X(01) VALUE "N".
000986         88  WS-FEED-REFUSED          VALUE "R".
000987         88  WS-FEED-RERUN            VALUE "A".
000990
001000 01  WS-CONSTANTS.
001010     05  WS-AGE-DAYS        PIC 9(03) VALUE 007.
001100     05  WS-LINE-COUNT      PIC 9(02) VALUE ZEROES.
001110     05  WS-PAGE-COUNT      PIC 9(04) VALUE ZEROES.
001120     05  WS-DAY-SUB         PIC 9(03) VALUE ZEROES.
01120A 01  WS-FEED-CONTROLS.
01120B     05  WS-FEED-DATE       PIC 9(08) VALUE ZEROES.
001121     05  WS-BATCH-SEQ       PIC 9(06) VALUE ZEROES.
01121A     05  WS-EXPECTED-SEQ    PIC 9(06) VALUE ZEROES.
001122     05  WS-LAST-SEQ        PIC 9(06) VALUE ZEROES.
01122A     05  WS-LAST-FEED-DATE  PIC 9(08) VALUE ZEROES.
001123     05  WS-LAST-ACCEPT-DATE
01123A                            PIC 9(08) VALUE ZEROES.
001124     05  WS-LAST-ACCEPT-CYCLE
01124A                            PIC 9(02) VALUE ZEROES.
001125     05  WS-FEED-DATA-COUNT PIC 9(09) VALUE ZEROES.
01125A     05  WS-TRL-COUNT       PIC 9(07) VALUE ZEROES.
001126     05  WS-TRL-HASH        PIC 9(11) VALUE ZEROES.
01126A     05  WS-HASH-ACCUM      PIC 9(18) VALUE ZEROES.
001127     05  WS-HASH-TOTAL      PIC 9(11) VALUE ZEROES.
01127A     05  WS-HASH-ITEM       PIC 9(10) VALUE ZEROES.
001128     05  WS-HASH-QTY        PIC 9(07) VALUE ZEROES.
001129     05  WS-REFUSE-REASON   PIC X(50) VALUE SPACES.
001130
001140 01  WS-CUTOFF-DATE.
001150     05  WS-CUT-YEAR        PIC 9(04).
001300
001301 01  WS-PDATE-STATUS        PIC X(02).
001302 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
01302A 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
001303 01  WS-PDATE-SW            PIC X(01) VALUE "N".
001304     88  WS-PDATE-SET        VALUE "Y".
001305
001970     05  RPT-CTL-AGED       PIC ZZZ,ZZZ,ZZ9.
001980     05  FILLER             PIC X(29) VALUE SPACES.
001990
01990A 01  RCP-HDR-1.
01990B     05  FILLER         PIC X(20) VALUE "BINRECYC - TRANCODE ".
01990C     05  FILLER         PIC X(30) VALUE "FEED RECEIPT".
01990D     05  FILLER         PIC X(82) VALUE SPACES.
01990E
001991 01  RCP-HDR-2.
01991A     05  FILLER             PIC X(05) VALUE "DATE ".
01991B     05  RCP-HDR-DATE       PIC 9(08).
01991C     05  FILLER             PIC X(08) VALUE "  CYCLE ".
01991D     05  RCP-HDR-CYCLE      PIC 9(02).
001992     05  FILLER             PIC X(109) VALUE SPACES.
01992A
01992B 01  RCP-FEED-LINE.
01992C     05  FILLER         PIC X(20) VALUE "FEED DATE         - ".
01992D     05  RCP-FEED-DATE      PIC 9(08).
001993     05  FILLER         PIC X(05) VALUE SPACES.
01993A     05  FILLER         PIC X(20) VALUE "BATCH SEQUENCE    - ".
01993B     05  RCP-BATCH-SEQ      PIC 9(06).
01993C     05  FILLER         PIC X(05) VALUE SPACES.
01993D     05  FILLER         PIC X(20) VALUE "EXPECTED          - ".
001994     05  RCP-EXPECTED-SEQ   PIC 9(06).
01994A     05  FILLER         PIC X(05) VALUE SPACES.
01994B     05  FILLER         PIC X(20) VALUE "LAST ACCEPTED     - ".
01994C     05  RCP-LAST-SEQ       PIC 9(06).
01994D     05  FILLER             PIC X(11) VALUE SPACES.
001995
01995A 01  RCP-COUNT-LINE.
01995B     05  FILLER         PIC X(20) VALUE "RECORDS COUNTED   - ".
01995C     05  RCP-DATA-COUNT     PIC ZZZ,ZZZ,ZZ9.
01995D     05  FILLER         PIC X(05) VALUE SPACES.
001996     05  FILLER         PIC X(20) VALUE "TRAILER COUNT     - ".
01996A     05  RCP-TRL-COUNT      PIC ZZZ,ZZZ,ZZ9.
01996B     05  FILLER             PIC X(65) VALUE SPACES.
01996C
01996D 01  RCP-HASH-LINE.
001997     05  FILLER         PIC X(20) VALUE "HASH COMPUTED     - ".
01997A     05  RCP-HASH-TOTAL     PIC Z(10)9.
01997B     05  FILLER         PIC X(05) VALUE SPACES.
01997C     05  FILLER         PIC X(20) VALUE "TRAILER HASH      - ".
01997D     05  RCP-TRL-HASH       PIC Z(10)9.
001998     05  FILLER             PIC X(65) VALUE SPACES.
01998A
01998B 01  RCP-RESULT-LINE.
01998C     05  FILLER         PIC X(20) VALUE "FEED RESULT       - ".
01998D     05  RCP-RESULT         PIC X(08).
001999     05  FILLER         PIC X(05) VALUE SPACES.
01999A     05  RCP-REASON         PIC X(50).
01999B     05  FILLER             PIC X(49) VALUE SPACES.
01999C
002000 PROCEDURE DIVISION.
002010
002020 0000-MAINLINE.
002070         IF WS-TC-OPEN-FAILED
002080             PERFORM 1910-ABEND-BAD-TRANFILE THRU 1910-EXIT
002090         ELSE
002100             IF WS-FEED-REFUSED
002110                 PERFORM 1920-ABEND-FEED-REFUSED THRU 1920-EXIT
002120             ELSE
002130                 PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
002140                     UNTIL WS-SUSP-EOF
002142                 PERFORM 3000-COPY-TRANCODE THRU 3000-EXIT
002144                     UNTIL WS-TC-EOF
002146                 PERFORM 8000-TERMINATE THRU 8000-EXIT
002148             END-IF
002150         END-IF
002160     END-IF.
002170     STOP RUN.
002310     OPEN OUTPUT MERGED-FILE.
002320     OPEN OUTPUT NEW-SUSP-FILE.
002330     OPEN OUTPUT REPORT-FILE.
002335     OPEN OUTPUT RECEIPT-FILE.
002340     OPEN EXTEND RUNCTL-FILE.
002350
002360     MOVE SPACES               TO RUNCTL-RECORD.
002370     MOVE "BINRECYC"            TO RUNCTL-JOB-NAME.
002380     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002385     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002390     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002400     SET RUNCTL-EVENT-START     TO TRUE.
002410     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002450     WRITE RUNCTL-RECORD.
002460
002470     IF NOT WS-SUSP-OPEN-FAILED AND NOT WS-TC-OPEN-FAILED
002471         PERFORM 1300-PROVE-FEED THRU 1300-EXIT
002472         PERFORM 1500-WRITE-RECEIPT THRU 1500-EXIT
002473         IF NOT WS-FEED-REFUSED
002474             PERFORM 1350-REOPEN-TRANCODE THRU 1350-EXIT
002475         END-IF
002476     END-IF.
002477     IF NOT WS-SUSP-OPEN-FAILED AND NOT WS-TC-OPEN-FAILED
002478                                AND NOT WS-FEED-REFUSED
002480         PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT
002490         PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
002500         PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT
002659                 IF PD-BUSINESS-DATE IS NUMERIC
002660                     MOVE PD-BUSINESS-DATE
002661                         TO WS-BUSINESS-DATE
02661A                     IF PD-CYCLE IS NUMERIC
02661B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
02661C                     ELSE
02661D                         MOVE 01 TO WS-BUSINESS-CYCLE
02661E                     END-IF
002662                     SET WS-PDATE-SET TO TRUE
002663                     MOVE WS-BUSINESS-DATE
002664                         TO WS-CURRENT-DATE
003100 1220-EXIT.
003110     EXIT.
003120
03120A 1300-PROVE-FEED.
03120B     PERFORM 1310-READ-SEQCTL THRU 1310-EXIT.
03120C     PERFORM 3100-READ-TRANCODE THRU 3100-EXIT.
03120D     IF WS-TC-EOF
03120E         MOVE "FEED IS EMPTY - NO *HDR HEADER RECORD"
03120F             TO WS-REFUSE-REASON
03120G         SET WS-FEED-REFUSED TO TRUE
03120H         GO TO 1300-EXIT
03120I     END-IF.
03120J     IF NOT TCH-HEADER
03120K         MOVE "FIRST RECORD IS NOT A *HDR HEADER"
03120L             TO WS-REFUSE-REASON
03120M         SET WS-FEED-REFUSED TO TRUE
03120N         GO TO 1300-EXIT
03120O     END-IF.
03120P     IF TCH-FEED-DATE IS NOT NUMERIC
03120Q        OR TCH-BATCH-SEQ IS NOT NUMERIC
03120R         MOVE "HEADER FEED DATE OR BATCH SEQUENCE NOT NUMERIC"
03120S             TO WS-REFUSE-REASON
03120T         SET WS-FEED-REFUSED TO TRUE
03120U         GO TO 1300-EXIT
03120V     END-IF.
03120W     MOVE TCH-FEED-DATE TO WS-FEED-DATE.
003121     MOVE TCH-BATCH-SEQ TO WS-BATCH-SEQ.
03121A
03121B     PERFORM 3100-READ-TRANCODE THRU 3100-EXIT.
03121C     PERFORM 1320-PROVE-ONE-RECORD THRU 1320-EXIT
03121D         UNTIL WS-TC-EOF OR WS-FEED-REFUSED.
03121E     MOVE WS-HASH-ACCUM TO WS-HASH-TOTAL.
03121F     IF WS-FEED-REFUSED
03121G         GO TO 1300-EXIT
03121H     END-IF.
03121I     IF NOT WS-TRAILER-SEEN
03121J         MOVE "NO *TRL TRAILER RECORD - FEED IS INCOMPLETE"
03121K             TO WS-REFUSE-REASON
03121L         SET WS-FEED-REFUSED TO TRUE
03121M         GO TO 1300-EXIT
03121N     END-IF.
03121O
03121P     PERFORM 1330-CHECK-SEQUENCE THRU 1330-EXIT.
03121Q     IF WS-FEED-REFUSED
03121R         GO TO 1300-EXIT
03121S     END-IF.
03121T
03121U     IF WS-FEED-DATA-COUNT NOT = WS-TRL-COUNT
03121V         MOVE "OUT OF BALANCE - RECORD COUNT DISAGREES WITH *TRL"
003122             TO WS-REFUSE-REASON
03122A         SET WS-FEED-REFUSED TO TRUE
03122B         GO TO 1300-EXIT
03122C     END-IF.
03122D     IF WS-HASH-TOTAL NOT = WS-TRL-HASH
03122E         MOVE "OUT OF BALANCE - HASH TOTAL DISAGREES WITH *TRL"
03122F             TO WS-REFUSE-REASON
03122G         SET WS-FEED-REFUSED TO TRUE
03122H     END-IF.
03122I 1300-EXIT.
03122J     EXIT.
03122K
03122L 1310-READ-SEQCTL.
03122M     OPEN INPUT SEQCTL-FILE.
03122N     IF WS-SEQ-STATUS = "00"
03122O         READ SEQCTL-FILE
03122P             AT END
03122Q                 CONTINUE
03122R             NOT AT END
03122S                 IF TS-LAST-BATCH-SEQ IS NUMERIC
03122T                     MOVE TS-LAST-BATCH-SEQ TO WS-LAST-SEQ
03122U                     IF TS-LAST-FEED-DATE IS NUMERIC
03122V                         MOVE TS-LAST-FEED-DATE
003123                             TO WS-LAST-FEED-DATE
03123A                     ELSE
03123B                         MOVE ZEROES TO WS-LAST-FEED-DATE
03123C                     END-IF
03123D                     IF TS-ACCEPT-DATE IS NUMERIC
03123E                         MOVE TS-ACCEPT-DATE
03123F                             TO WS-LAST-ACCEPT-DATE
03123G                     ELSE
03123H                         MOVE ZEROES TO WS-LAST-ACCEPT-DATE
03123I                     END-IF
03123J                     IF TS-ACCEPT-CYCLE IS NUMERIC
03123K                         MOVE TS-ACCEPT-CYCLE
03123L                             TO WS-LAST-ACCEPT-CYCLE
03123M                     ELSE
03123N                         MOVE 01 TO WS-LAST-ACCEPT-CYCLE
03123O                     END-IF
03123P                     SET WS-SEQCTL-FOUND TO TRUE
03123Q                 END-IF
03123R         END-READ
03123S         CLOSE SEQCTL-FILE
03123T     END-IF.
03123U     IF WS-LAST-SEQ = 999999
003124         MOVE 1 TO WS-EXPECTED-SEQ
03124A     ELSE
03124B         COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
03124C     END-IF.
03124D 1310-EXIT.
03124E     EXIT.
03124F
03124G 1320-PROVE-ONE-RECORD.
03124H     IF WS-TRAILER-SEEN
03124I         MOVE "RECORDS FOUND AFTER THE *TRL TRAILER"
03124J             TO WS-REFUSE-REASON
03124K         SET WS-FEED-REFUSED TO TRUE
03124L         GO TO 1320-EXIT
03124M     END-IF.
03124N     IF TCH-HEADER
03124O         MOVE "SECOND *HDR HEADER FOUND IN THE FEED"
03124P             TO WS-REFUSE-REASON
03124Q         SET WS-FEED-REFUSED TO TRUE
03124R         GO TO 1320-EXIT
03124S     END-IF.
03124T     IF TCT-TRAILER
03124U         SET WS-TRAILER-SEEN TO TRUE
003125         IF TCT-COUNT IS NOT NUMERIC OR TCT-HASH IS NOT NUMERIC
03125A             MOVE "TRAILER COUNT OR HASH TOTAL NOT NUMERIC"
03125B                 TO WS-REFUSE-REASON
03125C             SET WS-FEED-REFUSED TO TRUE
03125D             GO TO 1320-EXIT
03125E         END-IF
03125F         MOVE TCT-COUNT TO WS-TRL-COUNT
03125G         MOVE TCT-HASH  TO WS-TRL-HASH
03125H     ELSE
03125I         ADD 1 TO WS-FEED-DATA-COUNT
03125J         IF TC-ITEM-CODE IS NUMERIC
03125K             MOVE TC-ITEM-CODE TO WS-HASH-ITEM
03125L             ADD WS-HASH-ITEM  TO WS-HASH-ACCUM
03125M         END-IF
03125N         IF TC-QUANTITY IS NUMERIC
03125O             MOVE TC-QUANTITY  TO WS-HASH-QTY
03125P             ADD WS-HASH-QTY   TO WS-HASH-ACCUM
03125Q         END-IF
03125R     END-IF.
03125S     PERFORM 3100-READ-TRANCODE THRU 3100-EXIT.
03125T 1320-EXIT.
03125U     EXIT.
003126
03126A 1330-CHECK-SEQUENCE.
03126B     IF NOT WS-SEQCTL-FOUND
03126C         MOVE "NO SEQUENCE CONTROL RECORD ON TCSEQCTL"
03126D             TO WS-REFUSE-REASON
03126E         SET WS-FEED-REFUSED TO TRUE
03126F         GO TO 1330-EXIT
03126G     END-IF.
03126H     IF WS-BATCH-SEQ = WS-EXPECTED-SEQ
03126I         GO TO 1330-EXIT
03126J     END-IF.
03126K     IF WS-BATCH-SEQ = WS-LAST-SEQ
03126L        AND WS-FEED-DATE = WS-LAST-FEED-DATE
03126M        AND WS-LAST-ACCEPT-DATE = WS-CURRENT-DATE
03126N        AND WS-LAST-ACCEPT-CYCLE = WS-BUSINESS-CYCLE
03126O         SET WS-FEED-RERUN TO TRUE
03126P         GO TO 1330-EXIT
03126Q     END-IF.
03126R     IF WS-BATCH-SEQ NOT > WS-LAST-SEQ
03126S         MOVE "DUPLICATE FEED - BATCH ALREADY ACCEPTED"
03126T             TO WS-REFUSE-REASON
03126U     ELSE
003127         MOVE "OUT OF SEQUENCE - EARLIER BATCH NOT RECEIVED"
03127A             TO WS-REFUSE-REASON
03127B     END-IF.
03127C     SET WS-FEED-REFUSED TO TRUE.
03127D 1330-EXIT.
03127E     EXIT.
03127F
03127G 1350-REOPEN-TRANCODE.
03127H     CLOSE TRANCODE-FILE.
03127I     MOVE "N" TO WS-TC-EOF-SW.
03127J     OPEN INPUT TRANCODE-FILE.
03127K     IF WS-TC-STATUS NOT = "00"
03127L         SET WS-TC-OPEN-FAILED TO TRUE
03127M     END-IF.
03127N 1350-EXIT.
03127O     EXIT.
03127P
03127Q 1400-UPDATE-SEQCTL.
03127R     OPEN OUTPUT SEQCTL-FILE.
03127S     MOVE SPACES          TO TS-RECORD.
03127T     MOVE WS-BATCH-SEQ    TO TS-LAST-BATCH-SEQ.
03127U     MOVE WS-FEED-DATE    TO TS-LAST-FEED-DATE.
003128     MOVE WS-CURRENT-DATE TO TS-ACCEPT-DATE.
03128A     MOVE WS-BUSINESS-CYCLE TO TS-ACCEPT-CYCLE.
03128B     WRITE TS-RECORD.
03128C     CLOSE SEQCTL-FILE.
03128D 1400-EXIT.
03128E     EXIT.
03128F
03128G 1500-WRITE-RECEIPT.
03128H     MOVE WS-CURRENT-DATE TO RCP-HDR-DATE.
03128I     MOVE WS-BUSINESS-CYCLE TO RCP-HDR-CYCLE.
03128J     WRITE RECEIPT-RECORD FROM RCP-HDR-1.
03128K     WRITE RECEIPT-RECORD FROM RCP-HDR-2.
03128L     WRITE RECEIPT-RECORD FROM RPT-HDR-3.
03128M
03128N     MOVE WS-FEED-DATE       TO RCP-FEED-DATE.
03128O     MOVE WS-BATCH-SEQ       TO RCP-BATCH-SEQ.
03128P     MOVE WS-EXPECTED-SEQ    TO RCP-EXPECTED-SEQ.
03128Q     MOVE WS-LAST-SEQ        TO RCP-LAST-SEQ.
03128R     WRITE RECEIPT-RECORD FROM RCP-FEED-LINE.
03128S     MOVE WS-FEED-DATA-COUNT TO RCP-DATA-COUNT.
03128T     MOVE WS-TRL-COUNT       TO RCP-TRL-COUNT.
03128U     WRITE RECEIPT-RECORD FROM RCP-COUNT-LINE.
003129     MOVE WS-HASH-TOTAL      TO RCP-HASH-TOTAL.
03129A     MOVE WS-TRL-HASH        TO RCP-TRL-HASH.
03129B     WRITE RECEIPT-RECORD FROM RCP-HASH-LINE.
03129C
03129D     IF WS-FEED-REFUSED
03129E         MOVE "REFUSED"        TO RCP-RESULT
03129F         MOVE WS-REFUSE-REASON TO RCP-REASON
03129G         DISPLAY "BINRECYC - TRANCODE FEED REFUSED - "
03129H                 WS-REFUSE-REASON UPON CONSOLE
03129I     ELSE
03129J         MOVE "ACCEPTED"       TO RCP-RESULT
03129K         IF WS-FEED-RERUN
03129L             MOVE "RERUN - BATCH ACCEPTED EARLIER THIS NIGHT"
03129M                 TO RCP-REASON
03129N         ELSE
03129O             MOVE SPACES       TO RCP-REASON
03129P         END-IF
03129Q     END-IF.
03129R     WRITE RECEIPT-RECORD FROM RCP-RESULT-LINE.
03129S 1500-EXIT.
03129T     EXIT.
03129U
003130 1900-ABEND-BAD-SUSPENSE.
003140     MOVE WS-SUSP-STATUS TO RPT-SUSP-OPEN-STATUS.
003150     WRITE REPORT-RECORD FROM RPT-SUSP-OPEN-LINE.
003190     MOVE SPACES               TO RUNCTL-RECORD.
003200     MOVE "BINRECYC"            TO RUNCTL-JOB-NAME.
003210     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003215     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
003220     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003230     SET RUNCTL-EVENT-END       TO TRUE.
003240     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003290
003300     CLOSE TRANCODE-FILE MERGED-FILE NEW-SUSP-FILE
003310           REPORT-FILE RUNCTL-FILE.
003315     CLOSE RECEIPT-FILE.
003320     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
003330 1900-EXIT.
003340     EXIT.
003420     MOVE SPACES               TO RUNCTL-RECORD.
003430     MOVE "BINRECYC"            TO RUNCTL-JOB-NAME.
003440     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003445     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
003450     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003460     SET RUNCTL-EVENT-END       TO TRUE.
003470     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
003520
003530     CLOSE SUSPENSE-FILE MERGED-FILE NEW-SUSP-FILE
003540           REPORT-FILE RUNCTL-FILE.
003545     CLOSE RECEIPT-FILE.
003550     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
003560 1910-EXIT.
003570     EXIT.
003580
03580A 1920-ABEND-FEED-REFUSED.
03580B     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
03580C     IF WS-PDATE-SET
003581         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
03581A     END-IF.
03581B     ACCEPT WS-CURRENT-TIME FROM TIME.
003582     MOVE SPACES               TO RUNCTL-RECORD.
03582A     MOVE "BINRECYC"            TO RUNCTL-JOB-NAME.
03582B     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003583     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
03583A     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
03583B     SET RUNCTL-EVENT-END       TO TRUE.
003584     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
03584A                                    RUNCTL-OUTPUT-COUNT.
003585     MOVE 1                     TO RUNCTL-REJECT-COUNT.
03585A     SET RUNCTL-CC-ABEND        TO TRUE.
003586     WRITE RUNCTL-RECORD.
03586A
003587     CLOSE SUSPENSE-FILE TRANCODE-FILE MERGED-FILE
03587A           NEW-SUSP-FILE REPORT-FILE RECEIPT-FILE RUNCTL-FILE.
003588     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
03588A 1920-EXIT.
003589     EXIT.
03589A
003590 2000-PROCESS-SUSPENSE.
003600     ADD 1 TO WS-SUSP-COUNT.
003610     IF SUSP-CORRECTED
004000     EXIT.
004010
004020 3000-COPY-TRANCODE.
004022     IF TCH-HEADER OR TCT-TRAILER
004024         GO TO 3000-NEXT
004026     END-IF.
004030     ADD 1 TO WS-TC-COUNT.
004040     MOVE TRANCODE-RECORD TO MERGED-RECORD.
004050     WRITE MERGED-RECORD.
004060     ADD 1 TO WS-MERGED-COUNT.
004065 3000-NEXT.
004070     PERFORM 3100-READ-TRANCODE THRU 3100-EXIT.
004080 3000-EXIT.
004090     EXIT.
004170     EXIT.
004180
004190 8000-TERMINATE.
004195     PERFORM 1400-UPDATE-SEQCTL THRU 1400-EXIT.
004200     MOVE WS-SUSP-COUNT    TO RPT-CTL-SUSP.
004210     COMPUTE RPT-CTL-RECYCLED =
004220         WS-SUSP-COUNT - WS-CARRIED-COUNT.
004340     MOVE SPACES               TO RUNCTL-RECORD.
004350     MOVE "BINRECYC"            TO RUNCTL-JOB-NAME.
004360     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
004365     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
004370     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
004380     SET RUNCTL-EVENT-END       TO TRUE.
004390     COMPUTE RUNCTL-INPUT-COUNT =
004520           MERGED-FILE
004530           NEW-SUSP-FILE
004540           REPORT-FILE
004545           RECEIPT-FILE
004550           RUNCTL-FILE.
004560     MOVE RUNCTL-COMPLETION-CODE TO RETURN-CODE.
004570 8000-EXIT.
