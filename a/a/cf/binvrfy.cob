000325*                 SO AN AFTER-MIDNIGHT RERUN BOOKS UNDER THE
000326*                 RIGHT NIGHT. WITH NO CONTROL RECORD ON FILE THE
000327*                 SYSTEM DATE IS USED AS BEFORE.
00327A* 2026-10-15 DPO  DECODES BOTH BINENC FORMATS - 01 (21 BITS) AND
00327B*                 02 (34 BITS) - AT THE WIDTH EACH RECORD CARRIES.
00327C*                 A RECORD WHOSE VERSION AND WIDTH DO NOT PAIR UP,
000328*                 OR WHOSE VERSION IS NOT THE ONE ON THE ENCCTL
00328A*                 CONTROL RECORD, IS A MISMATCH, SO BINXMIT NEVER
00328B*                 SENDS A MIXED OR MISLABELLED FILE. THE CONTROL
000329*                 TOTALS NOW SHOW THE RECORDS READ IN EACH FORMAT.
00329A* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
00329B*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000482                             ORGANIZATION IS SEQUENTIAL
000483                             FILE STATUS IS WS-PDATE-STATUS.
000484
000485     SELECT CONTROL-FILE    ASSIGN TO ENCCTL
000486                             ORGANIZATION IS SEQUENTIAL
000487                             FILE STATUS IS WS-CTL-STATUS.
000488
000490     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
000500                             ORGANIZATION IS SEQUENTIAL.
000510
000591 FD  PROCDATE-FILE.
000592     COPY "procdate.cpy".
000593
000594 FD  CONTROL-FILE.
000595     COPY "encctl.cpy".
000596
000600 FD  RUNCTL-FILE.
000610     COPY "runctl.cpy".
000620
000640 01  WS-DECODED-CODE        PIC 9(10).
000650 01  WS-BIT-PTR             PIC 9(02).
000660 01  WS-ENC-STATUS          PIC X(02).
000662 01  WS-CTL-STATUS          PIC X(02).
000664 01  WS-FORMAT-VERSION      PIC 9(02) VALUE 01.
000666 01  WS-FORMAT-REASON       PIC X(20) VALUE SPACES.
000670
000680 01  WS-SWITCHES.
000690     05  WS-EOF-SW          PIC X(01) VALUE "N".
000720         88  WS-BAD-BIT               VALUE "Y".
000730     05  WS-ENC-OPEN-SW     PIC X(01) VALUE "N".
000740         88  WS-ENC-OPEN-FAILED       VALUE "Y".
000743     05  WS-FORMAT-SW       PIC X(01) VALUE "Y".
000746         88  WS-FORMAT-OK             VALUE "Y".
000750
000760 01  WS-CONSTANTS.
000770     05  WS-BITS-PER-CODE   PIC 9(02) VALUE 21.
000775     05  WS-BITS-PER-WIDE   PIC 9(02) VALUE 34.
000780     05  WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
000790
000800 01  WS-COUNTS.
000830     05  WS-MISMATCH-COUNT  PIC 9(09) VALUE ZEROES.
000840     05  WS-LINE-COUNT      PIC 9(02) VALUE ZEROES.
000850     05  WS-PAGE-COUNT      PIC 9(04) VALUE ZEROES.
000853     05  WS-FORMAT-01-COUNT PIC 9(09) VALUE ZEROES.
000856     05  WS-FORMAT-02-COUNT PIC 9(09) VALUE ZEROES.
000860
000861 01  WS-PDATE-STATUS        PIC X(02).
000862 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
00862A 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
000863 01  WS-PDATE-SW            PIC X(01) VALUE "N".
000864     88  WS-PDATE-SET        VALUE "Y".
000865
000990     05  FILLER             PIC X(05) VALUE SPACES.
001000     05  FILLER             PIC X(05) VALUE "PAGE ".
001010     05  RPT-HDR-PAGE       PIC ZZZ9.
001020     05  FILLER             PIC X(05) VALUE SPACES.
001022     05  FILLER             PIC X(17) VALUE "ENCCTL FORMAT ".
001024     05  RPT-HDR-FORMAT     PIC 9(02).
001026     05  FILLER             PIC X(81) VALUE SPACES.
001030
001040 01  RPT-HDR-3.
001050     05  FILLER             PIC X(132) VALUE ALL "-".
001090     05  FILLER             PIC X(10) VALUE "ITEM CODE ".
001100     05  RPT-MM-ITEM-CODE   PIC 9(10).
001110     05  FILLER             PIC X(09) VALUE "  BINARY ".
001120     05  RPT-MM-BINARY      PIC X(34).
001130     05  FILLER             PIC X(11) VALUE "  DECODED  ".
001140     05  RPT-MM-DECODED     PIC 9(10).
001150     05  FILLER             PIC X(02) VALUE SPACES.
001160     05  RPT-MM-REASON      PIC X(20).
001170     05  FILLER             PIC X(15) VALUE SPACES.
001180
001190 01  RPT-CONTROL-LINE.
001200     05  FILLER         PIC X(20) VALUE "RECORDS READ      - ".
001270     05  RPT-CTL-MISMATCH   PIC ZZZ,ZZZ,ZZ9.
001280     05  FILLER             PIC X(29) VALUE SPACES.
001290
001291 01  RPT-FORMAT-LINE.
001292     05  FILLER         PIC X(20) VALUE "FORMAT 01 21-BIT  - ".
001293     05  RPT-FMT-01         PIC ZZZ,ZZZ,ZZ9.
001294     05  FILLER         PIC X(05) VALUE SPACES.
001295     05  FILLER         PIC X(20) VALUE "FORMAT 02 34-BIT  - ".
001296     05  RPT-FMT-02         PIC ZZZ,ZZZ,ZZ9.
001297     05  FILLER             PIC X(65) VALUE SPACES.
001298
001300 01  RPT-ENC-OPEN-LINE.
001310     05  FILLER             PIC X(30) VALUE
001320         "BINENC FILE OPEN FAILED -    ".
001520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001530     ACCEPT WS-CURRENT-TIME FROM TIME.
001531     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
001535     PERFORM 1300-GET-ENCODING-FORMAT THRU 1300-EXIT.
001540
001550     OPEN INPUT  ENCODE-FILE.
001560     IF WS-ENC-STATUS NOT = "00"
001620     MOVE SPACES               TO RUNCTL-RECORD.
001630     MOVE "BINVRFY"             TO RUNCTL-JOB-NAME.
001640     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
001645     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001650     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001660     SET RUNCTL-EVENT-START     TO TRUE.
001670     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001850     ADD 1 TO WS-PAGE-COUNT.
001860     MOVE WS-CURRENT-DATE TO RPT-HDR-DATE.
001870     MOVE WS-PAGE-COUNT   TO RPT-HDR-PAGE.
001875     MOVE WS-FORMAT-VERSION TO RPT-HDR-FORMAT.
001880     WRITE REPORT-RECORD FROM RPT-HDR-1.
001890     WRITE REPORT-RECORD FROM RPT-HDR-2.
001900     WRITE REPORT-RECORD FROM RPT-HDR-3.
001939                 IF PD-BUSINESS-DATE IS NUMERIC
001940                     MOVE PD-BUSINESS-DATE
001941                         TO WS-BUSINESS-DATE
01941A                     IF PD-CYCLE IS NUMERIC
01941B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
01941C                     ELSE
01941D                         MOVE 01 TO WS-BUSINESS-CYCLE
01941E                     END-IF
001942                     SET WS-PDATE-SET TO TRUE
001943                     MOVE WS-BUSINESS-DATE
001944                         TO WS-CURRENT-DATE
001949 1200-EXIT.
001950     EXIT.
001954
01954A 1300-GET-ENCODING-FORMAT.
01954B     OPEN INPUT CONTROL-FILE.
01954C     IF WS-CTL-STATUS = "00"
01954D         READ CONTROL-FILE
01954E             AT END
001955                 CONTINUE
01955A             NOT AT END
01955B                 IF EC-FORMAT-VERSION IS NUMERIC
01955C                    AND EC-FORMAT-KNOWN
001956                     MOVE EC-FORMAT-VERSION TO WS-FORMAT-VERSION
01956A                 END-IF
01956B         END-READ
01956C         CLOSE CONTROL-FILE
001957     END-IF.
01957A 1300-EXIT.
01957B     EXIT.
01957C
001958 1900-ABEND-BAD-ENCFILE.
001960     MOVE WS-ENC-STATUS TO RPT-ENC-OPEN-STATUS.
001970     WRITE REPORT-RECORD FROM RPT-ENC-OPEN-LINE.
002010     MOVE SPACES               TO RUNCTL-RECORD.
002020     MOVE "BINVRFY"             TO RUNCTL-JOB-NAME.
002030     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002035     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002040     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002050     SET RUNCTL-EVENT-END       TO TRUE.
002060     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002160
002170 2000-VERIFY-RECORD.
002180     ADD 1 TO WS-RECORD-COUNT.
002181     PERFORM 2100-CHECK-FORMAT THRU 2100-EXIT.
002182     IF NOT WS-FORMAT-OK
002183         MOVE ZEROES TO WS-DECODED-CODE
002184         PERFORM 4100-WRITE-MISMATCH THRU 4100-EXIT
002185         GO TO 2000-NEXT
002186     END-IF.
002190     PERFORM 3000-DECODE-BINARY THRU 3000-EXIT.
002200
002210     IF WS-BAD-BIT
002270             PERFORM 4100-WRITE-MISMATCH THRU 4100-EXIT
002280         END-IF
002290     END-IF.
002300 2000-NEXT.
002310     READ ENCODE-FILE
002320         AT END
002330             SET WS-EOF TO TRUE
002350 2000-EXIT.
002360     EXIT.
002370
02370A 2100-CHECK-FORMAT.
02370B     MOVE "Y" TO WS-FORMAT-SW.
02370C     EVALUATE TRUE
002371         WHEN ENC-FORMAT-21-BIT
02371A          AND ENC-BIT-WIDTH = WS-BITS-PER-CODE
002372             ADD 1 TO WS-FORMAT-01-COUNT
02372A         WHEN ENC-FORMAT-34-BIT
002373          AND ENC-BIT-WIDTH = WS-BITS-PER-WIDE
02373A             ADD 1 TO WS-FORMAT-02-COUNT
002374         WHEN OTHER
02374A             MOVE "N" TO WS-FORMAT-SW
002375             MOVE "UNKNOWN FORMAT" TO WS-FORMAT-REASON
02375A             GO TO 2100-EXIT
002376     END-EVALUATE.
02376A     IF ENC-FORMAT-VERSION NOT = WS-FORMAT-VERSION
002377         MOVE "N" TO WS-FORMAT-SW
02377A         MOVE "FORMAT NOT AS ENCCTL" TO WS-FORMAT-REASON
002378     END-IF.
02378A 2100-EXIT.
002379     EXIT.
02379A
002380 3000-DECODE-BINARY.
002390     MOVE ZEROES TO WS-DECODED-CODE.
002400     MOVE "N"    TO WS-BAD-BIT-SW.
002410     MOVE 1      TO WS-BIT-PTR.
002420     PERFORM 3100-DECODE-ONE-BIT THRU 3100-EXIT
002430         UNTIL WS-BIT-PTR > ENC-BIT-WIDTH
002440            OR WS-BAD-BIT.
002450 3000-EXIT.
002460     EXIT.
002660     MOVE ENC-ITEM-CODE   TO RPT-MM-ITEM-CODE.
002670     MOVE ENC-BINARY      TO RPT-MM-BINARY.
002680     MOVE WS-DECODED-CODE TO RPT-MM-DECODED.
002690     EVALUATE TRUE
002700         WHEN NOT WS-FORMAT-OK
002710             MOVE WS-FORMAT-REASON     TO RPT-MM-REASON
002720         WHEN WS-BAD-BIT
002730             MOVE "BAD BIT CHARACTER"  TO RPT-MM-REASON
002732         WHEN OTHER
002734             MOVE "DECODE DIFFERS"     TO RPT-MM-REASON
002736     END-EVALUATE.
002740     WRITE REPORT-RECORD FROM RPT-MISMATCH-LINE.
002750     ADD 1 TO WS-LINE-COUNT.
002760 4100-EXIT.
002810     MOVE WS-VERIFIED-COUNT TO RPT-CTL-VERIFIED.
002820     MOVE WS-MISMATCH-COUNT TO RPT-CTL-MISMATCH.
002830     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
002832     MOVE WS-FORMAT-01-COUNT TO RPT-FMT-01.
002834     MOVE WS-FORMAT-02-COUNT TO RPT-FMT-02.
002836     WRITE REPORT-RECORD FROM RPT-FORMAT-LINE.
002840
002850     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002851     IF WS-PDATE-SET
002880     MOVE SPACES               TO RUNCTL-RECORD.
002890     MOVE "BINVRFY"             TO RUNCTL-JOB-NAME.
002900     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002905     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002910     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002920     SET RUNCTL-EVENT-END       TO TRUE.
002930     MOVE WS-RECORD-COUNT       TO RUNCTL-INPUT-COUNT.
