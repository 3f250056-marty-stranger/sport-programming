000320* DATE       INIT DESCRIPTION
000330* ---------- ---- ------------------------------------------------
000340* 2026-01-11 DPO  ORIGINAL PROGRAM.
00340A* 2026-10-15 DPO  ALSO ASSIGNS THE PROCESSING CYCLE WITHIN THE
00340B*                 BUSINESS DATE (PD-CYCLE) NOW THAT THE BINCODE
000341*                 CHAIN ALSO RUNS INTRADAY (INTRARUN). THE LAST
00341A*                 DATE AND CYCLE ASSIGNED ARE KEPT ON THE NEW
000342*                 CYCCTL CONTROL FILE. PDATPARM COLS 9-10 MAY NAME
00342A*                 THE CYCLE. A CARD WITH A CYCLE USES IT; A CARD
000343*                 WITH ONLY A DATE RERUNS THE LATEST CYCLE OF THAT
000344*                 DATE (01 IF CYCCTL HOLDS ANOTHER DATE); NO CARD
000345*                 TAKES THE NEXT CYCLE OF THE SYSTEM DATE (01 ON A
000346*                 NEW DATE). WHEN CYCCTL ALREADY HOLDS CYCLE 99
00346A*                 FOR THE DATE ITS CYCLES ARE EXHAUSTED AND THE
00346B*                 RUN IS REFUSED WITH CC 9999 - NO PROCDATE RECORD
00346C*                 IS WRITTEN AND CYCCTL IS NOT REWRITTEN. CYCCTL
000347*                 IS REWRITTEN ONLY WHEN THE DATE AND CYCLE
000348*                 ASSIGNED ARE LATER THAN THE ONES ON IT. THE
000349*                 CYCLE IS ECHOED TO THE CONSOLE WITH THE DATE.
000350*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000480     SELECT PROCDATE-FILE   ASSIGN TO PROCDATE
000490                             ORGANIZATION IS SEQUENTIAL.
000500
000502     SELECT CYCCTL-FILE     ASSIGN TO CYCCTL
000504                             ORGANIZATION IS SEQUENTIAL
000506                             FILE STATUS IS WS-CYC-STATUS.
000508
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PARM-FILE.
000540 01  PARM-RECORD.
000550     05  PP-BUSINESS-DATE   PIC X(08).
000560     05  PP-CYCLE           PIC X(02).
000565     05  FILLER             PIC X(70).
000570
000580 FD  PROCDATE-FILE.
000590     COPY "procdate.cpy".
000600
000602 FD  CYCCTL-FILE.
000604     COPY "cycctl.cpy".
000606
000610 WORKING-STORAGE SECTION.
000620 01  WS-PARM-STATUS         PIC X(02).
000625 01  WS-CYC-STATUS          PIC X(02).
000630
000640 01  WS-DATE-TIME.
000650     05  WS-CURRENT-DATE    PIC 9(08).
000660
000670 01  WS-BUSINESS-DATE       PIC 9(08) VALUE ZEROES.
00670A 01  WS-BUSINESS-CYCLE      PIC 9(02) VALUE ZEROES.
000671 01  WS-PARM-CYCLE          PIC 9(02) VALUE ZEROES.
000672 01  WS-LAST-DATE           PIC 9(08) VALUE ZEROES.
000673 01  WS-LAST-CYCLE          PIC 9(02) VALUE ZEROES.
000674
000675 01  WS-SWITCHES.
000676     05  WS-PARM-DATE-SW    PIC X(01) VALUE "N".
000677         88  WS-PARM-DATE-GIVEN       VALUE "Y".
000678     05  WS-CYCCTL-SW       PIC X(01) VALUE "N".
000679         88  WS-CYCCTL-FOUND          VALUE "Y".
00679A     05  WS-CYCLE-SW        PIC X(01) VALUE "N".
00679B         88  WS-CYCLES-EXHAUSTED      VALUE "Y".
000680
000690 01  CON-DATE-LINE.
000700     05  FILLER             PIC X(28) VALUE
000710         "SETPDATE - BUSINESS DATE IS ".
000720     05  CON-BUSINESS-DATE  PIC 9(08).
000723     05  FILLER             PIC X(07) VALUE " CYCLE ".
000726     05  CON-CYCLE          PIC 9(02).
00726A
00726B 01  CON-REFUSED-LINE.
00726C     05  FILLER             PIC X(28) VALUE
00726D         "SETPDATE - ALL 99 CYCLES OF ".
00726E     05  CON-REFUSED-DATE   PIC 9(08).
00726F     05  FILLER             PIC X(32) VALUE
00726G         " ARE USED - RUN REFUSED CC 9999".
000730
000740 PROCEDURE DIVISION.
000750
000760 0000-MAINLINE.
000770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000773     PERFORM 1100-READ-CYCCTL THRU 1100-EXIT.
000776     PERFORM 1200-ASSIGN-CYCLE THRU 1200-EXIT.
00776A     IF WS-CYCLES-EXHAUSTED
00776B         PERFORM 8100-REFUSE-RUN THRU 8100-EXIT
00776C     ELSE
000780         PERFORM 2000-WRITE-PROCDATE THRU 2000-EXIT
000785         PERFORM 2100-UPDATE-CYCCTL THRU 2100-EXIT
000790         PERFORM 8000-TERMINATE THRU 8000-EXIT
00790A     END-IF.
000800     STOP RUN.
000810
000820 1000-INITIALIZE.
000910             NOT AT END
000920                 IF PP-BUSINESS-DATE IS NUMERIC
000930                     MOVE PP-BUSINESS-DATE TO WS-BUSINESS-DATE
000932                     SET WS-PARM-DATE-GIVEN TO TRUE
000934                     IF PP-CYCLE IS NUMERIC
000936                         MOVE PP-CYCLE TO WS-PARM-CYCLE
000938                     END-IF
000940                 END-IF
000950         END-READ
000960         CLOSE PARM-FILE
000990 1000-EXIT.
001000     EXIT.
001010
01010A 1100-READ-CYCCTL.
01010B     OPEN INPUT CYCCTL-FILE.
01010C     IF WS-CYC-STATUS = "00"
01010D         READ CYCCTL-FILE
01010E             AT END
001011                 CONTINUE
01011A             NOT AT END
01011B                 IF CY-BUSINESS-DATE IS NUMERIC
01011C                    AND CY-LAST-CYCLE IS NUMERIC
01011D                     MOVE CY-BUSINESS-DATE TO WS-LAST-DATE
001012                     MOVE CY-LAST-CYCLE    TO WS-LAST-CYCLE
01012A                     SET WS-CYCCTL-FOUND TO TRUE
01012B                 END-IF
01012C         END-READ
001013         CLOSE CYCCTL-FILE
01013A     END-IF.
01013B 1100-EXIT.
01013C     EXIT.
001014
01014A 1200-ASSIGN-CYCLE.
01014B     IF WS-PARM-CYCLE NOT = ZEROES
01014C         MOVE WS-PARM-CYCLE TO WS-BUSINESS-CYCLE
001015         GO TO 1200-EXIT
01015A     END-IF.
01015B     MOVE 01 TO WS-BUSINESS-CYCLE.
01015C     IF NOT WS-CYCCTL-FOUND
001016        OR WS-LAST-DATE NOT = WS-BUSINESS-DATE
01016A        OR WS-LAST-CYCLE = ZEROES
01016B         GO TO 1200-EXIT
01016C     END-IF.
001017     IF WS-PARM-DATE-GIVEN
01017A         MOVE WS-LAST-CYCLE TO WS-BUSINESS-CYCLE
01017B         GO TO 1200-EXIT
01017C     END-IF.
001018     IF WS-LAST-CYCLE < 99
01018A         COMPUTE WS-BUSINESS-CYCLE = WS-LAST-CYCLE + 1
01018B     ELSE
01018C         SET WS-CYCLES-EXHAUSTED TO TRUE
001019     END-IF.
01019A 1200-EXIT.
01019B     EXIT.
01019C
001020 2000-WRITE-PROCDATE.
001030     MOVE SPACES           TO PD-RECORD.
001040     MOVE WS-BUSINESS-DATE TO PD-BUSINESS-DATE.
001045     MOVE WS-BUSINESS-CYCLE TO PD-CYCLE.
001050     WRITE PD-RECORD.
001060
001070     MOVE WS-BUSINESS-DATE TO CON-BUSINESS-DATE.
001075     MOVE WS-BUSINESS-CYCLE TO CON-CYCLE.
001080     DISPLAY CON-DATE-LINE UPON CONSOLE.
001090 2000-EXIT.
001100     EXIT.
001110
01110A 2100-UPDATE-CYCCTL.
01110B     IF WS-CYCCTL-FOUND
001111         IF WS-BUSINESS-DATE < WS-LAST-DATE
01111A             GO TO 2100-EXIT
001112         END-IF
01112A         IF WS-BUSINESS-DATE = WS-LAST-DATE
001113            AND WS-BUSINESS-CYCLE NOT > WS-LAST-CYCLE
01113A             GO TO 2100-EXIT
001114         END-IF
01114A     END-IF.
001115     OPEN OUTPUT CYCCTL-FILE.
01115A     MOVE SPACES            TO CY-RECORD.
001116     MOVE WS-BUSINESS-DATE  TO CY-BUSINESS-DATE.
01116A     MOVE WS-BUSINESS-CYCLE TO CY-LAST-CYCLE.
001117     WRITE CY-RECORD.
01117A     CLOSE CYCCTL-FILE.
001118 2100-EXIT.
01118A     EXIT.
001119
001120 8000-TERMINATE.
001130     CLOSE PROCDATE-FILE.
001140     MOVE ZEROES TO RETURN-CODE.
001150 8000-EXIT.
001160     EXIT.
001170
001180 8100-REFUSE-RUN.
001190     MOVE WS-BUSINESS-DATE TO CON-REFUSED-DATE.
001200     DISPLAY CON-REFUSED-LINE UPON CONSOLE.
001210     CLOSE PROCDATE-FILE.
001220     MOVE 9999 TO RETURN-CODE.
001230 8100-EXIT.
001240     EXIT.
