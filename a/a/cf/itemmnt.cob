000339*                 SO AN AFTER-MIDNIGHT RERUN BOOKS UNDER THE
000340*                 RIGHT NIGHT. WITH NO CONTROL RECORD ON FILE THE
000341*                 SYSTEM DATE IS USED AS BEFORE.
00341A* 2026-10-15 DPO  ADDED UNIT WEIGHT AND UNIT CUBE FOR LOADPLAN.
00341B*                 THE TRANSACTION RECORD IS WIDENED 50 TO 80 TO
00341C*                 CARRY THEM (COLS 42-49 WEIGHT, POUNDS 9(5)V9(3);
00341D*                 COLS 50-57 CUBE, CUBIC FEET 9(4)V9(4)). ON AN
00341E*                 ADD A BLANK FIELD IS STORED AS ZERO; ON A CHANGE
00341F*                 A BLANK FIELD LEAVES THE MASTER VALUE ALONE. A
00341G*                 FIELD THAT IS NEITHER BLANK NOR NUMERIC REJECTS
00341H*                 THE TRANSACTION.
00341I* 2026-10-15 DPO  ADDED UNIT COST, GL ACCOUNT AND COST CENTRE FOR
00341J*                 GLEXTRCT, OUT OF THE TRANSACTION FILLER (COLS
00341K*                 58-66 COST, 9(5)V9(4); COLS 67-72 GL ACCOUNT;
00341L*                 COLS 73-76 COST CENTRE). BLANK FIELDS ARE
00341M*                 TREATED AS FOR WEIGHT AND CUBE - ZERO OR SPACES
00341N*                 ON AN ADD, MASTER VALUE LEFT ALONE ON A CHANGE.
00341O*                 A COST THAT IS NEITHER BLANK NOR NUMERIC REJECTS
00341P*                 THE TRANSACTION.
00341Q* 2026-10-15 DPO  RUNCTL RECORDS NOW CARRY THE PROCESSING CYCLE
00341R*                 FROM PROCDATE (00 WHEN THERE IS NO PROCDATE).
000342*****************************************************************
000349
000350 ENVIRONMENT DIVISION.
000655         88  MT-DEACTIVATE              VALUE "X".
000660     05  MT-ITEM-CODE           PIC 9(10).
000670     05  MT-ITEM-DESC           PIC X(30).
000680     05  MT-UNIT-WEIGHT-X       PIC X(08).
00680A     05  MT-UNIT-WEIGHT REDEFINES MT-UNIT-WEIGHT-X
00680B                                PIC 9(05)V9(03).
000681     05  MT-UNIT-CUBE-X         PIC X(08).
000682     05  MT-UNIT-CUBE   REDEFINES MT-UNIT-CUBE-X
000683                                PIC 9(04)V9(04).
000684     05  MT-UNIT-COST-X         PIC X(09).
000685     05  MT-UNIT-COST   REDEFINES MT-UNIT-COST-X
000686                                PIC 9(05)V9(04).
000687     05  MT-GL-ACCOUNT          PIC X(06).
000688     05  MT-COST-CENTRE         PIC X(04).
000689     05  FILLER                 PIC X(04).
000690
000700 FD  ITEM-MASTER.
000710     COPY "itemmast.cpy".
000840         88  WS-MASTER-OPEN-FAILED        VALUE "Y".
000850     05  WS-TRANS-OPEN-SW       PIC X(01) VALUE "N".
000860         88  WS-TRANS-OPEN-FAILED         VALUE "Y".
000862     05  WS-MEASURE-OK-SW       PIC X(01) VALUE "Y".
000864         88  WS-MEASURE-OK                VALUE "Y".
000866     05  WS-COST-OK-SW          PIC X(01) VALUE "Y".
000868         88  WS-COST-OK                   VALUE "Y".
000870
000880 01  WS-COUNTS.
000890     05  WS-TRANS-COUNT         PIC 9(09) VALUE ZEROES.
000950
000951 01  WS-PDATE-STATUS            PIC X(02).
000952 01  WS-BUSINESS-DATE           PIC 9(08) VALUE ZEROES.
00952A 01  WS-BUSINESS-CYCLE          PIC 9(02) VALUE ZEROES.
000953 01  WS-PDATE-SW                PIC X(01) VALUE "N".
000954     88  WS-PDATE-SET            VALUE "Y".
000955
001760     MOVE SPACES               TO RUNCTL-RECORD.
001770     MOVE "ITEMMNT"             TO RUNCTL-JOB-NAME.
001780     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
001785     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
001790     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
001800     SET RUNCTL-EVENT-START     TO TRUE.
001810     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
001919                 IF PD-BUSINESS-DATE IS NUMERIC
001920                     MOVE PD-BUSINESS-DATE
001921                         TO WS-BUSINESS-DATE
01921A                     IF PD-CYCLE IS NUMERIC
01921B                         MOVE PD-CYCLE TO WS-BUSINESS-CYCLE
01921C                     ELSE
01921D                         MOVE 01 TO WS-BUSINESS-CYCLE
01921E                     END-IF
001922                     SET WS-PDATE-SET TO TRUE
001923                     MOVE WS-BUSINESS-DATE
001924                         TO WS-CURRENT-DATE
001990     MOVE SPACES               TO RUNCTL-RECORD.
002000     MOVE "ITEMMNT"             TO RUNCTL-JOB-NAME.
002010     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002015     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002020     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002030     SET RUNCTL-EVENT-END       TO TRUE.
002040     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002210     MOVE SPACES               TO RUNCTL-RECORD.
002220     MOVE "ITEMMNT"             TO RUNCTL-JOB-NAME.
002230     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
002235     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
002240     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
002250     SET RUNCTL-EVENT-END       TO TRUE.
002260     MOVE ZEROES                TO RUNCTL-INPUT-COUNT
002590     EXIT.
002600
002610 2200-APPLY-ADD.
02610A     PERFORM 2250-EDIT-MEASURES THRU 2250-EXIT.
002611     IF NOT WS-MEASURE-OK
002612         PERFORM 2650-REJECT-BAD-MEASURE THRU 2650-EXIT
002613         GO TO 2200-EXIT
002614     END-IF.
002615     PERFORM 2260-EDIT-COST THRU 2260-EXIT.
002616     IF NOT WS-COST-OK
002617         PERFORM 2660-REJECT-BAD-COST THRU 2660-EXIT
002618         GO TO 2200-EXIT
002619     END-IF.
002620     MOVE SPACES       TO IM-RECORD.
002630     MOVE MT-ITEM-CODE TO IM-ITEM-CODE.
002640     MOVE MT-ITEM-DESC TO IM-ITEM-DESC.
002642     MOVE "A"          TO IM-STATUS.
002644     MOVE WS-CURRENT-DATE TO IM-EFFECTIVE-DATE.
002646     MOVE ZEROES       TO IM-OBSOLETE-DATE.
02646A     MOVE ZEROES       TO IM-UNIT-WEIGHT
02646B                          IM-UNIT-CUBE.
02646C     IF MT-UNIT-WEIGHT-X NOT = SPACES
02646D         MOVE MT-UNIT-WEIGHT TO IM-UNIT-WEIGHT
002647     END-IF.
02647A     IF MT-UNIT-CUBE-X NOT = SPACES
02647B         MOVE MT-UNIT-CUBE   TO IM-UNIT-CUBE
02647C     END-IF.
002648     MOVE ZEROES       TO IM-UNIT-COST.
02648A     IF MT-UNIT-COST-X NOT = SPACES
02648B         MOVE MT-UNIT-COST   TO IM-UNIT-COST
002649     END-IF.
02649A     MOVE MT-GL-ACCOUNT  TO IM-GL-ACCOUNT.
02649B     MOVE MT-COST-CENTRE TO IM-COST-CENTRE.
002650     WRITE IM-RECORD
002660         INVALID KEY
002670             PERFORM 2600-WRITE-REJECT-LOG THRU 2600-EXIT
002710 2200-EXIT.
002720     EXIT.
002730
02730A 2250-EDIT-MEASURES.
02730B     MOVE "Y" TO WS-MEASURE-OK-SW.
02730C     IF MT-UNIT-WEIGHT-X NOT = SPACES
002731        AND MT-UNIT-WEIGHT NOT NUMERIC
02731A         MOVE "N" TO WS-MEASURE-OK-SW
02731B     END-IF.
002732     IF MT-UNIT-CUBE-X NOT = SPACES
02732A        AND MT-UNIT-CUBE NOT NUMERIC
002733         MOVE "N" TO WS-MEASURE-OK-SW
02733A     END-IF.
002734 2250-EXIT.
02734A     EXIT.
002735
02735A 2260-EDIT-COST.
002736     MOVE "Y" TO WS-COST-OK-SW.
02736A     IF MT-UNIT-COST-X NOT = SPACES
002737        AND MT-UNIT-COST NOT NUMERIC
02737A         MOVE "N" TO WS-COST-OK-SW
002738     END-IF.
02738A 2260-EXIT.
002739     EXIT.
02739A
002740 2300-APPLY-CHANGE.
02740A     PERFORM 2250-EDIT-MEASURES THRU 2250-EXIT.
002741     IF NOT WS-MEASURE-OK
002742         PERFORM 2650-REJECT-BAD-MEASURE THRU 2650-EXIT
002743         GO TO 2300-EXIT
002744     END-IF.
002745     PERFORM 2260-EDIT-COST THRU 2260-EXIT.
002746     IF NOT WS-COST-OK
002747         PERFORM 2660-REJECT-BAD-COST THRU 2660-EXIT
002748         GO TO 2300-EXIT
002749     END-IF.
002750     MOVE MT-ITEM-CODE TO IM-ITEM-CODE.
002760     READ ITEM-MASTER
002770         INVALID KEY
002790     END-READ.
002800     IF WS-IM-STATUS = "00"
002810         MOVE MT-ITEM-DESC TO IM-ITEM-DESC
02810A         IF MT-UNIT-WEIGHT-X NOT = SPACES
02810B             MOVE MT-UNIT-WEIGHT TO IM-UNIT-WEIGHT
002811         END-IF
02811A         IF MT-UNIT-CUBE-X NOT = SPACES
002812             MOVE MT-UNIT-CUBE   TO IM-UNIT-CUBE
02812A         END-IF
002813         IF MT-UNIT-COST-X NOT = SPACES
02813A             MOVE MT-UNIT-COST   TO IM-UNIT-COST
002814         END-IF
02814A         IF MT-GL-ACCOUNT NOT = SPACES
002815             MOVE MT-GL-ACCOUNT  TO IM-GL-ACCOUNT
002816         END-IF
002817         IF MT-COST-CENTRE NOT = SPACES
002818             MOVE MT-COST-CENTRE TO IM-COST-CENTRE
002819         END-IF
002820         REWRITE IM-RECORD
002830             INVALID KEY
002840                 PERFORM 2600-WRITE-REJECT-LOG THRU 2600-EXIT
003180 2600-EXIT.
003190     EXIT.
003200
03200A 2650-REJECT-BAD-MEASURE.
03200B     MOVE MT-FUNCTION   TO LOG-FUNCTION.
003201     MOVE MT-ITEM-CODE  TO LOG-ITEM-CODE.
03201A     MOVE "REJECTED - WEIGHT/CUBE INVALID" TO LOG-DISPOSITION.
003202     WRITE LOG-RECORD FROM LOG-DETAIL-LINE.
03202A     ADD 1 TO WS-REJECT-COUNT.
003203 2650-EXIT.
03203A     EXIT.
003204 2660-REJECT-BAD-COST.
03204A     MOVE MT-FUNCTION   TO LOG-FUNCTION.
003205     MOVE MT-ITEM-CODE  TO LOG-ITEM-CODE.
03205A     MOVE "REJECTED - UNIT COST INVALID" TO LOG-DISPOSITION.
003206     WRITE LOG-RECORD FROM LOG-DETAIL-LINE.
03206A     ADD 1 TO WS-REJECT-COUNT.
003207 2660-EXIT.
003208     EXIT.
003209
003210 2700-WRITE-APPLIED-LOG.
003220     MOVE MT-FUNCTION   TO LOG-FUNCTION.
003230     MOVE MT-ITEM-CODE  TO LOG-ITEM-CODE.
003390     MOVE SPACES               TO RUNCTL-RECORD.
003400     MOVE "ITEMMNT"             TO RUNCTL-JOB-NAME.
003410     MOVE WS-CURRENT-DATE       TO RUNCTL-RUN-DATE.
003415     MOVE WS-BUSINESS-CYCLE     TO RUNCTL-CYCLE.
003420     MOVE WS-CURRENT-TIME       TO RUNCTL-RUN-TIME.
003430     SET RUNCTL-EVENT-END       TO TRUE.
003440     MOVE WS-TRANS-COUNT        TO RUNCTL-INPUT-COUNT.
