000260*                 EXTENDED 50 TO 57; REDEFINE THE CLUSTER WITH
000262*                 RECORDSIZE(57 57) AND RELOAD. A RELOADED
000264*                 RECORD WITH A BLANK STATUS READS AS ACTIVE.
00264A* 2026-10-15 DPO  ADDED UNIT WEIGHT (POUNDS) AND UNIT CUBE (CUBIC
00264B*                 FEET) FOR VEHICLE LOAD PLANNING (LOADPLAN).
00264C*                 RECORD EXTENDED 57 TO 73; REDEFINE THE CLUSTER
00264D*                 WITH RECORDSIZE(73 73) AND RELOAD. A RELOADED
00264E*                 RECORD CARRIES SPACES IN BOTH FIELDS - READERS
00264F*                 TEST NUMERIC AND TREAT SPACES AS NOT YET SET.
00264G* 2026-10-15 DPO  ADDED UNIT COST AND THE GL ACCOUNT / COST CENTRE
000265*                 THE ITEM'S SHIPMENTS ARE CHARGED TO, FOR THE
00265A*                 NIGHTLY VALUATION AND GL EXTRACT (GLEXTRCT).
00265B*                 RECORD EXTENDED 73 TO 92; REDEFINE THE CLUSTER
00265C*                 WITH RECORDSIZE(92 92) AND RELOAD. A RELOADED
00265D*                 RECORD CARRIES SPACES IN ALL THREE FIELDS - A
00265E*                 COST THAT IS ZERO OR NOT NUMERIC MEANS NO COST
00265F*                 ON FILE.
000266*****************************************************************
000270 01  IM-RECORD.
000280     05  IM-ITEM-CODE                PIC 9(10).
000320         88  IM-DISCONTINUED         VALUE "D".
000330     05  IM-EFFECTIVE-DATE           PIC 9(08).
000340     05  IM-OBSOLETE-DATE            PIC 9(08).
000350     05  IM-UNIT-WEIGHT              PIC 9(05)V9(03).
000360     05  IM-UNIT-CUBE                PIC 9(04)V9(04).
000370     05  IM-UNIT-COST                PIC 9(05)V9(04).
000380     05  IM-GL-ACCOUNT               PIC X(06).
000390     05  IM-COST-CENTRE              PIC X(04).
