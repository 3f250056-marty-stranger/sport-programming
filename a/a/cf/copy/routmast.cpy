000100*****************************************************************
000110* ROUTMAST.CPY
000120*
000130* RECORD LAYOUT FOR THE ROUTE MASTER FILE. ONE RECORD PER DELIVERY
000140* ROUTE, KEYED ON ROUTE CODE. MAINTAINED BY ROUTMNT (RANDOM
000150* ADD/CHANGE/CLOSE) AND READ BY LOCMAINT (EVERY MT-ROUTE ON AN ADD
000160* OR CHANGE MUST BE ACTIVE HERE), MAXSPAN AND RTEDMND (ROUTE NAME
000170* ON THE PER-ROUTE REPORT LINES). A CLOSED ROUTE IS KEPT ON FILE
000180* RATHER THAN DELETED SO ITS NAME SURVIVES FOR RESEARCH, THE SAME
000190* TREATMENT A DISCONTINUED ITEM GETS ON THE ITEM MASTER.
000200*
000210* WRITTEN BY  : D.OKAFOR
000220* DATE WRITTEN: 2026-10-15
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT DESCRIPTION
000260* ---------- ---- ------------------------------------------------
000270* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000271* 2026-10-15 DPO  ADDED THE VEHICLE WEIGHT CAPACITY (POUNDS) AND
000272*                 CUBE CAPACITY (CUBIC FEET) OUT OF THE FILLER FOR
000273*                 LOADPLAN. RECORD LENGTH UNCHANGED; A ROUTE ADDED
000274*                 BEFORE THE CHANGE CARRIES SPACES IN BOTH FIELDS
000275*                 AND READS AS NO CAPACITY ON FILE.
000280*****************************************************************
000290 01  RM-RECORD.
000300     05  RM-ROUTE-CODE               PIC X(02).
000310     05  RM-ROUTE-NAME               PIC X(20).
000320     05  RM-DEPOT-POINT-ID           PIC 9(05).
000330     05  RM-VEHICLE-CLASS            PIC X(04).
000340     05  RM-STATUS                   PIC X(01).
000350         88  RM-ACTIVE               VALUE "A".
000360         88  RM-CLOSED               VALUE "C".
000370     05  RM-EFFECTIVE-DATE           PIC 9(08).
000380     05  RM-CLOSED-DATE              PIC 9(08).
000390     05  RM-WEIGHT-CAPACITY          PIC 9(07).
000400     05  RM-CUBE-CAPACITY            PIC 9(06).
000410     05  FILLER                      PIC X(19).
