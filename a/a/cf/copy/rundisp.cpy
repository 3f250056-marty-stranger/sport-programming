000100*****************************************************************
000110* RUNDISP.CPY
000120*
000130* RECORD LAYOUTS FOR THE DISPATCH RUN-SHEET FILE - THE NIGHT'S
000140* SEQUENCED STOP LISTS IN FIXED FORMAT FOR THE DISPATCH SYSTEM
000150* TO LOAD, WRAPPED IN THE SAME HEADER/TRAILER STYLE LOCBKUP
000160* USES. ONE HEADER RECORD (TAG AND BUSINESS DATE), ONE DATA
000170* RECORD PER ITEM PER STOP IN DRIVING ORDER WITHIN ROUTE (THE
000180* STOP'S SEQUENCE, LEG AND CUMULATIVE DISTANCES REPEAT ON EACH
000190* ITEM RECORD FOR THAT STOP), AND ONE TRAILER RECORD CARRYING
000200* THE DATA RECORD COUNT AND THE TOTAL QUANTITY AS CONTROL
000210* TOTALS. DISTANCES ARE IN MILES AND KILOMETRES TO THREE
000220* DECIMALS. WRITTEN BY RUNSHEET. THE TAGS CANNOT COLLIDE WITH
000230* DATA - A DATA RECORD STARTS WITH A ROUTE CODE.
000240*
000250* WRITTEN BY  : D.OKAFOR
000260* DATE WRITTEN: 2026-10-15
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* ---------- ---- ------------------------------------------------
000310* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000320*****************************************************************
000330 01  RD-RECORD                       PIC X(140).
000340 01  RD-HEADER-REC.
000350     05  RDH-TAG                     PIC X(08).
000360         88  RDH-HEADER              VALUE "*HEADER*".
000370     05  RDH-DATE                    PIC 9(08).
000380     05  FILLER                      PIC X(124).
000390 01  RD-DETAIL-REC.
000400     05  RD-ROUTE-CODE               PIC X(02).
000410     05  RD-STOP-SEQ                 PIC 9(04).
000420     05  RD-POINT-ID                 PIC 9(05).
000430     05  RD-X                        PIC S9(10).
000440     05  RD-Y                        PIC S9(10).
000450     05  RD-ITEM-CODE                PIC 9(10).
000460     05  RD-ITEM-DESC                PIC X(30).
000470     05  RD-QUANTITY                 PIC 9(09).
000480     05  RD-LEG-MILES                PIC 9(10)V9(03).
000490     05  RD-LEG-KM                   PIC 9(10)V9(03).
000500     05  RD-CUM-MILES                PIC 9(10)V9(03).
000510     05  RD-CUM-KM                   PIC 9(10)V9(03).
000520     05  FILLER                      PIC X(08).
000530 01  RD-TRAILER-REC.
000540     05  RDT-TAG                     PIC X(08).
000550         88  RDT-TRAILER             VALUE "*TRAILER".
000560     05  RDT-COUNT                   PIC 9(09).
000570     05  RDT-QTY-TOTAL               PIC 9(13).
000580     05  FILLER                      PIC X(110).
