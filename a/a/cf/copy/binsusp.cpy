000286*                 TRANCODE RECORD ALSO CARRIES THE DESTINATION
000288*                 POINT AND QUANTITY. RECORD IS NOW LRECL 56 -
000290*                 REALLOCATE THE SUSPENSE DATASETS.
00290A* 2026-10-15 DPO  ADDED SUSP-CYCLE-REJECTED - THE PROCESSING CYCLE
00290B*                 OF THE BINCODE RUN THAT FIRST REJECTED THE
00290C*                 TRANSACTION. RECORD IS NOW LRECL 58 - REALLOCATE
000291*                 THE SUSPENSE DATASETS. A BLANK CYCLE (OLD
00291A*                 RECORD) IS READ AS CYCLE 01.
000292*****************************************************************
000300 01  SUSP-RECORD.
000310     05  SUSP-STATUS                 PIC X(01).
000340     05  SUSP-ORIG-RECORD            PIC X(22).
000350     05  SUSP-REASON                 PIC X(25).
000360     05  SUSP-DATE-REJECTED          PIC 9(08).
000370     05  SUSP-CYCLE-REJECTED         PIC 9(02).
