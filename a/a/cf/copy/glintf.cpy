000100*****************************************************************
000110* GLINTF.CPY
000120*
000130* RECORD LAYOUTS FOR THE GENERAL-LEDGER INTERFACE FILE WRITTEN
000140* NIGHTLY BY GLEXTRCT FOR FINANCE - THE SAME HEADER/TRAILER STYLE
000150* LOCBKUP AND BINXMIT USE. ONE HEADER RECORD (TAG, BUSINESS DATE
000160* AND SOURCE JOB), ONE DETAIL RECORD PER SUMMARIZED POSTING, AND
000170* ONE TRAILER RECORD CARRYING THE DETAIL RECORD COUNT AND THE
000180* TOTAL DEBITS AND TOTAL CREDITS, WHICH ALWAYS AGREE. EACH ROUTE
000190* GETS ONE DEBIT PER GL ACCOUNT / COST CENTRE ITS ITEMS ARE
000200* CHARGED TO (FROM THE ITEM MASTER), FOLLOWED BY ONE CREDIT FOR
000210* THE ROUTE'S TOTAL VALUE TO THE OFFSET ACCOUNT ON GLXCTL. A
000220* DETAIL RECORD STARTS WITH A NUMERIC DATE, SO THE TAGS CANNOT
000230* COLLIDE WITH DATA. AMOUNTS ARE UNSIGNED WITH TWO DECIMALS
000240* IMPLIED.
000250*
000260* WRITTEN BY  : D.OKAFOR
000270* DATE WRITTEN: 2026-10-15
000280*
000290* MODIFICATION HISTORY
000300* DATE       INIT DESCRIPTION
000310* ---------- ---- ------------------------------------------------
000320* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000330*****************************************************************
000340 01  GL-RECORD                       PIC X(80).
000350 01  GL-HEADER-REC.
000360     05  GLH-TAG                     PIC X(08).
000370         88  GLH-HEADER              VALUE "*HEADER*".
000380     05  GLH-BUSINESS-DATE           PIC 9(08).
000390     05  GLH-SOURCE                  PIC X(08).
000400     05  FILLER                      PIC X(56).
000410 01  GL-DETAIL-REC.
000420     05  GLD-BUSINESS-DATE           PIC 9(08).
000430     05  GLD-ROUTE-CODE              PIC X(02).
000440     05  GLD-GL-ACCOUNT              PIC X(06).
000450     05  GLD-COST-CENTRE             PIC X(04).
000460     05  GLD-DR-CR                   PIC X(01).
000470         88  GLD-DEBIT               VALUE "D".
000480         88  GLD-CREDIT              VALUE "C".
000490     05  GLD-AMOUNT                  PIC 9(13)V9(02).
000500     05  GLD-QUANTITY                PIC 9(11).
000510     05  FILLER                      PIC X(33).
000520 01  GL-TRAILER-REC.
000530     05  GLT-TAG                     PIC X(08).
000540         88  GLT-TRAILER             VALUE "*TRAILER".
000550     05  GLT-COUNT                   PIC 9(09).
000560     05  GLT-DEBIT-TOTAL             PIC 9(13)V9(02).
000570     05  GLT-CREDIT-TOTAL            PIC 9(13)V9(02).
000580     05  FILLER                      PIC X(33).
