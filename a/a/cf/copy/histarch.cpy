000100*****************************************************************
000110* HISTARCH.CPY
000120*
000130* HEADER AND TRAILER LAYOUTS FOR THE HISTORY ARCHIVE GENERATIONS
000140* WRITTEN BY HISTPURG, IN THE SAME STYLE LOCBKUP USES. EACH
000150* ARCHIVE GENERATION IS ONE HEADER RECORD (TAG, ARCHIVE DATE,
000160* DATASET ID AND THE CUTOFF DATE APPLIED - RECORDS DATED BEFORE
000170* THE CUTOFF WERE ARCHIVED), THE ARCHIVED RECORDS IN THEIR
000180* ORIGINAL LIVE-DATASET LAYOUT, AND ONE TRAILER RECORD CARRYING
000190* THE ARCHIVED RECORD COUNT AS THE CONTROL TOTAL. THE LAYOUTS ARE
000200* BUILT HERE AT THE WIDEST HISTORY RECORD LENGTH AND TRUNCATE TO
000210* EACH ARCHIVE'S OWN LRECL ON THE WRITE - THE SHORTEST (BINHIST,
000220* 32 BYTES) STILL HOLDS THE WHOLE HEADER. THE TAGS CANNOT COLLIDE
000230* WITH DATA - NO HISTORY RECORD STARTS WITH AN ASTERISK.
000240*
000250* WRITTEN BY  : D.OKAFOR
000260* DATE WRITTEN: 2026-10-15
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* ---------- ---- ------------------------------------------------
000310* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000320*****************************************************************
000330 01  ARCH-HEADER-REC.
000340     05  ARH-TAG                     PIC X(08).
000350         88  ARH-HEADER              VALUE "*HEADER*".
000360     05  ARH-DATE                    PIC 9(08).
000370     05  ARH-DATASET-ID              PIC X(08).
000380     05  ARH-CUTOFF-DATE             PIC 9(08).
000390     05  FILLER                      PIC X(104).
000400 01  ARCH-TRAILER-REC.
000410     05  ART-TAG                     PIC X(08).
000420         88  ART-TRAILER             VALUE "*TRAILER".
000430     05  ART-COUNT                   PIC 9(09).
000440     05  FILLER                      PIC X(119).
