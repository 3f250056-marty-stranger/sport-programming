000100*****************************************************************
000110* ENCCTL.CPY
000120*
000130* RECORD LAYOUT FOR THE ENCODING-FORMAT CONTROL FILE - ONE 80-BYTE
000140* RECORD, SET BY OPERATIONS THE SAME WAY LDPLNCTL AND BNDRYCTL
000150* ARE, NAMING THE BINENC FORMAT VERSION BINCODE WRITES AND
000160* BINVRFY AND BINXMIT EXPECT:
000170*   01 - THE ORIGINAL 21-BIT ENCODING, ITEM CODES UP TO 2,097,151
000180*   02 - THE WIDE 34-BIT ENCODING, THE FULL 10-DIGIT ITEM CODE
000190* WITH NO RECORD, OR A VERSION THAT IS NOT ONE OF THESE, FORMAT
000200* 01 IS USED - IT STAYS THE DEFAULT UNTIL THE RECONCILIATION TEAM
000210* HAS CUT OVER TO FORMAT 02.
000220*
000230* WRITTEN BY  : D.OKAFOR
000240* DATE WRITTEN: 2026-10-15
000250*
000260* MODIFICATION HISTORY
000270* DATE       INIT DESCRIPTION
000280* ---------- ---- ------------------------------------------------
000290* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000300*****************************************************************
000310 01  EC-RECORD.
000320     05  EC-FORMAT-VERSION           PIC 9(02).
000330         88  EC-FORMAT-KNOWN         VALUES 01 02.
000340     05  FILLER                      PIC X(78).
