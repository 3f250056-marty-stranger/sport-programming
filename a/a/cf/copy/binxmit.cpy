000280* DATE       INIT DESCRIPTION
000290* ---------- ---- ------------------------------------------------
000300* 2026-04-12 DPO  ORIGINAL COPYBOOK.
00300A* 2026-10-15 DPO  RECORDS WIDENED FROM 40 TO 50 BYTES WITH BINENC.
00300B*                 THE *HEADER* NOW CARRIES THE FORMAT VERSION AND
000301*                 BIT WIDTH OF THE DATA RECORDS (SEE ENCCTL.CPY)
00301A*                 SO THE RECONCILIATION TEAM CAN TELL WHICH
000302*                 ENCODING THEY RECEIVED.
00302A*                 RECORD IS NOW LRECL 50 - REALLOCATE THE XMIT
000303*                 GENERATION MODEL AND XMITLAST. BEFORE THE FIRST
00303A*                 NIGHT ON THE WIDER RECORD, COPY THE 40-BYTE
000304*                 XMITLAST ONCE TO A NEW LRECL 50 XMITLAST, EACH
00304A*                 RECORD PADDED WITH SPACES, FOR BINXACK TO
000305*                 PROVE - IT READS THE BLANK FORMAT VERSION,
00305A*                 CYCLE AND TRAILER DATE AS A TRANSMISSION SENT
000306*                 BEFORE THE CHANGE.
00306A* 2026-10-15 DPO  THE *HEADER* NOW CARRIES THE PROCESSING CYCLE
000307*                 AFTER THE BIT WIDTH, AND THE TRAILER REPEATS THE
00307A*                 RUN DATE AND CYCLE, SO EACH OF SEVERAL
000308*                 TRANSMISSIONS ON ONE BUSINESS DATE IS
000309*                 IDENTIFIED AT BOTH ENDS. TAKEN FROM THE FILLER.
000310*****************************************************************
000320 01  XMIT-RECORD                     PIC X(50).
000330 01  XMIT-HEADER-REC.
000340     05  XMH-TAG                     PIC X(08).
000350         88  XMH-HEADER              VALUE "*HEADER*".
000360     05  XMH-DATE                    PIC 9(08).
000370     05  XMH-FORMAT-VERSION          PIC 9(02).
000372     05  XMH-BIT-WIDTH               PIC 9(02).
000374     05  XMH-CYCLE                   PIC 9(02).
000376     05  FILLER                      PIC X(28).
000380 01  XMIT-TRAILER-REC.
000390     05  XMT-TAG                     PIC X(08).
000400         88  XMT-TRAILER             VALUE "*TRAILER".
000410     05  XMT-COUNT                   PIC 9(09).
000420     05  XMT-HASH                    PIC 9(15).
000423     05  XMT-DATE                    PIC 9(08).
000426     05  XMT-CYCLE                   PIC 9(02).
000430     05  FILLER                      PIC X(08).
