000240* DATE       INIT DESCRIPTION
000250* ---------- ---- ------------------------------------------------
000260* 2025-03-02 DPO  ORIGINAL COPYBOOK.
00260A* 2026-10-15 DPO  RECORD WIDENED FROM 40 TO 50 BYTES FOR THE WIDE
000261*                 ENCODING. ENC-BINARY IS NOW 34 POSITIONS - A
000262*                 FORMAT 01 RECORD CARRIES ITS 21 BITS IN THE
000263*                 FIRST 21 AND SPACES AFTER, SO COLUMNS 1-31 ARE
000264*                 UNCHANGED - AND EVERY RECORD NOW CARRIES ITS
000265*                 FORMAT VERSION AND BIT WIDTH (SEE ENCCTL.CPY).
000266*                 RECORD IS NOW LRECL 50 - REALLOCATE THE BINENC
000267*                 DATASETS. THE DAY BINENC IS DELETED AND BUILT
000268*                 AFRESH EACH RUN, SO IT NEEDS NO CONVERSION; THE
000269*                 XMITLAST CUTOVER IS IN BINXMIT.CPY.
000270*****************************************************************
000280 01  ENC-RECORD.
000290     05  ENC-ITEM-CODE               PIC 9(10).
000300     05  ENC-BINARY                  PIC X(34).
000310     05  ENC-FORMAT-VERSION          PIC 9(02).
000320         88  ENC-FORMAT-21-BIT       VALUE 01.
000330         88  ENC-FORMAT-34-BIT       VALUE 02.
000340     05  ENC-BIT-WIDTH               PIC 9(02).
000350     05  FILLER                      PIC X(02).
