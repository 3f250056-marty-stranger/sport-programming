000100*****************************************************************
000110* TCFEED.CPY
000120*
000130* HEADER AND TRAILER RECORDS ON THE INBOUND TRANCODE FEED, READ
000140* BY BINRECYC. THE UPSTREAM SENDER WRAPS EACH DAY'S BATCH IN ONE
000150* HEADER (FEED DATE AND BATCH SEQUENCE NUMBER) AND ONE TRAILER
000160* (DATA RECORD COUNT AND HASH TOTAL). BOTH ARE THE SAME 22 BYTES
000170* AS A TRANSACTION RECORD, SO THE TAGS ARE KEPT TO FOUR BYTES;
000180* A TRANSACTION STARTS WITH A NUMERIC ITEM CODE, SO THE "*" CAN
000190* NOT COLLIDE WITH DATA. THE BATCH SEQUENCE RUNS ONE UP PER
000200* BATCH SENT. THE HASH TOTAL IS THE SUM OF TC-ITEM-CODE PLUS THE
000210* SUM OF TC-QUANTITY OVER EVERY DATA RECORD (A FIELD THAT IS NOT
000220* NUMERIC ADDS NOTHING), KEPT TO ITS LOW-ORDER 11 DIGITS.
000230*
000240* WRITTEN BY  : D.OKAFOR
000250* DATE WRITTEN: 2026-10-15
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT DESCRIPTION
000290* ---------- ---- ------------------------------------------------
000300* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000310*****************************************************************
000320 01  TC-HEADER-REC.
000330     05  TCH-TAG                     PIC X(04).
000340         88  TCH-HEADER              VALUE "*HDR".
000350     05  TCH-FEED-DATE               PIC 9(08).
000360     05  TCH-BATCH-SEQ               PIC 9(06).
000370     05  FILLER                      PIC X(04).
000380 01  TC-TRAILER-REC.
000390     05  TCT-TAG                     PIC X(04).
000400         88  TCT-TRAILER             VALUE "*TRL".
000410     05  TCT-COUNT                   PIC 9(07).
000420     05  TCT-HASH                    PIC 9(11).
