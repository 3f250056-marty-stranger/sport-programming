000100*****************************************************************
000110* LDPLNCTL.CPY
000120*
000130* RECORD LAYOUT FOR THE LOAD-PLANNING CONTROL FILE - ONE 80-BYTE
000140* RECORD, TUNABLE BY OPERATIONS THE SAME WAY ALRTCTL AND BNDRYCTL
000150* ARE, CARRYING THE PERCENTAGE OF A VEHICLE'S WEIGHT OR CUBE
000160* CAPACITY AT WHICH LOADPLAN STARTS FLAGGING A ROUTE AS NEARLY
000170* FULL (ZERO-PADDED, E.G. "085"). WITH NO RECORD, OR A FIELD THAT
000180* IS ZERO OR NOT NUMERIC, LOADPLAN USES ITS PROGRAM DEFAULT.
000190*
000200* WRITTEN BY  : D.OKAFOR
000210* DATE WRITTEN: 2026-10-15
000220*
000230* MODIFICATION HISTORY
000240* DATE       INIT DESCRIPTION
000250* ---------- ---- ------------------------------------------------
000260* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000270*****************************************************************
000280 01  LC-RECORD.
000290     05  LC-WARN-PCT                 PIC 9(03).
000300     05  FILLER                      PIC X(77).
