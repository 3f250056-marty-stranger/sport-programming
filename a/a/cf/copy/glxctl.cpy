000100*****************************************************************
000110* GLXCTL.CPY
000120*
000130* RECORD LAYOUT FOR THE GL EXTRACT CONTROL FILE - ONE 80-BYTE
000140* RECORD, MAINTAINED BY FINANCE THROUGH OPERATIONS THE SAME WAY
000150* LDPLNCTL AND BNDRYCTL ARE, NAMING THE GL ACCOUNT AND COST
000160* CENTRE EACH ROUTE'S VALUED DEMAND IS CREDITED TO (THE OFFSET TO
000170* THE ITEM ACCOUNTS DEBITED). THERE IS NO PROGRAM DEFAULT - WITH
000180* NO RECORD, OR A BLANK ACCOUNT, GLEXTRCT REFUSES TO WRITE THE
000190* INTERFACE FILE.
000200*
000210* WRITTEN BY  : D.OKAFOR
000220* DATE WRITTEN: 2026-10-15
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT DESCRIPTION
000260* ---------- ---- ------------------------------------------------
000270* 2026-10-15 DPO  ORIGINAL COPYBOOK.
000280*****************************************************************
000290 01  GX-RECORD.
000300     05  GX-OFFSET-ACCOUNT           PIC X(06).
000310     05  GX-OFFSET-CENTRE            PIC X(04).
000320     05  FILLER                      PIC X(70).
