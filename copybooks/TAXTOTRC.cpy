000100******************************************************************
000200*    COPYBOOK  : TAXTOTRC
000300*    PURPOSE   : SALES-TAX TOTALS HANDOFF RECORD.  WRITTEN BY THE
000400*                INVOICING STEP (CUSTINV) AT THE END OF A CLEAN
000500*                RUN AND READ BY THE GL POSTING EXTRACT STEP
000600*                (GLPOST), WHICH POSTS THE TAX BILLED AS A
000700*                RECEIVABLE AND SALES-TAX-PAYABLE PAIR.  ONLY A
000800*                RECORD FOR THE BATCH BEING POSTED IS USED.
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ----------------------------------------
001300*    2026-10-15 DLM   INITIAL VERSION.
001400******************************************************************
001500 01  TAX-TOTALS-RECORD.
001600     05  TXT-BATCH-ID            PIC X(08).
001700     05  TXT-TAX-TOTAL           PIC 9(09)V99.
001800     05  TXT-INVOICE-COUNT       PIC 9(05).
