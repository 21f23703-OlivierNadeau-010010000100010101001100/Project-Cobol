000100******************************************************************
000200*    COPYBOOK  : STKOPNRC
000300*    PURPOSE   : STOCK OPENING BALANCE RECORD.  ONE PER ITEM, IN
000400*                ITEM ORDER, WRITTEN BY THE PERPETUAL INVENTORY
000500*                RECONCILIATION (STKRECON) AT THE END OF EVERY
000600*                CLEAN RUN FROM THE ITEM MASTER AS IT THEN STOOD.
000700*                THE NEXT RUN TAKES ITS OPENING BALANCES FROM HERE
000800*                AND PROVES ONLY THE MOVEMENTS STAMPED AFTER THE
000900*                AS-OF DATE AND TIME, WHICH EVERY RECORD CARRIES.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ----------------------------------------
001400*    2026-10-15 DLM   INITIAL VERSION.
001500******************************************************************
001600 01  STOCK-OPENING-RECORD.
001700     05  SOP-ITEM-ID             PIC X(05).
001800     05  SOP-ON-HAND             PIC 9(05).
001900     05  SOP-AS-OF-DATE          PIC 9(08).
002000     05  SOP-AS-OF-TIME          PIC 9(08).
