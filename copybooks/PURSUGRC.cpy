001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  ----------------------------------------
001200*    2026-09-02 DLM   INITIAL VERSION.
001210*    2026-10-15 DLM   ADDED THE ON-ORDER QUANTITY - WHAT IS
001220*                     STILL DUE IN ON OPEN PURCHASE ORDERS AND
001230*                     WAS TAKEN OFF THE SUGGESTED QUANTITY.
001300******************************************************************
001400 01  PURCHASE-SUGGESTION-RECORD.
001500     05  PSG-ITEM-ID             PIC X(05).
001900     05  PSG-REORDER-POINT       PIC 9(05).
002000     05  PSG-SUGGESTED-QTY       PIC 9(07).
002100     05  PSG-BATCH-ID            PIC X(08).
002200     05  PSG-ON-ORDER-QTY        PIC 9(07).
