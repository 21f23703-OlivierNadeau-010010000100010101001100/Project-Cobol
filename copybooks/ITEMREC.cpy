001296*                     QUANTITY FOR THE REPLEN REPLENISHMENT
001297*                     STEP.  REORDER POINT ZERO MEANS THE ITEM
001298*                     IS NOT REPLENISHED AUTOMATICALLY.
001299*    2026-10-15 DLM   ADDED THE SALES-TAX STATUS, BLANK TAXABLE.
001300******************************************************************
001400 01  ITEM-MASTER-RECORD.
001500     05  ITM-ITEM-ID             PIC X(05).
002100     05  ITM-PENDING-EFF-DATE    PIC 9(08).
002200     05  ITM-REORDER-POINT       PIC 9(05).
002300     05  ITM-REORDER-QTY         PIC 9(05).
002400     05  ITM-TAX-STATUS          PIC X(01).
002500         88  ITM-TAXABLE                VALUES "T" SPACE.
002600         88  ITM-NOT-TAXABLE            VALUE "N".
