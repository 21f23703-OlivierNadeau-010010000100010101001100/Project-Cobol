001270*                     INVOICING STEP RAISES IT AND CASH
001280*                     RECEIPTS LOWER IT - NOT KEYED THROUGH
001290*                     MAINTENANCE.
001291*    2026-10-15 DLM   ADDED THE SALES-TAX JURISDICTION CODE AND
001292*                     THE TAX-EXEMPT CERTIFICATE NUMBER FOR THE
001293*                     INVOICING STEP'S TAX LINE.  THE CODE KEYS
001294*                     THE TAXRATE TABLE (TAXRATRC); A CUSTOMER
001295*                     HOLDING A CERTIFICATE IS BILLED NO TAX,
001296*                     AND A BLANK CERTIFICATE MEANS TAXABLE.
001300******************************************************************
001400 01  CUSTOMER-MASTER-RECORD.
001500     05  CUST-CUSTOMER-NO        PIC X(06).
002200     05  CUST-CREDIT-STATUS      PIC X(01).
002300         88  CUST-CREDIT-OK             VALUES "A" SPACE.
002400         88  CUST-CREDIT-STOP           VALUE "S".
002500     05  CUST-TAX-JURISDICTION   PIC X(04).
002600     05  CUST-TAX-EXEMPT-CERT    PIC X(15).
002700         88  CUST-TAX-EXEMPT-NONE       VALUE SPACES.
