000100******************************************************************
000200*    COPYBOOK  : INVLINRC
000300*    PURPOSE   : INVOICE LINE HISTORY RECORD.  ONE PER LINE
000400*                PRINTED ON A CUSTOMER INVOICE, WRITTEN BY THE
000500*                INVOICING STEP (CUSTINV) AS THE LINE PRINTS AND
000600*                CARRYING THE INVOICE NUMBER IT WENT OUT UNDER.
000700*                THE FILE ACCUMULATES IN INVOICE-NUMBER ORDER, THE
000800*                SAME AS THE OPEN-INVOICE REGISTER, SO THE RETURNS
000900*                STEP (RETPOST) CAN MATCH SORTED RETURNS AGAINST
001000*                IT IN ONE SEQUENTIAL PASS.  THE RETURNED
001100*                QUANTITY IS SYSTEM-MAINTAINED BY THE RETURNS
001200*                STEP - WHAT IS LEFT TO RETURN ON A LINE IS THE
001300*                INVOICED QUANTITY LESS WHAT HAS COME BACK.
001310*                THE TAX STATUS IS "R" FOR A LINE TAXED AT THE
001320*                RATE SHOWN, "E" FOR A LINE NOT TAXED (ITEM NOT
001330*                TAXABLE OR CUSTOMER EXEMPT) AND "M" FOR A
001340*                TAXABLE LINE BILLED WITH NO RATE ON FILE.  LINES
001350*                WRITTEN BEFORE THE STATUS WAS CARRIED HAVE IT
001360*                BLANK AND ARE CREDITED GOODS ONLY.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ----------------------------------------
001800*    2026-10-15 DLM   INITIAL VERSION - THE LINES OF AN INVOICE
001900*                     USED TO EXIST ONLY ON THE INVOICES PRINT.
001910*    2026-10-15 DLM   EACH LINE NOW CARRIES HOW IT WAS TAXED - THE
001920*                     STATUS, RATE AND JURISDICTION CUSTINV BILLED
001930*                     IT AT - SO THE RETURNS STEP CAN CREDIT THE
001940*                     TAX ON RETURNED GOODS AT THE SAME RATE.
002000******************************************************************
002100 01  INVOICE-LINE-RECORD.
002200     05  ILN-INVOICE-NO          PIC 9(07).
002300     05  ILN-CUSTOMER-NO         PIC X(06).
002400     05  ILN-BATCH-ID            PIC X(08).
002500     05  ILN-ITEM-ID             PIC X(05).
002600     05  ILN-DESCRIPTION         PIC X(20).
002700     05  ILN-QUANTITY            PIC 9(05).
002800     05  ILN-UNIT-PRICE          PIC 9(03)V99.
002900     05  ILN-EXTENSION           PIC 9(08)V99.
003000     05  ILN-QTY-RETURNED        PIC 9(05).
003100     05  ILN-TAX-STATUS          PIC X(01).
003200         88  ILN-TAXED                      VALUE "R".
003300         88  ILN-TAX-EXEMPT                 VALUE "E".
003400         88  ILN-TAX-NO-RATE                VALUE "M".
003500     05  ILN-TAX-RATE            PIC 9(02)V9(03).
003600     05  ILN-TAX-JURISDICTION    PIC X(04).
