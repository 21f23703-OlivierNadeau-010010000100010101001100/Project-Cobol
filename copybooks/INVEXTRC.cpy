001000*    ---------- ----  ----------------------------------------
001100*    2026-08-22 DLM   INITIAL VERSION - REPLACES RETYPING THE
001200*                     RPTFIL PRINT IMAGE INTO INVOICES BY HAND.
001210*    2026-10-15 DLM   ADDED THE LIST PRICE, THE CONTRACT PRICE
001220*                     AND THE LINE DISCOUNT FOR A LINE PRICED
001230*                     UNDER A CUSTOMER CONTRACT.  CONTRACT PRICE
001240*                     ZERO MEANS NO CONTRACT APPLIED; THE
001250*                     DISCOUNT IS LIST LESS THE PRICE CHARGED,
001260*                     TIMES THE QUANTITY BILLED.
001270*    2026-10-15 DLM   ADDED THE ITEM'S SALES-TAX STATUS AS IT
001280*                     STOOD ON THE ITEM MASTER WHEN THE LINE WAS
001290*                     PRICED, FOR THE INVOICE'S TAX LINE.
001300******************************************************************
001400 01  INVOICE-EXTRACT-RECORD.
001500     05  IVX-CUSTOMER-NO         PIC X(06).
001800     05  IVX-QUANTITY            PIC 9(05).
001900     05  IVX-UNIT-PRICE          PIC 9(03)V99.
002000     05  IVX-EXTENSION           PIC 9(08)V99.
002100     05  IVX-LIST-PRICE          PIC 9(03)V99.
002200     05  IVX-CONTRACT-PRICE      PIC 9(03)V99.
002300     05  IVX-DISCOUNT            PIC 9(08)V99.
002400     05  IVX-TAX-STATUS          PIC X(01).
002500         88  IVX-TAXABLE                VALUES "T" SPACE.
002600         88  IVX-NOT-TAXABLE            VALUE "N".
