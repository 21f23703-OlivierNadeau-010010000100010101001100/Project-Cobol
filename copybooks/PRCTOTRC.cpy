001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  ----------------------------------------
001200*    2026-08-22 DLM   INITIAL VERSION.
001210*    2026-10-15 DLM   ADDED THE RUN'S CONTRACT DISCOUNT TOTAL -
001220*                     LIST LESS PRICE CHARGED OVER EVERY BILLED
001230*                     CONTRACT LINE - FOR THE SALES-DISCOUNT
001240*                     POSTING.
001300******************************************************************
001400 01  PRICE-TOTALS-RECORD.
001500     05  PTOT-BATCH-ID           PIC X(08).
001800                                 SIGN IS LEADING SEPARATE.
001900     05  PTOT-GROSS-ADJUSTMENT   PIC S9(02)V99
002000                                 SIGN IS LEADING SEPARATE.
002100     05  PTOT-DISCOUNT-TOTAL     PIC 9(09)V99.
