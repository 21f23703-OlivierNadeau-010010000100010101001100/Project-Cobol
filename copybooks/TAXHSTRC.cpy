000100******************************************************************
000200*    COPYBOOK  : TAXHSTRC
000300*    PURPOSE   : SALES-TAX HISTORY RECORD (FILE TAXHIST).  ONE PER
000400*                INVOICE CUSTINV PRINTS, APPENDED EACH NIGHT - THE
000500*                JURISDICTION BILLED, THE RATE APPLIED, THE
000600*                TAXABLE AND EXEMPT PARTS OF THE GOODS VALUE AND
000700*                THE TAX CHARGED.  A CUSTOMER WITH AN EXEMPT
000800*                CERTIFICATE HAS THE WHOLE INVOICE HELD AS EXEMPT
000900*                SALES.  THE MONTHLY TAX LIABILITY REPORT (TAXRPT)
001000*                IS BUILT FROM THIS FILE.  A RERUN OF A BATCH
001100*                REPLACES THAT BATCH'S INVOICE RECORDS.  THE
001110*                RETURNS STEP (RETPOST) WRITES ONE CREDIT RECORD
001120*                PER CREDIT MEMO THAT TOOK BACK TAXABLE OR EXEMPT
001130*                GOODS, DATED THE DAY OF THE CREDIT, STATUS "C"
001140*                (OR "U" WHEN THE INVOICE HAD NO RATE ON FILE);
001150*                ITS AMOUNTS ARE SUBTRACTED ON THE REPORT.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ----------------------------------------
001600*    2026-10-15 DLM   INITIAL VERSION.
001610*    2026-10-15 DLM   THE RETURNS STEP NOW WRITES A CREDIT RECORD
001620*                     FOR THE TAX ON RETURNED GOODS.
001700******************************************************************
001800 01  TAX-HISTORY-RECORD.
001900     05  TXH-INVOICE-NO          PIC 9(07).
002000     05  TXH-CUSTOMER-NO         PIC X(06).
002100     05  TXH-BATCH-ID            PIC X(08).
002200     05  TXH-INVOICE-DATE        PIC 9(08).
002300     05  TXH-JURISDICTION        PIC X(04).
002400     05  TXH-EXEMPT-CERT         PIC X(15).
002500     05  TXH-TAX-RATE            PIC 9(02)V9(03).
002600     05  TXH-TAXABLE-AMOUNT      PIC 9(09)V99.
002700     05  TXH-EXEMPT-AMOUNT       PIC 9(09)V99.
002800     05  TXH-TAX-AMOUNT          PIC 9(09)V99.
002900     05  TXH-RATE-STATUS         PIC X(01).
003000         88  TXH-RATE-APPLIED               VALUE "R".
003100         88  TXH-CUSTOMER-EXEMPT            VALUE "E".
003200         88  TXH-NO-RATE                    VALUE "M".
003300         88  TXH-CREDIT-RATED               VALUE "C".
003400         88  TXH-CREDIT-NO-RATE             VALUE "U".
003500         88  TXH-CREDIT-REVERSAL            VALUE "C" "U".
