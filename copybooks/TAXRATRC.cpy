000100******************************************************************
000200*    COPYBOOK  : TAXRATRC
000300*    PURPOSE   : SALES-TAX RATE TABLE RECORD (FILE TAXRATE).  ONE
000400*                RECORD PER JURISDICTION PER RATE CHANGE - THE
000500*                JURISDICTION CODE CARRIED ON THE CUSTOMER MASTER,
000600*                THE DATE THE RATE TAKES EFFECT AND THE RATE AS A
000700*                PERCENTAGE TO THREE DECIMALS (07250 IS 7.250%).
000800*                THE RATE FOR AN INVOICE IS THE ONE WITH THE
000900*                LATEST EFFECTIVE DATE NOT AFTER THE INVOICE DATE,
001000*                SO A NEW RATE IS ADDED AHEAD OF ITS DATE AND THE
001100*                OLD ONE LEFT IN PLACE.  RECORDS MAY BE IN ANY
001200*                ORDER.  READ BY CUSTINV, CUSMAINT AND TAXRPT.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ----------------------------------------
001700*    2026-10-15 DLM   INITIAL VERSION.
001800******************************************************************
001900 01  TAX-RATE-RECORD.
002000     05  TXR-JURISDICTION        PIC X(04).
002100     05  TXR-EFF-DATE            PIC X(08).
002200     05  TXR-EFF-DATE-N REDEFINES TXR-EFF-DATE
002300                                 PIC 9(08).
002400     05  TXR-RATE                PIC X(05).
002500     05  TXR-RATE-N REDEFINES TXR-RATE
002600                                 PIC 9(02)V9(03).
002700     05  TXR-DESCRIPTION         PIC X(25).
