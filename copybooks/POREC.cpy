000100******************************************************************
000200*    COPYBOOK  : POREC
000300*    PURPOSE   : PURCHASE ORDER RECORD.  ONE PER ORDERED ITEM,
000400*                WRITTEN BY THE PURCHASE ORDER BUILD (POBUILD)
000500*                FROM AN APPROVED PURCHASE SUGGESTION AND
000600*                SETTLED BY THE RECEIVING STEP (RCVPOST) AS THE
000700*                DOCK BOOKS DELIVERIES IN.  THE FILE ACCUMULATES
000800*                IN PO-NUMBER ORDER - THE NUMBERS COME OFF ONE
000900*                EVER-RISING CONTROL FILE - SO THE RECEIVING STEP
001000*                CAN MATCH SORTED RECEIPTS AGAINST IT IN ONE
001100*                SEQUENTIAL PASS.  THE SOURCE BATCH IS THE BATCH
001200*                OF THE SUGGESTION THE ORDER WAS RAISED FROM, SO
001300*                THE SAME SUGGESTION CANNOT BE ORDERED TWICE.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ----------------------------------------
001800*    2026-10-15 DLM   INITIAL VERSION - SUGGESTIONS USED TO BE
001900*                     PHONED THROUGH TO THE VENDOR OFF THE
002000*                     PURSRPT PRINT WITH NOTHING KEPT ON FILE.
002100******************************************************************
002200 01  PURCHASE-ORDER-RECORD.
002300     05  PO-NUMBER               PIC 9(07).
002400     05  PO-VENDOR-ID            PIC X(06).
002500     05  PO-ITEM-ID              PIC X(05).
002600     05  PO-QTY-ORDERED          PIC 9(07).
002700     05  PO-QTY-RECEIVED         PIC 9(07).
002800     05  PO-ORDER-DATE           PIC 9(08).
002900     05  PO-EXPECTED-DATE        PIC 9(08).
003000     05  PO-STATUS               PIC X(01).
003100         88  PO-STATUS-OPEN             VALUE "O".
003200         88  PO-STATUS-PART             VALUE "P".
003300         88  PO-STATUS-CLOSED           VALUE "C".
003400         88  PO-STATUS-OUTSTANDING      VALUES "O" "P".
003500     05  PO-SOURCE-BATCH-ID      PIC X(08).
003600     05  PO-LAST-RECEIPT-DATE    PIC 9(08).
