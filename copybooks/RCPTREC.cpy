000100******************************************************************
000200*    COPYBOOK  : RCPTREC
000300*    PURPOSE   : DOCK RECEIPT RECORD.  ONE PER DELIVERY BOOKED
000400*                IN AT THE DOCK, QUOTING THE PURCHASE ORDER IT
000500*                ARRIVED AGAINST, READ BY THE RECEIVING STEP
000600*                (RCVPOST) AND MATCHED AGAINST THE PURCHASE
000700*                ORDER FILE.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  ----------------------------------------
001200*    2026-10-15 DLM   INITIAL VERSION.
001300******************************************************************
001400 01  DOCK-RECEIPT-RECORD.
001500     05  RCT-PO-NUMBER           PIC 9(07).
001600     05  RCT-ITEM-ID             PIC X(05).
001700     05  RCT-QUANTITY            PIC 9(07).
001800     05  RCT-RECEIPT-DATE        PIC 9(08).
