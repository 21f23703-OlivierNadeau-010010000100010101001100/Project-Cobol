001400*    2026-09-02 DLM   INITIAL VERSION - HISTORY USED TO
001500*                     EVAPORATE WHEN THE EXTRACT WAS REWRITTEN
001600*                     THE NEXT NIGHT.
001610*    2026-10-15 DLM   QUANTITY AND EXTENSION ARE NOW SIGNED.  A
001620*                     CUSTOMER RETURN IS FILED BY THE RETURNS
001630*                     STEP (RETPOST) AS A NEGATIVE LINE, SO THE
001640*                     HISTORY NETS TO WHAT WAS KEPT.  THE SIGN
001650*                     IS CARRIED IN THE LAST DIGIT, SO THE
001660*                     RECORD LENGTH IS UNCHANGED AND EXISTING
001670*                     LINES READ AS POSITIVE.
001700******************************************************************
001800 01  SALES-HISTORY-RECORD.
001900     05  SLS-BATCH-ID            PIC X(08).
002000     05  SLS-SALE-DATE           PIC 9(08).
002100     05  SLS-CUSTOMER-NO         PIC X(06).
002200     05  SLS-ITEM-ID             PIC X(05).
002300     05  SLS-QUANTITY            PIC S9(05).
002400     05  SLS-UNIT-PRICE          PIC 9(03)V99.
002500     05  SLS-EXTENSION           PIC S9(08)V99.
