000100******************************************************************
000200*    COPYBOOK  : RETTOTRC
000300*    PURPOSE   : RETURNS-TOTALS HANDOFF RECORD.  WRITTEN BY THE
000400*                RETURNS STEP (RETPOST) AT END OF RUN AND READ BY
000500*                THE GL POSTING EXTRACT STEP (GLPOST), WHICH TURNS
000600*                THE CREDIT TOTAL INTO A REVERSING SALES AND
000700*                RECEIVABLE PAIR - THE SAME TREATMENT PRICETOT
000800*                GETS FOR THE NIGHT'S SALES.
000810*                THE CREDIT TOTAL IS GOODS ONLY; THE TAX TOTAL IS
000820*                THE SALES TAX CREDITED WITH THEM.  THE APPLIED
000830*                AND UNAPPLIED TOTALS TOGETHER EQUAL GOODS PLUS
000840*                TAX.
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ----------------------------------------
001300*    2026-10-15 DLM   INITIAL VERSION.
001310*    2026-10-15 DLM   CARRIES THE TAX CREDITED ON RETURNED GOODS AND
001320*                     SPLITS THE CREDIT INTO THE PART APPLIED TO
001330*                     INVOICE BALANCES AND THE UNAPPLIED PART DUE
001340*                     BACK TO THE CUSTOMER, WHICH POST TO
001350*                     DIFFERENT ACCOUNTS.
001400******************************************************************
001500 01  RETURN-TOTALS-RECORD.
001600     05  RTT-BATCH-ID            PIC X(08).
001700     05  RTT-CREDIT-TOTAL        PIC 9(09)V99.
001800     05  RTT-MEMO-COUNT          PIC 9(05).
001900     05  RTT-TAX-TOTAL           PIC 9(09)V99.
002000     05  RTT-APPLIED-TOTAL       PIC 9(09)V99.
002100     05  RTT-UNAPPLIED-TOTAL     PIC 9(09)V99.
