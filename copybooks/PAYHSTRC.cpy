000100******************************************************************
000200*    COPYBOOK  : PAYHSTRC
000300*    PURPOSE   : APPLIED-PAYMENT HISTORY RECORD.  ONE PER PAYMENT
000400*                THE CASH RECEIPTS RUN (CASHRCPT) APPLIES TO AN
000500*                OPEN INVOICE, APPENDED AS IT POSTS, SO THE
000600*                MONTHLY STATEMENT RUN (CUSTSTMT) CAN SHOW A
000700*                CUSTOMER THE PAYMENTS RECEIVED SINCE THE LAST
000800*                STATEMENT.  ONLY
000900*                THE AMOUNT APPLIED IS CARRIED - AN OVERPAYMENT'S
001000*                REMAINDER STAYS ON THE RECEIPTS REGISTER FOR A
001100*                HUMAN.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ----------------------------------------
001600*    2026-10-15 DLM   INITIAL VERSION.
001700******************************************************************
001800 01  PAYMENT-HISTORY-RECORD.
001900     05  PHS-CUSTOMER-NO         PIC X(06).
002000     05  PHS-INVOICE-NO          PIC 9(07).
002100     05  PHS-PAYMENT-DATE        PIC 9(08).
002200     05  PHS-POSTED-DATE         PIC 9(08).
002300     05  PHS-AMOUNT-APPLIED      PIC 9(09)V99.
