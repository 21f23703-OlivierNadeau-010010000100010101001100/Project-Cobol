000100******************************************************************
000200*    COPYBOOK  : RETNREC
000300*    PURPOSE   : CUSTOMER RETURN TRANSACTION.  ONE PER LINE A
000400*                CUSTOMER HAS SENT BACK, QUOTING THE INVOICE IT
000500*                WAS BILLED ON, THE ITEM AND THE QUANTITY
000600*                RETURNED.  THE NUMERIC FIELDS ARE ALPHANUMERIC SO
000700*                THE CLASS TESTS CAN BE APPLIED BEFORE ANYTHING
000800*                TRUSTS THEM.  READ BY THE RETURNS STEP (RETPOST).
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ----------------------------------------
001300*    2026-10-15 DLM   INITIAL VERSION.
001400******************************************************************
001500 01  RETURN-TRANS-RECORD.
001600     05  RTN-INVOICE-NO          PIC X(07).
001700     05  RTN-INVOICE-NO-N REDEFINES RTN-INVOICE-NO
001800                                 PIC 9(07).
001900     05  RTN-ITEM-ID             PIC X(05).
002000     05  RTN-QUANTITY            PIC X(05).
002100     05  RTN-QUANTITY-N REDEFINES RTN-QUANTITY
002200                                 PIC 9(05).
