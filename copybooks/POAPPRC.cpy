000100******************************************************************
000200*    COPYBOOK  : POAPPRC
000300*    PURPOSE   : PURCHASE SUGGESTION APPROVAL RECORD.  ONE PER
000400*                SUGGESTION PURCHASING HAS APPROVED, KEYED BY
000500*                ITEM, NAMING THE VENDOR.  THE ORDER QUANTITY
000600*                AND EXPECTED DATE ARE OPTIONAL - BLANK MEANS
000700*                THE SUGGESTED QUANTITY AND THE STANDARD LEAD
000800*                TIME.  THE FIELDS ARE ALPHANUMERIC SO THE
000900*                CLASS TESTS CAN BE APPLIED BEFORE ANYTHING
001000*                TRUSTS THEM.  READ BY THE PURCHASE ORDER BUILD
001100*                (POBUILD).
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ----------------------------------------
001600*    2026-10-15 DLM   INITIAL VERSION.
001700******************************************************************
001800 01  PO-APPROVAL-RECORD.
001900     05  PAP-ITEM-ID             PIC X(05).
002000     05  PAP-VENDOR-ID           PIC X(06).
002100     05  PAP-ORDER-QTY           PIC X(07).
002200     05  PAP-ORDER-QTY-N REDEFINES PAP-ORDER-QTY
002300                                 PIC 9(07).
002400     05  PAP-EXPECTED-DATE       PIC X(08).
002500     05  PAP-EXPECTED-DATE-N REDEFINES PAP-EXPECTED-DATE
002600                                 PIC 9(08).
