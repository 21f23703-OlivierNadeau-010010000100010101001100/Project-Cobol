000100******************************************************************
000200*    COPYBOOK  : ARGLCTRC
000300*    PURPOSE   : RECEIVABLE CONTROL BALANCE, SUPPLIED EXTERNALLY
000400*                BY FINANCE FOR THE RECEIVABLES RECONCILIATION
000500*                (ARRECON).  ONE RECORD - THE LEDGER BALANCE OF
000600*                THE RECEIVABLE CONTROL ACCOUNT, 12000100, AS OF
000700*                THE DATE GIVEN.  THE BALANCE IS SIGNED - A CONTROL
000800*                ACCOUNT IN CREDIT IS ITSELF WORTH REPORTING.
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ----------------------------------------
001300*    2026-10-15 DLM   INITIAL VERSION.
001400******************************************************************
001500 01  AR-GL-CONTROL-RECORD.
001600     05  ARG-AS-OF-DATE          PIC 9(08).
001700     05  ARG-GL-BALANCE          PIC S9(11)V99
001800                                 SIGN IS LEADING SEPARATE.
