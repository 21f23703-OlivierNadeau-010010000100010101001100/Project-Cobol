000100******************************************************************
000200*    COPYBOOK  : TAXCTLRC
000300*    PURPOSE   : TAX LIABILITY REPORT CONTROL RECORD.  READ ONCE
000400*                AT THE START OF A TAXRPT RUN - THE MONTH TO
000500*                REPORT (YYYYMM).  A MISSING FILE, OR A PERIOD
000600*                THAT IS ZERO OR NOT NUMERIC, REPORTS THE
000700*                CALENDAR MONTH BEFORE THE RUN DATE.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  ----------------------------------------
001200*    2026-10-15 DLM   INITIAL VERSION.
001300******************************************************************
001400 01  TAX-CONTROL-RECORD.
001500     05  TXC-PERIOD              PIC 9(06).
001600     05  TXC-PERIOD-X REDEFINES TXC-PERIOD.
001700         10  TXC-PERIOD-YEAR     PIC 9(04).
001800         10  TXC-PERIOD-MONTH    PIC 9(02).
