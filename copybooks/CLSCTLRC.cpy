000100******************************************************************
000200*    COPYBOOK  : CLSCTLRC
000300*    PURPOSE   : PERIOD-END CLOSE CONTROL RECORD.  READ ONCE AT
000400*                THE START OF A PERCLOSE RUN - THE PERIOD TO CLOSE
000500*                (YYYYMM) AND, FOR EACH FILE THE CLOSE TRIMS, HOW
000600*                MANY MONTHS TO KEEP ON THE LIVE FILE COUNTING
000700*                THE PERIOD BEING CLOSED.  A RECORD DATED BEFORE
000800*                THE FIRST OF THE OLDEST MONTH KEPT IS ROLLED OFF
000900*                TO THE ARCHIVE; ZERO KEEPS NOTHING UP TO THE END
001000*                OF THE PERIOD.  A RETENTION THAT IS NOT NUMERIC
001100*                TAKES THE PROGRAM'S DEFAULT, AND A MISSING FILE
001200*                CLOSES THE CALENDAR MONTH BEFORE THE RUN DATE.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ----------------------------------------
001700*    2026-10-15 DLM   INITIAL VERSION.
001800******************************************************************
001900 01  CLOSE-CONTROL-RECORD.
002000     05  CLC-PERIOD              PIC 9(06).
002100     05  CLC-PERIOD-X REDEFINES CLC-PERIOD.
002200         10  CLC-PERIOD-YEAR     PIC 9(04).
002300         10  CLC-PERIOD-MONTH    PIC 9(02).
002400     05  CLC-RETAIN-INVOICES     PIC X(02).
002500     05  CLC-RETAIN-INVOICES-N REDEFINES CLC-RETAIN-INVOICES
002600                                 PIC 9(02).
002700     05  CLC-RETAIN-SALES        PIC X(02).
002800     05  CLC-RETAIN-SALES-N REDEFINES CLC-RETAIN-SALES
002900                                 PIC 9(02).
003000     05  CLC-RETAIN-AUDIT        PIC X(02).
003100     05  CLC-RETAIN-AUDIT-N REDEFINES CLC-RETAIN-AUDIT
003200                                 PIC 9(02).
003300     05  CLC-RETAIN-BATCHREG     PIC X(02).
003400     05  CLC-RETAIN-BATCHREG-N REDEFINES CLC-RETAIN-BATCHREG
003500                                 PIC 9(02).
