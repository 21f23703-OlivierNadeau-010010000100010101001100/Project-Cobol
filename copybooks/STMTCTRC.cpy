000100******************************************************************
000200*    COPYBOOK  : STMTCTRC
000300*    PURPOSE   : STATEMENT RUN CONTROL RECORD.  READ AT THE START
000400*                OF EVERY CUSTSTMT RUN AND REWRITTEN AT A CLEAN
000500*                END.  CARRIES THE DATES OF THE LAST TWO STATEMENT
000600*                RUNS, WHICH BOUND THE PAYMENTS A STATEMENT SHOWS
000700*                AND LET A SECOND RUN IN THE SAME MONTH REPRINT
000800*                WITHOUT CHARGING AGAIN, AND THE FINANCE-CHARGE
000900*                TERMS - DAYS PAST DUE BEFORE A CHARGE IS RAISED,
001000*                THE MONTHLY RATE AS A PERCENTAGE OF THE PAST-DUE
001100*                BALANCE, AND THE SMALLEST CHARGE WORTH BILLING -
001200*                SO COLLECTIONS CAN CHANGE THEM WITHOUT A
001300*                RECOMPILE.  ONE RECORD PER CONTROL FILE.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ----------------------------------------
001800*    2026-10-15 DLM   INITIAL VERSION.
001900******************************************************************
002000 01  STATEMENT-CONTROL-RECORD.
002100     05  STC-LAST-STMT-DATE      PIC 9(08).
002200     05  STC-PRIOR-STMT-DATE     PIC 9(08).
002300     05  STC-FINCHG-DAYS         PIC 9(03).
002400     05  STC-FINCHG-RATE         PIC 9(02)V99.
002500     05  STC-FINCHG-MINIMUM      PIC 9(03)V99.
