000100******************************************************************
000200*    COPYBOOK  : CNTREC
000300*    PURPOSE   : PHYSICAL COUNT RECORD.  ONE PER ITEM COUNTED,
000400*                KEYED FROM THE RETURNED COUNT SHEETS AND READ BY
000500*                THE PHYSICAL INVENTORY PROGRAM (STKCOUNT).  THE
000600*                COUNT IS KEYED AS TEXT SO A BLANK OR MIS-KEYED
000700*                COUNT CAN BE REFUSED RATHER THAN READ AS ZERO.
000800*                A VARIANCE IS ONLY POSTED ONCE THE APPROVED FLAG
000900*                HAS BEEN SET TO Y.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ----------------------------------------
001400*    2026-10-15 DLM   INITIAL VERSION.
001500******************************************************************
001600 01  PHYSICAL-COUNT-RECORD.
001700     05  CNT-ITEM-ID             PIC X(05).
001800     05  CNT-COUNTED-QTY         PIC X(05).
001900     05  CNT-COUNTED-QTY-N REDEFINES CNT-COUNTED-QTY
002000                                 PIC 9(05).
002100     05  CNT-APPROVED-FLAG       PIC X(01).
002200         88  CNT-APPROVED                   VALUE "Y".
