000100******************************************************************
000200*    COPYBOOK  : STKMVREC
000300*    PURPOSE   : STOCK MOVEMENT RECORD.  ONE PER CHANGE TO
000400*                ITM-QUANTITY-ON-HAND, APPENDED TO STKMOVE BY
000500*                WHICHEVER PROGRAM MADE THE CHANGE - THE ITEM, THE
000600*                KIND OF MOVEMENT, THE QUANTITY IN OR OUT, THE
000700*                ON-HAND BEFORE AND AFTER, THE BATCH AND THE
000800*                PROGRAM.  THE FILE IS THE TRAIL THE PERPETUAL
000900*                RECONCILIATION (STKRECON) PROVES THE MASTER FROM.
001000*                ONLY ONE OF THE IN AND OUT QUANTITIES IS EVER
001100*                NONZERO ON A RECORD.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ----------------------------------------
001600*    2026-10-15 DLM   INITIAL VERSION.
001700******************************************************************
001800 01  STOCK-MOVEMENT-RECORD.
001900     05  SMV-ITEM-ID             PIC X(05).
002000     05  SMV-MOVEMENT-TYPE       PIC X(02).
002100         88  SMV-TYPE-ISSUE                 VALUE "IS".
002200         88  SMV-TYPE-RECEIPT               VALUE "RC".
002300         88  SMV-TYPE-RETURN                VALUE "RT".
002400         88  SMV-TYPE-MAINT-ADJUST          VALUE "AD".
002500         88  SMV-TYPE-NEW-ITEM              VALUE "NW".
002600         88  SMV-TYPE-DELETED-ITEM          VALUE "DL".
002700         88  SMV-TYPE-RESTORE               VALUE "RS".
002800         88  SMV-TYPE-COUNT-ADJUST          VALUE "PC".
002900         88  SMV-RECEIPT-CLASS              VALUES "RC" "RT".
003000         88  SMV-ISSUE-CLASS                VALUE "IS".
003100     05  SMV-QUANTITY-IN         PIC 9(05).
003200     05  SMV-QUANTITY-OUT        PIC 9(05).
003300     05  SMV-BEFORE-ON-HAND      PIC 9(05).
003400     05  SMV-AFTER-ON-HAND       PIC 9(05).
003500     05  SMV-BATCH-ID            PIC X(08).
003600     05  SMV-SOURCE-PROGRAM      PIC X(12).
003700     05  SMV-MOVE-DATE           PIC 9(08).
003800     05  SMV-MOVE-TIME           PIC 9(08).
