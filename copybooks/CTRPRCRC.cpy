000100******************************************************************
000200*    COPYBOOK  : CTRPRCRC
000300*    PURPOSE   : CUSTOMER CONTRACT PRICE RECORD (CTRPRICE INDEXED
000400*                FILE).  ONE NEGOTIATED PRICE AGREEMENT PER
000500*                CUSTOMER AND ITEM, GOOD FROM ITS EFFECTIVE DATE
000600*                THROUGH ITS EXPIRY DATE INCLUSIVE - EXPIRY ZERO
000700*                MEANS OPEN-ENDED.  UP TO FIVE QUANTITY-BREAK
000800*                TIERS, HELD IN ASCENDING MINIMUM-QUANTITY ORDER;
000900*                A LINE PRICES AT THE LAST TIER WHOSE MINIMUM THE
001000*                ORDERED QUANTITY REACHES.  AN UNUSED TIER IS ALL
001100*                ZERO.  AN ORDER BELOW THE FIRST TIER'S MINIMUM
001200*                GETS NO CONTRACT PRICE AND PRICES OFF THE ITEM
001300*                MASTER AS IT ALWAYS DID.  MAINTAINED ONLY
001400*                THROUGH CTRMAINT.
001500*
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  ----------------------------------------
001900*    2026-10-15 DLM   INITIAL VERSION - NEGOTIATED DEALS USED TO
002000*                     SHOW UP AS PRICE OVERRIDES ON PRCEXCP.
002100******************************************************************
002200 01  CONTRACT-PRICE-RECORD.
002300     05  CTR-KEY.
002400         10  CTR-CUSTOMER-NO     PIC X(06).
002500         10  CTR-ITEM-ID         PIC X(05).
002600     05  CTR-EFFECTIVE-DATE      PIC 9(08).
002700     05  CTR-EXPIRY-DATE         PIC 9(08).
002800     05  CTR-TIER-COUNT          PIC 9(01).
002900     05  CTR-TIER                OCCURS 5 TIMES.
003000         10  CTR-TIER-MIN-QTY    PIC 9(05).
003100         10  CTR-TIER-PRICE      PIC 9(03)V99.
003200     05  CTR-LAST-MAINT-DATE     PIC 9(08).
