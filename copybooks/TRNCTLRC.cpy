000100******************************************************************
000200*    COPYBOOK  : TRNCTLRC
000300*    PURPOSE   : TRANSFIL CONTROL RECORDS.  EVERY TRANSFIL
000400*                OPENS WITH ONE HEADER RECORD - THE SUBMITTER,
000500*                THE DATE THE FILE WAS CREATED AND THE
000600*                SUBMITTER'S OWN FILE SEQUENCE NUMBER, ONE UP PER
000700*                FILE SENT - AND CLOSES WITH ONE TRAILER RECORD
000800*                CARRYING THE NUMBER OF ORDER LINES BETWEEN THEM
000900*                AND HASH TOTALS OF THEIR QUANTITY AND UNIT PRICE
001000*                FIELDS.  A FIELD THAT IS NOT NUMERIC ADDS NOTHING
001100*                TO ITS HASH.  THE RECORD TYPE SITS WHERE AN ORDER
001200*                LINE CARRIES ITS ITEM ID, SO THESE LAYOUTS ARE
001300*                COPIED IN AS FURTHER RECORDS UNDER ANY TRANSFIL
001400*                FD.  CHECKED BY EDITTRAN AGAINST THE SUBMISSION
001500*                REGISTER (SUBREGRC) BEFORE ANY LINE IS EDITED.
001600*
001700*    MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  ----------------------------------------
002000*    2026-10-15 DLM   INITIAL VERSION - A TRUNCATED TRANSFIL USED
002100*                     TO PRICE WHAT ARRIVED, AND A RESENT ONE
002200*                     PRICED AND INVOICED EVERY LINE TWICE.
002300******************************************************************
002400 01  TRANSFIL-HEADER-RECORD.
002500     05  TFH-RECORD-TYPE         PIC X(05).
002600         88  TFH-IS-HEADER                  VALUE "*HDR*".
002700         88  TFH-IS-TRAILER                 VALUE "*TRL*".
002800         88  TFH-IS-CONTROL                 VALUE "*HDR*"
002900                                                  "*TRL*".
003000     05  TFH-SUBMITTER-ID        PIC X(06).
003100     05  TFH-CREATE-DATE         PIC X(08).
003200     05  TFH-CREATE-DATE-N REDEFINES TFH-CREATE-DATE
003300                                 PIC 9(08).
003400     05  TFH-FILE-SEQ            PIC X(05).
003500     05  TFH-FILE-SEQ-N REDEFINES TFH-FILE-SEQ
003600                                 PIC 9(05).
003700 01  TRANSFIL-TRAILER-RECORD.
003800     05  TFT-RECORD-TYPE         PIC X(05).
003900     05  TFT-LINE-COUNT          PIC X(07).
004000     05  TFT-LINE-COUNT-N REDEFINES TFT-LINE-COUNT
004100                                 PIC 9(07).
004200     05  TFT-QTY-HASH            PIC X(09).
004300     05  TFT-QTY-HASH-N REDEFINES TFT-QTY-HASH
004400                                 PIC 9(09).
004500     05  TFT-PRICE-HASH          PIC X(09).
004600     05  TFT-PRICE-HASH-N REDEFINES TFT-PRICE-HASH
004700                                 PIC 9(07)V99.
