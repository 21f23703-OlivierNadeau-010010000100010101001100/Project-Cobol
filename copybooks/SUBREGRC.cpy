000100******************************************************************
000200*    COPYBOOK  : SUBREGRC
000300*    PURPOSE   : TRANSFIL SUBMISSION REGISTER RECORD.  ONE PER
000400*                TRANSFIL THE EDIT STEP (EDITTRAN) SEES, APPENDED
000500*                IN THE ORDER THEY ARRIVE - THE HEADER AS SENT,
000600*                WHETHER THE FILE WAS ACCEPTED OR REFUSED AND WHY,
000700*                THE BATCH THAT TOOK IT, AND THE LINE COUNT AND
000800*                HASHES ACTUALLY READ.  ONLY ACCEPTED ENTRIES
000900*                COUNT WHEN THE NEXT FILE FROM THE SAME SUBMITTER
001000*                IS CHECKED FOR A REPEATED OR SKIPPED SEQUENCE
001100*                NUMBER.  THE HEADER FIELDS ARE HELD AS SENT, SO A
001200*                REFUSED FILE WITH A BAD HEADER STILL REGISTERS.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ----------------------------------------
001700*    2026-10-15 DLM   INITIAL VERSION.
001800******************************************************************
001900 01  SUBMISSION-REGISTER-RECORD.
002000     05  SBR-SUBMITTER-ID        PIC X(06).
002100     05  SBR-CREATE-DATE         PIC X(08).
002200     05  SBR-FILE-SEQ            PIC X(05).
002300     05  SBR-FILE-SEQ-N REDEFINES SBR-FILE-SEQ
002400                                 PIC 9(05).
002500     05  SBR-STATUS              PIC X(01).
002600         88  SBR-ACCEPTED                   VALUE "A".
002700         88  SBR-REFUSED                    VALUE "R".
002800     05  SBR-REASON-CODE         PIC X(02).
002900     05  SBR-BATCH-ID            PIC X(08).
003000     05  SBR-PROCESS-DATE        PIC 9(08).
003100     05  SBR-PROCESS-TIME        PIC 9(08).
003200     05  SBR-LINE-COUNT          PIC 9(07).
003300     05  SBR-QTY-HASH            PIC 9(09).
003400     05  SBR-PRICE-HASH          PIC 9(07)V99.
