000100******************************************************************
000200*    COPYBOOK  : PCLOSERC
000300*    PURPOSE   : PERIOD CLOSE REGISTER RECORD.  APPENDED BY THE
000400*                PERIOD-END CLOSE (PERCLOSE) - ONE "F" ENTRY FOR
000500*                EACH FILE AS SOON AS IT HAS BEEN TRIMMED AND
000600*                PROVED, CARRYING THE CUTOFF DATE USED AND THE
000700*                RECORD COUNT AND MONEY TOTAL BEFORE THE CLOSE,
000800*                LEFT ON THE LIVE FILE AND MOVED TO THE ARCHIVE,
000900*                THEN ONE "C" ENTRY WHEN EVERY FILE IS DONE.  THE
001000*                "C" ENTRY IS THE STAMP THAT THE PERIOD IS CLOSED;
001100*                "F" ENTRIES WITHOUT ONE ARE AN INTERRUPTED CLOSE,
001200*                AND A RERUN PICKS UP AT THE FIRST FILE NOT YET
001300*                DONE.  SALESANL READS THE SALESHST CUTOFFS TO
001400*                KNOW HOW FAR BACK THE LIVE HISTORY GOES.  AN "A"
001410*                ENTRY IS WRITTEN FOR A FILE AS SOON AS ITS
001420*                ARCHIVE HAS BEEN APPENDED, BEFORE THE LIVE FILE
001430*                IS REWRITTEN, WITH THE FIGURES THE SPLIT PROVED
001440*                (THE LIVE FIGURES ARE WHAT IS TO BE KEPT); AN "A"
001450*                WITHOUT ITS "F" TELLS A RERUN TO FINISH THE FILE
001460*                FROM THE WORK FILES RATHER THAN ARCHIVE AGAIN.
001500*
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  ----------------------------------------
001900*    2026-10-15 DLM   INITIAL VERSION.
001910*    2026-10-15 DLM   ADDED THE "A" ARCHIVE-APPENDED ENTRY.
002000******************************************************************
002100 01  PERIOD-CLOSE-RECORD.
002200     05  PCL-PERIOD              PIC 9(06).
002300     05  PCL-ENTRY-TYPE          PIC X(01).
002400         88  PCL-FILE-DONE                  VALUE "F".
002500         88  PCL-PERIOD-CLOSED              VALUE "C".
002550         88  PCL-FILE-ARCHIVED              VALUE "A".
002600     05  PCL-FILE-NAME           PIC X(08).
002700     05  PCL-CLOSE-DATE          PIC 9(08).
002800     05  PCL-CLOSE-TIME          PIC 9(08).
002900     05  PCL-CUTOFF-DATE         PIC 9(08).
003000     05  PCL-BEFORE-COUNT        PIC 9(09).
003100     05  PCL-BEFORE-AMOUNT       PIC S9(11)V99.
003200     05  PCL-LIVE-COUNT          PIC 9(09).
003300     05  PCL-LIVE-AMOUNT         PIC S9(11)V99.
003400     05  PCL-ARCHIVED-COUNT      PIC 9(09).
003500     05  PCL-ARCHIVED-AMOUNT     PIC S9(11)V99.
