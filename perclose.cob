000100*****************************************************************
000200*    PROGRAM  : PERCLOSE
000300*    PURPOSE  : PERIOD-END CLOSE WITH ARCHIVE AND PURGE.  RUN ON
000400*               DEMAND ONCE A MONTH, NEVER WHILE THE NIGHTLY
000500*               STREAM OR THE CASH RUN IS GOING.  TRIMS THE FILES
000600*               THAT ONLY EVER GROW - THE OPEN-INVOICE REGISTER,
000700*               THE SALES HISTORY, THE AUDIT LOG AND THE BATCH
000800*               REGISTER - BY MOVING EVERYTHING OLDER THAN THE
000900*               RETENTION ON THE CLOSECTL CONTROL RECORD TO THE
001000*               FILE'S ARCHIVE.  ONLY CLOSED INVOICES EVER LEAVE
001100*               OPENINV; AN OPEN ONE STAYS HOWEVER OLD IT IS.  THE
001200*               LAST BATCH REGISTER RECORD ALWAYS STAYS, SINCE A
001300*               RESUMED STREAM READS IT BACK.  EACH FILE IS SPLIT
001400*               INTO A KEEP WORK FILE AND AN ARCHIVE WORK FILE,
001500*               AND THE TWO ARE PROVED - RECORDS AND MONEY BEFORE
001600*               THE CLOSE MUST EQUAL WHAT IS IN THEM - BEFORE
001700*               EITHER THE ARCHIVE OR THE LIVE FILE IS TOUCHED.
001710*               THE ARCHIVE WORK IS THEN APPENDED TO THE ARCHIVE
001720*               AND NOTED ON CLOSEREG, SO A RERUN NEVER APPENDS
001730*               IT TWICE, AND THE LIVE FILE IS COPIED BACK FROM
001740*               THE KEEP WORK AND PROVED AGAIN ON THE CLOSERPT
001750*               REPORT.
001800*               THE CLOSE IS STAMPED ON THE CLOSEREG REGISTER, AND
001900*               A PERIOD ALREADY STAMPED, ONE EARLIER THAN THE
002000*               LAST STAMPED, OR ONE NOT YET OVER IS REFUSED.
002100*               THE ARCHIVES ARE APPENDED TO, SO EACH ARCHIVE DD
002200*               IS NORMALLY POINTED AT A DATASET NAMED FOR THE
002300*               PERIOD (SALESHST.A202610 AND SO ON) - LEFT ALONE,
002400*               EVERY CLOSE ADDS TO THE SAME ARCHIVE AND NOTHING
002500*               IS EVER OVERWRITTEN.
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. PERCLOSE.
002800 AUTHOR. D L MARSH.
002900 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200*
003300*    MODIFICATION HISTORY
003400*    DATE       INIT  DESCRIPTION
003500*    ---------- ----  ----------------------------------------
003600*    2026-10-15 DLM   INITIAL VERSION - AUDTREND, SALESANL AND
003700*                      CASHRCPT WERE READING EVERY RECORD EVER
003800*                      WRITTEN, EVERY RUN.
003810*    2026-10-15 DLM   SPLIT EACH FILE TO A KEEP WORK AND AN
003820*                      ARCHIVE WORK FILE AND PROVE THEM BEFORE
003830*                      ANYTHING IS WRITTEN.  AN "A" ENTRY ON
003840*                      CLOSEREG MARKS THE ARCHIVE APPENDED, SO A
003850*                      RERUN AFTER A FAILED COPY-BACK FINISHES
003860*                      FROM THE WORK FILES INSTEAD OF APPENDING
003870*                      THE SAME RECORDS TO THE ARCHIVE AGAIN.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CLOSE-CONTROL-FILE ASSIGN TO "CLOSECTL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CLOSECTL-STATUS.
004500     SELECT CLOSE-REGISTER-FILE ASSIGN TO "CLOSEREG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CLOSEREG-STATUS.
004800     SELECT CLOSE-REPORT ASSIGN TO "CLOSERPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CLOSERPT-STATUS.
005100     SELECT CLOSE-WORK-FILE ASSIGN TO "CLSWORK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CLSWORK-STATUS.
005310     SELECT ARCHIVE-WORK-FILE ASSIGN TO "ARCWORK"
005320         ORGANIZATION IS LINE SEQUENTIAL
005330         FILE STATUS IS WS-ARCWORK-STATUS.
005400     SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-OPENINV-STATUS.
005700     SELECT INVOICE-ARCHIVE-FILE ASSIGN TO "INVARCH"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-INVARCH-STATUS.
006000     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SALESHST-STATUS.
006300     SELECT SALES-ARCHIVE-FILE ASSIGN TO "SLSARCH"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-SLSARCH-STATUS.
006600     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-AUDIT-STATUS.
006900     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-AUDARCH-STATUS.
007200     SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-BATCHREG-STATUS.
007500     SELECT BATCH-ARCHIVE-FILE ASSIGN TO "BRGARCH"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-BRGARCH-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CLOSE-CONTROL-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY CLSCTLRC.
008300 FD  CLOSE-REGISTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY PCLOSERC.
008600 FD  CLOSE-REPORT
008700     LABEL RECORDS ARE STANDARD.
008800 01  CLOSE-REPORT-RECORD          PIC X(80).
008900 FD  CLOSE-WORK-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  CLOSE-WORK-RECORD            PIC X(88).
009110 FD  ARCHIVE-WORK-FILE
009120     LABEL RECORDS ARE STANDARD.
009130 01  ARCHIVE-WORK-RECORD          PIC X(88).
009200 FD  OPEN-INVOICE-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY OPENINVR.
009500 FD  INVOICE-ARCHIVE-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  INVOICE-ARCHIVE-RECORD       PIC X(60).
009800 FD  SALES-HISTORY-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY SALESHRC.
010100 FD  SALES-ARCHIVE-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  SALES-ARCHIVE-RECORD         PIC X(47).
010400*
010500*    THE AUDIT LOG AS THE SCORING STEP (VERBS) WRITES IT - ONLY
010600*    THE RUN DATE MATTERS HERE.  IT CARRIES NO MONEY.
010700 FD  AUDIT-LOG
010800     LABEL RECORDS ARE STANDARD.
010900 01  AUDIT-LOG-RECORD.
011000     05  AUD-BATCH-ID            PIC X(08).
011100     05  FILLER                  PIC X(23).
011200     05  AUD-DATE                PIC 9(08).
011300     05  FILLER                  PIC X(41).
011400 FD  AUDIT-ARCHIVE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  AUDIT-ARCHIVE-RECORD         PIC X(80).
011700 FD  BATCH-REGISTER-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY BATREGRC.
012000 FD  BATCH-ARCHIVE-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  BATCH-ARCHIVE-RECORD         PIC X(88).
012300 WORKING-STORAGE SECTION.
012400*
012500*    MONTHS KEPT ON EACH LIVE FILE, COUNTING THE PERIOD CLOSED,
012600*    WHEN THE CONTROL RECORD DOES NOT SAY - A YEAR OF HISTORY.
012700 01  WS-DEFAULT-RETENTION         PIC 9(02) VALUE 12.
012800 01  WS-SWITCHES.
012900     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
013000         88  INIT-ERROR                     VALUE "Y".
013100     05  WS-REFUSED-SW            PIC X(01) VALUE "N".
013200         88  CLOSE-REFUSED                  VALUE "Y".
013300     05  WS-FAILED-SW             PIC X(01) VALUE "N".
013400         88  CLOSE-FAILED                   VALUE "Y".
013500     05  WS-SPLIT-EOF-SW          PIC X(01) VALUE "N".
013600         88  SPLIT-EOF                      VALUE "Y".
013700     05  WS-CLOSEREG-EOF-SW       PIC X(01) VALUE "N".
013800         88  CLOSEREG-EOF                   VALUE "Y".
013900     05  WS-RESUMING-SW           PIC X(01) VALUE "N".
014000         88  RESUMING-CLOSE                 VALUE "Y".
014100     05  WS-FILE-MISSING-SW       PIC X(01) VALUE "N".
014200         88  LIVE-FILE-MISSING              VALUE "Y".
014300     05  WS-INV-DONE-SW           PIC X(01) VALUE "N".
014400         88  INVOICES-ALREADY-DONE          VALUE "Y".
014500     05  WS-SLS-DONE-SW           PIC X(01) VALUE "N".
014600         88  SALES-ALREADY-DONE             VALUE "Y".
014700     05  WS-AUD-DONE-SW           PIC X(01) VALUE "N".
014800         88  AUDIT-ALREADY-DONE             VALUE "Y".
014900     05  WS-BRG-DONE-SW           PIC X(01) VALUE "N".
015000         88  BATCHREG-ALREADY-DONE          VALUE "Y".
015100 01  WS-FILE-STATUS.
015200     05  WS-CLOSECTL-STATUS       PIC X(02) VALUE SPACES.
015300     05  WS-CLOSEREG-STATUS       PIC X(02) VALUE SPACES.
015400     05  WS-CLOSERPT-STATUS       PIC X(02) VALUE SPACES.
015500     05  WS-CLSWORK-STATUS        PIC X(02) VALUE SPACES.
015550     05  WS-ARCWORK-STATUS        PIC X(02) VALUE SPACES.
015600     05  WS-OPENINV-STATUS        PIC X(02) VALUE SPACES.
015700     05  WS-INVARCH-STATUS        PIC X(02) VALUE SPACES.
015800     05  WS-SALESHST-STATUS       PIC X(02) VALUE SPACES.
015900     05  WS-SLSARCH-STATUS        PIC X(02) VALUE SPACES.
016000     05  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
016100     05  WS-AUDARCH-STATUS        PIC X(02) VALUE SPACES.
016200     05  WS-BATCHREG-STATUS       PIC X(02) VALUE SPACES.
016300     05  WS-BRGARCH-STATUS        PIC X(02) VALUE SPACES.
016400 01  WS-COUNTERS.
016500     05  WS-FILES-CLOSED          PIC 9(07) COMP VALUE ZERO.
016600     05  WS-FILES-SKIPPED         PIC 9(07) COMP VALUE ZERO.
016700 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
016800 01  WS-DATE-TIME.
016900     05  WS-CURRENT-DATE          PIC 9(08).
017000     05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
017100         10  WS-CURRENT-YYYYMM    PIC 9(06).
017200         10  FILLER               PIC 9(02).
017300     05  WS-CURRENT-TIME          PIC 9(08).
017400*
017500*    THE PERIOD BEING CLOSED AND THE LAST ONE STAMPED BEFORE IT.
017600 01  WS-PERIOD-WORK.
017700     05  WS-CLOSE-PERIOD          PIC 9(06) VALUE ZERO.
017800     05  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
017900         10  WS-CLOSE-YEAR        PIC 9(04).
018000         10  WS-CLOSE-MONTH       PIC 9(02).
018100     05  WS-LAST-CLOSED           PIC 9(06) VALUE ZERO.
018200     05  WS-RETAIN-INVOICES       PIC 9(02) VALUE ZERO.
018300     05  WS-RETAIN-SALES          PIC 9(02) VALUE ZERO.
018400     05  WS-RETAIN-AUDIT          PIC 9(02) VALUE ZERO.
018500     05  WS-RETAIN-BATCHREG       PIC 9(02) VALUE ZERO.
018600     05  WS-CUTOFF-INVOICES       PIC 9(08) VALUE ZERO.
018700     05  WS-CUTOFF-SALES          PIC 9(08) VALUE ZERO.
018800     05  WS-CUTOFF-AUDIT          PIC 9(08) VALUE ZERO.
018900     05  WS-CUTOFF-BATCHREG       PIC 9(08) VALUE ZERO.
019000*
019100*    CUTOFF ARITHMETIC - THE PERIOD AS A MONTH COUNT, LESS THE
019200*    MONTHS KEPT, PLUS ONE, BACK INTO THE FIRST OF THAT MONTH.
019300 01  WS-CUTOFF-CALC.
019400     05  WS-CC-RETAIN             PIC 9(02) VALUE ZERO.
019500     05  WS-CC-MONTHS             PIC 9(06) VALUE ZERO.
019600     05  WS-CC-YEAR               PIC 9(04) VALUE ZERO.
019700     05  WS-CC-MONTH-REM          PIC 9(02) VALUE ZERO.
019800     05  WS-CC-DATE.
019900         10  WS-CC-DATE-YEAR      PIC 9(04).
020000         10  WS-CC-DATE-MONTH     PIC 9(02).
020100         10  WS-CC-DATE-DAY       PIC 9(02).
020200     05  WS-CC-DATE-N REDEFINES WS-CC-DATE
020300                                  PIC 9(08).
020400 01  WS-REFUSE-TEXT               PIC X(50) VALUE SPACES.
020500*
020600*    ONE FILE'S FIGURES, FILLED IN AS IT IS SPLIT AND COPIED
020700*    BACK, THEN PRINTED, PROVED AND REGISTERED.
020800 01  WS-FILE-TOTALS.
020900     05  WS-FT-FILE-NAME          PIC X(08) VALUE SPACES.
021000     05  WS-FT-ARCHIVE-NAME       PIC X(08) VALUE SPACES.
021100     05  WS-FT-CUTOFF             PIC 9(08) VALUE ZERO.
021200     05  WS-FT-BEFORE-COUNT       PIC 9(09) VALUE ZERO.
021300     05  WS-FT-BEFORE-AMOUNT      PIC S9(11)V99 VALUE ZERO.
021400     05  WS-FT-KEPT-COUNT         PIC 9(09) VALUE ZERO.
021450     05  WS-FT-KEPT-AMOUNT        PIC S9(11)V99 VALUE ZERO.
021500     05  WS-FT-LIVE-COUNT         PIC 9(09) VALUE ZERO.
021600     05  WS-FT-LIVE-AMOUNT        PIC S9(11)V99 VALUE ZERO.
021700     05  WS-FT-ARCH-COUNT         PIC 9(09) VALUE ZERO.
021800     05  WS-FT-ARCH-AMOUNT        PIC S9(11)V99 VALUE ZERO.
021900     05  WS-FT-PROOF-COUNT        PIC 9(09) VALUE ZERO.
022000     05  WS-FT-PROOF-AMOUNT       PIC S9(11)V99 VALUE ZERO.
022010     05  WS-FT-WORK-KEPT-COUNT    PIC 9(09) VALUE ZERO.
022020     05  WS-FT-WORK-KEPT-AMOUNT   PIC S9(11)V99 VALUE ZERO.
022030     05  WS-FT-WORK-ARCH-COUNT    PIC 9(09) VALUE ZERO.
022040     05  WS-FT-WORK-ARCH-AMOUNT   PIC S9(11)V99 VALUE ZERO.
022050     05  WS-FT-APPENDED-COUNT     PIC 9(09) VALUE ZERO.
022052*
022054*    A WORK RECORD BEING PROVED, AND THE MONEY IT CARRIES.
022056 01  WS-WORK-RECORD               PIC X(88).
022058 01  WS-WORK-AMOUNT               PIC S9(11)V99 VALUE ZERO.
022060*
022062*    THE "A" ENTRY OF A FILE WHOSE ARCHIVE WAS APPENDED BY AN
022064*    INTERRUPTED CLOSE OF THIS PERIOD BUT WHOSE LIVE FILE WAS
022066*    NEVER REGISTERED DONE.  ITS FIGURES ARE WHAT THE WORK FILES
022068*    MUST STILL HOLD WHEN THE RERUN FINISHES FROM THEM.
022070 01  WS-ARCHIVED-ENTRY.
022072     05  WS-AE-FILE-NAME          PIC X(08) VALUE SPACES.
022074     05  WS-AE-CUTOFF             PIC 9(08) VALUE ZERO.
022076     05  WS-AE-BEFORE-COUNT       PIC 9(09) VALUE ZERO.
022078     05  WS-AE-BEFORE-AMOUNT      PIC S9(11)V99 VALUE ZERO.
022080     05  WS-AE-KEPT-COUNT         PIC 9(09) VALUE ZERO.
022082     05  WS-AE-KEPT-AMOUNT        PIC S9(11)V99 VALUE ZERO.
022084     05  WS-AE-ARCH-COUNT         PIC 9(09) VALUE ZERO.
022086     05  WS-AE-ARCH-AMOUNT        PIC S9(11)V99 VALUE ZERO.
022100*
022200*    THE BATCH REGISTER IS READ ONE RECORD AHEAD SO THE LAST ONE
022300*    CAN BE KNOWN AND KEPT.  THE RECORD WAITING FOR ITS FATE IS
022400*    HELD HERE.
022500 01  WS-HELD-BATCH-RECORD.
022600     05  WS-HELD-BATCH-ID         PIC X(08).
022700     05  WS-HELD-START-DATE       PIC 9(08).
022800     05  FILLER                   PIC X(72).
022900 01  WS-HELD-CONTROL-TOTAL        PIC 9(09)V99 VALUE ZERO.
023000 01  WS-REPORT-LINES.
023100     05  WS-CLS-TITLE-LINE.
023200         10  FILLER               PIC X(31)
023300                 VALUE "PERIOD-END CLOSE REPORT  PERIOD".
023400         10  FILLER               PIC X(01) VALUE SPACES.
023500         10  WS-CLS-TITLE-PERIOD  PIC 9(06).
023600         10  FILLER               PIC X(06) VALUE "  RUN ".
023700         10  WS-CLS-TITLE-DATE    PIC 9(08).
023800     05  WS-CLS-FILE-LINE.
023900         10  FILLER               PIC X(05) VALUE "FILE ".
024000         10  WS-CLS-FILE-NAME     PIC X(08).
024100         10  FILLER               PIC X(10) VALUE "  ARCHIVE ".
024200         10  WS-CLS-ARCHIVE-NAME  PIC X(08).
024300         10  FILLER               PIC X(20)
024400                 VALUE "  LIVE FROM CUTOFF ".
024500         10  WS-CLS-CUTOFF        PIC 9(08).
024600     05  WS-CLS-COLUMN-LINE.
024700         10  FILLER               PIC X(33)
024800                 VALUE "                          RECORDS".
024900         10  FILLER               PIC X(17)
025000                 VALUE "           AMOUNT".
025100     05  WS-CLS-AMOUNT-LINE.
025200         10  WS-CLS-AMT-LABEL     PIC X(24).
025300         10  WS-CLS-AMT-COUNT     PIC Z(08)9.
025400         10  FILLER               PIC X(02) VALUE SPACES.
025500         10  WS-CLS-AMT-AMOUNT    PIC -(11)9.99.
025600     05  WS-CLS-MESSAGE-LINE.
025700         10  FILLER               PIC X(02) VALUE SPACES.
025800         10  WS-CLS-MESSAGE       PIC X(60).
025900     05  WS-CLS-REFUSE-LINE.
026000         10  FILLER               PIC X(16)
026100                 VALUE "CLOSE REFUSED - ".
026200         10  WS-CLS-REFUSE-TEXT   PIC X(50).
026300     05  WS-CLS-COUNT-LINE.
026400         10  WS-CLS-COUNT-LABEL   PIC X(24).
026500         10  WS-CLS-COUNT         PIC Z(06)9.
026600     05  WS-CLS-BLANK-LINE        PIC X(80) VALUE SPACES.
026700 PROCEDURE DIVISION.
026800*----------------------------------------------------------------*
026900*    0000-MAINLINE - CHECK THE PERIOD MAY BE CLOSED, THEN TRIM
027000*    AND PROVE EACH FILE IN TURN.  A FILE THAT WILL NOT PROVE
027100*    STOPS THE CLOSE WHERE IT STANDS.
027200*----------------------------------------------------------------*
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
027500     IF NOT INIT-ERROR AND NOT CLOSE-REFUSED
027600         PERFORM 2000-CLOSE-OPEN-INVOICES THRU 2000-EXIT
027700         IF NOT CLOSE-FAILED
027800             PERFORM 3000-CLOSE-SALES-HISTORY THRU 3000-EXIT
027900         END-IF
028000         IF NOT CLOSE-FAILED
028100             PERFORM 4000-CLOSE-AUDIT-LOG THRU 4000-EXIT
028200         END-IF
028300         IF NOT CLOSE-FAILED
028400             PERFORM 5000-CLOSE-BATCH-REGISTER THRU 5000-EXIT
028500         END-IF
028600         PERFORM 9000-FINALIZE-RTN THRU 9000-EXIT
028700     END-IF.
028800     MOVE WS-RETURN-CODE TO RETURN-CODE.
028900     STOP RUN.
029000*----------------------------------------------------------------*
029100*    1000-INITIALIZE-RTN - OPEN THE REPORT, LOAD THE PERIOD AND
029200*    RETENTIONS, READ WHAT HAS BEEN CLOSED BEFORE AND DECIDE
029300*    WHETHER THIS PERIOD MAY BE.  NOTHING IS TOUCHED UNTIL IT
029400*    PASSES.
029500*----------------------------------------------------------------*
029600 1000-INITIALIZE-RTN.
029700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
029800     ACCEPT WS-CURRENT-TIME FROM TIME.
029900     OPEN OUTPUT CLOSE-REPORT.
030000     IF WS-CLOSERPT-STATUS NOT = "00"
030100         DISPLAY "PERCLOSE - UNABLE TO OPEN CLOSERPT, STATUS "
030200             WS-CLOSERPT-STATUS
030300         MOVE "Y" TO WS-INIT-ERROR-SW
030400         MOVE 12 TO WS-RETURN-CODE
030500         GO TO 1000-EXIT
030600     END-IF.
030700     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
030800     MOVE WS-CLOSE-PERIOD TO WS-CLS-TITLE-PERIOD.
030900     MOVE WS-CURRENT-DATE TO WS-CLS-TITLE-DATE.
031000     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-TITLE-LINE.
031100     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-BLANK-LINE.
031200     PERFORM 1200-SCAN-CLOSE-REGISTER THRU 1200-EXIT.
031300     IF INIT-ERROR
031400         CLOSE CLOSE-REPORT
031500         MOVE 12 TO WS-RETURN-CODE
031600         GO TO 1000-EXIT
031700     END-IF.
031800     PERFORM 1300-CHECK-PERIOD THRU 1300-EXIT.
031900     IF CLOSE-REFUSED
032000         PERFORM 1600-REFUSE-CLOSE THRU 1600-EXIT
032100         GO TO 1000-EXIT
032200     END-IF.
032300     PERFORM 1400-SET-CUTOFFS THRU 1400-EXIT.
032400     OPEN EXTEND CLOSE-REGISTER-FILE.
032500     IF WS-CLOSEREG-STATUS NOT = "00"
032600         OPEN OUTPUT CLOSE-REGISTER-FILE
032700     END-IF.
032800     IF WS-CLOSEREG-STATUS NOT = "00"
032900         DISPLAY "PERCLOSE - UNABLE TO OPEN CLOSEREG, STATUS "
033000             WS-CLOSEREG-STATUS
033100         CLOSE CLOSE-REPORT
033200         MOVE "Y" TO WS-INIT-ERROR-SW
033300         MOVE 12 TO WS-RETURN-CODE
033400         GO TO 1000-EXIT
033500     END-IF.
033600     IF RESUMING-CLOSE
033700         MOVE "RESUMING AN INTERRUPTED CLOSE OF THIS PERIOD"
033800             TO WS-CLS-MESSAGE
033900         WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE
034000         WRITE CLOSE-REPORT-RECORD FROM WS-CLS-BLANK-LINE
034100     END-IF.
034200     DISPLAY "PERCLOSE - CLOSING PERIOD " WS-CLOSE-PERIOD.
034300 1000-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------*
034600*    1100-LOAD-CONTROL - THE PERIOD AND THE RETENTIONS.  WITH NO
034700*    CONTROL RECORD THE PERIOD IS THE CALENDAR MONTH BEFORE THE
034800*    RUN DATE AND EVERY FILE KEEPS THE DEFAULT.
034900*----------------------------------------------------------------*
035000 1100-LOAD-CONTROL.
035100     MOVE WS-CURRENT-YYYYMM TO WS-CLOSE-PERIOD.
035200     IF WS-CLOSE-MONTH = 1
035300         SUBTRACT 1 FROM WS-CLOSE-YEAR
035400         MOVE 12 TO WS-CLOSE-MONTH
035500     ELSE
035600         SUBTRACT 1 FROM WS-CLOSE-MONTH
035700     END-IF.
035800     MOVE WS-DEFAULT-RETENTION TO WS-RETAIN-INVOICES
035900         WS-RETAIN-SALES WS-RETAIN-AUDIT WS-RETAIN-BATCHREG.
036000     OPEN INPUT CLOSE-CONTROL-FILE.
036100     IF WS-CLOSECTL-STATUS NOT = "00"
036200         GO TO 1100-EXIT
036300     END-IF.
036400     READ CLOSE-CONTROL-FILE
036500         AT END
036600             CONTINUE
036700         NOT AT END
036800             IF CLC-PERIOD IS NUMERIC AND CLC-PERIOD > ZERO
036900                 MOVE CLC-PERIOD TO WS-CLOSE-PERIOD
037000             END-IF
037100             IF CLC-RETAIN-INVOICES IS NUMERIC
037200                 MOVE CLC-RETAIN-INVOICES-N TO WS-RETAIN-INVOICES
037300             END-IF
037400             IF CLC-RETAIN-SALES IS NUMERIC
037500                 MOVE CLC-RETAIN-SALES-N TO WS-RETAIN-SALES
037600             END-IF
037700             IF CLC-RETAIN-AUDIT IS NUMERIC
037800                 MOVE CLC-RETAIN-AUDIT-N TO WS-RETAIN-AUDIT
037900             END-IF
038000             IF CLC-RETAIN-BATCHREG IS NUMERIC
038100                 MOVE CLC-RETAIN-BATCHREG-N TO WS-RETAIN-BATCHREG
038200             END-IF
038300     END-READ.
038400     CLOSE CLOSE-CONTROL-FILE.
038500 1100-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------*
038800*    1200-SCAN-CLOSE-REGISTER - THE LATEST PERIOD STAMPED CLOSED,
038900*    WHETHER THIS ONE ALREADY IS, AND WHICH FILES AN INTERRUPTED
039000*    CLOSE OF THIS PERIOD HAS ALREADY DONE, OR HAS ARCHIVED BUT
039050*    NOT FINISHED.  NO REGISTER MEANS NOTHING HAS EVER BEEN
039100*    CLOSED.
039200*----------------------------------------------------------------*
039300 1200-SCAN-CLOSE-REGISTER.
039400     OPEN INPUT CLOSE-REGISTER-FILE.
039500     IF WS-CLOSEREG-STATUS = "35"
039600         GO TO 1200-EXIT
039700     END-IF.
039800     IF WS-CLOSEREG-STATUS NOT = "00"
039900         DISPLAY "PERCLOSE - UNABLE TO OPEN CLOSEREG, STATUS "
040000             WS-CLOSEREG-STATUS
040100         MOVE "Y" TO WS-INIT-ERROR-SW
040200         GO TO 1200-EXIT
040300     END-IF.
040400     MOVE "N" TO WS-CLOSEREG-EOF-SW.
040500     PERFORM 1210-READ-CLOSE-REGISTER THRU 1210-EXIT.
040600     PERFORM 1220-NOTE-ONE-ENTRY THRU 1220-EXIT
040700         UNTIL CLOSEREG-EOF.
040800     CLOSE CLOSE-REGISTER-FILE.
040900 1200-EXIT.
041000     EXIT.
041100 1210-READ-CLOSE-REGISTER.
041200     READ CLOSE-REGISTER-FILE
041300         AT END
041400             MOVE "Y" TO WS-CLOSEREG-EOF-SW
041500     END-READ.
041600 1210-EXIT.
041700     EXIT.
041800 1220-NOTE-ONE-ENTRY.
041900     IF PCL-PERIOD-CLOSED
042000         IF PCL-PERIOD > WS-LAST-CLOSED
042100             MOVE PCL-PERIOD TO WS-LAST-CLOSED
042200         END-IF
042300     END-IF.
042400     IF PCL-FILE-DONE AND PCL-PERIOD = WS-CLOSE-PERIOD
042500         MOVE "Y" TO WS-RESUMING-SW
042600         EVALUATE PCL-FILE-NAME
042700             WHEN "OPENINV"
042800                 MOVE "Y" TO WS-INV-DONE-SW
042900             WHEN "SALESHST"
043000                 MOVE "Y" TO WS-SLS-DONE-SW
043100             WHEN "AUDITLOG"
043200                 MOVE "Y" TO WS-AUD-DONE-SW
043300             WHEN "BATCHREG"
043400                 MOVE "Y" TO WS-BRG-DONE-SW
043500         END-EVALUATE
043600     END-IF.
043610     IF PCL-FILE-ARCHIVED AND PCL-PERIOD = WS-CLOSE-PERIOD
043615         MOVE "Y" TO WS-RESUMING-SW
043620         MOVE PCL-FILE-NAME TO WS-AE-FILE-NAME
043625         MOVE PCL-CUTOFF-DATE TO WS-AE-CUTOFF
043630         MOVE PCL-BEFORE-COUNT TO WS-AE-BEFORE-COUNT
043635         MOVE PCL-BEFORE-AMOUNT TO WS-AE-BEFORE-AMOUNT
043640         MOVE PCL-LIVE-COUNT TO WS-AE-KEPT-COUNT
043645         MOVE PCL-LIVE-AMOUNT TO WS-AE-KEPT-AMOUNT
043650         MOVE PCL-ARCHIVED-COUNT TO WS-AE-ARCH-COUNT
043655         MOVE PCL-ARCHIVED-AMOUNT TO WS-AE-ARCH-AMOUNT
043660     END-IF.
043700     PERFORM 1210-READ-CLOSE-REGISTER THRU 1210-EXIT.
043800 1220-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------*
044100*    1300-CHECK-PERIOD - A PERIOD MUST BE A REAL MONTH, MUST BE
044200*    OVER, AND MUST BE LATER THAN THE LAST ONE STAMPED CLOSED -
044300*    WHICH ALSO STOPS THE SAME PERIOD BEING CLOSED TWICE.
044400*----------------------------------------------------------------*
044500 1300-CHECK-PERIOD.
044600     IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
044700         MOVE "Y" TO WS-REFUSED-SW
044800         MOVE "PERIOD IS NOT A VALID YYYYMM" TO WS-REFUSE-TEXT
044900         GO TO 1300-EXIT
045000     END-IF.
045100     IF WS-CLOSE-PERIOD NOT < WS-CURRENT-YYYYMM
045200         MOVE "Y" TO WS-REFUSED-SW
045300         MOVE "PERIOD IS NOT OVER YET" TO WS-REFUSE-TEXT
045400         GO TO 1300-EXIT
045500     END-IF.
045600     IF WS-CLOSE-PERIOD = WS-LAST-CLOSED
045700         MOVE "Y" TO WS-REFUSED-SW
045800         MOVE "PERIOD IS ALREADY CLOSED" TO WS-REFUSE-TEXT
045900         GO TO 1300-EXIT
046000     END-IF.
046100     IF WS-CLOSE-PERIOD < WS-LAST-CLOSED
046200         MOVE "Y" TO WS-REFUSED-SW
046300         MOVE "A LATER PERIOD IS ALREADY CLOSED" TO WS-REFUSE-TEXT
046400     END-IF.
046500 1300-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------*
046800*    1400-SET-CUTOFFS - ONE CUTOFF DATE PER FILE FROM ITS
046900*    RETENTION.  A RECORD DATED BEFORE ITS FILE'S CUTOFF GOES
047000*    TO THE ARCHIVE.
047100*----------------------------------------------------------------*
047200 1400-SET-CUTOFFS.
047300     MOVE WS-RETAIN-INVOICES TO WS-CC-RETAIN.
047400     PERFORM 1410-CALC-CUTOFF THRU 1410-EXIT.
047500     MOVE WS-CC-DATE-N TO WS-CUTOFF-INVOICES.
047600     MOVE WS-RETAIN-SALES TO WS-CC-RETAIN.
047700     PERFORM 1410-CALC-CUTOFF THRU 1410-EXIT.
047800     MOVE WS-CC-DATE-N TO WS-CUTOFF-SALES.
047900     MOVE WS-RETAIN-AUDIT TO WS-CC-RETAIN.
048000     PERFORM 1410-CALC-CUTOFF THRU 1410-EXIT.
048100     MOVE WS-CC-DATE-N TO WS-CUTOFF-AUDIT.
048200     MOVE WS-RETAIN-BATCHREG TO WS-CC-RETAIN.
048300     PERFORM 1410-CALC-CUTOFF THRU 1410-EXIT.
048400     MOVE WS-CC-DATE-N TO WS-CUTOFF-BATCHREG.
048500 1400-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------*
048800*    1410-CALC-CUTOFF - THE FIRST OF THE OLDEST MONTH KEPT.  THE
048900*    MONTH COUNT OF THE PERIOD IS YEAR X 12 PLUS MONTH - 1; ONE
049000*    MONTH ON IS THE MONTH AFTER THE PERIOD, AND THE RETENTION
049100*    STEPS BACK FROM THERE.
049200*----------------------------------------------------------------*
049300 1410-CALC-CUTOFF.
049400     COMPUTE WS-CC-MONTHS = WS-CLOSE-YEAR * 12
049500         + WS-CLOSE-MONTH - 1 + 1 - WS-CC-RETAIN.
049600     DIVIDE WS-CC-MONTHS BY 12
049700         GIVING WS-CC-YEAR
049800         REMAINDER WS-CC-MONTH-REM.
049900     MOVE WS-CC-YEAR TO WS-CC-DATE-YEAR.
050000     COMPUTE WS-CC-DATE-MONTH = WS-CC-MONTH-REM + 1.
050100     MOVE 01 TO WS-CC-DATE-DAY.
050200 1410-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------*
050500*    1600-REFUSE-CLOSE - SAY WHY ON THE REPORT AND THE CONSOLE
050600*    AND STOP WITH NOTHING CHANGED.
050700*----------------------------------------------------------------*
050800 1600-REFUSE-CLOSE.
050900     MOVE WS-REFUSE-TEXT TO WS-CLS-REFUSE-TEXT.
051000     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-REFUSE-LINE.
051100     IF WS-LAST-CLOSED > ZERO
051200         MOVE SPACES TO WS-CLS-MESSAGE
051300         STRING "LAST PERIOD CLOSED " WS-LAST-CLOSED
051400             DELIMITED BY SIZE INTO WS-CLS-MESSAGE
051500         WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE
051600     END-IF.
051700     CLOSE CLOSE-REPORT.
051800     MOVE 08 TO WS-RETURN-CODE.
051900     DISPLAY "PERCLOSE - PERIOD " WS-CLOSE-PERIOD " NOT CLOSED - "
052000         WS-REFUSE-TEXT.
052100 1600-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------*
052400*    2000-CLOSE-OPEN-INVOICES - A CLOSED INVOICE DATED BEFORE
052500*    THE CUTOFF GOES TO THE ARCHIVE.  AN OPEN ONE STAYS, SO THE
052600*    RECEIVABLE ON OPENINV IS THE SAME AFTER AS BEFORE.  THE
052700*    REGISTER STAYS IN INVOICE-NUMBER ORDER FOR THE CASH RUN.
052800*----------------------------------------------------------------*
052900 2000-CLOSE-OPEN-INVOICES.
053000     MOVE "OPENINV" TO WS-FT-FILE-NAME.
053100     MOVE "INVARCH" TO WS-FT-ARCHIVE-NAME.
053200     MOVE WS-CUTOFF-INVOICES TO WS-FT-CUTOFF.
053300     PERFORM 7000-START-FILE THRU 7000-EXIT.
053400     IF INVOICES-ALREADY-DONE
053500         PERFORM 7100-SKIP-FILE THRU 7100-EXIT
053600         GO TO 2000-EXIT
053700     END-IF.
053705     IF WS-AE-FILE-NAME = WS-FT-FILE-NAME
053710         PERFORM 7150-RESUME-FILE THRU 7150-EXIT
053715         IF NOT CLOSE-FAILED
053720             PERFORM 2100-COPY-BACK-INVOICES THRU 2100-EXIT
053725         END-IF
053730         IF NOT CLOSE-FAILED
053735             PERFORM 7200-PROVE-FILE THRU 7200-EXIT
053740         END-IF
053745         GO TO 2000-EXIT
053750     END-IF.
053800     OPEN INPUT OPEN-INVOICE-FILE.
053900     IF WS-OPENINV-STATUS = "35"
054000         MOVE "Y" TO WS-FILE-MISSING-SW
054100         PERFORM 7200-PROVE-FILE THRU 7200-EXIT
054200         GO TO 2000-EXIT
054300     END-IF.
054400     IF WS-OPENINV-STATUS NOT = "00"
054500         DISPLAY "PERCLOSE - UNABLE TO OPEN OPENINV, STATUS "
054600             WS-OPENINV-STATUS
054700         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
054800         GO TO 2000-EXIT
054900     END-IF.
055000     OPEN OUTPUT CLOSE-WORK-FILE.
055100     OPEN OUTPUT ARCHIVE-WORK-FILE.
055500     IF WS-CLSWORK-STATUS NOT = "00"
055600             OR WS-ARCWORK-STATUS NOT = "00"
055700         DISPLAY "PERCLOSE - UNABLE TO OPEN CLSWORK OR ARCWORK, "
055800             "STATUS "
055900             WS-CLSWORK-STATUS " " WS-ARCWORK-STATUS
056000         CLOSE OPEN-INVOICE-FILE CLOSE-WORK-FILE
056100             ARCHIVE-WORK-FILE
056200         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
056300         GO TO 2000-EXIT
056400     END-IF.
056500     PERFORM 2010-READ-INVOICE THRU 2010-EXIT.
056600     PERFORM 2020-SPLIT-ONE-INVOICE THRU 2020-EXIT
056700         UNTIL SPLIT-EOF.
056800     CLOSE OPEN-INVOICE-FILE CLOSE-WORK-FILE ARCHIVE-WORK-FILE.
056900     PERFORM 7400-PROVE-WORK-FILES THRU 7400-EXIT.
056910     IF NOT CLOSE-FAILED
056920         PERFORM 2200-APPEND-INVOICE-ARCHIVE THRU 2200-EXIT
056930     END-IF.
056940     IF NOT CLOSE-FAILED
056950         PERFORM 7350-NOTE-ARCHIVED THRU 7350-EXIT
056960     END-IF.
056970     IF NOT CLOSE-FAILED
056980         PERFORM 2100-COPY-BACK-INVOICES THRU 2100-EXIT
056990     END-IF.
057000     IF NOT CLOSE-FAILED
057100         PERFORM 7200-PROVE-FILE THRU 7200-EXIT
057200     END-IF.
057300 2000-EXIT.
057400     EXIT.
057500 2010-READ-INVOICE.
057600     READ OPEN-INVOICE-FILE
057700         AT END
057800             MOVE "Y" TO WS-SPLIT-EOF-SW
057900     END-READ.
058000 2010-EXIT.
058100     EXIT.
058200 2020-SPLIT-ONE-INVOICE.
058300     ADD 1 TO WS-FT-BEFORE-COUNT.
058400     ADD OIV-INVOICE-AMOUNT TO WS-FT-BEFORE-AMOUNT.
058500     IF OIV-STATUS-CLOSED
058600             AND OIV-INVOICE-DATE < WS-FT-CUTOFF
058700         WRITE ARCHIVE-WORK-RECORD FROM OPEN-INVOICE-RECORD
058800         ADD 1 TO WS-FT-ARCH-COUNT
058900         ADD OIV-INVOICE-AMOUNT TO WS-FT-ARCH-AMOUNT
059000     ELSE
059100         WRITE CLOSE-WORK-RECORD FROM OPEN-INVOICE-RECORD
059200         ADD 1 TO WS-FT-KEPT-COUNT
059250         ADD OIV-INVOICE-AMOUNT TO WS-FT-KEPT-AMOUNT
059300     END-IF.
059400     PERFORM 2010-READ-INVOICE THRU 2010-EXIT.
059500 2020-EXIT.
059600     EXIT.
059700*----------------------------------------------------------------*
059800*    2100-COPY-BACK-INVOICES - REWRITE OPENINV FROM THE WORK FILE
059900*    IN ONE PIECE, COUNTING WHAT ACTUALLY LANDS ON IT.
060000*----------------------------------------------------------------*
060100 2100-COPY-BACK-INVOICES.
060200     OPEN INPUT CLOSE-WORK-FILE.
060300     IF WS-CLSWORK-STATUS NOT = "00"
060400         DISPLAY "PERCLOSE - UNABLE TO REOPEN CLSWORK, STATUS "
060500             WS-CLSWORK-STATUS
060600         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
060700         GO TO 2100-EXIT
060800     END-IF.
060900     OPEN OUTPUT OPEN-INVOICE-FILE.
061000     IF WS-OPENINV-STATUS NOT = "00"
061100         DISPLAY "PERCLOSE - UNABLE TO REWRITE OPENINV, STATUS "
061200             WS-OPENINV-STATUS
061300         CLOSE CLOSE-WORK-FILE
061400         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
061500         GO TO 2100-EXIT
061600     END-IF.
061700     MOVE "N" TO WS-SPLIT-EOF-SW.
061800     PERFORM 2110-COPY-ONE-INVOICE THRU 2110-EXIT
061900         UNTIL SPLIT-EOF.
062000     CLOSE OPEN-INVOICE-FILE CLOSE-WORK-FILE.
062100 2100-EXIT.
062200     EXIT.
062300 2110-COPY-ONE-INVOICE.
062400     READ CLOSE-WORK-FILE
062500         AT END
062600             MOVE "Y" TO WS-SPLIT-EOF-SW
062700         NOT AT END
062800             MOVE CLOSE-WORK-RECORD TO OPEN-INVOICE-RECORD
062900             WRITE OPEN-INVOICE-RECORD
063000             ADD 1 TO WS-FT-LIVE-COUNT
063100             ADD OIV-INVOICE-AMOUNT TO WS-FT-LIVE-AMOUNT
063200     END-READ.
063300 2110-EXIT.
063400     EXIT.
063402*----------------------------------------------------------------*
063404*    2200-APPEND-INVOICE-ARCHIVE - ADD THE PROVED ARCHIVE WORK
063406*    TO INVARCH, COUNTING WHAT LANDS ON IT.
063408*----------------------------------------------------------------*
063410 2200-APPEND-INVOICE-ARCHIVE.
063412     OPEN INPUT ARCHIVE-WORK-FILE.
063414     IF WS-ARCWORK-STATUS NOT = "00"
063416         DISPLAY "PERCLOSE - UNABLE TO REOPEN ARCWORK, STATUS "
063418             WS-ARCWORK-STATUS
063420         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
063422         GO TO 2200-EXIT
063424     END-IF.
063426     OPEN EXTEND INVOICE-ARCHIVE-FILE.
063428     IF WS-INVARCH-STATUS NOT = "00"
063430         OPEN OUTPUT INVOICE-ARCHIVE-FILE
063432     END-IF.
063434     IF WS-INVARCH-STATUS NOT = "00"
063436         DISPLAY "PERCLOSE - UNABLE TO OPEN INVARCH, STATUS "
063438             WS-INVARCH-STATUS
063440         CLOSE ARCHIVE-WORK-FILE
063442         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
063444         GO TO 2200-EXIT
063446     END-IF.
063448     MOVE "N" TO WS-SPLIT-EOF-SW.
063450     PERFORM 2210-APPEND-ONE-INVOICE THRU 2210-EXIT
063452         UNTIL SPLIT-EOF.
063454     CLOSE INVOICE-ARCHIVE-FILE ARCHIVE-WORK-FILE.
063456 2200-EXIT.
063458     EXIT.
063460 2210-APPEND-ONE-INVOICE.
063462     READ ARCHIVE-WORK-FILE
063464         AT END
063466             MOVE "Y" TO WS-SPLIT-EOF-SW
063468         NOT AT END
063470             MOVE ARCHIVE-WORK-RECORD TO INVOICE-ARCHIVE-RECORD
063472             WRITE INVOICE-ARCHIVE-RECORD
063474             ADD 1 TO WS-FT-APPENDED-COUNT
063476     END-READ.
063478 2210-EXIT.
063480     EXIT.
063500*----------------------------------------------------------------*
063600*    3000-CLOSE-SALES-HISTORY - A SALE DATED BEFORE THE CUTOFF
063700*    GOES TO THE ARCHIVE, RETURNS AND ALL.  THE MONEY PROVED IS
063800*    THE NET EXTENSION.
063900*----------------------------------------------------------------*
064000 3000-CLOSE-SALES-HISTORY.
064100     MOVE "SALESHST" TO WS-FT-FILE-NAME.
064200     MOVE "SLSARCH" TO WS-FT-ARCHIVE-NAME.
064300     MOVE WS-CUTOFF-SALES TO WS-FT-CUTOFF.
064400     PERFORM 7000-START-FILE THRU 7000-EXIT.
064500     IF SALES-ALREADY-DONE
064600         PERFORM 7100-SKIP-FILE THRU 7100-EXIT
064700         GO TO 3000-EXIT
064800     END-IF.
064805     IF WS-AE-FILE-NAME = WS-FT-FILE-NAME
064810         PERFORM 7150-RESUME-FILE THRU 7150-EXIT
064815         IF NOT CLOSE-FAILED
064820             PERFORM 3100-COPY-BACK-SALES THRU 3100-EXIT
064825         END-IF
064830         IF NOT CLOSE-FAILED
064835             PERFORM 7200-PROVE-FILE THRU 7200-EXIT
064840         END-IF
064845         GO TO 3000-EXIT
064850     END-IF.
064900     OPEN INPUT SALES-HISTORY-FILE.
065000     IF WS-SALESHST-STATUS = "35"
065100         MOVE "Y" TO WS-FILE-MISSING-SW
065200         PERFORM 7200-PROVE-FILE THRU 7200-EXIT
065300         GO TO 3000-EXIT
065400     END-IF.
065500     IF WS-SALESHST-STATUS NOT = "00"
065600         DISPLAY "PERCLOSE - UNABLE TO OPEN SALESHST, STATUS "
065700             WS-SALESHST-STATUS
065800         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
065900         GO TO 3000-EXIT
066000     END-IF.
066100     OPEN OUTPUT CLOSE-WORK-FILE.
066200     OPEN OUTPUT ARCHIVE-WORK-FILE.
066600     IF WS-CLSWORK-STATUS NOT = "00"
066700             OR WS-ARCWORK-STATUS NOT = "00"
066800         DISPLAY "PERCLOSE - UNABLE TO OPEN CLSWORK OR ARCWORK, "
066900             "STATUS "
067000             WS-CLSWORK-STATUS " " WS-ARCWORK-STATUS
067100         CLOSE SALES-HISTORY-FILE CLOSE-WORK-FILE
067200             ARCHIVE-WORK-FILE
067300         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
067400         GO TO 3000-EXIT
067500     END-IF.
067600     PERFORM 3010-READ-SALE THRU 3010-EXIT.
067700     PERFORM 3020-SPLIT-ONE-SALE THRU 3020-EXIT
067800         UNTIL SPLIT-EOF.
067900     CLOSE SALES-HISTORY-FILE CLOSE-WORK-FILE ARCHIVE-WORK-FILE.
068000     PERFORM 7400-PROVE-WORK-FILES THRU 7400-EXIT.
068010     IF NOT CLOSE-FAILED
068020         PERFORM 3200-APPEND-SALES-ARCHIVE THRU 3200-EXIT
068030     END-IF.
068040     IF NOT CLOSE-FAILED
068050         PERFORM 7350-NOTE-ARCHIVED THRU 7350-EXIT
068060     END-IF.
068070     IF NOT CLOSE-FAILED
068080         PERFORM 3100-COPY-BACK-SALES THRU 3100-EXIT
068090     END-IF.
068100     IF NOT CLOSE-FAILED
068200         PERFORM 7200-PROVE-FILE THRU 7200-EXIT
068300     END-IF.
068400 3000-EXIT.
068500     EXIT.
068600 3010-READ-SALE.
068700     READ SALES-HISTORY-FILE
068800         AT END
068900             MOVE "Y" TO WS-SPLIT-EOF-SW
069000     END-READ.
069100 3010-EXIT.
069200     EXIT.
069300 3020-SPLIT-ONE-SALE.
069400     ADD 1 TO WS-FT-BEFORE-COUNT.
069500     ADD SLS-EXTENSION TO WS-FT-BEFORE-AMOUNT.
069600     IF SLS-SALE-DATE < WS-FT-CUTOFF
069700         WRITE ARCHIVE-WORK-RECORD FROM SALES-HISTORY-RECORD
069800         ADD 1 TO WS-FT-ARCH-COUNT
069900         ADD SLS-EXTENSION TO WS-FT-ARCH-AMOUNT
070000     ELSE
070100         WRITE CLOSE-WORK-RECORD FROM SALES-HISTORY-RECORD
070200         ADD 1 TO WS-FT-KEPT-COUNT
070250         ADD SLS-EXTENSION TO WS-FT-KEPT-AMOUNT
070300     END-IF.
070400     PERFORM 3010-READ-SALE THRU 3010-EXIT.
070500 3020-EXIT.
070600     EXIT.
070700 3100-COPY-BACK-SALES.
070800     OPEN INPUT CLOSE-WORK-FILE.
070900     IF WS-CLSWORK-STATUS NOT = "00"
071000         DISPLAY "PERCLOSE - UNABLE TO REOPEN CLSWORK, STATUS "
071100             WS-CLSWORK-STATUS
071200         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
071300         GO TO 3100-EXIT
071400     END-IF.
071500     OPEN OUTPUT SALES-HISTORY-FILE.
071600     IF WS-SALESHST-STATUS NOT = "00"
071700         DISPLAY "PERCLOSE - UNABLE TO REWRITE SALESHST, STATUS "
071800             WS-SALESHST-STATUS
071900         CLOSE CLOSE-WORK-FILE
072000         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
072100         GO TO 3100-EXIT
072200     END-IF.
072300     MOVE "N" TO WS-SPLIT-EOF-SW.
072400     PERFORM 3110-COPY-ONE-SALE THRU 3110-EXIT
072500         UNTIL SPLIT-EOF.
072600     CLOSE SALES-HISTORY-FILE CLOSE-WORK-FILE.
072700 3100-EXIT.
072800     EXIT.
072900 3110-COPY-ONE-SALE.
073000     READ CLOSE-WORK-FILE
073100         AT END
073200             MOVE "Y" TO WS-SPLIT-EOF-SW
073300         NOT AT END
073400             MOVE CLOSE-WORK-RECORD TO SALES-HISTORY-RECORD
073500             WRITE SALES-HISTORY-RECORD
073600             ADD 1 TO WS-FT-LIVE-COUNT
073700             ADD SLS-EXTENSION TO WS-FT-LIVE-AMOUNT
073800     END-READ.
073900 3110-EXIT.
074000     EXIT.
074002*----------------------------------------------------------------*
074004*    3200-APPEND-SALES-ARCHIVE - ADD THE PROVED ARCHIVE WORK
074006*    TO SLSARCH, COUNTING WHAT LANDS ON IT.
074008*----------------------------------------------------------------*
074010 3200-APPEND-SALES-ARCHIVE.
074012     OPEN INPUT ARCHIVE-WORK-FILE.
074014     IF WS-ARCWORK-STATUS NOT = "00"
074016         DISPLAY "PERCLOSE - UNABLE TO REOPEN ARCWORK, STATUS "
074018             WS-ARCWORK-STATUS
074020         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
074022         GO TO 3200-EXIT
074024     END-IF.
074026     OPEN EXTEND SALES-ARCHIVE-FILE.
074028     IF WS-SLSARCH-STATUS NOT = "00"
074030         OPEN OUTPUT SALES-ARCHIVE-FILE
074032     END-IF.
074034     IF WS-SLSARCH-STATUS NOT = "00"
074036         DISPLAY "PERCLOSE - UNABLE TO OPEN SLSARCH, STATUS "
074038             WS-SLSARCH-STATUS
074040         CLOSE ARCHIVE-WORK-FILE
074042         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
074044         GO TO 3200-EXIT
074046     END-IF.
074048     MOVE "N" TO WS-SPLIT-EOF-SW.
074050     PERFORM 3210-APPEND-ONE-SALE THRU 3210-EXIT
074052         UNTIL SPLIT-EOF.
074054     CLOSE SALES-ARCHIVE-FILE ARCHIVE-WORK-FILE.
074056 3200-EXIT.
074058     EXIT.
074060 3210-APPEND-ONE-SALE.
074062     READ ARCHIVE-WORK-FILE
074064         AT END
074066             MOVE "Y" TO WS-SPLIT-EOF-SW
074068         NOT AT END
074070             MOVE ARCHIVE-WORK-RECORD TO SALES-ARCHIVE-RECORD
074072             WRITE SALES-ARCHIVE-RECORD
074074             ADD 1 TO WS-FT-APPENDED-COUNT
074076     END-READ.
074078 3210-EXIT.
074080     EXIT.
074100*----------------------------------------------------------------*
074200*    4000-CLOSE-AUDIT-LOG - A DECISION LOGGED BEFORE THE CUTOFF
074300*    GOES TO THE ARCHIVE.  RECORD COUNTS ONLY - NO MONEY.
074400*----------------------------------------------------------------*
074500 4000-CLOSE-AUDIT-LOG.
074600     MOVE "AUDITLOG" TO WS-FT-FILE-NAME.
074700     MOVE "AUDARCH" TO WS-FT-ARCHIVE-NAME.
074800     MOVE WS-CUTOFF-AUDIT TO WS-FT-CUTOFF.
074900     PERFORM 7000-START-FILE THRU 7000-EXIT.
075000     IF AUDIT-ALREADY-DONE
075100         PERFORM 7100-SKIP-FILE THRU 7100-EXIT
075200         GO TO 4000-EXIT
075300     END-IF.
075305     IF WS-AE-FILE-NAME = WS-FT-FILE-NAME
075310         PERFORM 7150-RESUME-FILE THRU 7150-EXIT
075315         IF NOT CLOSE-FAILED
075320             PERFORM 4100-COPY-BACK-AUDIT THRU 4100-EXIT
075325         END-IF
075330         IF NOT CLOSE-FAILED
075335             PERFORM 7200-PROVE-FILE THRU 7200-EXIT
075340         END-IF
075345         GO TO 4000-EXIT
075350     END-IF.
075400     OPEN INPUT AUDIT-LOG.
075500     IF WS-AUDIT-STATUS = "35"
075600         MOVE "Y" TO WS-FILE-MISSING-SW
075700         PERFORM 7200-PROVE-FILE THRU 7200-EXIT
075800         GO TO 4000-EXIT
075900     END-IF.
076000     IF WS-AUDIT-STATUS NOT = "00"
076100         DISPLAY "PERCLOSE - UNABLE TO OPEN AUDITLOG, STATUS "
076200             WS-AUDIT-STATUS
076300         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
076400         GO TO 4000-EXIT
076500     END-IF.
076600     OPEN OUTPUT CLOSE-WORK-FILE.
076700     OPEN OUTPUT ARCHIVE-WORK-FILE.
077100     IF WS-CLSWORK-STATUS NOT = "00"
077200             OR WS-ARCWORK-STATUS NOT = "00"
077300         DISPLAY "PERCLOSE - UNABLE TO OPEN CLSWORK OR ARCWORK, "
077400             "STATUS "
077500             WS-CLSWORK-STATUS " " WS-ARCWORK-STATUS
077600         CLOSE AUDIT-LOG CLOSE-WORK-FILE ARCHIVE-WORK-FILE
077700         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
077800         GO TO 4000-EXIT
077900     END-IF.
078000     PERFORM 4010-READ-AUDIT THRU 4010-EXIT.
078100     PERFORM 4020-SPLIT-ONE-AUDIT THRU 4020-EXIT
078200         UNTIL SPLIT-EOF.
078300     CLOSE AUDIT-LOG CLOSE-WORK-FILE ARCHIVE-WORK-FILE.
078400     PERFORM 7400-PROVE-WORK-FILES THRU 7400-EXIT.
078410     IF NOT CLOSE-FAILED
078420         PERFORM 4200-APPEND-AUDIT-ARCHIVE THRU 4200-EXIT
078430     END-IF.
078440     IF NOT CLOSE-FAILED
078450         PERFORM 7350-NOTE-ARCHIVED THRU 7350-EXIT
078460     END-IF.
078470     IF NOT CLOSE-FAILED
078480         PERFORM 4100-COPY-BACK-AUDIT THRU 4100-EXIT
078490     END-IF.
078500     IF NOT CLOSE-FAILED
078600         PERFORM 7200-PROVE-FILE THRU 7200-EXIT
078700     END-IF.
078800 4000-EXIT.
078900     EXIT.
079000 4010-READ-AUDIT.
079100     READ AUDIT-LOG
079200         AT END
079300             MOVE "Y" TO WS-SPLIT-EOF-SW
079400     END-READ.
079500 4010-EXIT.
079600     EXIT.
079700 4020-SPLIT-ONE-AUDIT.
079800     ADD 1 TO WS-FT-BEFORE-COUNT.
079900     IF AUD-DATE < WS-FT-CUTOFF
080000         WRITE ARCHIVE-WORK-RECORD FROM AUDIT-LOG-RECORD
080100         ADD 1 TO WS-FT-ARCH-COUNT
080200     ELSE
080300         WRITE CLOSE-WORK-RECORD FROM AUDIT-LOG-RECORD
080400         ADD 1 TO WS-FT-KEPT-COUNT
080500     END-IF.
080600     PERFORM 4010-READ-AUDIT THRU 4010-EXIT.
080700 4020-EXIT.
080800     EXIT.
080900 4100-COPY-BACK-AUDIT.
081000     OPEN INPUT CLOSE-WORK-FILE.
081100     IF WS-CLSWORK-STATUS NOT = "00"
081200         DISPLAY "PERCLOSE - UNABLE TO REOPEN CLSWORK, STATUS "
081300             WS-CLSWORK-STATUS
081400         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
081500         GO TO 4100-EXIT
081600     END-IF.
081700     OPEN OUTPUT AUDIT-LOG.
081800     IF WS-AUDIT-STATUS NOT = "00"
081900         DISPLAY "PERCLOSE - UNABLE TO REWRITE AUDITLOG, STATUS "
082000             WS-AUDIT-STATUS
082100         CLOSE CLOSE-WORK-FILE
082200         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
082300         GO TO 4100-EXIT
082400     END-IF.
082500     MOVE "N" TO WS-SPLIT-EOF-SW.
082600     PERFORM 4110-COPY-ONE-AUDIT THRU 4110-EXIT
082700         UNTIL SPLIT-EOF.
082800     CLOSE AUDIT-LOG CLOSE-WORK-FILE.
082900 4100-EXIT.
083000     EXIT.
083100 4110-COPY-ONE-AUDIT.
083200     READ CLOSE-WORK-FILE
083300         AT END
083400             MOVE "Y" TO WS-SPLIT-EOF-SW
083500         NOT AT END
083600             MOVE CLOSE-WORK-RECORD TO AUDIT-LOG-RECORD
083700             WRITE AUDIT-LOG-RECORD
083800             ADD 1 TO WS-FT-LIVE-COUNT
083900     END-READ.
084000 4110-EXIT.
084100     EXIT.
084102*----------------------------------------------------------------*
084104*    4200-APPEND-AUDIT-ARCHIVE - ADD THE PROVED ARCHIVE WORK
084106*    TO AUDARCH, COUNTING WHAT LANDS ON IT.
084108*----------------------------------------------------------------*
084110 4200-APPEND-AUDIT-ARCHIVE.
084112     OPEN INPUT ARCHIVE-WORK-FILE.
084114     IF WS-ARCWORK-STATUS NOT = "00"
084116         DISPLAY "PERCLOSE - UNABLE TO REOPEN ARCWORK, STATUS "
084118             WS-ARCWORK-STATUS
084120         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
084122         GO TO 4200-EXIT
084124     END-IF.
084126     OPEN EXTEND AUDIT-ARCHIVE-FILE.
084128     IF WS-AUDARCH-STATUS NOT = "00"
084130         OPEN OUTPUT AUDIT-ARCHIVE-FILE
084132     END-IF.
084134     IF WS-AUDARCH-STATUS NOT = "00"
084136         DISPLAY "PERCLOSE - UNABLE TO OPEN AUDARCH, STATUS "
084138             WS-AUDARCH-STATUS
084140         CLOSE ARCHIVE-WORK-FILE
084142         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
084144         GO TO 4200-EXIT
084146     END-IF.
084148     MOVE "N" TO WS-SPLIT-EOF-SW.
084150     PERFORM 4210-APPEND-ONE-AUDIT THRU 4210-EXIT
084152         UNTIL SPLIT-EOF.
084154     CLOSE AUDIT-ARCHIVE-FILE ARCHIVE-WORK-FILE.
084156 4200-EXIT.
084158     EXIT.
084160 4210-APPEND-ONE-AUDIT.
084162     READ ARCHIVE-WORK-FILE
084164         AT END
084166             MOVE "Y" TO WS-SPLIT-EOF-SW
084168         NOT AT END
084170             MOVE ARCHIVE-WORK-RECORD TO AUDIT-ARCHIVE-RECORD
084172             WRITE AUDIT-ARCHIVE-RECORD
084174             ADD 1 TO WS-FT-APPENDED-COUNT
084176     END-READ.
084178 4210-EXIT.
084180     EXIT.
084200*----------------------------------------------------------------*
084300*    5000-CLOSE-BATCH-REGISTER - A RUN STARTED BEFORE THE CUTOFF
084400*    GOES TO THE ARCHIVE, EXCEPT THE LAST RUN ON FILE, WHICH
084500*    ALWAYS STAYS FOR BATCHDRV TO READ BACK ON A RESUME.  THE
084600*    MONEY PROVED IS EACH RUN'S CONTROL TOTAL.
084700*----------------------------------------------------------------*
084800 5000-CLOSE-BATCH-REGISTER.
084900     MOVE "BATCHREG" TO WS-FT-FILE-NAME.
085000     MOVE "BRGARCH" TO WS-FT-ARCHIVE-NAME.
085100     MOVE WS-CUTOFF-BATCHREG TO WS-FT-CUTOFF.
085200     PERFORM 7000-START-FILE THRU 7000-EXIT.
085300     IF BATCHREG-ALREADY-DONE
085400         PERFORM 7100-SKIP-FILE THRU 7100-EXIT
085500         GO TO 5000-EXIT
085600     END-IF.
085605     IF WS-AE-FILE-NAME = WS-FT-FILE-NAME
085610         PERFORM 7150-RESUME-FILE THRU 7150-EXIT
085615         IF NOT CLOSE-FAILED
085620             PERFORM 5100-COPY-BACK-BATCHES THRU 5100-EXIT
085625         END-IF
085630         IF NOT CLOSE-FAILED
085635             PERFORM 7200-PROVE-FILE THRU 7200-EXIT
085640         END-IF
085645         GO TO 5000-EXIT
085650     END-IF.
085700     OPEN INPUT BATCH-REGISTER-FILE.
085800     IF WS-BATCHREG-STATUS = "35"
085900         MOVE "Y" TO WS-FILE-MISSING-SW
086000         PERFORM 7200-PROVE-FILE THRU 7200-EXIT
086100         GO TO 5000-EXIT
086200     END-IF.
086300     IF WS-BATCHREG-STATUS NOT = "00"
086400         DISPLAY "PERCLOSE - UNABLE TO OPEN BATCHREG, STATUS "
086500             WS-BATCHREG-STATUS
086600         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
086700         GO TO 5000-EXIT
086800     END-IF.
086900     OPEN OUTPUT CLOSE-WORK-FILE.
087000     OPEN OUTPUT ARCHIVE-WORK-FILE.
087400     IF WS-CLSWORK-STATUS NOT = "00"
087500             OR WS-ARCWORK-STATUS NOT = "00"
087600         DISPLAY "PERCLOSE - UNABLE TO OPEN CLSWORK OR ARCWORK, "
087700             "STATUS "
087800             WS-CLSWORK-STATUS " " WS-ARCWORK-STATUS
087900         CLOSE BATCH-REGISTER-FILE CLOSE-WORK-FILE
088000             ARCHIVE-WORK-FILE
088100         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
088200         GO TO 5000-EXIT
088300     END-IF.
088400     PERFORM 5010-READ-BATCH THRU 5010-EXIT.
088500     PERFORM 5020-SPLIT-ONE-BATCH THRU 5020-EXIT
088600         UNTIL SPLIT-EOF.
088700     CLOSE BATCH-REGISTER-FILE CLOSE-WORK-FILE ARCHIVE-WORK-FILE.
088800     PERFORM 7400-PROVE-WORK-FILES THRU 7400-EXIT.
088810     IF NOT CLOSE-FAILED
088820         PERFORM 5200-APPEND-BATCH-ARCHIVE THRU 5200-EXIT
088830     END-IF.
088840     IF NOT CLOSE-FAILED
088850         PERFORM 7350-NOTE-ARCHIVED THRU 7350-EXIT
088860     END-IF.
088870     IF NOT CLOSE-FAILED
088880         PERFORM 5100-COPY-BACK-BATCHES THRU 5100-EXIT
088890     END-IF.
088900     IF NOT CLOSE-FAILED
089000         PERFORM 7200-PROVE-FILE THRU 7200-EXIT
089100     END-IF.
089200 5000-EXIT.
089300     EXIT.
089400 5010-READ-BATCH.
089500     READ BATCH-REGISTER-FILE
089600         AT END
089700             MOVE "Y" TO WS-SPLIT-EOF-SW
089800     END-READ.
089900 5010-EXIT.
090000     EXIT.
090100*----------------------------------------------------------------*
090200*    5020-SPLIT-ONE-BATCH - HOLD THE RECORD JUST READ AND READ
090300*    THE NEXT.  ONLY ONCE ANOTHER RECORD FOLLOWS IS THE HELD ONE
090400*    FREE TO GO TO THE ARCHIVE; AT END OF FILE IT WAS THE LAST.
090500*----------------------------------------------------------------*
090600 5020-SPLIT-ONE-BATCH.
090700     MOVE BATCH-REGISTER-RECORD TO WS-HELD-BATCH-RECORD.
090800     MOVE BREG-CONTROL-TOTAL TO WS-HELD-CONTROL-TOTAL.
090900     ADD 1 TO WS-FT-BEFORE-COUNT.
091000     ADD BREG-CONTROL-TOTAL TO WS-FT-BEFORE-AMOUNT.
091100     PERFORM 5010-READ-BATCH THRU 5010-EXIT.
091200     IF NOT SPLIT-EOF
091300             AND WS-HELD-START-DATE < WS-FT-CUTOFF
091400         WRITE ARCHIVE-WORK-RECORD FROM WS-HELD-BATCH-RECORD
091500         ADD 1 TO WS-FT-ARCH-COUNT
091600         ADD WS-HELD-CONTROL-TOTAL TO WS-FT-ARCH-AMOUNT
091700     ELSE
091800         WRITE CLOSE-WORK-RECORD FROM WS-HELD-BATCH-RECORD
091900         ADD 1 TO WS-FT-KEPT-COUNT
091950         ADD WS-HELD-CONTROL-TOTAL TO WS-FT-KEPT-AMOUNT
092000     END-IF.
092100 5020-EXIT.
092200     EXIT.
092300 5100-COPY-BACK-BATCHES.
092400     OPEN INPUT CLOSE-WORK-FILE.
092500     IF WS-CLSWORK-STATUS NOT = "00"
092600         DISPLAY "PERCLOSE - UNABLE TO REOPEN CLSWORK, STATUS "
092700             WS-CLSWORK-STATUS
092800         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
092900         GO TO 5100-EXIT
093000     END-IF.
093100     OPEN OUTPUT BATCH-REGISTER-FILE.
093200     IF WS-BATCHREG-STATUS NOT = "00"
093300         DISPLAY "PERCLOSE - UNABLE TO REWRITE BATCHREG, STATUS "
093400             WS-BATCHREG-STATUS
093500         CLOSE CLOSE-WORK-FILE
093600         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
093700         GO TO 5100-EXIT
093800     END-IF.
093900     MOVE "N" TO WS-SPLIT-EOF-SW.
094000     PERFORM 5110-COPY-ONE-BATCH THRU 5110-EXIT
094100         UNTIL SPLIT-EOF.
094200     CLOSE BATCH-REGISTER-FILE CLOSE-WORK-FILE.
094300 5100-EXIT.
094400     EXIT.
094500 5110-COPY-ONE-BATCH.
094600     READ CLOSE-WORK-FILE
094700         AT END
094800             MOVE "Y" TO WS-SPLIT-EOF-SW
094900         NOT AT END
095000             MOVE CLOSE-WORK-RECORD TO BATCH-REGISTER-RECORD
095100             WRITE BATCH-REGISTER-RECORD
095200             ADD 1 TO WS-FT-LIVE-COUNT
095300             ADD BREG-CONTROL-TOTAL TO WS-FT-LIVE-AMOUNT
095400     END-READ.
095500 5110-EXIT.
095600     EXIT.
095602*----------------------------------------------------------------*
095604*    5200-APPEND-BATCH-ARCHIVE - ADD THE PROVED ARCHIVE WORK
095606*    TO BRGARCH, COUNTING WHAT LANDS ON IT.
095608*----------------------------------------------------------------*
095610 5200-APPEND-BATCH-ARCHIVE.
095612     OPEN INPUT ARCHIVE-WORK-FILE.
095614     IF WS-ARCWORK-STATUS NOT = "00"
095616         DISPLAY "PERCLOSE - UNABLE TO REOPEN ARCWORK, STATUS "
095618             WS-ARCWORK-STATUS
095620         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
095622         GO TO 5200-EXIT
095624     END-IF.
095626     OPEN EXTEND BATCH-ARCHIVE-FILE.
095628     IF WS-BRGARCH-STATUS NOT = "00"
095630         OPEN OUTPUT BATCH-ARCHIVE-FILE
095632     END-IF.
095634     IF WS-BRGARCH-STATUS NOT = "00"
095636         DISPLAY "PERCLOSE - UNABLE TO OPEN BRGARCH, STATUS "
095638             WS-BRGARCH-STATUS
095640         CLOSE ARCHIVE-WORK-FILE
095642         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
095644         GO TO 5200-EXIT
095646     END-IF.
095648     MOVE "N" TO WS-SPLIT-EOF-SW.
095650     PERFORM 5210-APPEND-ONE-BATCH THRU 5210-EXIT
095652         UNTIL SPLIT-EOF.
095654     CLOSE BATCH-ARCHIVE-FILE ARCHIVE-WORK-FILE.
095656 5200-EXIT.
095658     EXIT.
095660 5210-APPEND-ONE-BATCH.
095662     READ ARCHIVE-WORK-FILE
095664         AT END
095666             MOVE "Y" TO WS-SPLIT-EOF-SW
095668         NOT AT END
095670             MOVE ARCHIVE-WORK-RECORD TO BATCH-ARCHIVE-RECORD
095672             WRITE BATCH-ARCHIVE-RECORD
095674             ADD 1 TO WS-FT-APPENDED-COUNT
095676     END-READ.
095678 5210-EXIT.
095680     EXIT.
095700*----------------------------------------------------------------*
095800*    7000-START-FILE - CLEAR THE FIGURES FOR THE NEXT FILE AND
095900*    HEAD ITS BLOCK ON THE REPORT.
096000*----------------------------------------------------------------*
096100 7000-START-FILE.
096200     MOVE ZERO TO WS-FT-BEFORE-COUNT WS-FT-BEFORE-AMOUNT
096300         WS-FT-KEPT-COUNT WS-FT-LIVE-COUNT WS-FT-LIVE-AMOUNT
096400         WS-FT-ARCH-COUNT WS-FT-ARCH-AMOUNT.
096410     MOVE ZERO TO WS-FT-KEPT-AMOUNT WS-FT-WORK-KEPT-COUNT
096420         WS-FT-WORK-KEPT-AMOUNT WS-FT-WORK-ARCH-COUNT
096430         WS-FT-WORK-ARCH-AMOUNT WS-FT-APPENDED-COUNT.
096500     MOVE "N" TO WS-SPLIT-EOF-SW WS-FILE-MISSING-SW.
096600     MOVE WS-FT-FILE-NAME TO WS-CLS-FILE-NAME.
096700     MOVE WS-FT-ARCHIVE-NAME TO WS-CLS-ARCHIVE-NAME.
096800     MOVE WS-FT-CUTOFF TO WS-CLS-CUTOFF.
096900     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-FILE-LINE.
097000 7000-EXIT.
097100     EXIT.
097200*----------------------------------------------------------------*
097300*    7100-SKIP-FILE - AN INTERRUPTED CLOSE ALREADY TRIMMED AND
097400*    PROVED THIS FILE; ITS FIGURES ARE ON THAT RUN'S REPORT AND
097500*    THE CLOSEREG ENTRY.
097600*----------------------------------------------------------------*
097700 7100-SKIP-FILE.
097800     MOVE "ALREADY CLOSED FOR THIS PERIOD - SEE CLOSEREG"
097900         TO WS-CLS-MESSAGE.
098000     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE.
098100     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-BLANK-LINE.
098200     ADD 1 TO WS-FILES-SKIPPED.
098300 7100-EXIT.
098400     EXIT.
098404*----------------------------------------------------------------*
098408*    7150-RESUME-FILE - AN INTERRUPTED CLOSE APPENDED THIS FILE'S
098412*    ARCHIVE BUT NEVER FINISHED THE LIVE FILE.  THE SPLIT IS NOT
098416*    DONE AGAIN; THE FIGURES COME OFF ITS "A" ENTRY, AND THE WORK
098420*    FILES IT LEFT MUST STILL PROVE TO THEM BEFORE THE LIVE FILE
098424*    IS COPIED BACK.
098428*----------------------------------------------------------------*
098432 7150-RESUME-FILE.
098436     MOVE "ARCHIVE ALREADY APPENDED - FINISHING FROM CLSWORK"
098440         TO WS-CLS-MESSAGE.
098444     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE.
098448     MOVE WS-AE-CUTOFF TO WS-FT-CUTOFF.
098452     MOVE WS-AE-BEFORE-COUNT TO WS-FT-BEFORE-COUNT.
098456     MOVE WS-AE-BEFORE-AMOUNT TO WS-FT-BEFORE-AMOUNT.
098460     MOVE WS-AE-KEPT-COUNT TO WS-FT-KEPT-COUNT.
098464     MOVE WS-AE-KEPT-AMOUNT TO WS-FT-KEPT-AMOUNT.
098468     MOVE WS-AE-ARCH-COUNT TO WS-FT-ARCH-COUNT.
098472     MOVE WS-AE-ARCH-AMOUNT TO WS-FT-ARCH-AMOUNT.
098476     PERFORM 7400-PROVE-WORK-FILES THRU 7400-EXIT.
098480 7150-EXIT.
098484     EXIT.
098500*----------------------------------------------------------------*
098600*    7200-PROVE-FILE - PRINT THE FILE'S FIGURES AND PROVE THEM.
098700*    WHAT WAS ON THE FILE BEFORE MUST EQUAL WHAT IS ON IT NOW
098800*    PLUS WHAT WENT TO THE ARCHIVE, IN RECORDS AND IN MONEY.  A
098900*    PROVED FILE IS REGISTERED AS DONE; ONE THAT WILL NOT PROVE
099000*    FAILS THE CLOSE.
099100*----------------------------------------------------------------*
099200 7200-PROVE-FILE.
099300     COMPUTE WS-FT-PROOF-COUNT =
099400         WS-FT-LIVE-COUNT + WS-FT-ARCH-COUNT.
099500     COMPUTE WS-FT-PROOF-AMOUNT =
099600         WS-FT-LIVE-AMOUNT + WS-FT-ARCH-AMOUNT.
099700     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-COLUMN-LINE.
099800     MOVE "BEFORE CLOSE. . . . . . " TO WS-CLS-AMT-LABEL.
099900     MOVE WS-FT-BEFORE-COUNT TO WS-CLS-AMT-COUNT.
100000     MOVE WS-FT-BEFORE-AMOUNT TO WS-CLS-AMT-AMOUNT.
100100     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-AMOUNT-LINE.
100200     MOVE "LEFT ON LIVE FILE . . . " TO WS-CLS-AMT-LABEL.
100300     MOVE WS-FT-LIVE-COUNT TO WS-CLS-AMT-COUNT.
100400     MOVE WS-FT-LIVE-AMOUNT TO WS-CLS-AMT-AMOUNT.
100500     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-AMOUNT-LINE.
100600     MOVE "MOVED TO ARCHIVE. . . . " TO WS-CLS-AMT-LABEL.
100700     MOVE WS-FT-ARCH-COUNT TO WS-CLS-AMT-COUNT.
100800     MOVE WS-FT-ARCH-AMOUNT TO WS-CLS-AMT-AMOUNT.
100900     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-AMOUNT-LINE.
101000     MOVE "LIVE PLUS ARCHIVE . . . " TO WS-CLS-AMT-LABEL.
101100     MOVE WS-FT-PROOF-COUNT TO WS-CLS-AMT-COUNT.
101200     MOVE WS-FT-PROOF-AMOUNT TO WS-CLS-AMT-AMOUNT.
101300     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-AMOUNT-LINE.
101400     IF WS-FT-PROOF-COUNT NOT = WS-FT-BEFORE-COUNT
101500             OR WS-FT-PROOF-AMOUNT NOT = WS-FT-BEFORE-AMOUNT
101600             OR WS-FT-LIVE-COUNT NOT = WS-FT-KEPT-COUNT
101700         MOVE "OUT OF BALANCE - CLOSE STOPPED, SEE CLSWORK"
101800             TO WS-CLS-MESSAGE
101900         WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE
102000         DISPLAY "PERCLOSE - " WS-FT-FILE-NAME
102100             " OUT OF BALANCE AFTER THE CLOSE"
102200         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
102300         GO TO 7200-EXIT
102400     END-IF.
102500     IF LIVE-FILE-MISSING
102600         MOVE "NOT ON FILE - NOTHING TO CLOSE" TO WS-CLS-MESSAGE
102700     ELSE
102800         MOVE "IN BALANCE - NOTHING LOST" TO WS-CLS-MESSAGE
102900     END-IF.
103000     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE.
103100     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-BLANK-LINE.
103200     MOVE "F" TO PCL-ENTRY-TYPE.
103300     MOVE WS-FT-FILE-NAME TO PCL-FILE-NAME.
103400     PERFORM 7300-WRITE-CLOSE-ENTRY THRU 7300-EXIT.
103500     ADD 1 TO WS-FILES-CLOSED.
103600 7200-EXIT.
103700     EXIT.
103703*----------------------------------------------------------------*
103706*    7350-NOTE-ARCHIVED - THE ARCHIVE NOW HOLDS THIS FILE'S
103709*    ARCHIVE WORK.  REGISTER AN "A" ENTRY, WITH THE KEPT FIGURES
103712*    AS THE LIVE ONES, BEFORE THE LIVE FILE IS TOUCHED, SO A
103715*    RERUN AFTER A FAILED COPY-BACK DOES NOT APPEND AGAIN.  AN
103718*    APPEND THAT CAME UP SHORT STOPS THE CLOSE UNREGISTERED.
103721*----------------------------------------------------------------*
103724 7350-NOTE-ARCHIVED.
103727     IF WS-FT-APPENDED-COUNT NOT = WS-FT-ARCH-COUNT
103730         MOVE "ARCHIVE APPEND SHORT - CHECK IT BEFORE A RERUN"
103733             TO WS-CLS-MESSAGE
103736         WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE
103739         DISPLAY "PERCLOSE - " WS-FT-ARCHIVE-NAME
103742             " APPEND SHORT, CLOSE STOPPED"
103745         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
103748         GO TO 7350-EXIT
103751     END-IF.
103754     MOVE WS-FT-KEPT-COUNT TO WS-FT-LIVE-COUNT.
103757     MOVE WS-FT-KEPT-AMOUNT TO WS-FT-LIVE-AMOUNT.
103760     MOVE "A" TO PCL-ENTRY-TYPE.
103763     MOVE WS-FT-FILE-NAME TO PCL-FILE-NAME.
103766     PERFORM 7300-WRITE-CLOSE-ENTRY THRU 7300-EXIT.
103769     MOVE ZERO TO WS-FT-LIVE-COUNT WS-FT-LIVE-AMOUNT.
103772 7350-EXIT.
103775     EXIT.
103800*----------------------------------------------------------------*
103900*    7300-WRITE-CLOSE-ENTRY - ONE CLOSEREG ENTRY FROM THE CURRENT
104000*    FILE'S FIGURES.  THE ENTRY TYPE AND FILE NAME ARE SET BY
104100*    THE CALLER.
104200*----------------------------------------------------------------*
104300 7300-WRITE-CLOSE-ENTRY.
104400     MOVE WS-CLOSE-PERIOD TO PCL-PERIOD.
104500     MOVE WS-CURRENT-DATE TO PCL-CLOSE-DATE.
104600     MOVE WS-CURRENT-TIME TO PCL-CLOSE-TIME.
104700     MOVE WS-FT-CUTOFF TO PCL-CUTOFF-DATE.
104800     MOVE WS-FT-BEFORE-COUNT TO PCL-BEFORE-COUNT.
104900     MOVE WS-FT-BEFORE-AMOUNT TO PCL-BEFORE-AMOUNT.
105000     MOVE WS-FT-LIVE-COUNT TO PCL-LIVE-COUNT.
105100     MOVE WS-FT-LIVE-AMOUNT TO PCL-LIVE-AMOUNT.
105200     MOVE WS-FT-ARCH-COUNT TO PCL-ARCHIVED-COUNT.
105300     MOVE WS-FT-ARCH-AMOUNT TO PCL-ARCHIVED-AMOUNT.
105400     WRITE PERIOD-CLOSE-RECORD.
105500 7300-EXIT.
105600     EXIT.
105700*----------------------------------------------------------------*
105800*    7900-FILE-FAILED - STOP THE CLOSE AT THIS FILE.  FILES DONE
105900*    BEFORE IT STAY DONE AND REGISTERED, SO ONCE THE CAUSE IS
106000*    PUT RIGHT A RERUN CARRIES ON FROM HERE - FROM THE WORK
106050*    FILES, IF THIS FILE'S ARCHIVE WAS ALREADY APPENDED.
106100*----------------------------------------------------------------*
106200 7900-FILE-FAILED.
106300     MOVE "Y" TO WS-FAILED-SW.
106400     MOVE 12 TO WS-RETURN-CODE.
106500 7900-EXIT.
106600     EXIT.
106700*----------------------------------------------------------------*
106800*    9000-FINALIZE-RTN - WHEN EVERY FILE IS DONE, STAMP THE
106900*    PERIOD CLOSED; THEN CLOSE DOWN.
107000*----------------------------------------------------------------*
107100 9000-FINALIZE-RTN.
107200     IF NOT CLOSE-FAILED
107300         MOVE SPACES TO WS-FT-FILE-NAME
107400         MOVE ZERO TO WS-FT-CUTOFF WS-FT-BEFORE-COUNT
107500             WS-FT-BEFORE-AMOUNT WS-FT-LIVE-COUNT
107600             WS-FT-LIVE-AMOUNT WS-FT-ARCH-COUNT WS-FT-ARCH-AMOUNT
107700         MOVE "C" TO PCL-ENTRY-TYPE
107800         MOVE SPACES TO PCL-FILE-NAME
107900         PERFORM 7300-WRITE-CLOSE-ENTRY THRU 7300-EXIT
108000         MOVE "PERIOD CLOSED" TO WS-CLS-MESSAGE
108100     ELSE
108200         MOVE "PERIOD NOT CLOSED - RERUN ONCE THE FAULT IS FIXED"
108300             TO WS-CLS-MESSAGE
108400     END-IF.
108500     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE.
108600     MOVE "FILES CLOSED THIS RUN . " TO WS-CLS-COUNT-LABEL.
108700     MOVE WS-FILES-CLOSED TO WS-CLS-COUNT.
108800     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-COUNT-LINE.
108900     MOVE "FILES CLOSED BEFORE . . " TO WS-CLS-COUNT-LABEL.
109000     MOVE WS-FILES-SKIPPED TO WS-CLS-COUNT.
109100     WRITE CLOSE-REPORT-RECORD FROM WS-CLS-COUNT-LINE.
109200     CLOSE CLOSE-REGISTER-FILE CLOSE-REPORT.
109300     DISPLAY "PERCLOSE - PERIOD-END CLOSE COMPLETE".
109400     DISPLAY "PERIOD            : " WS-CLOSE-PERIOD.
109500     DISPLAY "FILES CLOSED      : " WS-FILES-CLOSED.
109600     DISPLAY "ALREADY CLOSED    : " WS-FILES-SKIPPED.
109700     DISPLAY "RETURN CODE       : " WS-RETURN-CODE.
109800 9000-EXIT.
109900     EXIT.
110000*----------------------------------------------------------------*
110100*    7400-PROVE-WORK-FILES - READ BACK THE KEEP WORK AND THE
110200*    ARCHIVE WORK.  EACH MUST HOLD EXACTLY WHAT THE SPLIT PUT IN
110300*    IT, AND THE TWO TOGETHER WHAT WAS ON THE FILE BEFORE, IN
110400*    RECORDS AND IN MONEY, OR THE CLOSE STOPS WITH NEITHER THE
110500*    ARCHIVE NOR THE LIVE FILE TOUCHED.
110600*----------------------------------------------------------------*
110700 7400-PROVE-WORK-FILES.
110800     OPEN INPUT CLOSE-WORK-FILE.
110900     IF WS-CLSWORK-STATUS NOT = "00"
111000         DISPLAY "PERCLOSE - UNABLE TO REOPEN CLSWORK, STATUS "
111100             WS-CLSWORK-STATUS
111200         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
111300         GO TO 7400-EXIT
111400     END-IF.
111500     MOVE "N" TO WS-SPLIT-EOF-SW.
111600     PERFORM 7410-PROVE-ONE-KEPT THRU 7410-EXIT
111700         UNTIL SPLIT-EOF.
111800     CLOSE CLOSE-WORK-FILE.
111900     OPEN INPUT ARCHIVE-WORK-FILE.
112000     IF WS-ARCWORK-STATUS NOT = "00"
112100         DISPLAY "PERCLOSE - UNABLE TO REOPEN ARCWORK, STATUS "
112200             WS-ARCWORK-STATUS
112300         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
112400         GO TO 7400-EXIT
112500     END-IF.
112600     MOVE "N" TO WS-SPLIT-EOF-SW.
112700     PERFORM 7420-PROVE-ONE-ARCHIVED THRU 7420-EXIT
112800         UNTIL SPLIT-EOF.
112900     CLOSE ARCHIVE-WORK-FILE.
113000     COMPUTE WS-FT-PROOF-COUNT =
113100         WS-FT-KEPT-COUNT + WS-FT-ARCH-COUNT.
113200     COMPUTE WS-FT-PROOF-AMOUNT =
113300         WS-FT-KEPT-AMOUNT + WS-FT-ARCH-AMOUNT.
113400     IF WS-FT-WORK-KEPT-COUNT NOT = WS-FT-KEPT-COUNT
113500             OR WS-FT-WORK-KEPT-AMOUNT NOT = WS-FT-KEPT-AMOUNT
113600             OR WS-FT-WORK-ARCH-COUNT NOT = WS-FT-ARCH-COUNT
113700             OR WS-FT-WORK-ARCH-AMOUNT NOT = WS-FT-ARCH-AMOUNT
113800             OR WS-FT-PROOF-COUNT NOT = WS-FT-BEFORE-COUNT
113900             OR WS-FT-PROOF-AMOUNT NOT = WS-FT-BEFORE-AMOUNT
114000         MOVE "WORK FILES OUT OF BALANCE - CLOSE STOPPED"
114100             TO WS-CLS-MESSAGE
114200         WRITE CLOSE-REPORT-RECORD FROM WS-CLS-MESSAGE-LINE
114300         DISPLAY "PERCLOSE - " WS-FT-FILE-NAME
114400             " WORK FILES OUT OF BALANCE"
114500         PERFORM 7900-FILE-FAILED THRU 7900-EXIT
114600     END-IF.
114700 7400-EXIT.
114800     EXIT.
114900 7410-PROVE-ONE-KEPT.
115000     READ CLOSE-WORK-FILE
115100         AT END
115200             MOVE "Y" TO WS-SPLIT-EOF-SW
115300         NOT AT END
115400             MOVE CLOSE-WORK-RECORD TO WS-WORK-RECORD
115500             PERFORM 7450-TAKE-WORK-AMOUNT THRU 7450-EXIT
115600             ADD 1 TO WS-FT-WORK-KEPT-COUNT
115700             ADD WS-WORK-AMOUNT TO WS-FT-WORK-KEPT-AMOUNT
115800     END-READ.
115900 7410-EXIT.
116000     EXIT.
116100 7420-PROVE-ONE-ARCHIVED.
116200     READ ARCHIVE-WORK-FILE
116300         AT END
116400             MOVE "Y" TO WS-SPLIT-EOF-SW
116500         NOT AT END
116600             MOVE ARCHIVE-WORK-RECORD TO WS-WORK-RECORD
116700             PERFORM 7450-TAKE-WORK-AMOUNT THRU 7450-EXIT
116800             ADD 1 TO WS-FT-WORK-ARCH-COUNT
116900             ADD WS-WORK-AMOUNT TO WS-FT-WORK-ARCH-AMOUNT
117000     END-READ.
117100 7420-EXIT.
117200     EXIT.
117300*----------------------------------------------------------------*
117400*    7450-TAKE-WORK-AMOUNT - THE MONEY ON ONE WORK RECORD, LAID
117500*    OVER THE LIVE FILE'S OWN LAYOUT - THE SAME MONEY THE SPLIT
117600*    ADDED UP.  THE AUDIT LOG CARRIES NONE.
117700*----------------------------------------------------------------*
117800 7450-TAKE-WORK-AMOUNT.
117900     MOVE ZERO TO WS-WORK-AMOUNT.
118000     EVALUATE WS-FT-FILE-NAME
118100         WHEN "OPENINV"
118200             MOVE WS-WORK-RECORD TO OPEN-INVOICE-RECORD
118300             MOVE OIV-INVOICE-AMOUNT TO WS-WORK-AMOUNT
118400         WHEN "SALESHST"
118500             MOVE WS-WORK-RECORD TO SALES-HISTORY-RECORD
118600             MOVE SLS-EXTENSION TO WS-WORK-AMOUNT
118700         WHEN "BATCHREG"
118800             MOVE WS-WORK-RECORD TO BATCH-REGISTER-RECORD
118900             MOVE BREG-CONTROL-TOTAL TO WS-WORK-AMOUNT
119000     END-EVALUATE.
119100 7450-EXIT.
119200     EXIT.
