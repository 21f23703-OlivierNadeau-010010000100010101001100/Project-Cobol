002400*    2026-09-02 DLM   INITIAL VERSION - "WHAT DID C00001 BUY
002500*                      LAST MONTH" USED TO MEAN A DRAWER OF
002600*                      RPTFIL PRINTOUTS.
002620*    2026-10-15 DLM   THE HISTORY NOW CARRIES NEGATIVE LINES FOR
002640*                      CUSTOMER RETURNS.  THE ACCUMULATORS AND
002660*                      PRINT FIELDS ARE SIGNED SO EVERY FIGURE
002680*                      ON THE REPORT IS NET SALES.
002682*    2026-10-15 DLM   PERCLOSE NOW ROLLS OLD SALES OFF TO THE
002684*                      SLSARCH ARCHIVE.  A PERIOD THAT REACHES
002686*                      BACK PAST THE CUTOFF ON CLOSEREG IS READ
002688*                      FROM THE LIVE HISTORY AND THE ARCHIVE.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-SALESHST-STATUS.
003300     SELECT SALES-SORT-FILE ASSIGN TO "ANLSORT".
003310     SELECT SALES-ARCHIVE-FILE ASSIGN TO "SLSARCH"
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS WS-SLSARCH-STATUS.
003340     SELECT CLOSE-REGISTER-FILE ASSIGN TO "CLOSEREG"
003350         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS WS-CLOSEREG-STATUS.
003400     SELECT SALES-CONTROL-FILE ASSIGN TO "SLSCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SLSCTL-STATUS.
004200 FD  SALES-HISTORY-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  SALES-INPUT-RECORD           PIC X(47).
004410 FD  SALES-ARCHIVE-FILE
004420     LABEL RECORDS ARE STANDARD.
004430 01  SALES-ARCHIVE-RECORD         PIC X(47).
004440 FD  CLOSE-REGISTER-FILE
004450     LABEL RECORDS ARE STANDARD.
004460     COPY PCLOSERC.
004500 SD  SALES-SORT-FILE.
004600 01  ASRT-RECORD.
004700     05  FILLER                   PIC X(08).
006500         88  NO-HISTORY-ON-FILE             VALUE "Y".
006600     05  WS-RANK-FULL-SW          PIC X(01) VALUE "N".
006700         88  RANK-TABLE-FULL                VALUE "Y".
006710     05  WS-ARCHIVE-SW            PIC X(01) VALUE "N".
006720         88  USE-ARCHIVE                    VALUE "Y".
006730         88  ARCHIVE-NOT-READ               VALUE "M".
006740     05  WS-CLOSEREG-EOF-SW       PIC X(01) VALUE "N".
006750         88  CLOSEREG-EOF                   VALUE "Y".
006800 01  WS-FILE-STATUS.
006900     05  WS-SALESHST-STATUS       PIC X(02) VALUE SPACES.
007000     05  WS-SLSCTL-STATUS         PIC X(02) VALUE SPACES.
007100     05  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.
007110     05  WS-SLSARCH-STATUS        PIC X(02) VALUE SPACES.
007120     05  WS-CLOSEREG-STATUS       PIC X(02) VALUE SPACES.
007200 01  WS-COUNTERS.
007300     05  WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
007400     05  WS-ITEMS-REPORTED        PIC 9(05) COMP VALUE ZERO.
008200     05  WS-PRIOR-START           PIC 9(08) VALUE ZERO.
008300     05  WS-PRIOR-END             PIC 9(08) VALUE ZERO.
008400     05  WS-TOP-COUNT             PIC 9(02) VALUE 5.
008410*
008420*    OLDEST SALE DATE STILL ON THE LIVE HISTORY - THE LATEST
008430*    SALESHST CUTOFF ON CLOSEREG.  ZERO MEANS NEVER CLOSED.
008440     05  WS-HISTORY-CUTOFF        PIC 9(08) VALUE ZERO.
008500 01  WS-BREAK-WORK.
008600     05  WS-CURRENT-KEY           PIC X(06) VALUE HIGH-VALUES.
008700     05  WS-CUR-QTY               PIC S9(09) VALUE ZERO.
008800     05  WS-CUR-REV               PIC S9(11)V99 VALUE ZERO.
008900     05  WS-PRI-QTY               PIC S9(09) VALUE ZERO.
009000     05  WS-PRI-REV               PIC S9(11)V99 VALUE ZERO.
009100 01  WS-PERIOD-TOTALS.
009200     05  WS-CUR-TOTAL-REV         PIC S9(11)V99 VALUE ZERO.
009300     05  WS-PRI-TOTAL-REV         PIC S9(11)V99 VALUE ZERO.
009400*
009500*    THE SORTED HISTORY RECORD IS RETURNED INTO THIS WORKING
009600*    COPY OF THE SHARED LAYOUT.
013700         10  WS-ANL-PRI-START     PIC 9(08).
013800         10  FILLER               PIC X(03) VALUE " - ".
013900         10  WS-ANL-PRI-END       PIC 9(08).
013910     05  WS-ANL-ARCHIVE-LINE.
013920         10  FILLER               PIC X(15)
013930                 VALUE "HISTORY BEFORE ".
013940         10  WS-ANL-ARC-CUTOFF    PIC 9(08).
013950         10  FILLER               PIC X(01) VALUE SPACES.
013960         10  WS-ANL-ARC-TEXT      PIC X(40).
014000     05  WS-ANL-SECTION-LINE.
014100         10  WS-ANL-SECTION-TEXT  PIC X(40).
014200     05  WS-ANL-COLUMN-LINE.
014700     05  WS-ANL-DETAIL-LINE.
014800         10  WS-ANL-KEY           PIC X(06).
014900         10  FILLER               PIC X(02) VALUE SPACES.
015000         10  WS-ANL-QTY           PIC -(08)9.
015100         10  FILLER               PIC X(02) VALUE SPACES.
015200         10  WS-ANL-REV           PIC -(10)9.99.
015300         10  FILLER               PIC X(02) VALUE SPACES.
015400         10  WS-ANL-PRI-REV       PIC -(10)9.99.
015500     05  WS-ANL-RANK-LINE.
015600         10  WS-ANL-RANK-NO       PIC Z9.
015700         10  FILLER               PIC X(02) VALUE ". ".
016000         10  WS-ANL-RANK-REV      PIC Z(10)9.99.
016100     05  WS-ANL-TOTAL-LINE.
016200         10  WS-ANL-TOTAL-LABEL   PIC X(24).
016300         10  WS-ANL-TOTAL-AMT     PIC -(10)9.99.
016400     05  WS-ANL-BLANK-LINE        PIC X(80) VALUE SPACES.
016500 PROCEDURE DIVISION.
016600*----------------------------------------------------------------*
017100     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
017200     IF NOT INIT-ERROR
017300         IF NOT NO-HISTORY-ON-FILE
017310             IF USE-ARCHIVE
017320                 SORT SALES-SORT-FILE
017330                     ON ASCENDING KEY ASRT-ITEM-ID
017340                     USING SALES-HISTORY-FILE SALES-ARCHIVE-FILE
017350                     OUTPUT PROCEDURE IS 2000-ITEM-ANALYSIS
017360                         THRU 2000-EXIT
017370                 SORT SALES-SORT-FILE
017380                     ON ASCENDING KEY ASRT-CUSTOMER-NO
017390                     USING SALES-HISTORY-FILE SALES-ARCHIVE-FILE
017392                     OUTPUT PROCEDURE IS 3000-CUST-ANALYSIS
017394                         THRU 3000-EXIT
017396             ELSE
017400                 SORT SALES-SORT-FILE
017500                     ON ASCENDING KEY ASRT-ITEM-ID
017600                     USING SALES-HISTORY-FILE
017700                     OUTPUT PROCEDURE IS 2000-ITEM-ANALYSIS
017800                         THRU 2000-EXIT
017900                 SORT SALES-SORT-FILE
018000                     ON ASCENDING KEY ASRT-CUSTOMER-NO
018100                     USING SALES-HISTORY-FILE
018200                     OUTPUT PROCEDURE IS 3000-CUST-ANALYSIS
018300                         THRU 3000-EXIT
018350             END-IF
018400             PERFORM 4000-PRINT-RANKINGS THRU 4000-EXIT
018500         END-IF
018600         PERFORM 5000-FINALIZE-RTN THRU 5000-EXIT
018700     END-IF.
018710     IF ARCHIVE-NOT-READ
018720         MOVE 04 TO RETURN-CODE
018730     END-IF.
018800     IF INIT-ERROR
018900         MOVE 12 TO RETURN-CODE
019000     END-IF.
022100     MOVE WS-PRIOR-START TO WS-ANL-PRI-START.
022200     MOVE WS-PRIOR-END TO WS-ANL-PRI-END.
022300     WRITE ANALYSIS-REPORT-RECORD FROM WS-ANL-PERIOD-LINE.
022310     IF NOT NO-HISTORY-ON-FILE
022320         PERFORM 1200-CHECK-ARCHIVE THRU 1200-EXIT
022330     END-IF.
022400     WRITE ANALYSIS-REPORT-RECORD FROM WS-ANL-BLANK-LINE.
022500     DISPLAY "SALESANL - SALES ANALYSIS STARTING".
022600 1000-EXIT.
025000     CLOSE SALES-CONTROL-FILE.
025100 1100-EXIT.
025200     EXIT.
025201*----------------------------------------------------------------*
025202*    1200-CHECK-ARCHIVE - PERCLOSE ROLLS SALES OLDER THAN ITS
025203*    RETENTION OFF TO THE SLSARCH ARCHIVE AND STAMPS THE CUTOFF
025204*    ON CLOSEREG.  A PERIOD ASKED FOR THAT STARTS BEFORE THE
025205*    LATEST CUTOFF IS READ FROM THE ARCHIVE AS WELL AS THE LIVE
025206*    HISTORY.  IF THE ARCHIVE CANNOT BE OPENED THE REPORT SAYS
025207*    SO AND THE RUN ENDS WITH A WARNING.
025208*----------------------------------------------------------------*
025209 1200-CHECK-ARCHIVE.
025210     OPEN INPUT CLOSE-REGISTER-FILE.
025211     IF WS-CLOSEREG-STATUS NOT = "00"
025212         GO TO 1200-EXIT
025213     END-IF.
025214     MOVE "N" TO WS-CLOSEREG-EOF-SW.
025215     PERFORM 1210-READ-CLOSE-REGISTER THRU 1210-EXIT.
025216     PERFORM 1220-NOTE-SALES-CUTOFF THRU 1220-EXIT
025217         UNTIL CLOSEREG-EOF.
025218     CLOSE CLOSE-REGISTER-FILE.
025219     IF WS-HISTORY-CUTOFF = ZERO
025220         GO TO 1200-EXIT
025221     END-IF.
025222     IF WS-PERIOD-START NOT < WS-HISTORY-CUTOFF
025223             AND (WS-PRIOR-END = ZERO
025224                 OR WS-PRIOR-START NOT < WS-HISTORY-CUTOFF)
025225         GO TO 1200-EXIT
025226     END-IF.
025227     OPEN INPUT SALES-ARCHIVE-FILE.
025228     IF WS-SLSARCH-STATUS = "00"
025229         CLOSE SALES-ARCHIVE-FILE
025230         MOVE "Y" TO WS-ARCHIVE-SW
025231         MOVE "READ FROM THE SLSARCH ARCHIVE"
025232             TO WS-ANL-ARC-TEXT
025233     ELSE
025234         MOVE "M" TO WS-ARCHIVE-SW
025235         MOVE "NOT READ - SLSARCH ARCHIVE NOT AVAILABLE"
025236             TO WS-ANL-ARC-TEXT
025237         DISPLAY "SALESANL - SLSARCH NEEDED, STATUS "
025238             WS-SLSARCH-STATUS " - FIGURES EXCLUDE IT"
025239     END-IF.
025240     MOVE WS-HISTORY-CUTOFF TO WS-ANL-ARC-CUTOFF.
025241     WRITE ANALYSIS-REPORT-RECORD FROM WS-ANL-ARCHIVE-LINE.
025242 1200-EXIT.
025243     EXIT.
025244 1210-READ-CLOSE-REGISTER.
025245     READ CLOSE-REGISTER-FILE
025246         AT END
025247             MOVE "Y" TO WS-CLOSEREG-EOF-SW
025248     END-READ.
025249 1210-EXIT.
025250     EXIT.
025251 1220-NOTE-SALES-CUTOFF.
025252     IF PCL-FILE-DONE AND PCL-FILE-NAME = "SALESHST"
025253             AND PCL-CUTOFF-DATE > WS-HISTORY-CUTOFF
025254         MOVE PCL-CUTOFF-DATE TO WS-HISTORY-CUTOFF
025255     END-IF.
025256     PERFORM 1210-READ-CLOSE-REGISTER THRU 1210-EXIT.
025257 1220-EXIT.
025258     EXIT.
025300*----------------------------------------------------------------*
025400*    2000-ITEM-ANALYSIS - SORT OUTPUT PROCEDURE, ITEM PASS.
025500*    CLASSIC CONTROL BREAK OVER THE HISTORY IN ITEM ORDER.  THE
