000100*****************************************************************
000200*    PROGRAM  : TAXRPT
000300*    PURPOSE  : MONTHLY SALES-TAX LIABILITY REPORT.  RUN ON
000400*               DEMAND FOR THE TAX FILING, NOT PART OF THE
000500*               NIGHTLY STREAM.  SORTS THE INVOICES ON THE TAX
000600*               HISTORY (TAXHIST) DATED IN THE MONTH ON THE
000700*               TAXCTL CONTROL RECORD INTO JURISDICTION ORDER AND
000800*               PRINTS ONE LINE PER JURISDICTION - THE INVOICES,
000900*               THE TAXABLE SALES, THE EXEMPT SALES AND THE TAX
001000*               COLLECTED - WITH GRAND TOTALS.  THE NAME OF EACH
001100*               JURISDICTION COMES OFF THE RATE TABLE (TAXRATE).
001200*               A JURISDICTION WHOSE RATE CHANGED IN THE MONTH
001300*               SHOWS "MIXED" FOR ITS RATE.  TAXABLE SALES BILLED
001400*               WITH NO RATE ON FILE CARRIED NO TAX; THEY ARE
001500*               COUNTED AS TAXABLE, LISTED UNDER THEIR
001600*               JURISDICTION AND END THE RUN WITH A WARNING, SINCE
001700*               THE TAX ON THEM IS STILL OWED.  WITH NO CONTROL
001800*               RECORD THE MONTH IS THE ONE BEFORE THE RUN DATE.
001810*               CREDIT MEMOS THE RETURNS STEP FILED ON TAXHIST
001820*               COME OFF THEIR JURISDICTION'S FIGURES IN THE MONTH
001830*               THE CREDIT WAS GIVEN, SO EVERY AMOUNT IS NET.
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. TAXRPT.
002100 AUTHOR. D L MARSH.
002200 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED.
002500*
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    ---------- ----  ----------------------------------------
002900*    2026-10-15 DLM   INITIAL VERSION - THE TAX FOR THE FILING
003000*                      WAS WORKED OUT BY HAND FROM THE INVOICES
003100*                      PRINT.
003110*    2026-10-15 DLM   NET OFF THE CREDIT MEMO RECORDS RETPOST NOW
003120*                      WRITES FOR TAX ON RETURNED GOODS.  THE
003130*                      AMOUNTS PRINT SIGNED AND THE MEMOS ARE
003140*                      COUNTED APART FROM THE INVOICES.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TAX-CONTROL-FILE ASSIGN TO "TAXCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TAXCTL-STATUS.
003800     SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-TAXHIST-STATUS.
004100     SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-TAXRATE-STATUS.
004400     SELECT TAX-SORT-FILE ASSIGN TO "TAXSORT".
004500     SELECT TAX-LIABILITY-REPORT ASSIGN TO "TAXLIAB"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TAXLIAB-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  TAX-CONTROL-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY TAXCTLRC.
005300 FD  TAX-HISTORY-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY TAXHSTRC.
005600 FD  TAX-RATE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY TAXRATRC.
005900*
006000*    THE SORT RECORD IS THE TAX HISTORY RECORD AS WRITTEN.
006100 SD  TAX-SORT-FILE.
006200 01  TSRT-RECORD.
006300     05  TSRT-INVOICE-NO          PIC 9(07).
006400     05  TSRT-CUSTOMER-NO         PIC X(06).
006500     05  TSRT-BATCH-ID            PIC X(08).
006600     05  TSRT-INVOICE-DATE        PIC 9(08).
006700     05  TSRT-JURISDICTION        PIC X(04).
006800     05  TSRT-EXEMPT-CERT         PIC X(15).
006900     05  TSRT-TAX-RATE            PIC 9(02)V9(03).
007000     05  TSRT-TAXABLE-AMOUNT      PIC 9(09)V99.
007100     05  TSRT-EXEMPT-AMOUNT       PIC 9(09)V99.
007200     05  TSRT-TAX-AMOUNT          PIC 9(09)V99.
007300     05  TSRT-RATE-STATUS         PIC X(01).
007400         88  TSRT-RATE-APPLIED              VALUE "R".
007500         88  TSRT-NO-RATE                   VALUE "M".
007510         88  TSRT-CREDIT-NO-RATE            VALUE "U".
007520         88  TSRT-CREDIT-REVERSAL           VALUE "C" "U".
007600 FD  TAX-LIABILITY-REPORT
007700     LABEL RECORDS ARE STANDARD.
007800 01  TAX-LIABILITY-RECORD         PIC X(80).
007900 WORKING-STORAGE SECTION.
008000 01  WS-SWITCHES.
008100     05  WS-ENTRY-EOF-SW          PIC X(01) VALUE "N".
008200         88  ENTRY-EOF                      VALUE "Y".
008300     05  WS-READ-EOF-SW           PIC X(01) VALUE "N".
008400         88  READ-EOF                       VALUE "Y".
008500     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
008600         88  INIT-ERROR                     VALUE "Y".
008700     05  WS-REFUSED-SW            PIC X(01) VALUE "N".
008800         88  REPORT-REFUSED                 VALUE "Y".
008900     05  WS-NO-TAXHIST-SW         PIC X(01) VALUE "N".
009000         88  NO-TAX-HISTORY                 VALUE "Y".
009100     05  WS-RATE-SEEN-SW          PIC X(01) VALUE "N".
009200         88  RATE-SEEN                      VALUE "Y".
009300     05  WS-MIXED-RATE-SW         PIC X(01) VALUE "N".
009400         88  MIXED-RATES                    VALUE "Y".
009500     05  WS-DESC-FOUND-SW         PIC X(01) VALUE "N".
009600         88  DESC-FOUND                     VALUE "Y".
009700 01  WS-FILE-STATUS.
009800     05  WS-TAXCTL-STATUS         PIC X(02) VALUE SPACES.
009900     05  WS-TAXHIST-STATUS        PIC X(02) VALUE SPACES.
010000     05  WS-TAXRATE-STATUS        PIC X(02) VALUE SPACES.
010100     05  WS-TAXLIAB-STATUS        PIC X(02) VALUE SPACES.
010200 01  WS-COUNTERS.
010300     05  WS-HISTORY-READ          PIC 9(07) COMP VALUE ZERO.
010400     05  WS-INVOICES-SELECTED     PIC 9(07) COMP VALUE ZERO.
010500     05  WS-JURISDICTIONS         PIC 9(07) COMP VALUE ZERO.
010600     05  WS-NO-RATE-INVOICES      PIC 9(07) COMP VALUE ZERO.
010650     05  WS-CREDITS-SELECTED      PIC 9(07) COMP VALUE ZERO.
010700 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
010800 01  WS-DATE-TIME.
010900     05  WS-CURRENT-DATE          PIC 9(08).
011000     05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
011100         10  WS-CURRENT-YYYYMM    PIC 9(06).
011200         10  FILLER               PIC 9(02).
011300     05  WS-CURRENT-TIME          PIC 9(08).
011400*
011500*    THE MONTH REPORTED AND THE FIRST AND LAST DATES IN IT.  THE
011600*    LAST DATE IS TAKEN AS THE 31ST WHATEVER THE MONTH - NO
011700*    INVOICE CARRIES A DAY THAT DOES NOT EXIST.
011800 01  WS-PERIOD-WORK.
011900     05  WS-REPORT-PERIOD         PIC 9(06) VALUE ZERO.
012000     05  WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
012100         10  WS-REPORT-YEAR       PIC 9(04).
012200         10  WS-REPORT-MONTH      PIC 9(02).
012300     05  WS-PERIOD-START          PIC 9(08) VALUE ZERO.
012400     05  WS-PERIOD-END            PIC 9(08) VALUE ZERO.
012500     05  WS-REFUSE-TEXT           PIC X(40) VALUE SPACES.
012600*
012700*    THE RATE TABLE, HELD ONLY FOR THE JURISDICTION NAMES.  THE
012800*    NAME PRINTED IS THE ONE ON THE LATEST ENTRY IN FORCE BY THE
012900*    END OF THE MONTH.
013000 01  WS-TAX-RATE-TABLE.
013100     05  WS-RATE-COUNT            PIC 9(05) COMP VALUE ZERO.
013200     05  WS-RATE-MAX              PIC 9(05) COMP VALUE 500.
013300     05  WS-RATE-ENTRY OCCURS 500 TIMES.
013400         10  WS-RTE-JURISDICTION  PIC X(04).
013500         10  WS-RTE-EFF-DATE      PIC 9(08).
013600         10  WS-RTE-DESCRIPTION   PIC X(25).
013700 01  WS-RATE-WORK.
013800     05  WS-RTE-SUB               PIC 9(05) COMP VALUE ZERO.
013900     05  WS-DESC-DATE             PIC 9(08) VALUE ZERO.
014000     05  WS-DESCRIPTION           PIC X(25) VALUE SPACES.
014100*
014200*    JURISDICTION TOTALS, CLEARED AT EACH BREAK, AND THE GRAND
014300*    TOTALS FOR THE MONTH.  SIGNED - A MONTH'S CREDITS CAN
014350*    OUTWEIGH ITS SALES IN A QUIET JURISDICTION.
014400 01  WS-JURIS-TOTALS.
014500     05  WS-CURRENT-JURIS         PIC X(04) VALUE SPACES.
014600     05  WS-JURIS-RATE            PIC 9(02)V9(03) VALUE ZERO.
014700     05  WS-JURIS-INVOICES        PIC 9(07) COMP VALUE ZERO.
014800     05  WS-JURIS-TAXABLE         PIC S9(10)V99 VALUE ZERO.
014900     05  WS-JURIS-EXEMPT          PIC S9(10)V99 VALUE ZERO.
015000     05  WS-JURIS-TAX             PIC S9(10)V99 VALUE ZERO.
015100     05  WS-JURIS-NO-RATE         PIC S9(10)V99 VALUE ZERO.
015200 01  WS-GRAND-TOTALS.
015300     05  WS-GRAND-INVOICES        PIC 9(07) COMP VALUE ZERO.
015400     05  WS-GRAND-TAXABLE         PIC S9(10)V99 VALUE ZERO.
015500     05  WS-GRAND-EXEMPT          PIC S9(10)V99 VALUE ZERO.
015600     05  WS-GRAND-TAX             PIC S9(10)V99 VALUE ZERO.
015700     05  WS-GRAND-NO-RATE         PIC S9(10)V99 VALUE ZERO.
015800 01  WS-REPORT-LINES.
015900     05  WS-TXL-TITLE-LINE.
016000         10  FILLER               PIC X(35)
016100                 VALUE "SALES TAX LIABILITY REPORT  PERIOD ".
016200         10  WS-TXL-TITLE-PERIOD  PIC 9(06).
016300         10  FILLER               PIC X(07) VALUE "   RUN ".
016400         10  WS-TXL-TITLE-DATE    PIC 9(08).
016500     05  WS-TXL-COLUMN-LINE-1.
016600         10  FILLER               PIC X(38)
016700                 VALUE "JURS  NAME                 RATE  INVS ".
016800         10  FILLER               PIC X(29)
016900                 VALUE "TAXABLE SALES  EXEMPT SALES  ".
017000         10  FILLER               PIC X(13) VALUE "TAX COLLECTED".
017100     05  WS-TXL-DETAIL-LINE.
017200         10  WS-TXL-JURIS         PIC X(04).
017300         10  FILLER               PIC X(02) VALUE SPACES.
017400         10  WS-TXL-NAME          PIC X(18).
017500         10  FILLER               PIC X(01) VALUE SPACES.
017600         10  WS-TXL-RATE          PIC X(06).
017700         10  FILLER               PIC X(01) VALUE SPACES.
017800         10  WS-TXL-INVOICES      PIC Z(04)9.
017900         10  FILLER               PIC X(01) VALUE SPACES.
018000         10  WS-TXL-TAXABLE       PIC Z(08)9.99-.
018100         10  FILLER               PIC X(01) VALUE SPACES.
018200         10  WS-TXL-EXEMPT        PIC Z(08)9.99-.
018300         10  FILLER               PIC X(01) VALUE SPACES.
018400         10  WS-TXL-TAX           PIC Z(09)9.99-.
018500     05  WS-TXL-RATE-EDIT         PIC Z9.999.
018600     05  WS-TXL-NO-RATE-LINE.
018700         10  FILLER               PIC X(06) VALUE SPACES.
018800         10  FILLER               PIC X(32)
018900                 VALUE "NOT TAXED - NO RATE ON FILE . . ".
019000         10  WS-TXL-NO-RATE       PIC Z(08)9.99-.
019100     05  WS-TXL-DASH-LINE.
019200         10  FILLER               PIC X(38) VALUE SPACES.
019300         10  FILLER               PIC X(42) VALUE ALL "-".
019400     05  WS-TXL-MESSAGE-LINE.
019500         10  WS-TXL-MESSAGE       PIC X(60).
019600     05  WS-TXL-COUNT-LINE.
019700         10  WS-TXL-COUNT-LABEL   PIC X(24).
019800         10  WS-TXL-COUNT         PIC Z(06)9.
019900     05  WS-TXL-BLANK-LINE        PIC X(80) VALUE SPACES.
020000 PROCEDURE DIVISION.
020100*----------------------------------------------------------------*
020200*    0000-MAINLINE - SORT THE MONTH'S TAX HISTORY INTO
020300*    JURISDICTION ORDER AND PRINT A LINE AT EACH BREAK.
020400*----------------------------------------------------------------*
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
020700     IF NOT INIT-ERROR AND NOT REPORT-REFUSED
020800         SORT TAX-SORT-FILE
020900             ON ASCENDING KEY TSRT-JURISDICTION
021000                 TSRT-INVOICE-DATE TSRT-INVOICE-NO
021100             INPUT PROCEDURE IS 2000-SELECT-INVOICES
021200                 THRU 2000-EXIT
021300             OUTPUT PROCEDURE IS 3000-PRINT-JURISDICTIONS
021400                 THRU 3000-EXIT
021500         PERFORM 4000-FINALIZE-RTN THRU 4000-EXIT
021600     END-IF.
021700     MOVE WS-RETURN-CODE TO RETURN-CODE.
021800     STOP RUN.
021900*----------------------------------------------------------------*
022000*    1000-INITIALIZE-RTN - OPEN THE REPORT, SETTLE THE MONTH AND
022100*    LOAD THE JURISDICTION NAMES.  NO TAX HISTORY IS NOT AN
022200*    ERROR - THE REPORT SIMPLY SHOWS NOTHING FOR THE MONTH.
022300*----------------------------------------------------------------*
022400 1000-INITIALIZE-RTN.
022500     MOVE ZERO TO WS-RETURN-CODE.
022600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022700     ACCEPT WS-CURRENT-TIME FROM TIME.
022800     OPEN OUTPUT TAX-LIABILITY-REPORT.
022900     IF WS-TAXLIAB-STATUS NOT = "00"
023000         DISPLAY "TAXRPT - UNABLE TO OPEN TAXLIAB, STATUS "
023100             WS-TAXLIAB-STATUS
023200         MOVE "Y" TO WS-INIT-ERROR-SW
023300         MOVE 12 TO WS-RETURN-CODE
023400         GO TO 1000-EXIT
023500     END-IF.
023600     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
023700     MOVE WS-REPORT-PERIOD TO WS-TXL-TITLE-PERIOD.
023800     MOVE WS-CURRENT-DATE TO WS-TXL-TITLE-DATE.
023900     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-TITLE-LINE.
024000     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-BLANK-LINE.
024100     IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
024200         MOVE "Y" TO WS-REFUSED-SW
024300         MOVE "PERIOD IS NOT A VALID YYYYMM" TO WS-REFUSE-TEXT
024400         PERFORM 1600-REFUSE-REPORT THRU 1600-EXIT
024500         GO TO 1000-EXIT
024600     END-IF.
024700     COMPUTE WS-PERIOD-START = WS-REPORT-PERIOD * 100 + 1.
024800     COMPUTE WS-PERIOD-END = WS-REPORT-PERIOD * 100 + 31.
024900     PERFORM 1200-LOAD-TAX-RATES THRU 1200-EXIT.
025000     IF INIT-ERROR
025100         CLOSE TAX-LIABILITY-REPORT
025200         MOVE 12 TO WS-RETURN-CODE
025300         GO TO 1000-EXIT
025400     END-IF.
025500     OPEN INPUT TAX-HISTORY-FILE.
025600     IF WS-TAXHIST-STATUS = "35"
025700         MOVE "Y" TO WS-NO-TAXHIST-SW
025800     ELSE
025900         IF WS-TAXHIST-STATUS = "00"
026000             CLOSE TAX-HISTORY-FILE
026100         ELSE
026200             DISPLAY "TAXRPT - UNABLE TO OPEN TAXHIST, STATUS "
026300                 WS-TAXHIST-STATUS
026400             CLOSE TAX-LIABILITY-REPORT
026500             MOVE "Y" TO WS-INIT-ERROR-SW
026600             MOVE 12 TO WS-RETURN-CODE
026700             GO TO 1000-EXIT
026800         END-IF
026900     END-IF.
027000     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-COLUMN-LINE-1.
027100     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-BLANK-LINE.
027200     DISPLAY "TAXRPT - REPORTING PERIOD " WS-REPORT-PERIOD.
027300 1000-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------*
027600*    1100-LOAD-CONTROL - THE MONTH TO REPORT.  WITH NO CONTROL
027700*    RECORD IT IS THE CALENDAR MONTH BEFORE THE RUN DATE.
027800*----------------------------------------------------------------*
027900 1100-LOAD-CONTROL.
028000     MOVE WS-CURRENT-YYYYMM TO WS-REPORT-PERIOD.
028100     IF WS-REPORT-MONTH = 1
028200         SUBTRACT 1 FROM WS-REPORT-YEAR
028300         MOVE 12 TO WS-REPORT-MONTH
028400     ELSE
028500         SUBTRACT 1 FROM WS-REPORT-MONTH
028600     END-IF.
028700     OPEN INPUT TAX-CONTROL-FILE.
028800     IF WS-TAXCTL-STATUS NOT = "00"
028900         GO TO 1100-EXIT
029000     END-IF.
029100     READ TAX-CONTROL-FILE
029200         AT END
029300             CONTINUE
029400         NOT AT END
029500             IF TXC-PERIOD IS NUMERIC AND TXC-PERIOD > ZERO
029600                 MOVE TXC-PERIOD TO WS-REPORT-PERIOD
029700             END-IF
029800     END-READ.
029900     CLOSE TAX-CONTROL-FILE.
030000 1100-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------*
030300*    1200-LOAD-TAX-RATES - TABLE THE RATE FILE FOR THE NAMES.
030400*    NO RATE FILE ONLY MEANS THE NAMES ARE LEFT BLANK.
030500*----------------------------------------------------------------*
030600 1200-LOAD-TAX-RATES.
030700     OPEN INPUT TAX-RATE-FILE.
030800     IF WS-TAXRATE-STATUS = "35"
030900         DISPLAY "TAXRPT - NO TAXRATE FILE, NAMES NOT PRINTED"
031000         GO TO 1200-EXIT
031100     END-IF.
031200     IF WS-TAXRATE-STATUS NOT = "00"
031300         DISPLAY "TAXRPT - UNABLE TO OPEN TAXRATE, STATUS "
031400             WS-TAXRATE-STATUS
031500         MOVE "Y" TO WS-INIT-ERROR-SW
031600         GO TO 1200-EXIT
031700     END-IF.
031800     MOVE "N" TO WS-READ-EOF-SW.
031900     PERFORM 1210-TABLE-ONE-RATE THRU 1210-EXIT
032000         UNTIL READ-EOF OR INIT-ERROR.
032100     CLOSE TAX-RATE-FILE.
032200 1200-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------*
032500*    1210-TABLE-ONE-RATE - AN ENTRY CUSTINV WOULD IGNORE IS
032600*    IGNORED HERE TOO.
032700*----------------------------------------------------------------*
032800 1210-TABLE-ONE-RATE.
032900     READ TAX-RATE-FILE
033000         AT END
033100             MOVE "Y" TO WS-READ-EOF-SW
033200             GO TO 1210-EXIT
033300     END-READ.
033400     IF TXR-JURISDICTION = SPACES
033500         OR TXR-EFF-DATE NOT NUMERIC
033600         OR TXR-RATE NOT NUMERIC
033700         GO TO 1210-EXIT
033800     END-IF.
033900     IF WS-RATE-COUNT >= WS-RATE-MAX
034000         DISPLAY "TAXRPT - TAX RATE TABLE OVERFLOW AT "
034100             WS-RATE-MAX " RECORDS, REPORT STOPPED"
034200         MOVE "Y" TO WS-INIT-ERROR-SW
034300         GO TO 1210-EXIT
034400     END-IF.
034500     ADD 1 TO WS-RATE-COUNT.
034600     MOVE TXR-JURISDICTION
034700         TO WS-RTE-JURISDICTION (WS-RATE-COUNT).
034800     MOVE TXR-EFF-DATE-N TO WS-RTE-EFF-DATE (WS-RATE-COUNT).
034900     MOVE TXR-DESCRIPTION TO WS-RTE-DESCRIPTION (WS-RATE-COUNT).
035000 1210-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------*
035300*    1600-REFUSE-REPORT - SAY WHY ON THE REPORT AND THE CONSOLE
035400*    AND END THE RUN WITH NOTHING REPORTED.
035500*----------------------------------------------------------------*
035600 1600-REFUSE-REPORT.
035700     MOVE WS-REFUSE-TEXT TO WS-TXL-MESSAGE.
035800     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-MESSAGE-LINE.
035900     CLOSE TAX-LIABILITY-REPORT.
036000     DISPLAY "TAXRPT - PERIOD " WS-REPORT-PERIOD
036100         " NOT REPORTED - " WS-REFUSE-TEXT.
036200     MOVE 08 TO WS-RETURN-CODE.
036300 1600-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------*
036600*    2000-SELECT-INVOICES - SORT INPUT PROCEDURE.  ONLY INVOICES
036700*    AND CREDIT MEMOS DATED IN THE MONTH ARE RELEASED.
036800*----------------------------------------------------------------*
036900 2000-SELECT-INVOICES.
037000     IF NO-TAX-HISTORY
037100         GO TO 2000-EXIT
037200     END-IF.
037300     OPEN INPUT TAX-HISTORY-FILE.
037400     IF WS-TAXHIST-STATUS NOT = "00"
037500         DISPLAY "TAXRPT - UNABLE TO OPEN TAXHIST, STATUS "
037600             WS-TAXHIST-STATUS
037700         MOVE 12 TO WS-RETURN-CODE
037800         GO TO 2000-EXIT
037900     END-IF.
038000     MOVE "N" TO WS-READ-EOF-SW.
038100     PERFORM 2100-SELECT-ONE-INVOICE THRU 2100-EXIT
038200         UNTIL READ-EOF.
038300     CLOSE TAX-HISTORY-FILE.
038400 2000-EXIT.
038500     EXIT.
038600 2100-SELECT-ONE-INVOICE.
038700     READ TAX-HISTORY-FILE
038800         AT END
038900             MOVE "Y" TO WS-READ-EOF-SW
039000             GO TO 2100-EXIT
039100     END-READ.
039200     ADD 1 TO WS-HISTORY-READ.
039300     IF TXH-INVOICE-DATE < WS-PERIOD-START
039400         OR TXH-INVOICE-DATE > WS-PERIOD-END
039500         GO TO 2100-EXIT
039600     END-IF.
039700     RELEASE TSRT-RECORD FROM TAX-HISTORY-RECORD.
039800     IF TXH-CREDIT-REVERSAL
039810         ADD 1 TO WS-CREDITS-SELECTED
039820     ELSE
039830         ADD 1 TO WS-INVOICES-SELECTED
039840     END-IF.
039900 2100-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------*
040200*    3000-PRINT-JURISDICTIONS - SORT OUTPUT PROCEDURE.  A PLAIN
040300*    CONTROL BREAK ON JURISDICTION.
040400*----------------------------------------------------------------*
040500 3000-PRINT-JURISDICTIONS.
040600     PERFORM 3900-RETURN-INVOICE THRU 3900-EXIT.
040700     PERFORM 3050-PRINT-ONE-JURISDICTION THRU 3050-EXIT
040800         UNTIL ENTRY-EOF.
040900 3000-EXIT.
041000     EXIT.
041100 3050-PRINT-ONE-JURISDICTION.
041200     MOVE TSRT-JURISDICTION TO WS-CURRENT-JURIS.
041300     MOVE ZERO TO WS-JURIS-RATE WS-JURIS-INVOICES
041400         WS-JURIS-TAXABLE WS-JURIS-EXEMPT WS-JURIS-TAX
041500         WS-JURIS-NO-RATE.
041600     MOVE "N" TO WS-RATE-SEEN-SW WS-MIXED-RATE-SW.
041700     PERFORM 3100-ADD-ONE-INVOICE THRU 3100-EXIT
041800         UNTIL ENTRY-EOF
041900             OR TSRT-JURISDICTION NOT = WS-CURRENT-JURIS.
042000     PERFORM 3500-PRINT-JURISDICTION THRU 3500-EXIT.
042100 3050-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------*
042400*    3100-ADD-ONE-INVOICE - ONLY INVOICES TAXED AT A RATE COUNT
042500*    TOWARDS THE RATE SHOWN; AN EXEMPT OR NO-RATE INVOICE CARRIES
042600*    NONE.  A CREDIT MEMO IS TAKEN OFF INSTEAD.
042700*----------------------------------------------------------------*
042800 3100-ADD-ONE-INVOICE.
042810     IF TSRT-CREDIT-REVERSAL
042820         PERFORM 3150-TAKE-OFF-CREDIT THRU 3150-EXIT
042830         PERFORM 3900-RETURN-INVOICE THRU 3900-EXIT
042840         GO TO 3100-EXIT
042850     END-IF.
042900     ADD 1 TO WS-JURIS-INVOICES.
043000     ADD TSRT-TAXABLE-AMOUNT TO WS-JURIS-TAXABLE.
043100     ADD TSRT-EXEMPT-AMOUNT TO WS-JURIS-EXEMPT.
043200     ADD TSRT-TAX-AMOUNT TO WS-JURIS-TAX.
043300     IF TSRT-NO-RATE AND TSRT-TAXABLE-AMOUNT > ZERO
043400         ADD TSRT-TAXABLE-AMOUNT TO WS-JURIS-NO-RATE
043500         ADD 1 TO WS-NO-RATE-INVOICES
043600     END-IF.
043700     IF TSRT-RATE-APPLIED
043800         IF RATE-SEEN AND TSRT-TAX-RATE NOT = WS-JURIS-RATE
043900             MOVE "Y" TO WS-MIXED-RATE-SW
044000         END-IF
044100         MOVE "Y" TO WS-RATE-SEEN-SW
044200         MOVE TSRT-TAX-RATE TO WS-JURIS-RATE
044300     END-IF.
044400     PERFORM 3900-RETURN-INVOICE THRU 3900-EXIT.
044500 3100-EXIT.
044600     EXIT.
044605*----------------------------------------------------------------*
044610*    3150-TAKE-OFF-CREDIT - TAX CREDITED ON RETURNED GOODS COMES
044615*    OFF THE JURISDICTION IN THE MONTH THE CREDIT WAS GIVEN,
044620*    WITH THE GOODS IT WAS CHARGED ON.  A CREDIT IS NOT AN
044625*    INVOICE AND HAS NO SAY IN THE RATE SHOWN.  GOODS THAT WENT
044630*    OUT WITH NO RATE COME OFF THE UNTAXED SALES AS WELL.
044635*----------------------------------------------------------------*
044640 3150-TAKE-OFF-CREDIT.
044645     SUBTRACT TSRT-TAXABLE-AMOUNT FROM WS-JURIS-TAXABLE.
044650     SUBTRACT TSRT-EXEMPT-AMOUNT FROM WS-JURIS-EXEMPT.
044655     SUBTRACT TSRT-TAX-AMOUNT FROM WS-JURIS-TAX.
044660     IF TSRT-CREDIT-NO-RATE
044665         SUBTRACT TSRT-TAXABLE-AMOUNT FROM WS-JURIS-NO-RATE
044670     END-IF.
044675 3150-EXIT.
044680     EXIT.
044700*----------------------------------------------------------------*
044800*    3500-PRINT-JURISDICTION - THE JURISDICTION LINE, AND UNDER
044900*    IT ANY TAXABLE SALES THAT WENT OUT WITH NO TAX.
045000*----------------------------------------------------------------*
045100 3500-PRINT-JURISDICTION.
045200     MOVE SPACES TO WS-TXL-DETAIL-LINE.
045300     IF WS-CURRENT-JURIS = SPACES
045400         MOVE "NONE" TO WS-TXL-JURIS
045500         MOVE "NO JURISDICTION" TO WS-TXL-NAME
045600     ELSE
045700         MOVE WS-CURRENT-JURIS TO WS-TXL-JURIS
045800         PERFORM 3600-FIND-DESCRIPTION THRU 3600-EXIT
045900         MOVE WS-DESCRIPTION TO WS-TXL-NAME
046000     END-IF.
046100     IF MIXED-RATES
046200         MOVE "MIXED" TO WS-TXL-RATE
046300     ELSE
046400         IF RATE-SEEN
046500             MOVE WS-JURIS-RATE TO WS-TXL-RATE-EDIT
046600             MOVE WS-TXL-RATE-EDIT TO WS-TXL-RATE
046700         END-IF
046800     END-IF.
046900     MOVE WS-JURIS-INVOICES TO WS-TXL-INVOICES.
047000     MOVE WS-JURIS-TAXABLE TO WS-TXL-TAXABLE.
047100     MOVE WS-JURIS-EXEMPT TO WS-TXL-EXEMPT.
047200     MOVE WS-JURIS-TAX TO WS-TXL-TAX.
047300     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-DETAIL-LINE.
047400     IF WS-JURIS-NO-RATE > ZERO
047500         MOVE WS-JURIS-NO-RATE TO WS-TXL-NO-RATE
047600         WRITE TAX-LIABILITY-RECORD FROM WS-TXL-NO-RATE-LINE
047700     END-IF.
047800     ADD 1 TO WS-JURISDICTIONS.
047900     ADD WS-JURIS-INVOICES TO WS-GRAND-INVOICES.
048000     ADD WS-JURIS-TAXABLE TO WS-GRAND-TAXABLE.
048100     ADD WS-JURIS-EXEMPT TO WS-GRAND-EXEMPT.
048200     ADD WS-JURIS-TAX TO WS-GRAND-TAX.
048300     ADD WS-JURIS-NO-RATE TO WS-GRAND-NO-RATE.
048400 3500-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------*
048700*    3600-FIND-DESCRIPTION - THE NAME ON THE LATEST RATE ENTRY IN
048800*    FORCE BY THE END OF THE MONTH.  A JURISDICTION WITH NOTHING
048900*    IN FORCE IS FLAGGED IN PLACE OF THE NAME.
049000*----------------------------------------------------------------*
049100 3600-FIND-DESCRIPTION.
049200     MOVE "N" TO WS-DESC-FOUND-SW.
049300     MOVE ZERO TO WS-DESC-DATE.
049400     MOVE "NOT ON TAXRATE" TO WS-DESCRIPTION.
049500     PERFORM 3610-SCAN-ONE-RATE THRU 3610-EXIT
049600         VARYING WS-RTE-SUB FROM 1 BY 1
049700         UNTIL WS-RTE-SUB > WS-RATE-COUNT.
049800 3600-EXIT.
049900     EXIT.
050000 3610-SCAN-ONE-RATE.
050100     IF WS-RTE-JURISDICTION (WS-RTE-SUB) NOT = WS-CURRENT-JURIS
050200         GO TO 3610-EXIT
050300     END-IF.
050400     IF WS-RTE-EFF-DATE (WS-RTE-SUB) > WS-PERIOD-END
050500         GO TO 3610-EXIT
050600     END-IF.
050700     IF DESC-FOUND
050800         AND WS-RTE-EFF-DATE (WS-RTE-SUB) < WS-DESC-DATE
050900         GO TO 3610-EXIT
051000     END-IF.
051100     MOVE "Y" TO WS-DESC-FOUND-SW.
051200     MOVE WS-RTE-EFF-DATE (WS-RTE-SUB) TO WS-DESC-DATE.
051300     MOVE WS-RTE-DESCRIPTION (WS-RTE-SUB) TO WS-DESCRIPTION.
051400 3610-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------*
051700*    3900-RETURN-INVOICE - NEXT SORTED INVOICE, OR END OF SORT.
051800*----------------------------------------------------------------*
051900 3900-RETURN-INVOICE.
052000     RETURN TAX-SORT-FILE
052100         AT END
052200             MOVE "Y" TO WS-ENTRY-EOF-SW
052300     END-RETURN.
052400 3900-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------*
052700*    4000-FINALIZE-RTN - GRAND TOTALS, THE WARNING FOR SALES LEFT
052800*    UNTAXED, AND CLOSE DOWN.
052900*----------------------------------------------------------------*
053000 4000-FINALIZE-RTN.
053100     IF WS-INVOICES-SELECTED = ZERO AND WS-CREDITS-SELECTED = ZERO
053200         IF NO-TAX-HISTORY
053300             MOVE "NO TAX HISTORY ON FILE" TO WS-TXL-MESSAGE
053400         ELSE
053500             MOVE "NO INVOICES DATED IN THE PERIOD"
053600                 TO WS-TXL-MESSAGE
053700         END-IF
053800         WRITE TAX-LIABILITY-RECORD FROM WS-TXL-MESSAGE-LINE
053900         WRITE TAX-LIABILITY-RECORD FROM WS-TXL-BLANK-LINE
054000     END-IF.
054100     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-DASH-LINE.
054200     MOVE SPACES TO WS-TXL-DETAIL-LINE.
054300     MOVE "TOTAL FOR PERIOD" TO WS-TXL-NAME.
054400     MOVE WS-GRAND-INVOICES TO WS-TXL-INVOICES.
054500     MOVE WS-GRAND-TAXABLE TO WS-TXL-TAXABLE.
054600     MOVE WS-GRAND-EXEMPT TO WS-TXL-EXEMPT.
054700     MOVE WS-GRAND-TAX TO WS-TXL-TAX.
054800     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-DETAIL-LINE.
054900     IF WS-GRAND-NO-RATE > ZERO
055000         MOVE WS-GRAND-NO-RATE TO WS-TXL-NO-RATE
055100         WRITE TAX-LIABILITY-RECORD FROM WS-TXL-NO-RATE-LINE
055200         IF WS-RETURN-CODE < 04
055300             MOVE 04 TO WS-RETURN-CODE
055400         END-IF
055500     END-IF.
055600     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-BLANK-LINE.
055700     MOVE "JURISDICTIONS . . . . . " TO WS-TXL-COUNT-LABEL.
055800     MOVE WS-JURISDICTIONS TO WS-TXL-COUNT.
055900     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-COUNT-LINE.
056000     MOVE "INVOICES IN PERIOD . . " TO WS-TXL-COUNT-LABEL.
056100     MOVE WS-INVOICES-SELECTED TO WS-TXL-COUNT.
056200     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-COUNT-LINE.
056210     MOVE "CREDIT MEMOS . . . . . " TO WS-TXL-COUNT-LABEL.
056220     MOVE WS-CREDITS-SELECTED TO WS-TXL-COUNT.
056230     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-COUNT-LINE.
056300     MOVE "INVOICES NOT TAXED . . " TO WS-TXL-COUNT-LABEL.
056400     MOVE WS-NO-RATE-INVOICES TO WS-TXL-COUNT.
056500     WRITE TAX-LIABILITY-RECORD FROM WS-TXL-COUNT-LINE.
056600     CLOSE TAX-LIABILITY-REPORT.
056700     DISPLAY "TAXRPT - SALES TAX LIABILITY REPORT COMPLETE".
056800     DISPLAY "PERIOD            : " WS-REPORT-PERIOD.
056900     DISPLAY "HISTORY READ      : " WS-HISTORY-READ.
057000     DISPLAY "INVOICES REPORTED : " WS-INVOICES-SELECTED.
057050     DISPLAY "CREDIT MEMOS      : " WS-CREDITS-SELECTED.
057100     DISPLAY "JURISDICTIONS     : " WS-JURISDICTIONS.
057200     DISPLAY "TAX COLLECTED     : " WS-GRAND-TAX.
057300     DISPLAY "INVOICES NOT TAXED: " WS-NO-RATE-INVOICES.
057400     DISPLAY "RETURN CODE       : " WS-RETURN-CODE.
057500 4000-EXIT.
057600     EXIT.
