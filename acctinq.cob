000100*****************************************************************
000200*    PROGRAM  : ACCTINQ
000300*    PURPOSE  : CUSTOMER AND ITEM ACCOUNT INQUIRY.  RUN ON DEMAND
000400*               AT THE DESK, NOT PART OF THE NIGHTLY STREAM.  THE
000500*               OPERATOR KEYS ONE REQUEST A LINE -
000600*                   C CCCCCC   A CUSTOMER NUMBER
000700*                   I IIIII    AN ITEM ID
000800*               AND A BLANK LINE OR END TO FINISH.  A CUSTOMER
000900*               SHOWS ITS MASTER - NAME, TERMS, CREDIT LIMIT, OPEN
001000*               BALANCE AND CREDIT STATUS - ITS OPEN INVOICES WITH
001100*               BALANCE AND DAYS PAST DUE, ITS LINES ON CREDIT
001200*               HOLD WITH THE HOLD REASON, ITS BACKORDERED AND
001300*               SUSPENDED LINES, AND ITS LAST PURCHASES OFF THE
001400*               SALES HISTORY.  AN ITEM SHOWS ON-HAND, THE CURRENT
001500*               AND PENDING PRICE WITH THEIR EFFECTIVE DATES, THE
001600*               REORDER POINT, THE OPEN BACKORDER DEMAND AND ANY
001700*               PURCHASE SUGGESTION STILL WAITING FOR A PO.
001800*               EVERY FILE IS OPENED INPUT ONLY - NOTHING IS
001900*               EVER WRITTEN OR REWRITTEN - AND THE SEQUENTIAL
002000*               FILES ARE OPENED AFRESH FOR EACH REQUEST, SO AN
002100*               ANSWER IS AS OF THE LAST NIGHTLY RUN OR POSTING.
002200*               NOT TO BE RUN WHILE THE NIGHTLY STREAM IS
002300*               REBUILDING THE FILES.
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ACCTINQ.
002600 AUTHOR. D L MARSH.
002700 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    ---------- ----  ----------------------------------------
003400*    2026-10-15 DLM   INITIAL VERSION - A PHONE CALL USED TO MEAN
003500*                      ASKING OPERATIONS TO DUMP CUSTMAST AND
003600*                      SEARCH THE OPEN FILES BY HAND.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CUST-CUSTOMER-NO
004400         FILE STATUS IS WS-CUSTMAST-STATUS.
004500     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS ITM-ITEM-ID
004900         FILE STATUS IS WS-ITEMMAST-STATUS.
005000     SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-OPENINV-STATUS.
005300     SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CREDHOLD-STATUS.
005600     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BACKORD-STATUS.
005900     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFIL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SUSPFIL-STATUS.
006200     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-SALESHST-STATUS.
006500     SELECT PURCHASE-SUGGESTION-FILE ASSIGN TO "PURSUGG"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PURSUGG-STATUS.
006800     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-POFILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CUSTOMER-MASTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CUSTREC.
007600 FD  ITEM-MASTER-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY ITEMREC.
007900 FD  OPEN-INVOICE-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY OPENINVR.
008200 FD  CREDIT-HOLD-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CRHOLDRC.
008500 FD  BACKORDER-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY BACKREC.
008800 FD  SUSPENSE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY SUSPREC.
009100 FD  SALES-HISTORY-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY SALESHRC.
009400 FD  PURCHASE-SUGGESTION-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY PURSUGRC.
009700 FD  PURCHASE-ORDER-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY POREC.
010000 WORKING-STORAGE SECTION.
010100 01  WS-SWITCHES.
010200     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
010300         88  INIT-ERROR                     VALUE "Y".
010400     05  WS-INQUIRY-DONE-SW       PIC X(01) VALUE "N".
010500         88  INQUIRY-DONE                   VALUE "Y".
010600     05  WS-SCAN-EOF-SW           PIC X(01) VALUE "N".
010700         88  SCAN-EOF                       VALUE "Y".
010800     05  WS-SCAN-OPEN-SW          PIC X(01) VALUE "N".
010900         88  SCAN-FILE-OPEN                 VALUE "Y".
011000     05  WS-SUGGESTION-SW         PIC X(01) VALUE "N".
011100         88  SUGGESTION-FOUND               VALUE "Y".
011200     05  WS-ORDERED-SW            PIC X(01) VALUE "N".
011300         88  SUGGESTION-ORDERED             VALUE "Y".
011400 01  WS-FILE-STATUS.
011500     05  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
011600     05  WS-ITEMMAST-STATUS       PIC X(02) VALUE SPACES.
011700     05  WS-OPENINV-STATUS        PIC X(02) VALUE SPACES.
011800     05  WS-CREDHOLD-STATUS       PIC X(02) VALUE SPACES.
011900     05  WS-BACKORD-STATUS        PIC X(02) VALUE SPACES.
012000     05  WS-SUSPFIL-STATUS        PIC X(02) VALUE SPACES.
012100     05  WS-SALESHST-STATUS       PIC X(02) VALUE SPACES.
012200     05  WS-PURSUGG-STATUS        PIC X(02) VALUE SPACES.
012300     05  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
012400*
012500*    STATUS OF THE SEQUENTIAL FILE JUST OPENED FOR A SCAN - 35 IS
012600*    A FILE NOT IN USE TONIGHT AND SIMPLY HAS NOTHING TO SHOW.
012700 01  WS-SCAN-STATUS               PIC X(02) VALUE SPACES.
012800     88  SCAN-FILE-MISSING                  VALUE "35".
012900 01  WS-SCAN-FILE-NAME            PIC X(08) VALUE SPACES.
013000 01  WS-COUNTERS.
013100     05  WS-INQUIRIES             PIC 9(07) COMP VALUE ZERO.
013200     05  WS-LINES-SHOWN           PIC 9(07) COMP VALUE ZERO.
013300     05  WS-BO-LINES              PIC 9(07) COMP VALUE ZERO.
013400 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
013500*
013600*    ONE LINE KEYED AT THE CONSOLE - THE REQUEST TYPE, A SPACE,
013700*    THEN THE CUSTOMER NUMBER OR ITEM ID.
013800 01  WS-INQ-REQUEST.
013900     05  WS-INQ-TYPE              PIC X(01).
014000         88  INQ-CUSTOMER                   VALUE "C".
014100         88  INQ-ITEM                       VALUE "I".
014200     05  FILLER                   PIC X(01).
014300     05  WS-INQ-KEY               PIC X(06).
014400     05  FILLER                   PIC X(72).
014500 01  WS-INQ-END-CHECK REDEFINES WS-INQ-REQUEST.
014600     05  WS-INQ-END-WORD          PIC X(03).
014700         88  INQ-END                        VALUE "END".
014800     05  FILLER                   PIC X(77).
014900 01  WS-INQ-TOTALS.
015000     05  WS-INV-COUNT             PIC 9(05) VALUE ZERO.
015100     05  WS-INV-TOTAL             PIC 9(09)V99 VALUE ZERO.
015200     05  WS-BO-DEMAND             PIC 9(07) VALUE ZERO.
015300     05  WS-ORDERED-PO            PIC 9(07) VALUE ZERO.
015400*
015500*    THE LAST PURCHASES FOR THE CUSTOMER.  SALES HISTORY IS IN
015600*    THE ORDER THE NIGHTS RAN, SO EACH MATCHING LINE GOES INTO
015700*    THE NEXT SLOT ROUND THE TABLE AND THE OLDEST IS OVERWRITTEN -
015800*    WHAT IS LEFT AT END OF FILE IS THE LATEST, SHOWN NEWEST
015900*    FIRST.
016000 01  WS-HIST-MAX                  PIC 9(02) VALUE 10.
016100 01  WS-HIST-WORK.
016200     05  WS-HIST-COUNT            PIC 9(02) COMP VALUE ZERO.
016300     05  WS-HIST-NEXT             PIC 9(02) COMP VALUE ZERO.
016400     05  WS-HIST-SUB              PIC 9(02) COMP VALUE ZERO.
016500     05  WS-HIST-SHOWN            PIC 9(02) COMP VALUE ZERO.
016600 01  WS-HIST-TABLE.
016700     05  WS-HIST-ENTRY OCCURS 10 TIMES.
016800         10  WS-HIST-DATE         PIC 9(08).
016900         10  WS-HIST-ITEM-ID      PIC X(05).
017000         10  WS-HIST-QUANTITY     PIC S9(05).
017100         10  WS-HIST-UNIT-PRICE   PIC 9(03)V99.
017200         10  WS-HIST-EXTENSION    PIC S9(08)V99.
017300 01  WS-DATE-TIME.
017400     05  WS-CURRENT-DATE          PIC 9(08).
017500*
017600*    CALENDAR WORK AREA - A DATE IS TURNED INTO A DAY COUNT SO
017700*    TWO DATES CAN BE SUBTRACTED FOR THE DAYS PAST DUE.
017800 01  WS-DATE-CALC.
017900     05  WS-SD-DATE.
018000         10  WS-SD-YEAR           PIC 9(04).
018100         10  WS-SD-MONTH          PIC 9(02).
018200         10  WS-SD-DAY            PIC 9(02).
018300     05  WS-SD-DATE-N REDEFINES WS-SD-DATE
018400                                  PIC 9(08).
018500     05  WS-SD-SERIAL             PIC 9(07) VALUE ZERO.
018600     05  WS-SD-PRIOR-YEAR         PIC 9(04) VALUE ZERO.
018700     05  WS-SD-LEAP-QUOT          PIC 9(04) VALUE ZERO.
018800     05  WS-SD-LEAP-REM           PIC 9(04) VALUE ZERO.
018900     05  WS-SD-LEAP-DAYS          PIC 9(05) VALUE ZERO.
019000     05  WS-SD-WORK               PIC 9(05) VALUE ZERO.
019100     05  WS-TODAY-SERIAL          PIC 9(07) VALUE ZERO.
019200     05  WS-DUE-SERIAL            PIC 9(07) VALUE ZERO.
019300     05  WS-DAYS-PAST-DUE         PIC S9(05) VALUE ZERO.
019400 01  WS-MONTH-OFFSET-TABLE.
019500     05  FILLER                   PIC X(36)
019600             VALUE "000031059090120151181212243273304334".
019700 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
019800     05  WS-MONTH-OFFSET          PIC 9(03) OCCURS 12 TIMES.
019900 01  WS-INQUIRY-LINES.
020000     05  WS-CUST-NAME-LINE.
020100         10  FILLER               PIC X(09) VALUE "CUSTOMER ".
020200         10  WS-CNL-CUSTOMER-NO   PIC X(06).
020300         10  FILLER               PIC X(02) VALUE SPACES.
020400         10  WS-CNL-NAME          PIC X(25).
020500     05  WS-CUST-CREDIT-LINE.
020600         10  FILLER               PIC X(06) VALUE "TERMS ".
020700         10  WS-CCL-TERMS         PIC X(03).
020800         10  FILLER               PIC X(15)
020900                 VALUE "  CREDIT LIMIT ".
021000         10  WS-CCL-LIMIT         PIC Z(06)9.99.
021100         10  FILLER               PIC X(15)
021200                 VALUE "  OPEN BALANCE ".
021300         10  WS-CCL-BALANCE       PIC Z(06)9.99.
021400         10  FILLER               PIC X(09) VALUE "  STATUS ".
021500         10  WS-CCL-STATUS        PIC X(07).
021600     05  WS-SECTION-LINE.
021700         10  WS-SECTION-TITLE     PIC X(40).
021800     05  WS-NONE-LINE.
021900         10  FILLER               PIC X(02) VALUE SPACES.
022000         10  WS-NONE-TEXT         PIC X(40).
022100     05  WS-INV-HEAD-LINE.
022200         10  FILLER               PIC X(28)
022300                 VALUE "  INVOICE  INV DATE  DUE DAT".
022400         10  FILLER               PIC X(27)
022500                 VALUE "E       BALANCE  DAYS LATE".
022600     05  WS-INV-DETAIL-LINE.
022700         10  FILLER               PIC X(02) VALUE SPACES.
022800         10  WS-IDL-INVOICE-NO    PIC 9(07).
022900         10  FILLER               PIC X(02) VALUE SPACES.
023000         10  WS-IDL-INVOICE-DATE  PIC 9(08).
023100         10  FILLER               PIC X(02) VALUE SPACES.
023200         10  WS-IDL-DUE-DATE      PIC 9(08).
023300         10  FILLER               PIC X(02) VALUE SPACES.
023400         10  WS-IDL-BALANCE       PIC Z(08)9.99.
023500         10  FILLER               PIC X(06) VALUE SPACES.
023600         10  WS-IDL-DAYS-LATE     PIC Z(04)9.
023700     05  WS-INV-TOTAL-LINE.
023800         10  FILLER               PIC X(16)
023900                 VALUE "  OPEN INVOICES ".
024000         10  WS-ITL-COUNT         PIC Z(04)9.
024100         10  FILLER               PIC X(16)
024200                 VALUE "  TOTAL BALANCE ".
024300         10  WS-ITL-TOTAL         PIC Z(08)9.99.
024400     05  WS-PEND-HEAD-LINE.
024500         10  FILLER               PIC X(02) VALUE SPACES.
024600         10  WS-PHL-KEY-TITLE     PIC X(06).
024700         10  FILLER               PIC X(36)
024800                 VALUE "   QTY   PRICE  RSN BATCH     NIGHTS".
024900     05  WS-PEND-DETAIL-LINE.
025000         10  FILLER               PIC X(02) VALUE SPACES.
025100         10  WS-PDL-KEY           PIC X(06).
025200         10  FILLER               PIC X(01) VALUE SPACES.
025300         10  WS-PDL-QUANTITY      PIC Z(04)9.
025400         10  FILLER               PIC X(02) VALUE SPACES.
025500         10  WS-PDL-UNIT-PRICE    PIC ZZ9.99.
025600         10  FILLER               PIC X(02) VALUE SPACES.
025700         10  WS-PDL-REASON        PIC X(03).
025800         10  FILLER               PIC X(01) VALUE SPACES.
025900         10  WS-PDL-BATCH-ID      PIC X(08).
026000         10  FILLER               PIC X(06) VALUE SPACES.
026100         10  WS-PDL-NIGHTS        PIC Z9.
026200     05  WS-HIST-HEAD-LINE.
026300         10  FILLER               PIC X(28)
026400                 VALUE "  SALE DATE ITEM      QTY   ".
026500         10  FILLER               PIC X(19)
026600                 VALUE "PRICE     EXTENSION".
026700     05  WS-HIST-DETAIL-LINE.
026800         10  FILLER               PIC X(02) VALUE SPACES.
026900         10  WS-HDL-DATE          PIC 9(08).
027000         10  FILLER               PIC X(02) VALUE SPACES.
027100         10  WS-HDL-ITEM-ID       PIC X(05).
027200         10  FILLER               PIC X(02) VALUE SPACES.
027300         10  WS-HDL-QUANTITY      PIC -(05)9.
027400         10  FILLER               PIC X(02) VALUE SPACES.
027500         10  WS-HDL-UNIT-PRICE    PIC ZZ9.99.
027600         10  FILLER               PIC X(02) VALUE SPACES.
027700         10  WS-HDL-EXTENSION     PIC -(08)9.99.
027800     05  WS-ITEM-NAME-LINE.
027900         10  FILLER               PIC X(05) VALUE "ITEM ".
028000         10  WS-INL-ITEM-ID       PIC X(05).
028100         10  FILLER               PIC X(02) VALUE SPACES.
028200         10  WS-INL-DESCRIPTION   PIC X(20).
028300     05  WS-ITEM-STOCK-LINE.
028400         10  FILLER               PIC X(08) VALUE "ON HAND ".
028500         10  WS-ISL-ON-HAND       PIC Z(04)9.
028600         10  FILLER               PIC X(16)
028700                 VALUE "  REORDER POINT ".
028800         10  WS-ISL-REORDER-POINT PIC Z(04)9.
028900         10  FILLER               PIC X(14)
029000                 VALUE "  REORDER QTY ".
029100         10  WS-ISL-REORDER-QTY   PIC Z(04)9.
029200     05  WS-ITEM-PRICE-LINE.
029300         10  WS-IPL-LABEL         PIC X(14).
029400         10  WS-IPL-PRICE         PIC ZZ9.99.
029500         10  FILLER               PIC X(12)
029600                 VALUE "  EFFECTIVE ".
029700         10  WS-IPL-EFF-DATE      PIC 9(08).
029800     05  WS-ITEM-DEMAND-LINE.
029900         10  FILLER               PIC X(22)
030000                 VALUE "OPEN BACKORDER DEMAND ".
030100         10  WS-IDM-QUANTITY      PIC Z(06)9.
030200         10  FILLER               PIC X(10) VALUE " UNITS ON ".
030300         10  WS-IDM-LINES         PIC Z(04)9.
030400         10  FILLER               PIC X(06) VALUE " LINES".
030500     05  WS-SUGGESTION-LINE.
030600         10  FILLER               PIC X(26)
030700                 VALUE "PURCHASE SUGGESTION BATCH ".
030800         10  WS-SGL-BATCH-ID      PIC X(08).
030900         10  FILLER               PIC X(16)
031000                 VALUE "  SUGGESTED QTY ".
031100         10  WS-SGL-QUANTITY      PIC Z(06)9.
031200         10  FILLER               PIC X(11) VALUE "  ON ORDER ".
031300         10  WS-SGL-ON-ORDER      PIC Z(06)9.
031400     05  WS-SUGGESTION-STATUS-LINE.
031500         10  FILLER               PIC X(09) VALUE "  STATUS ".
031600         10  WS-SSL-STATUS        PIC X(17).
031700         10  WS-SSL-PO-NUMBER     PIC 9(07).
031800 PROCEDURE DIVISION.
031900*----------------------------------------------------------------*
032000*    0000-MAINLINE - ANSWER REQUESTS FROM THE CONSOLE UNTIL THE
032100*    OPERATOR ENDS THE SESSION.
032200*----------------------------------------------------------------*
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
032500     IF NOT INIT-ERROR
032600         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
032700             UNTIL INQUIRY-DONE
032800         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
032900     END-IF.
033000     MOVE WS-RETURN-CODE TO RETURN-CODE.
033100     STOP RUN.
033200*----------------------------------------------------------------*
033300*    1000-INITIALIZE-RTN - OPEN THE TWO MASTERS FOR INPUT, SET
033400*    TODAY'S DAY COUNT FOR THE AGING, AND TAKE THE FIRST REQUEST.
033500*----------------------------------------------------------------*
033600 1000-INITIALIZE-RTN.
033700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
033800     MOVE WS-CURRENT-DATE TO WS-SD-DATE-N.
033900     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
034000     MOVE WS-SD-SERIAL TO WS-TODAY-SERIAL.
034100     OPEN INPUT CUSTOMER-MASTER-FILE.
034200     IF WS-CUSTMAST-STATUS NOT = "00"
034300         DISPLAY "ACCTINQ - UNABLE TO OPEN CUSTMAST, STATUS "
034400             WS-CUSTMAST-STATUS
034500         MOVE "Y" TO WS-INIT-ERROR-SW
034600         MOVE 12 TO WS-RETURN-CODE
034700         GO TO 1000-EXIT
034800     END-IF.
034900     OPEN INPUT ITEM-MASTER-FILE.
035000     IF WS-ITEMMAST-STATUS NOT = "00"
035100         DISPLAY "ACCTINQ - UNABLE TO OPEN ITEMMAST, STATUS "
035200             WS-ITEMMAST-STATUS
035300         CLOSE CUSTOMER-MASTER-FILE
035400         MOVE "Y" TO WS-INIT-ERROR-SW
035500         MOVE 12 TO WS-RETURN-CODE
035600         GO TO 1000-EXIT
035700     END-IF.
035800     DISPLAY "ACCTINQ - ACCOUNT INQUIRY AS OF " WS-CURRENT-DATE.
035900     PERFORM 2900-ACCEPT-REQUEST THRU 2900-EXIT.
036000 1000-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------*
036300*    2000-PROCESS-REQUEST - ROUTE ONE REQUEST, THEN TAKE THE NEXT.
036400*----------------------------------------------------------------*
036500 2000-PROCESS-REQUEST.
036600     ADD 1 TO WS-INQUIRIES.
036700     DISPLAY " ".
036800     EVALUATE TRUE
036900         WHEN WS-INQ-KEY = SPACES
037000             DISPLAY "ACCTINQ - NO CUSTOMER NUMBER OR ITEM ID"
037100         WHEN INQ-CUSTOMER
037200             PERFORM 2100-CUSTOMER-INQUIRY THRU 2100-EXIT
037300         WHEN INQ-ITEM
037400             PERFORM 2500-ITEM-INQUIRY THRU 2500-EXIT
037500         WHEN OTHER
037600             DISPLAY "ACCTINQ - REQUEST MUST START C OR I"
037700     END-EVALUATE.
037800     PERFORM 2900-ACCEPT-REQUEST THRU 2900-EXIT.
037900 2000-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------*
038200*    2100-CUSTOMER-INQUIRY - THE MASTER, THEN EVERY OPEN FILE
038300*    THAT CAN CARRY SOMETHING FOR THE CUSTOMER.
038400*----------------------------------------------------------------*
038500 2100-CUSTOMER-INQUIRY.
038600     MOVE WS-INQ-KEY TO CUST-CUSTOMER-NO.
038700     READ CUSTOMER-MASTER-FILE
038800         INVALID KEY
038900             DISPLAY "CUSTOMER " WS-INQ-KEY " NOT ON CUSTMAST"
039000             GO TO 2100-EXIT
039100     END-READ.
039200     MOVE CUST-CUSTOMER-NO TO WS-CNL-CUSTOMER-NO.
039300     MOVE CUST-NAME TO WS-CNL-NAME.
039400     DISPLAY WS-CUST-NAME-LINE.
039500     MOVE CUST-CREDIT-TERMS TO WS-CCL-TERMS.
039600     MOVE CUST-CREDIT-LIMIT TO WS-CCL-LIMIT.
039700     MOVE CUST-OPEN-BALANCE TO WS-CCL-BALANCE.
039800     IF CUST-CREDIT-STOP
039900         MOVE "STOPPED" TO WS-CCL-STATUS
040000     ELSE
040100         MOVE "ACTIVE" TO WS-CCL-STATUS
040200     END-IF.
040300     DISPLAY WS-CUST-CREDIT-LINE.
040400     PERFORM 2200-SHOW-OPEN-INVOICES THRU 2200-EXIT.
040500     PERFORM 2250-SHOW-CREDIT-HOLDS THRU 2250-EXIT.
040600     PERFORM 2300-SHOW-BACKORDERS THRU 2300-EXIT.
040700     PERFORM 2350-SHOW-SUSPENSE THRU 2350-EXIT.
040800     PERFORM 2400-SHOW-PURCHASES THRU 2400-EXIT.
040900 2100-EXIT.
041000     EXIT.
041100*----------------------------------------------------------------*
041200*    2200-SHOW-OPEN-INVOICES - EVERY OPEN INVOICE FOR THE
041300*    CUSTOMER, AGED AGAINST ITS DUE DATE.
041400*----------------------------------------------------------------*
041500 2200-SHOW-OPEN-INVOICES.
041600     MOVE "OPEN INVOICES" TO WS-SECTION-TITLE.
041700     DISPLAY WS-SECTION-LINE.
041800     MOVE ZERO TO WS-INV-COUNT WS-INV-TOTAL.
041900     MOVE "OPENINV" TO WS-SCAN-FILE-NAME.
042000     OPEN INPUT OPEN-INVOICE-FILE.
042100     MOVE WS-OPENINV-STATUS TO WS-SCAN-STATUS.
042200     PERFORM 2950-CHECK-SCAN-OPEN THRU 2950-EXIT.
042300     IF NOT SCAN-FILE-OPEN
042400         GO TO 2200-EXIT
042500     END-IF.
042600     DISPLAY WS-INV-HEAD-LINE.
042700     PERFORM 2210-READ-INVOICE THRU 2210-EXIT.
042800     PERFORM 2220-SHOW-ONE-INVOICE THRU 2220-EXIT
042900         UNTIL SCAN-EOF.
043000     CLOSE OPEN-INVOICE-FILE.
043100     IF WS-INV-COUNT = ZERO
043200         MOVE "NONE" TO WS-NONE-TEXT
043300         DISPLAY WS-NONE-LINE
043400     ELSE
043500         MOVE WS-INV-COUNT TO WS-ITL-COUNT
043600         MOVE WS-INV-TOTAL TO WS-ITL-TOTAL
043700         DISPLAY WS-INV-TOTAL-LINE
043800     END-IF.
043900 2200-EXIT.
044000     EXIT.
044100 2210-READ-INVOICE.
044200     READ OPEN-INVOICE-FILE
044300         AT END
044400             MOVE "Y" TO WS-SCAN-EOF-SW
044500     END-READ.
044600 2210-EXIT.
044700     EXIT.
044800 2220-SHOW-ONE-INVOICE.
044900     IF OIV-CUSTOMER-NO NOT = CUST-CUSTOMER-NO
045000             OR NOT OIV-STATUS-OPEN
045100         GO TO 2220-READ-NEXT
045200     END-IF.
045300     MOVE OIV-DUE-DATE TO WS-SD-DATE-N.
045400     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
045500     MOVE WS-SD-SERIAL TO WS-DUE-SERIAL.
045600     COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-SERIAL - WS-DUE-SERIAL.
045700     IF WS-DAYS-PAST-DUE < ZERO
045800         MOVE ZERO TO WS-DAYS-PAST-DUE
045900     END-IF.
046000     MOVE OIV-INVOICE-NO TO WS-IDL-INVOICE-NO.
046100     MOVE OIV-INVOICE-DATE TO WS-IDL-INVOICE-DATE.
046200     MOVE OIV-DUE-DATE TO WS-IDL-DUE-DATE.
046300     MOVE OIV-BALANCE-DUE TO WS-IDL-BALANCE.
046400     MOVE WS-DAYS-PAST-DUE TO WS-IDL-DAYS-LATE.
046500     DISPLAY WS-INV-DETAIL-LINE.
046600     ADD 1 TO WS-INV-COUNT.
046700     ADD OIV-BALANCE-DUE TO WS-INV-TOTAL.
046800 2220-READ-NEXT.
046900     PERFORM 2210-READ-INVOICE THRU 2210-EXIT.
047000 2220-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------*
047300*    2250-SHOW-CREDIT-HOLDS - LINES HELD BY CREDIT CHECKING, WITH
047400*    THE REASON - CS CREDIT STOP, CL OVER THE CREDIT LIMIT.
047500*----------------------------------------------------------------*
047600 2250-SHOW-CREDIT-HOLDS.
047700     MOVE "LINES ON CREDIT HOLD" TO WS-SECTION-TITLE.
047800     DISPLAY WS-SECTION-LINE.
047900     MOVE ZERO TO WS-LINES-SHOWN.
048000     MOVE "CREDHOLD" TO WS-SCAN-FILE-NAME.
048100     OPEN INPUT CREDIT-HOLD-FILE.
048200     MOVE WS-CREDHOLD-STATUS TO WS-SCAN-STATUS.
048300     PERFORM 2950-CHECK-SCAN-OPEN THRU 2950-EXIT.
048400     IF NOT SCAN-FILE-OPEN
048500         GO TO 2250-EXIT
048600     END-IF.
048700     MOVE "ITEM" TO WS-PHL-KEY-TITLE.
048800     DISPLAY WS-PEND-HEAD-LINE.
048900     PERFORM 2260-READ-CREDIT-HOLD THRU 2260-EXIT.
049000     PERFORM 2270-SHOW-ONE-HOLD THRU 2270-EXIT
049100         UNTIL SCAN-EOF.
049200     CLOSE CREDIT-HOLD-FILE.
049300     PERFORM 2960-SHOW-NONE THRU 2960-EXIT.
049400 2250-EXIT.
049500     EXIT.
049600 2260-READ-CREDIT-HOLD.
049700     READ CREDIT-HOLD-FILE
049800         AT END
049900             MOVE "Y" TO WS-SCAN-EOF-SW
050000     END-READ.
050100 2260-EXIT.
050200     EXIT.
050300 2270-SHOW-ONE-HOLD.
050400     IF CRH-CUSTOMER-NO = CUST-CUSTOMER-NO
050500         MOVE CRH-ITEM-ID TO WS-PDL-KEY
050600         MOVE CRH-QUANTITY TO WS-PDL-QUANTITY
050700         MOVE CRH-UNIT-PRICE TO WS-PDL-UNIT-PRICE
050800         MOVE CRH-REASON-CODE TO WS-PDL-REASON
050900         MOVE CRH-BATCH-ID TO WS-PDL-BATCH-ID
051000         MOVE CRH-CYCLE-COUNT TO WS-PDL-NIGHTS
051100         DISPLAY WS-PEND-DETAIL-LINE
051200         ADD 1 TO WS-LINES-SHOWN
051300     END-IF.
051400     PERFORM 2260-READ-CREDIT-HOLD THRU 2260-EXIT.
051500 2270-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------*
051800*    2300-SHOW-BACKORDERS - THE CUSTOMER'S LINES WAITING FOR
051900*    STOCK.
052000*----------------------------------------------------------------*
052100 2300-SHOW-BACKORDERS.
052200     MOVE "BACKORDERED LINES" TO WS-SECTION-TITLE.
052300     DISPLAY WS-SECTION-LINE.
052400     MOVE ZERO TO WS-LINES-SHOWN.
052500     MOVE "BACKORD" TO WS-SCAN-FILE-NAME.
052600     OPEN INPUT BACKORDER-FILE.
052700     MOVE WS-BACKORD-STATUS TO WS-SCAN-STATUS.
052800     PERFORM 2950-CHECK-SCAN-OPEN THRU 2950-EXIT.
052900     IF NOT SCAN-FILE-OPEN
053000         GO TO 2300-EXIT
053100     END-IF.
053200     MOVE "ITEM" TO WS-PHL-KEY-TITLE.
053300     DISPLAY WS-PEND-HEAD-LINE.
053400     PERFORM 2310-READ-BACKORDER THRU 2310-EXIT.
053500     PERFORM 2320-SHOW-ONE-BACKORDER THRU 2320-EXIT
053600         UNTIL SCAN-EOF.
053700     CLOSE BACKORDER-FILE.
053800     PERFORM 2960-SHOW-NONE THRU 2960-EXIT.
053900 2300-EXIT.
054000     EXIT.
054100 2310-READ-BACKORDER.
054200     READ BACKORDER-FILE
054300         AT END
054400             MOVE "Y" TO WS-SCAN-EOF-SW
054500     END-READ.
054600 2310-EXIT.
054700     EXIT.
054800 2320-SHOW-ONE-BACKORDER.
054900     IF BO-CUSTOMER-NO = CUST-CUSTOMER-NO
055000         MOVE BO-ITEM-ID TO WS-PDL-KEY
055100         MOVE BO-QUANTITY TO WS-PDL-QUANTITY
055200         MOVE BO-UNIT-PRICE TO WS-PDL-UNIT-PRICE
055300         MOVE SPACES TO WS-PDL-REASON
055400         MOVE BO-BATCH-ID TO WS-PDL-BATCH-ID
055500         MOVE BO-CYCLE-COUNT TO WS-PDL-NIGHTS
055600         DISPLAY WS-PEND-DETAIL-LINE
055700         ADD 1 TO WS-LINES-SHOWN
055800     END-IF.
055900     PERFORM 2310-READ-BACKORDER THRU 2310-EXIT.
056000 2320-EXIT.
056100     EXIT.
056200*----------------------------------------------------------------*
056300*    2350-SHOW-SUSPENSE - THE CUSTOMER'S LINES IN SUSPENSE, WITH
056400*    THE REASON - NF ITEM NOT FOUND, OV PRICE OVER TOLERANCE.
056500*----------------------------------------------------------------*
056600 2350-SHOW-SUSPENSE.
056700     MOVE "SUSPENDED LINES" TO WS-SECTION-TITLE.
056800     DISPLAY WS-SECTION-LINE.
056900     MOVE ZERO TO WS-LINES-SHOWN.
057000     MOVE "SUSPFIL" TO WS-SCAN-FILE-NAME.
057100     OPEN INPUT SUSPENSE-FILE.
057200     MOVE WS-SUSPFIL-STATUS TO WS-SCAN-STATUS.
057300     PERFORM 2950-CHECK-SCAN-OPEN THRU 2950-EXIT.
057400     IF NOT SCAN-FILE-OPEN
057500         GO TO 2350-EXIT
057600     END-IF.
057700     MOVE "ITEM" TO WS-PHL-KEY-TITLE.
057800     DISPLAY WS-PEND-HEAD-LINE.
057900     PERFORM 2360-READ-SUSPENSE THRU 2360-EXIT.
058000     PERFORM 2370-SHOW-ONE-SUSPENSE THRU 2370-EXIT
058100         UNTIL SCAN-EOF.
058200     CLOSE SUSPENSE-FILE.
058300     PERFORM 2960-SHOW-NONE THRU 2960-EXIT.
058400 2350-EXIT.
058500     EXIT.
058600 2360-READ-SUSPENSE.
058700     READ SUSPENSE-FILE
058800         AT END
058900             MOVE "Y" TO WS-SCAN-EOF-SW
059000     END-READ.
059100 2360-EXIT.
059200     EXIT.
059300 2370-SHOW-ONE-SUSPENSE.
059400     IF SUSP-CUSTOMER-NO = CUST-CUSTOMER-NO
059500         MOVE SUSP-ITEM-ID TO WS-PDL-KEY
059600         MOVE SUSP-QUANTITY TO WS-PDL-QUANTITY
059700         MOVE SUSP-UNIT-PRICE TO WS-PDL-UNIT-PRICE
059800         MOVE SUSP-REASON-CODE TO WS-PDL-REASON
059900         MOVE SUSP-BATCH-ID TO WS-PDL-BATCH-ID
060000         MOVE SUSP-CYCLE-COUNT TO WS-PDL-NIGHTS
060100         DISPLAY WS-PEND-DETAIL-LINE
060200         ADD 1 TO WS-LINES-SHOWN
060300     END-IF.
060400     PERFORM 2360-READ-SUSPENSE THRU 2360-EXIT.
060500 2370-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------*
060800*    2400-SHOW-PURCHASES - THE CUSTOMER'S LATEST SALES HISTORY
060900*    LINES, NEWEST FIRST.  RETURNS SHOW AS NEGATIVE LINES.
061000*----------------------------------------------------------------*
061100 2400-SHOW-PURCHASES.
061200     MOVE "RECENT PURCHASES, NEWEST FIRST" TO WS-SECTION-TITLE.
061300     DISPLAY WS-SECTION-LINE.
061400     MOVE ZERO TO WS-HIST-COUNT WS-HIST-NEXT.
061500     MOVE "SALESHST" TO WS-SCAN-FILE-NAME.
061600     OPEN INPUT SALES-HISTORY-FILE.
061700     MOVE WS-SALESHST-STATUS TO WS-SCAN-STATUS.
061800     PERFORM 2950-CHECK-SCAN-OPEN THRU 2950-EXIT.
061900     IF NOT SCAN-FILE-OPEN
062000         GO TO 2400-EXIT
062100     END-IF.
062200     PERFORM 2410-READ-HISTORY THRU 2410-EXIT.
062300     PERFORM 2420-KEEP-ONE-PURCHASE THRU 2420-EXIT
062400         UNTIL SCAN-EOF.
062500     CLOSE SALES-HISTORY-FILE.
062600     IF WS-HIST-COUNT = ZERO
062700         MOVE "NONE" TO WS-NONE-TEXT
062800         DISPLAY WS-NONE-LINE
062900         GO TO 2400-EXIT
063000     END-IF.
063100     DISPLAY WS-HIST-HEAD-LINE.
063200     MOVE WS-HIST-NEXT TO WS-HIST-SUB.
063300     MOVE ZERO TO WS-HIST-SHOWN.
063400     PERFORM 2430-SHOW-ONE-PURCHASE THRU 2430-EXIT
063500         UNTIL WS-HIST-SHOWN = WS-HIST-COUNT.
063600 2400-EXIT.
063700     EXIT.
063800 2410-READ-HISTORY.
063900     READ SALES-HISTORY-FILE
064000         AT END
064100             MOVE "Y" TO WS-SCAN-EOF-SW
064200     END-READ.
064300 2410-EXIT.
064400     EXIT.
064500 2420-KEEP-ONE-PURCHASE.
064600     IF SLS-CUSTOMER-NO = CUST-CUSTOMER-NO
064700         IF WS-HIST-NEXT = WS-HIST-MAX
064800             MOVE 1 TO WS-HIST-NEXT
064900         ELSE
065000             ADD 1 TO WS-HIST-NEXT
065100         END-IF
065200         IF WS-HIST-COUNT < WS-HIST-MAX
065300             ADD 1 TO WS-HIST-COUNT
065400         END-IF
065500         MOVE SLS-SALE-DATE TO WS-HIST-DATE (WS-HIST-NEXT)
065600         MOVE SLS-ITEM-ID TO WS-HIST-ITEM-ID (WS-HIST-NEXT)
065700         MOVE SLS-QUANTITY TO WS-HIST-QUANTITY (WS-HIST-NEXT)
065800         MOVE SLS-UNIT-PRICE TO WS-HIST-UNIT-PRICE (WS-HIST-NEXT)
065900         MOVE SLS-EXTENSION TO WS-HIST-EXTENSION (WS-HIST-NEXT)
066000     END-IF.
066100     PERFORM 2410-READ-HISTORY THRU 2410-EXIT.
066200 2420-EXIT.
066300     EXIT.
066400 2430-SHOW-ONE-PURCHASE.
066500     MOVE WS-HIST-DATE (WS-HIST-SUB) TO WS-HDL-DATE.
066600     MOVE WS-HIST-ITEM-ID (WS-HIST-SUB) TO WS-HDL-ITEM-ID.
066700     MOVE WS-HIST-QUANTITY (WS-HIST-SUB) TO WS-HDL-QUANTITY.
066800     MOVE WS-HIST-UNIT-PRICE (WS-HIST-SUB) TO WS-HDL-UNIT-PRICE.
066900     MOVE WS-HIST-EXTENSION (WS-HIST-SUB) TO WS-HDL-EXTENSION.
067000     DISPLAY WS-HIST-DETAIL-LINE.
067100     ADD 1 TO WS-HIST-SHOWN.
067200     IF WS-HIST-SUB = 1
067300         MOVE WS-HIST-MAX TO WS-HIST-SUB
067400     ELSE
067500         SUBTRACT 1 FROM WS-HIST-SUB
067600     END-IF.
067700 2430-EXIT.
067800     EXIT.
067900*----------------------------------------------------------------*
068000*    2500-ITEM-INQUIRY - THE ITEM MASTER, ITS OPEN BACKORDER
068100*    DEMAND AND ANY PURCHASE SUGGESTION FOR IT.
068200*----------------------------------------------------------------*
068300 2500-ITEM-INQUIRY.
068400     MOVE WS-INQ-KEY TO ITM-ITEM-ID.
068500     READ ITEM-MASTER-FILE
068600         INVALID KEY
068700             DISPLAY "ITEM " WS-INQ-KEY " NOT ON ITEMMAST"
068800             GO TO 2500-EXIT
068900     END-READ.
069000     MOVE ITM-ITEM-ID TO WS-INL-ITEM-ID.
069100     MOVE ITM-DESCRIPTION TO WS-INL-DESCRIPTION.
069200     DISPLAY WS-ITEM-NAME-LINE.
069300     MOVE ITM-QUANTITY-ON-HAND TO WS-ISL-ON-HAND.
069400     MOVE ITM-REORDER-POINT TO WS-ISL-REORDER-POINT.
069500     MOVE ITM-REORDER-QTY TO WS-ISL-REORDER-QTY.
069600     DISPLAY WS-ITEM-STOCK-LINE.
069700     MOVE "CURRENT PRICE " TO WS-IPL-LABEL.
069800     MOVE ITM-UNIT-PRICE TO WS-IPL-PRICE.
069900     MOVE ITM-PRICE-EFF-DATE TO WS-IPL-EFF-DATE.
070000     DISPLAY WS-ITEM-PRICE-LINE.
070100     IF ITM-PENDING-EFF-DATE = ZERO
070200         DISPLAY "PENDING PRICE   NONE"
070300     ELSE
070400         MOVE "PENDING PRICE " TO WS-IPL-LABEL
070500         MOVE ITM-PENDING-PRICE TO WS-IPL-PRICE
070600         MOVE ITM-PENDING-EFF-DATE TO WS-IPL-EFF-DATE
070700         DISPLAY WS-ITEM-PRICE-LINE
070800     END-IF.
070900     PERFORM 2600-SHOW-ITEM-DEMAND THRU 2600-EXIT.
071000     PERFORM 2700-SHOW-SUGGESTION THRU 2700-EXIT.
071100 2500-EXIT.
071200     EXIT.
071300*----------------------------------------------------------------*
071400*    2600-SHOW-ITEM-DEMAND - EVERY BACKORDERED LINE FOR THE ITEM,
071500*    BY CUSTOMER, AND THE UNITS THEY ADD UP TO.
071600*----------------------------------------------------------------*
071700 2600-SHOW-ITEM-DEMAND.
071800     MOVE ZERO TO WS-BO-DEMAND WS-BO-LINES.
071900     MOVE "BACKORD" TO WS-SCAN-FILE-NAME.
072000     OPEN INPUT BACKORDER-FILE.
072100     MOVE WS-BACKORD-STATUS TO WS-SCAN-STATUS.
072200     PERFORM 2950-CHECK-SCAN-OPEN THRU 2950-EXIT.
072300     IF NOT SCAN-FILE-OPEN
072400         GO TO 2600-EXIT
072500     END-IF.
072600     PERFORM 2310-READ-BACKORDER THRU 2310-EXIT.
072700     PERFORM 2610-ADD-ONE-BACKORDER THRU 2610-EXIT
072800         UNTIL SCAN-EOF.
072900     CLOSE BACKORDER-FILE.
073000     MOVE WS-BO-DEMAND TO WS-IDM-QUANTITY.
073100     MOVE WS-BO-LINES TO WS-IDM-LINES.
073200     DISPLAY WS-ITEM-DEMAND-LINE.
073300 2600-EXIT.
073400     EXIT.
073500 2610-ADD-ONE-BACKORDER.
073600     IF BO-ITEM-ID = ITM-ITEM-ID
073700         IF WS-BO-LINES = ZERO
073800             MOVE "CUST" TO WS-PHL-KEY-TITLE
073900             DISPLAY WS-PEND-HEAD-LINE
074000         END-IF
074100         MOVE BO-CUSTOMER-NO TO WS-PDL-KEY
074200         MOVE BO-QUANTITY TO WS-PDL-QUANTITY
074300         MOVE BO-UNIT-PRICE TO WS-PDL-UNIT-PRICE
074400         MOVE SPACES TO WS-PDL-REASON
074500         MOVE BO-BATCH-ID TO WS-PDL-BATCH-ID
074600         MOVE BO-CYCLE-COUNT TO WS-PDL-NIGHTS
074700         DISPLAY WS-PEND-DETAIL-LINE
074800         ADD BO-QUANTITY TO WS-BO-DEMAND
074900         ADD 1 TO WS-BO-LINES
075000     END-IF.
075100     PERFORM 2310-READ-BACKORDER THRU 2310-EXIT.
075200 2610-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------*
075500*    2700-SHOW-SUGGESTION - THE ITEM'S LINE ON THE LAST PURCHASE
075600*    SUGGESTION LIST, IF ANY.  IT IS ALREADY ORDERED WHEN A PO
075700*    FOR THE ITEM CARRIES THE SUGGESTION'S BATCH AS ITS SOURCE -
075800*    THE SAME TEST POBUILD USES NOT TO RAISE IT TWICE.
075900*----------------------------------------------------------------*
076000 2700-SHOW-SUGGESTION.
076100     MOVE "N" TO WS-SUGGESTION-SW WS-ORDERED-SW.
076200     MOVE "PURSUGG" TO WS-SCAN-FILE-NAME.
076300     OPEN INPUT PURCHASE-SUGGESTION-FILE.
076400     MOVE WS-PURSUGG-STATUS TO WS-SCAN-STATUS.
076500     PERFORM 2950-CHECK-SCAN-OPEN THRU 2950-EXIT.
076600     IF NOT SCAN-FILE-OPEN
076700         DISPLAY "PURCHASE SUGGESTION   NONE"
076800         GO TO 2700-EXIT
076900     END-IF.
077000     PERFORM 2710-READ-SUGGESTION THRU 2710-EXIT.
077100     PERFORM 2710-READ-SUGGESTION THRU 2710-EXIT
077200         UNTIL SCAN-EOF OR PSG-ITEM-ID = ITM-ITEM-ID.
077300     IF NOT SCAN-EOF
077400         MOVE "Y" TO WS-SUGGESTION-SW
077500         MOVE PSG-BATCH-ID TO WS-SGL-BATCH-ID
077600         MOVE PSG-SUGGESTED-QTY TO WS-SGL-QUANTITY
077700         MOVE PSG-ON-ORDER-QTY TO WS-SGL-ON-ORDER
077800     END-IF.
077900     CLOSE PURCHASE-SUGGESTION-FILE.
078000     IF NOT SUGGESTION-FOUND
078100         DISPLAY "PURCHASE SUGGESTION   NONE"
078200         GO TO 2700-EXIT
078300     END-IF.
078400     DISPLAY WS-SUGGESTION-LINE.
078500     PERFORM 2750-CHECK-ORDERED THRU 2750-EXIT.
078600     IF SUGGESTION-ORDERED
078700         MOVE "ORDERED ON PO " TO WS-SSL-STATUS
078800         MOVE WS-ORDERED-PO TO WS-SSL-PO-NUMBER
078900         DISPLAY WS-SUGGESTION-STATUS-LINE
079000     ELSE
079100         DISPLAY "  STATUS OPEN - NO PO RAISED YET"
079200     END-IF.
079300 2700-EXIT.
079400     EXIT.
079500 2710-READ-SUGGESTION.
079600     READ PURCHASE-SUGGESTION-FILE
079700         AT END
079800             MOVE "Y" TO WS-SCAN-EOF-SW
079900     END-READ.
080000 2710-EXIT.
080100     EXIT.
080200 2750-CHECK-ORDERED.
080300     MOVE "POFILE" TO WS-SCAN-FILE-NAME.
080400     OPEN INPUT PURCHASE-ORDER-FILE.
080500     MOVE WS-POFILE-STATUS TO WS-SCAN-STATUS.
080600     PERFORM 2950-CHECK-SCAN-OPEN THRU 2950-EXIT.
080700     IF NOT SCAN-FILE-OPEN
080800         GO TO 2750-EXIT
080900     END-IF.
081000     PERFORM 2760-READ-PO THRU 2760-EXIT.
081100     PERFORM 2770-MATCH-ONE-PO THRU 2770-EXIT
081200         UNTIL SCAN-EOF OR SUGGESTION-ORDERED.
081300     CLOSE PURCHASE-ORDER-FILE.
081400 2750-EXIT.
081500     EXIT.
081600 2760-READ-PO.
081700     READ PURCHASE-ORDER-FILE
081800         AT END
081900             MOVE "Y" TO WS-SCAN-EOF-SW
082000     END-READ.
082100 2760-EXIT.
082200     EXIT.
082300 2770-MATCH-ONE-PO.
082400     IF PO-ITEM-ID = ITM-ITEM-ID
082500             AND PO-SOURCE-BATCH-ID = WS-SGL-BATCH-ID
082600         MOVE "Y" TO WS-ORDERED-SW
082700         MOVE PO-NUMBER TO WS-ORDERED-PO
082800         GO TO 2770-EXIT
082900     END-IF.
083000     PERFORM 2760-READ-PO THRU 2760-EXIT.
083100 2770-EXIT.
083200     EXIT.
083300*----------------------------------------------------------------*
083400*    2900-ACCEPT-REQUEST - TAKE THE NEXT REQUEST LINE.  A BLANK
083500*    LINE OR END FINISHES THE SESSION.
083600*----------------------------------------------------------------*
083700 2900-ACCEPT-REQUEST.
083800     DISPLAY " ".
083900     DISPLAY "ENTER C CUSTOMER-NO, I ITEM-ID, OR END".
084000     MOVE SPACES TO WS-INQ-REQUEST.
084100     ACCEPT WS-INQ-REQUEST.
084200     IF WS-INQ-REQUEST = SPACES OR INQ-END
084300         MOVE "Y" TO WS-INQUIRY-DONE-SW
084400     END-IF.
084500 2900-EXIT.
084600     EXIT.
084700*----------------------------------------------------------------*
084800*    2950-CHECK-SCAN-OPEN - JUDGE THE OPEN OF A SEQUENTIAL FILE
084900*    ABOUT TO BE SCANNED.  A FILE NOT IN USE HAS NOTHING TO SHOW;
085000*    ANY OTHER FAILURE IS REPORTED AND THAT SECTION SKIPPED.
085100*----------------------------------------------------------------*
085200 2950-CHECK-SCAN-OPEN.
085300     MOVE "N" TO WS-SCAN-EOF-SW.
085400     IF WS-SCAN-STATUS = "00"
085500         MOVE "Y" TO WS-SCAN-OPEN-SW
085600         GO TO 2950-EXIT
085700     END-IF.
085800     MOVE "N" TO WS-SCAN-OPEN-SW.
085900     IF SCAN-FILE-MISSING
086000         MOVE "NONE" TO WS-NONE-TEXT
086100         DISPLAY WS-NONE-LINE
086200     ELSE
086300         DISPLAY "  UNABLE TO OPEN " WS-SCAN-FILE-NAME
086400             ", STATUS " WS-SCAN-STATUS
086500     END-IF.
086600 2950-EXIT.
086700     EXIT.
086800*----------------------------------------------------------------*
086900*    2960-SHOW-NONE - SAY SO WHEN A SCAN FOUND NOTHING.
087000*----------------------------------------------------------------*
087100 2960-SHOW-NONE.
087200     IF WS-LINES-SHOWN = ZERO
087300         MOVE "NONE" TO WS-NONE-TEXT
087400         DISPLAY WS-NONE-LINE
087500     END-IF.
087600 2960-EXIT.
087700     EXIT.
087800*----------------------------------------------------------------*
087900*    3000-FINALIZE-RTN - CLOSE THE MASTERS.
088000*----------------------------------------------------------------*
088100 3000-FINALIZE-RTN.
088200     CLOSE CUSTOMER-MASTER-FILE
088300           ITEM-MASTER-FILE.
088400     DISPLAY "ACCTINQ - REQUESTS ANSWERED " WS-INQUIRIES.
088500 3000-EXIT.
088600     EXIT.
088700*----------------------------------------------------------------*
088800*    8000-DATE-TO-SERIAL - TURN THE DATE IN WS-SD-DATE INTO A
088900*    DAY COUNT SO TWO DATES SUBTRACT TO A DAY DIFFERENCE.  THE
089000*    COUNT IS YEARS AT 365 PLUS THE LEAP DAYS OF THE FULL YEARS
089100*    BEFORE, PLUS THE MONTH OFFSET - ONE MORE IN A LEAP YEAR
089200*    PAST FEBRUARY - PLUS THE DAY.
089300*----------------------------------------------------------------*
089400 8000-DATE-TO-SERIAL.
089500     IF WS-SD-MONTH < 1 OR WS-SD-MONTH > 12
089600         MOVE ZERO TO WS-SD-SERIAL
089700         GO TO 8000-EXIT
089800     END-IF.
089900     COMPUTE WS-SD-PRIOR-YEAR = WS-SD-YEAR - 1.
090000     DIVIDE WS-SD-PRIOR-YEAR BY 4
090100         GIVING WS-SD-LEAP-DAYS
090200         REMAINDER WS-SD-LEAP-REM.
090300     DIVIDE WS-SD-PRIOR-YEAR BY 100
090400         GIVING WS-SD-WORK
090500         REMAINDER WS-SD-LEAP-REM.
090600     SUBTRACT WS-SD-WORK FROM WS-SD-LEAP-DAYS.
090700     DIVIDE WS-SD-PRIOR-YEAR BY 400
090800         GIVING WS-SD-WORK
090900         REMAINDER WS-SD-LEAP-REM.
091000     ADD WS-SD-WORK TO WS-SD-LEAP-DAYS.
091100     COMPUTE WS-SD-SERIAL =
091200         WS-SD-YEAR * 365
091300         + WS-SD-LEAP-DAYS
091400         + WS-MONTH-OFFSET (WS-SD-MONTH)
091500         + WS-SD-DAY.
091600     IF WS-SD-MONTH > 2
091700         PERFORM 8010-CHECK-LEAP-YEAR THRU 8010-EXIT
091800     END-IF.
091900 8000-EXIT.
092000     EXIT.
092100 8010-CHECK-LEAP-YEAR.
092200     DIVIDE WS-SD-YEAR BY 400
092300         GIVING WS-SD-WORK
092400         REMAINDER WS-SD-LEAP-REM.
092500     IF WS-SD-LEAP-REM = ZERO
092600         ADD 1 TO WS-SD-SERIAL
092700         GO TO 8010-EXIT
092800     END-IF.
092900     DIVIDE WS-SD-YEAR BY 100
093000         GIVING WS-SD-WORK
093100         REMAINDER WS-SD-LEAP-REM.
093200     IF WS-SD-LEAP-REM = ZERO
093300         GO TO 8010-EXIT
093400     END-IF.
093500     DIVIDE WS-SD-YEAR BY 4
093600         GIVING WS-SD-WORK
093700         REMAINDER WS-SD-LEAP-REM.
093800     IF WS-SD-LEAP-REM = ZERO
093900         ADD 1 TO WS-SD-SERIAL
094000     END-IF.
094100 8010-EXIT.
094200     EXIT.
