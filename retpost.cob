000100*****************************************************************
000200*    PROGRAM  : RETPOST
000300*    PURPOSE  : CUSTOMER RETURNS AND CREDIT MEMOS.  RUNS AT THE
000400*               FRONT OF THE NIGHTLY STREAM, BEHIND THE GOODS
000500*               RECEIPT POSTING AND AHEAD OF THE BACKORDER
000600*               RELEASE, SO RETURNED STOCK IS BACK ON HAND BEFORE
000700*               TONIGHT'S BACKORDERS ARE OFFERED IT.  SORTS THE
000800*               DAY'S RETURNS INTO INVOICE-NUMBER ORDER AND
000900*               MATCH-MERGES THEM AGAINST ONE SEQUENTIAL PASS OF
001000*               THE OPEN-INVOICE REGISTER AND THE INVOICE LINE
001100*               HISTORY.  A RETURN PUTS THE QUANTITY BACK ON
001200*               HAND, IS CREDITED AT THE PRICE IT WAS BILLED AT,
001300*               COMES OFF THE INVOICE BALANCE AND THE CUSTOMER'S
001400*               OPEN BALANCE, AND GOES TO SALES HISTORY AS A
001500*               NEGATIVE LINE.  EACH INVOICE WITH ANYTHING
001600*               RETURNED AGAINST IT GETS ONE NUMBERED CREDIT MEMO
001700*               DOCUMENT, AND THE NIGHT'S CREDIT TOTAL IS HANDED
001800*               TO THE GL POSTING STEP ON RETTOT.  EVERY RETURN
001900*               PRINTS ON A RETURNS REGISTER, WITH THE REASON
002000*               WHEN IT CANNOT BE TAKEN.  GOODS THAT WERE TAXED
002010*               ARE CREDITED THE TAX THEY PAID, AT THE RATE THE
002020*               INVOICE LINE WAS BILLED AT, AND THE TAX CREDIT IS
002030*               FILED ON THE SALES-TAX HISTORY.
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. RETPOST.
002300 AUTHOR. D L MARSH.
002400 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700*
002800*    MODIFICATION HISTORY
002900*    DATE       INIT  DESCRIPTION
003000*    ---------- ----  ----------------------------------------
003100*    2026-10-15 DLM   INITIAL VERSION - RETURNS USED TO BE FIXED
003200*                      ON PAPER, LEAVING THE REGISTER AND THE
003300*                      CUSTOMER BALANCE WRONG UNTIL SOMEONE KEYED
003400*                      A PAYMENT TO COVER THEM.
003420*    2026-10-15 DLM   EVERY CREDITED RETURN NOW APPENDS A RETURN
003440*                      MOVEMENT TO THE STKMOVE STOCK LEDGER.
003450*    2026-10-15 DLM   A RETURN OF TAXED GOODS IS NOW CREDITED THE
003455*                      TAX IT PAID AT ITS INVOICE LINE'S RATE, AND
003460*                      A CREDIT RECORD GOES ON TAXHIST.  RETTOT
003465*                      CARRIES THE TAX AND THE APPLIED/UNAPPLIED
003470*                      SPLIT FOR THE GL STEP.  ONCE ANY RETURN IS
003475*                      CREDITED, RETNFIL IS EMPTIED AND CRMCTL
003480*                      ADVANCED EVEN WHEN A REWRITE FAILS, SO A
003485*                      RERUN CANNOT CREDIT THE SAME GOODS TWICE.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RETURN-FILE ASSIGN TO "RETNFIL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RETURN-STATUS.
004100     SELECT RETURN-SORT-FILE ASSIGN TO "RETSORT".
004200     SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-OPENINV-STATUS.
004500     SELECT OPEN-WORK-FILE ASSIGN TO "RTOWORK"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RTOWORK-STATUS.
004800     SELECT INVOICE-LINE-FILE ASSIGN TO "INVLINE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-INVLINE-STATUS.
005100     SELECT LINE-WORK-FILE ASSIGN TO "RTLWORK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RTLWORK-STATUS.
005400     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS ITM-ITEM-ID
005800         FILE STATUS IS WS-ITEMMAST-STATUS.
005900     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS CUST-CUSTOMER-NO
006300         FILE STATUS IS WS-CUSTMAST-STATUS.
006400     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-SALESHST-STATUS.
006700     SELECT MEMO-CONTROL-FILE ASSIGN TO "CRMCTL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CRMCTL-STATUS.
007000     SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMOS"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-CRMEMOS-STATUS.
007300     SELECT RETURN-TOTALS-FILE ASSIGN TO "RETTOT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-RETTOT-STATUS.
007600     SELECT RETURNS-REGISTER ASSIGN TO "RETREG"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-REGISTER-STATUS.
007820     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE"
007840         ORGANIZATION IS LINE SEQUENTIAL
007860         FILE STATUS IS WS-STKMOVE-STATUS.
007870     SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
007880         ORGANIZATION IS LINE SEQUENTIAL
007890         FILE STATUS IS WS-TAXHIST-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  RETURN-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  RETURN-INPUT-RECORD          PIC X(17).
008400 SD  RETURN-SORT-FILE.
008500 01  TSRT-RECORD.
008600     05  TSRT-INVOICE-NO          PIC X(07).
008700     05  TSRT-ITEM-ID             PIC X(05).
008800     05  FILLER                   PIC X(05).
008900 FD  OPEN-INVOICE-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY OPENINVR.
009200 FD  OPEN-WORK-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  OPEN-WORK-RECORD             PIC X(60).
009500 FD  INVOICE-LINE-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY INVLINRC.
009800 FD  LINE-WORK-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  LINE-WORK-RECORD             PIC X(81).
010100 FD  ITEM-MASTER-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY ITEMREC.
010400 FD  CUSTOMER-MASTER-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY CUSTREC.
010700 FD  SALES-HISTORY-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY SALESHRC.
011000 FD  MEMO-CONTROL-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  MEMO-CONTROL-RECORD.
011300     05  CMC-NEXT-MEMO-NO         PIC 9(07).
011400 FD  CREDIT-MEMO-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  CREDIT-MEMO-RECORD           PIC X(80).
011700 FD  RETURN-TOTALS-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY RETTOTRC.
012000 FD  RETURNS-REGISTER
012100     LABEL RECORDS ARE STANDARD.
012200 01  REGISTER-RECORD              PIC X(80).
012220 FD  STOCK-MOVEMENT-FILE
012240     LABEL RECORDS ARE STANDARD.
012260     COPY STKMVREC.
012270 FD  TAX-HISTORY-FILE
012280     LABEL RECORDS ARE STANDARD.
012290     COPY TAXHSTRC.
012300 WORKING-STORAGE SECTION.
012400 01  WS-SWITCHES.
012500     05  WS-RETURN-EOF-SW         PIC X(01) VALUE "N".
012600         88  RETURN-EOF                     VALUE "Y".
012700     05  WS-INVOICE-EOF-SW        PIC X(01) VALUE "N".
012800         88  INVOICE-EOF                    VALUE "Y".
012900     05  WS-LINE-EOF-SW           PIC X(01) VALUE "N".
013000         88  LINE-EOF                       VALUE "Y".
013100     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
013200         88  INIT-ERROR                     VALUE "Y".
013300     05  WS-NO-RETURNS-SW         PIC X(01) VALUE "N".
013400         88  NO-RETURNS-TODAY               VALUE "Y".
013500     05  WS-NO-INVOICES-SW        PIC X(01) VALUE "N".
013600         88  NO-INVOICES-ON-FILE            VALUE "Y".
013700     05  WS-NO-LINES-SW           PIC X(01) VALUE "N".
013800         88  NO-LINES-ON-FILE               VALUE "Y".
013900     05  WS-REJECT-SW             PIC X(01) VALUE "N".
014000         88  RETURN-REJECTED                VALUE "Y".
014100     05  WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
014200         88  CUST-FOUND                     VALUE "Y".
014300     05  WS-MEMO-OPEN-SW          PIC X(01) VALUE "N".
014400         88  MEMO-OPEN                      VALUE "Y".
014500     05  WS-TABLE-OVERFLOW-SW     PIC X(01) VALUE "N".
014600         88  LINE-TABLE-OVERFLOW            VALUE "Y".
014700 01  WS-FILE-STATUS.
014800     05  WS-RETURN-STATUS         PIC X(02) VALUE SPACES.
014900     05  WS-OPENINV-STATUS        PIC X(02) VALUE SPACES.
015000     05  WS-RTOWORK-STATUS        PIC X(02) VALUE SPACES.
015100     05  WS-INVLINE-STATUS        PIC X(02) VALUE SPACES.
015200     05  WS-RTLWORK-STATUS        PIC X(02) VALUE SPACES.
015300     05  WS-ITEMMAST-STATUS       PIC X(02) VALUE SPACES.
015400     05  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
015500     05  WS-SALESHST-STATUS       PIC X(02) VALUE SPACES.
015600     05  WS-CRMCTL-STATUS         PIC X(02) VALUE SPACES.
015700     05  WS-CRMEMOS-STATUS        PIC X(02) VALUE SPACES.
015800     05  WS-RETTOT-STATUS         PIC X(02) VALUE SPACES.
015900     05  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
015950     05  WS-STKMOVE-STATUS        PIC X(02) VALUE SPACES.
015960     05  WS-TAXHIST-STATUS        PIC X(02) VALUE SPACES.
016000 01  WS-COUNTERS.
016100     05  WS-RETURNS-READ          PIC 9(07) COMP VALUE ZERO.
016200     05  WS-RETURNS-POSTED        PIC 9(07) COMP VALUE ZERO.
016300     05  WS-RETURNS-REJECTED      PIC 9(07) COMP VALUE ZERO.
016400     05  WS-MEMOS-ISSUED          PIC 9(07) COMP VALUE ZERO.
016500     05  WS-CREDITS-UNAPPLIED     PIC 9(07) COMP VALUE ZERO.
016600 01  WS-NUMBERING-WORK.
016700     05  WS-MEMO-NO               PIC 9(07) VALUE ZERO.
016800     05  WS-NEXT-MEMO-NO          PIC 9(07) VALUE 1.
016900*
017000*    ONE INVOICE'S LINES, HELD WHILE ITS RETURNS ARE CHECKED AND
017100*    ALLOCATED.  THE ENTRY MIRRORS THE INVLINRC LAYOUT SO A LINE
017200*    MOVES IN AND OUT WHOLE.  AN INVOICE WITH MORE LINES THAN
017300*    THE TABLE HOLDS PASSES THROUGH UNTOUCHED AND ITS RETURNS
017400*    ARE REFUSED FOR THE DESK RATHER THAN CHECKED AGAINST PART
017500*    OF THE INVOICE.
017600 01  WS-LINE-TABLE.
017700     05  WS-LNT-COUNT             PIC 9(04) COMP VALUE ZERO.
017800     05  WS-LNT-MAX               PIC 9(04) COMP VALUE 500.
017900     05  WS-LNT-SUB               PIC 9(04) COMP VALUE ZERO.
018000     05  WS-LNT-ENTRY OCCURS 500 TIMES.
018100         10  WS-LNT-INVOICE-NO    PIC 9(07).
018200         10  WS-LNT-CUSTOMER-NO   PIC X(06).
018300         10  WS-LNT-BATCH-ID      PIC X(08).
018400         10  WS-LNT-ITEM-ID       PIC X(05).
018500         10  WS-LNT-DESCRIPTION   PIC X(20).
018600         10  WS-LNT-QUANTITY      PIC 9(05).
018700         10  WS-LNT-UNIT-PRICE    PIC 9(03)V99.
018800         10  WS-LNT-EXTENSION     PIC 9(08)V99.
018900         10  WS-LNT-QTY-RETURNED  PIC 9(05).
018910         10  WS-LNT-TAX-STATUS    PIC X(01).
018920             88  LNT-TAXED                  VALUE "R".
018930             88  LNT-TAX-EXEMPT             VALUE "E".
018940             88  LNT-TAX-NO-RATE            VALUE "M".
018950         10  WS-LNT-TAX-RATE      PIC 9(02)V9(03).
018960         10  WS-LNT-TAX-JURIS     PIC X(04).
019000 01  WS-RETURN-WORK.
019100     05  WS-CURRENT-INVOICE       PIC 9(07) VALUE ZERO.
019200     05  WS-QTY-INVOICED          PIC 9(07) VALUE ZERO.
019300     05  WS-QTY-AVAILABLE         PIC 9(07) VALUE ZERO.
019400     05  WS-QTY-TO-ALLOCATE       PIC 9(05) VALUE ZERO.
019500     05  WS-QTY-ALLOCATED         PIC 9(05) VALUE ZERO.
019600     05  WS-LINE-OPEN-QTY         PIC 9(05) VALUE ZERO.
019700     05  WS-NEW-ON-HAND           PIC 9(07) VALUE ZERO.
019800     05  WS-LINE-CREDIT           PIC 9(08)V99 VALUE ZERO.
019900     05  WS-RETURN-CREDIT         PIC 9(09)V99 VALUE ZERO.
020000     05  WS-MEMO-TOTAL            PIC 9(09)V99 VALUE ZERO.
020100     05  WS-APPLIED-AMOUNT        PIC 9(09)V99 VALUE ZERO.
020200     05  WS-UNAPPLIED-AMOUNT      PIC 9(09)V99 VALUE ZERO.
020300     05  WS-CREDIT-TOTAL          PIC 9(09)V99 VALUE ZERO.
020310     05  WS-TAX-CREDIT-TOTAL      PIC 9(09)V99 VALUE ZERO.
020320     05  WS-APPLIED-TOTAL         PIC 9(09)V99 VALUE ZERO.
020330     05  WS-UNAPPLIED-TOTAL       PIC 9(09)V99 VALUE ZERO.
020335*
020340*    THE CURRENT MEMO'S GOODS BY HOW THEIR LINES WERE TAXED.  ALL
020345*    THE LINES OF ONE INVOICE WERE RATED TOGETHER, SO ONE RATE
020350*    AND JURISDICTION SERVE THE WHOLE MEMO.
020355 01  WS-MEMO-TAX-WORK.
020360     05  WS-MEMO-TAXED-GOODS      PIC 9(09)V99 VALUE ZERO.
020365     05  WS-MEMO-NO-RATE-GOODS    PIC 9(09)V99 VALUE ZERO.
020370     05  WS-MEMO-EXEMPT-GOODS     PIC 9(09)V99 VALUE ZERO.
020375     05  WS-MEMO-TAX-RATE         PIC 9(02)V9(03) VALUE ZERO.
020380     05  WS-MEMO-TAX-JURIS        PIC X(04) VALUE SPACES.
020385     05  WS-MEMO-TAX              PIC 9(09)V99 VALUE ZERO.
020400 01  WS-REASON-WORK.
020500     05  WS-REASON-CODE           PIC X(02) VALUE SPACES.
020600     05  WS-REASON-TEXT           PIC X(30) VALUE SPACES.
020700*
020800*    THE SORTED RETURN IS RETURNED INTO THIS WORKING COPY OF THE
020900*    SHARED LAYOUT.
021000     COPY RETNREC.
021100 01  WS-DATE-TIME.
021200     05  WS-CURRENT-DATE          PIC 9(08).
021300     05  WS-CURRENT-TIME          PIC 9(08).
021400 01  WS-MEMO-LINES.
021500     05  WS-MEM-HEADER-LINE.
021600         10  FILLER               PIC X(12) VALUE "CREDIT MEMO ".
021700         10  WS-MEM-NUMBER        PIC 9(07).
021800         10  FILLER               PIC X(03) VALUE SPACES.
021900         10  FILLER               PIC X(09) VALUE "CUSTOMER ".
022000         10  WS-MEM-CUSTOMER-NO   PIC X(06).
022100         10  FILLER               PIC X(03) VALUE SPACES.
022200         10  FILLER               PIC X(06) VALUE "BATCH ".
022300         10  WS-MEM-BATCH-ID      PIC X(08).
022400         10  FILLER               PIC X(03) VALUE SPACES.
022500         10  WS-MEM-DATE          PIC 9(08).
022600     05  WS-MEM-NAME-LINE.
022700         10  FILLER               PIC X(02) VALUE SPACES.
022800         10  WS-MEM-NAME          PIC X(25).
022900     05  WS-MEM-ADDR-LINE.
023000         10  FILLER               PIC X(02) VALUE SPACES.
023100         10  WS-MEM-ADDR          PIC X(25).
023200     05  WS-MEM-REF-LINE.
023300         10  FILLER               PIC X(16)
023400                 VALUE "AGAINST INVOICE ".
023500         10  WS-MEM-INVOICE-NO    PIC 9(07).
023600         10  FILLER               PIC X(07) VALUE " DATED ".
023700         10  WS-MEM-INVOICE-DATE  PIC 9(08).
023800     05  WS-MEM-COLUMN-LINE.
023900         10  FILLER               PIC X(07) VALUE "ITEM   ".
024000         10  FILLER               PIC X(22)
024100                 VALUE "DESCRIPTION           ".
024200         10  FILLER               PIC X(12) VALUE "  QTY       ".
024300         10  FILLER               PIC X(19)
024400                 VALUE "PRICE        CREDIT".
024500     05  WS-MEM-DETAIL-LINE.
024600         10  WS-MEM-DTL-ITEM-ID   PIC X(05).
024700         10  FILLER               PIC X(02) VALUE SPACES.
024800         10  WS-MEM-DTL-DESC      PIC X(20).
024900         10  FILLER               PIC X(02) VALUE SPACES.
025000         10  WS-MEM-DTL-QTY       PIC Z(04)9.
025100         10  FILLER               PIC X(02) VALUE SPACES.
025200         10  WS-MEM-DTL-PRICE     PIC Z(02)9.99.
025300         10  FILLER               PIC X(02) VALUE SPACES.
025400         10  WS-MEM-DTL-CREDIT    PIC Z(07)9.99.
025500     05  WS-MEM-TOTAL-LINE.
025600         10  WS-MEM-TOTAL-LABEL   PIC X(30).
025700         10  WS-MEM-TOTAL-AMT     PIC Z(08)9.99.
025800     05  WS-MEM-BLANK-LINE        PIC X(80) VALUE SPACES.
025900 01  WS-REGISTER-LINES.
026000     05  WS-REG-TITLE-LINE.
026100         10  FILLER               PIC X(27)
026200                 VALUE "CUSTOMER RETURNS REGISTER  ".
026300         10  WS-REG-TITLE-DATE    PIC 9(08).
026400     05  WS-REG-COLUMN-LINE.
026500         10  FILLER               PIC X(40)
026600                 VALUE "INVOICE ITEM    QTY MEMO NO      CREDIT ".
026700         10  FILLER               PIC X(15)
026800                 VALUE "STATUS   REASON".
026900     05  WS-REG-DETAIL-LINE.
027000         10  WS-REG-INVOICE-NO    PIC X(07).
027100         10  FILLER               PIC X(01) VALUE SPACES.
027200         10  WS-REG-ITEM-ID       PIC X(05).
027300         10  FILLER               PIC X(01) VALUE SPACES.
027400         10  WS-REG-QTY           PIC Z(04)9.
027500         10  FILLER               PIC X(01) VALUE SPACES.
027600         10  WS-REG-MEMO-NO       PIC X(07).
027700         10  FILLER               PIC X(01) VALUE SPACES.
027800         10  WS-REG-CREDIT        PIC Z(07)9.99.
027900         10  FILLER               PIC X(01) VALUE SPACES.
028000         10  WS-REG-STATUS        PIC X(08).
028100         10  FILLER               PIC X(01) VALUE SPACES.
028200         10  WS-REG-REASON        PIC X(30).
028300     05  WS-REG-COUNT-LINE.
028400         10  WS-REG-COUNT-LABEL   PIC X(24).
028500         10  WS-REG-COUNT         PIC Z(06)9.
028600     05  WS-REG-AMOUNT-LINE.
028700         10  WS-REG-AMOUNT-LABEL  PIC X(24).
028800         10  WS-REG-AMOUNT        PIC Z(08)9.99.
028900 LINKAGE SECTION.
029000 01  LK-BATCH-ID                  PIC X(08).
029100 01  LK-RETURN-CODE               PIC 9(02).
029200 PROCEDURE DIVISION USING LK-BATCH-ID LK-RETURN-CODE.
029300*----------------------------------------------------------------*
029400*    0000-MAINLINE - SORT THE RETURNS AND MERGE THEM AGAINST THE
029500*    OPEN-INVOICE REGISTER AND THE INVOICE LINE HISTORY.
029600*----------------------------------------------------------------*
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
029900     IF NOT INIT-ERROR
030000         IF NO-RETURNS-TODAY
030100             PERFORM 2600-FLUSH-REMAINDER THRU 2600-EXIT
030200         ELSE
030300             SORT RETURN-SORT-FILE
030400                 ON ASCENDING KEY TSRT-INVOICE-NO TSRT-ITEM-ID
030500                 WITH DUPLICATES IN ORDER
030600                 USING RETURN-FILE
030700                 OUTPUT PROCEDURE IS 2000-POST-RETURNS
030800                     THRU 2000-EXIT
030900         END-IF
031000         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
031100     END-IF.
031200     GOBACK.
031300*----------------------------------------------------------------*
031400*    1000-INITIALIZE-RTN - OPEN FILES, PICK UP THE MEMO NUMBER,
031500*    WRITE THE HEADINGS, READ THE FIRST INVOICE AND LINE.  NO
031600*    RETURNS FILE MEANS NOTHING CAME BACK TODAY; NO REGISTER OR
031700*    LINE HISTORY MEANS EVERY RETURN IS REFUSED.  THE PROBE
031800*    MATTERS BECAUSE THE SORT HAS NO FILE-STATUS PROTECTION OF
031900*    ITS OWN.
032000*----------------------------------------------------------------*
032100 1000-INITIALIZE-RTN.
032200     MOVE ZERO TO LK-RETURN-CODE.
032300     MOVE "N" TO WS-INIT-ERROR-SW.
032400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
032500     ACCEPT WS-CURRENT-TIME FROM TIME.
032600     OPEN INPUT RETURN-FILE.
032700     IF WS-RETURN-STATUS = "35"
032800         MOVE "Y" TO WS-NO-RETURNS-SW
032900     ELSE
033000         IF WS-RETURN-STATUS = "00"
033100             CLOSE RETURN-FILE
033200         ELSE
033300             DISPLAY "RETPOST - UNABLE TO OPEN RETNFIL, STATUS "
033400                 WS-RETURN-STATUS
033500             MOVE "Y" TO WS-INIT-ERROR-SW
033600         END-IF
033700     END-IF.
033800     OPEN INPUT OPEN-INVOICE-FILE.
033900     IF WS-OPENINV-STATUS = "35"
034000         MOVE "Y" TO WS-NO-INVOICES-SW
034100         MOVE "Y" TO WS-INVOICE-EOF-SW
034200     ELSE
034300         IF WS-OPENINV-STATUS NOT = "00"
034400             DISPLAY "RETPOST - UNABLE TO OPEN OPENINV, STATUS "
034500                 WS-OPENINV-STATUS
034600             MOVE "Y" TO WS-INIT-ERROR-SW
034700         END-IF
034800     END-IF.
034900     OPEN INPUT INVOICE-LINE-FILE.
035000     IF WS-INVLINE-STATUS = "35"
035100         MOVE "Y" TO WS-NO-LINES-SW
035200         MOVE "Y" TO WS-LINE-EOF-SW
035300     ELSE
035400         IF WS-INVLINE-STATUS NOT = "00"
035500             DISPLAY "RETPOST - UNABLE TO OPEN INVLINE, STATUS "
035600                 WS-INVLINE-STATUS
035700             MOVE "Y" TO WS-INIT-ERROR-SW
035800         END-IF
035900     END-IF.
036000     OPEN OUTPUT OPEN-WORK-FILE.
036100     IF WS-RTOWORK-STATUS NOT = "00"
036200         DISPLAY "RETPOST - UNABLE TO OPEN RTOWORK, STATUS "
036300             WS-RTOWORK-STATUS
036400         MOVE "Y" TO WS-INIT-ERROR-SW
036500     END-IF.
036600     OPEN OUTPUT LINE-WORK-FILE.
036700     IF WS-RTLWORK-STATUS NOT = "00"
036800         DISPLAY "RETPOST - UNABLE TO OPEN RTLWORK, STATUS "
036900             WS-RTLWORK-STATUS
037000         MOVE "Y" TO WS-INIT-ERROR-SW
037100     END-IF.
037200     OPEN I-O ITEM-MASTER-FILE.
037300     IF WS-ITEMMAST-STATUS NOT = "00"
037400         DISPLAY "RETPOST - UNABLE TO OPEN ITEMMAST, STATUS "
037500             WS-ITEMMAST-STATUS
037600         MOVE "Y" TO WS-INIT-ERROR-SW
037700     END-IF.
037800     OPEN I-O CUSTOMER-MASTER-FILE.
037900     IF WS-CUSTMAST-STATUS NOT = "00"
038000         DISPLAY "RETPOST - UNABLE TO OPEN CUSTMAST, STATUS "
038100             WS-CUSTMAST-STATUS
038200         MOVE "Y" TO WS-INIT-ERROR-SW
038300     END-IF.
038400     OPEN EXTEND SALES-HISTORY-FILE.
038500     IF WS-SALESHST-STATUS NOT = "00"
038600         OPEN OUTPUT SALES-HISTORY-FILE
038700     END-IF.
038800     IF WS-SALESHST-STATUS NOT = "00"
038900         DISPLAY "RETPOST - UNABLE TO OPEN SALESHST, STATUS "
039000             WS-SALESHST-STATUS
039100         MOVE "Y" TO WS-INIT-ERROR-SW
039200     END-IF.
039300     OPEN OUTPUT CREDIT-MEMO-FILE.
039400     IF WS-CRMEMOS-STATUS NOT = "00"
039500         DISPLAY "RETPOST - UNABLE TO OPEN CRMEMOS, STATUS "
039600             WS-CRMEMOS-STATUS
039700         MOVE "Y" TO WS-INIT-ERROR-SW
039800     END-IF.
039900     OPEN OUTPUT RETURNS-REGISTER.
040000     IF WS-REGISTER-STATUS NOT = "00"
040100         DISPLAY "RETPOST - UNABLE TO OPEN RETREG, STATUS "
040200             WS-REGISTER-STATUS
040300         MOVE "Y" TO WS-INIT-ERROR-SW
040400     END-IF.
040410     OPEN EXTEND STOCK-MOVEMENT-FILE.
040420     IF WS-STKMOVE-STATUS NOT = "00"
040430         OPEN OUTPUT STOCK-MOVEMENT-FILE
040440     END-IF.
040450     IF WS-STKMOVE-STATUS NOT = "00"
040460         DISPLAY "RETPOST - UNABLE TO OPEN STKMOVE, STATUS "
040470             WS-STKMOVE-STATUS
040480         MOVE "Y" TO WS-INIT-ERROR-SW
040490     END-IF.
040491     OPEN EXTEND TAX-HISTORY-FILE.
040492     IF WS-TAXHIST-STATUS NOT = "00"
040493         OPEN OUTPUT TAX-HISTORY-FILE
040494     END-IF.
040495     IF WS-TAXHIST-STATUS NOT = "00"
040496         DISPLAY "RETPOST - UNABLE TO OPEN TAXHIST, STATUS "
040497             WS-TAXHIST-STATUS
040498         MOVE "Y" TO WS-INIT-ERROR-SW
040499     END-IF.
040500     IF INIT-ERROR
040600         MOVE 12 TO LK-RETURN-CODE
040700         CLOSE OPEN-INVOICE-FILE INVOICE-LINE-FILE
040800             OPEN-WORK-FILE LINE-WORK-FILE
040900             ITEM-MASTER-FILE CUSTOMER-MASTER-FILE
041000             SALES-HISTORY-FILE CREDIT-MEMO-FILE
041100             RETURNS-REGISTER STOCK-MOVEMENT-FILE
041150             TAX-HISTORY-FILE
041200         GO TO 1000-EXIT
041300     END-IF.
041400     PERFORM 1100-LOAD-MEMO-CONTROL THRU 1100-EXIT.
041500     MOVE WS-CURRENT-DATE TO WS-REG-TITLE-DATE.
041600     WRITE REGISTER-RECORD FROM WS-REG-TITLE-LINE.
041700     WRITE REGISTER-RECORD FROM WS-REG-COLUMN-LINE.
041800     DISPLAY "RETPOST - CUSTOMER RETURNS POSTING STARTING".
041900     IF NO-RETURNS-TODAY
042000         DISPLAY "RETPOST - NO CUSTOMER RETURNS TODAY"
042100     END-IF.
042200     IF NOT NO-INVOICES-ON-FILE
042300         PERFORM 2950-READ-INVOICE THRU 2950-EXIT
042400     END-IF.
042500     IF NOT NO-LINES-ON-FILE
042600         PERFORM 2960-READ-LINE THRU 2960-EXIT
042700     END-IF.
042800 1000-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------*
043100*    1100-LOAD-MEMO-CONTROL - NEXT CREDIT MEMO NUMBER OFF THE
043200*    CONTROL FILE, THE SAME TREATMENT THE INVOICE NUMBERS GET.
043300*    NO CONTROL FILE MEANS THE NUMBERING IS JUST STARTING.  THE
043400*    CONTROL IS ONLY REWRITTEN AT A CLEAN END OF RUN, SO A
043500*    FAILED RUN'S NUMBERS ARE REUSED BY ITS RERUN.
043600*----------------------------------------------------------------*
043700 1100-LOAD-MEMO-CONTROL.
043800     OPEN INPUT MEMO-CONTROL-FILE.
043900     IF WS-CRMCTL-STATUS NOT = "00"
044000         DISPLAY "RETPOST - NO CRMCTL, NUMBERING STARTS AT 1"
044100         GO TO 1100-EXIT
044200     END-IF.
044300     READ MEMO-CONTROL-FILE
044400         AT END
044500             DISPLAY "RETPOST - CRMCTL EMPTY, NUMBERING "
044600                 "STARTS AT 1"
044700         NOT AT END
044800             MOVE CMC-NEXT-MEMO-NO TO WS-NEXT-MEMO-NO
044900     END-READ.
045000     CLOSE MEMO-CONTROL-FILE.
045100 1100-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------*
045400*    2000-POST-RETURNS - SORT OUTPUT PROCEDURE.  THREE STREAMS
045500*    RISING ON INVOICE NUMBER - THE RETURNS, THE REGISTER AND
045600*    THE LINE HISTORY - SO ONE PASS OF EACH SETTLES EVERYTHING.
045700*----------------------------------------------------------------*
045800 2000-POST-RETURNS.
045900     PERFORM 2900-RETURN-TRANS THRU 2900-EXIT.
046000     PERFORM 2100-MATCH-ONE THRU 2100-EXIT
046100         UNTIL RETURN-EOF.
046200     PERFORM 2600-FLUSH-REMAINDER THRU 2600-EXIT.
046300 2000-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------*
046600*    2100-MATCH-ONE - BRING THE REGISTER AND THE LINE HISTORY UP
046700*    TO THE RETURN'S INVOICE, PASSING WHAT IS BEHIND IT TO THE
046800*    WORK FILES UNTOUCHED.  A RETURN QUOTING NO INVOICE ON FILE
046900*    IS REFUSED; A MEETING SETTLES EVERY RETURN AGAINST THAT
047000*    INVOICE IN ONE GO.
047100*----------------------------------------------------------------*
047200 2100-MATCH-ONE.
047300     IF RTN-INVOICE-NO NOT NUMERIC
047400         MOVE "INVOICE NUMBER NOT NUMERIC" TO WS-REASON-TEXT
047500         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
047600         PERFORM 2900-RETURN-TRANS THRU 2900-EXIT
047700         GO TO 2100-EXIT
047800     END-IF.
047900     PERFORM 2410-PASS-ONE-INVOICE THRU 2410-EXIT
048000         UNTIL INVOICE-EOF
048100             OR OIV-INVOICE-NO NOT < RTN-INVOICE-NO-N.
048200     PERFORM 2420-PASS-ONE-LINE THRU 2420-EXIT
048300         UNTIL LINE-EOF
048400             OR ILN-INVOICE-NO NOT < RTN-INVOICE-NO-N.
048500     IF INVOICE-EOF
048600             OR OIV-INVOICE-NO NOT = RTN-INVOICE-NO-N
048700         MOVE "INVOICE NOT ON FILE" TO WS-REASON-TEXT
048800         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
048900         PERFORM 2900-RETURN-TRANS THRU 2900-EXIT
049000         GO TO 2100-EXIT
049100     END-IF.
049200     PERFORM 2200-PROCESS-INVOICE THRU 2200-EXIT.
049300 2100-EXIT.
049400     EXIT.
049500*----------------------------------------------------------------*
049600*    2200-PROCESS-INVOICE - HOLD THE INVOICE'S LINES, TAKE EVERY
049700*    RETURN QUOTING IT, THEN CLOSE IT OFF.  THE CUSTOMER IS READ
049800*    ONCE HERE FOR THE MEMO AND THE BALANCE POSTING.
049900*----------------------------------------------------------------*
050000 2200-PROCESS-INVOICE.
050100     MOVE OIV-INVOICE-NO TO WS-CURRENT-INVOICE.
050200     PERFORM 2210-LOAD-INVOICE-LINES THRU 2210-EXIT.
050300     MOVE ZERO TO WS-MEMO-TOTAL.
050310     MOVE ZERO TO WS-MEMO-TAXED-GOODS WS-MEMO-NO-RATE-GOODS
050320         WS-MEMO-EXEMPT-GOODS WS-MEMO-TAX-RATE WS-MEMO-TAX.
050330     MOVE SPACES TO WS-MEMO-TAX-JURIS.
050400     MOVE "N" TO WS-MEMO-OPEN-SW.
050500     MOVE "Y" TO WS-CUST-FOUND-SW.
050600     MOVE OIV-CUSTOMER-NO TO CUST-CUSTOMER-NO.
050700     READ CUSTOMER-MASTER-FILE
050800         INVALID KEY
050900             MOVE "N" TO WS-CUST-FOUND-SW
051000             MOVE "*** NOT ON FILE ***" TO CUST-NAME
051100             MOVE SPACES TO CUST-ADDR-LINE-1
051200             MOVE SPACES TO CUST-ADDR-LINE-2
051300     END-READ.
051400     PERFORM 2300-APPLY-ONE-RETURN THRU 2300-EXIT
051500         UNTIL RETURN-EOF
051600             OR RTN-INVOICE-NO NOT = WS-CURRENT-INVOICE.
051700     PERFORM 2500-CLOSE-INVOICE THRU 2500-EXIT.
051800 2200-EXIT.
051900     EXIT.
052000*----------------------------------------------------------------*
052100*    2210-LOAD-INVOICE-LINES - EVERY HISTORY LINE FOR THE
052200*    CURRENT INVOICE INTO THE TABLE.  LINES PAST THE TABLE'S
052300*    CAPACITY GO STRAIGHT TO THE WORK FILE AS THEY ARE.
052400*----------------------------------------------------------------*
052500 2210-LOAD-INVOICE-LINES.
052600     MOVE ZERO TO WS-LNT-COUNT.
052700     MOVE "N" TO WS-TABLE-OVERFLOW-SW.
052800     PERFORM 2220-LOAD-ONE-LINE THRU 2220-EXIT
052900         UNTIL LINE-EOF
053000             OR ILN-INVOICE-NO NOT = WS-CURRENT-INVOICE.
053100 2210-EXIT.
053200     EXIT.
053300 2220-LOAD-ONE-LINE.
053400     IF WS-LNT-COUNT < WS-LNT-MAX
053500         ADD 1 TO WS-LNT-COUNT
053600         MOVE INVOICE-LINE-RECORD TO WS-LNT-ENTRY (WS-LNT-COUNT)
053700     ELSE
053800         MOVE "Y" TO WS-TABLE-OVERFLOW-SW
053900         WRITE LINE-WORK-RECORD FROM INVOICE-LINE-RECORD
054000     END-IF.
054100     PERFORM 2960-READ-LINE THRU 2960-EXIT.
054200 2220-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------*
054500*    2300-APPLY-ONE-RETURN - EDIT ONE RETURN AGAINST ITS INVOICE
054600*    LINES AND THE ITEM MASTER, THEN CREDIT IT.  THE QUANTITY IS
054700*    SPREAD OVER THE INVOICE'S LINES FOR THE ITEM IN LINE ORDER,
054800*    EACH PART CREDITED AT THE PRICE THAT LINE WAS BILLED AT.
054900*----------------------------------------------------------------*
055000 2300-APPLY-ONE-RETURN.
055100     PERFORM 2310-EDIT-RETURN THRU 2310-EXIT.
055200     IF RETURN-REJECTED
055300         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
055400         PERFORM 2900-RETURN-TRANS THRU 2900-EXIT
055500         GO TO 2300-EXIT
055600     END-IF.
055700     MOVE ZERO TO WS-RETURN-CREDIT.
055800     MOVE RTN-QUANTITY-N TO WS-QTY-TO-ALLOCATE.
055900     PERFORM 2330-ALLOCATE-ONE-LINE THRU 2330-EXIT
056000         VARYING WS-LNT-SUB FROM 1 BY 1
056100         UNTIL WS-LNT-SUB > WS-LNT-COUNT
056200             OR WS-QTY-TO-ALLOCATE = ZERO.
056250     MOVE ITM-QUANTITY-ON-HAND TO SMV-BEFORE-ON-HAND.
056300     MOVE WS-NEW-ON-HAND TO ITM-QUANTITY-ON-HAND.
056400     REWRITE ITEM-MASTER-RECORD
056500         INVALID KEY
056600             DISPLAY "RETPOST - ITEMMAST REWRITE FAILED, KEY "
056700                 ITM-ITEM-ID
056800     END-REWRITE.
056850     PERFORM 2360-WRITE-MOVEMENT THRU 2360-EXIT.
056900     ADD 1 TO WS-RETURNS-POSTED.
057000     MOVE RTN-INVOICE-NO TO WS-REG-INVOICE-NO.
057100     MOVE RTN-ITEM-ID TO WS-REG-ITEM-ID.
057200     MOVE RTN-QUANTITY-N TO WS-REG-QTY.
057300     MOVE WS-MEMO-NO TO WS-REG-MEMO-NO.
057400     MOVE WS-RETURN-CREDIT TO WS-REG-CREDIT.
057500     MOVE "CREDITED" TO WS-REG-STATUS.
057600     MOVE SPACES TO WS-REG-REASON.
057700     WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
057800     PERFORM 2900-RETURN-TRANS THRU 2900-EXIT.
057900 2300-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------*
058200*    2310-EDIT-RETURN - FIRST FAILURE WINS.  WHAT IS STILL
058300*    RETURNABLE IS WHAT THE INVOICE BILLED FOR THE ITEM LESS
058400*    WHAT HAS ALREADY COME BACK AGAINST IT, SO A SECOND RETURN
058500*    CANNOT CREDIT THE SAME GOODS TWICE.  A REFUSED RETURN IS
058600*    NOT POSTED ANYWHERE.
058700*----------------------------------------------------------------*
058800 2310-EDIT-RETURN.
058900     MOVE "N" TO WS-REJECT-SW.
059000     MOVE SPACES TO WS-REASON-TEXT.
059100     IF RTN-QUANTITY NOT NUMERIC
059200         MOVE "QUANTITY NOT NUMERIC" TO WS-REASON-TEXT
059300         MOVE "Y" TO WS-REJECT-SW
059400         GO TO 2310-EXIT
059500     END-IF.
059600     IF RTN-QUANTITY-N = ZERO
059700         MOVE "QUANTITY IS ZERO" TO WS-REASON-TEXT
059800         MOVE "Y" TO WS-REJECT-SW
059900         GO TO 2310-EXIT
060000     END-IF.
060100     IF LINE-TABLE-OVERFLOW
060200         MOVE "INVOICE TOO LARGE - SEE DESK" TO WS-REASON-TEXT
060300         MOVE "Y" TO WS-REJECT-SW
060400         GO TO 2310-EXIT
060500     END-IF.
060600     IF WS-LNT-COUNT = ZERO
060700         MOVE "NO LINE DETAIL FOR INVOICE" TO WS-REASON-TEXT
060800         MOVE "Y" TO WS-REJECT-SW
060900         GO TO 2310-EXIT
061000     END-IF.
061100     MOVE ZERO TO WS-QTY-INVOICED.
061200     MOVE ZERO TO WS-QTY-AVAILABLE.
061300     PERFORM 2320-SUM-ONE-LINE THRU 2320-EXIT
061400         VARYING WS-LNT-SUB FROM 1 BY 1
061500         UNTIL WS-LNT-SUB > WS-LNT-COUNT.
061600     IF WS-QTY-INVOICED = ZERO
061700         MOVE "ITEM NOT ON THIS INVOICE" TO WS-REASON-TEXT
061800         MOVE "Y" TO WS-REJECT-SW
061900         GO TO 2310-EXIT
062000     END-IF.
062100     IF RTN-QUANTITY-N > WS-QTY-AVAILABLE
062200         MOVE "MORE THAN INVOICED" TO WS-REASON-TEXT
062300         MOVE "Y" TO WS-REJECT-SW
062400         GO TO 2310-EXIT
062500     END-IF.
062600     MOVE RTN-ITEM-ID TO ITM-ITEM-ID.
062700     READ ITEM-MASTER-FILE
062800         INVALID KEY
062900             MOVE "ITEM NOT ON MASTER" TO WS-REASON-TEXT
063000             MOVE "Y" TO WS-REJECT-SW
063100             GO TO 2310-EXIT
063200     END-READ.
063300     COMPUTE WS-NEW-ON-HAND =
063400         ITM-QUANTITY-ON-HAND + RTN-QUANTITY-N.
063500     IF WS-NEW-ON-HAND > 99999
063600         MOVE "ON-HAND WOULD OVERFLOW" TO WS-REASON-TEXT
063700         MOVE "Y" TO WS-REJECT-SW
063800         GO TO 2310-EXIT
063900     END-IF.
064000 2310-EXIT.
064100     EXIT.
064200 2320-SUM-ONE-LINE.
064300     IF WS-LNT-ITEM-ID (WS-LNT-SUB) = RTN-ITEM-ID
064400         ADD WS-LNT-QUANTITY (WS-LNT-SUB) TO WS-QTY-INVOICED
064500         COMPUTE WS-QTY-AVAILABLE = WS-QTY-AVAILABLE
064600             + WS-LNT-QUANTITY (WS-LNT-SUB)
064700             - WS-LNT-QTY-RETURNED (WS-LNT-SUB)
064800     END-IF.
064900 2320-EXIT.
065000     EXIT.
065100*----------------------------------------------------------------*
065200*    2330-ALLOCATE-ONE-LINE - TAKE AS MUCH OF THE RETURN AS THIS
065300*    LINE STILL HAS OPEN, CREDIT IT AT THE LINE'S PRICE, AND
065400*    FILE THE CREDIT ON THE MEMO AND IN SALES HISTORY.
065500*----------------------------------------------------------------*
065600 2330-ALLOCATE-ONE-LINE.
065700     IF WS-LNT-ITEM-ID (WS-LNT-SUB) NOT = RTN-ITEM-ID
065800         GO TO 2330-EXIT
065900     END-IF.
066000     COMPUTE WS-LINE-OPEN-QTY = WS-LNT-QUANTITY (WS-LNT-SUB)
066100         - WS-LNT-QTY-RETURNED (WS-LNT-SUB).
066200     IF WS-LINE-OPEN-QTY = ZERO
066300         GO TO 2330-EXIT
066400     END-IF.
066500     IF WS-QTY-TO-ALLOCATE < WS-LINE-OPEN-QTY
066600         MOVE WS-QTY-TO-ALLOCATE TO WS-QTY-ALLOCATED
066700     ELSE
066800         MOVE WS-LINE-OPEN-QTY TO WS-QTY-ALLOCATED
066900     END-IF.
067000     ADD WS-QTY-ALLOCATED TO WS-LNT-QTY-RETURNED (WS-LNT-SUB).
067100     SUBTRACT WS-QTY-ALLOCATED FROM WS-QTY-TO-ALLOCATE.
067200     COMPUTE WS-LINE-CREDIT =
067300         WS-QTY-ALLOCATED * WS-LNT-UNIT-PRICE (WS-LNT-SUB).
067400     ADD WS-LINE-CREDIT TO WS-RETURN-CREDIT.
067500     ADD WS-LINE-CREDIT TO WS-MEMO-TOTAL.
067600     ADD WS-LINE-CREDIT TO WS-CREDIT-TOTAL.
067650     PERFORM 2335-CLASSIFY-LINE-TAX THRU 2335-EXIT.
067700     PERFORM 2340-WRITE-MEMO-LINE THRU 2340-EXIT.
067800     PERFORM 2350-WRITE-SALES-HISTORY THRU 2350-EXIT.
067900 2330-EXIT.
068000     EXIT.
068004*----------------------------------------------------------------*
068008*    2335-CLASSIFY-LINE-TAX - THE LINE CREDIT UNDER HOW THE LINE
068012*    WAS TAXED, FOR THE TAX CREDITED AT THE END OF THE MEMO.  A
068016*    LINE WITH NO TAX STATUS WAS BILLED BEFORE TAX WAS CARRIED
068020*    ON THE LINE HISTORY AND IS CREDITED GOODS ONLY.
068024*----------------------------------------------------------------*
068028 2335-CLASSIFY-LINE-TAX.
068032     IF WS-LNT-TAX-STATUS (WS-LNT-SUB) = SPACE
068036         GO TO 2335-EXIT
068040     END-IF.
068044     MOVE WS-LNT-TAX-JURIS (WS-LNT-SUB) TO WS-MEMO-TAX-JURIS.
068048     IF LNT-TAXED (WS-LNT-SUB)
068052         ADD WS-LINE-CREDIT TO WS-MEMO-TAXED-GOODS
068056         MOVE WS-LNT-TAX-RATE (WS-LNT-SUB) TO WS-MEMO-TAX-RATE
068060     END-IF.
068064     IF LNT-TAX-NO-RATE (WS-LNT-SUB)
068068         ADD WS-LINE-CREDIT TO WS-MEMO-NO-RATE-GOODS
068072     END-IF.
068076     IF LNT-TAX-EXEMPT (WS-LNT-SUB)
068080         ADD WS-LINE-CREDIT TO WS-MEMO-EXEMPT-GOODS
068084     END-IF.
068088 2335-EXIT.
068092     EXIT.
068100*----------------------------------------------------------------*
068200*    2340-WRITE-MEMO-LINE - ONE CREDITED LINE ON THE INVOICE'S
068300*    CREDIT MEMO, STARTING THE MEMO ON ITS FIRST LINE.
068400*----------------------------------------------------------------*
068500 2340-WRITE-MEMO-LINE.
068600     IF NOT MEMO-OPEN
068700         PERFORM 2400-START-MEMO THRU 2400-EXIT
068800     END-IF.
068900     MOVE WS-LNT-ITEM-ID (WS-LNT-SUB) TO WS-MEM-DTL-ITEM-ID.
069000     MOVE WS-LNT-DESCRIPTION (WS-LNT-SUB) TO WS-MEM-DTL-DESC.
069100     MOVE WS-QTY-ALLOCATED TO WS-MEM-DTL-QTY.
069200     MOVE WS-LNT-UNIT-PRICE (WS-LNT-SUB) TO WS-MEM-DTL-PRICE.
069300     MOVE WS-LINE-CREDIT TO WS-MEM-DTL-CREDIT.
069400     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-DETAIL-LINE.
069500 2340-EXIT.
069600     EXIT.
069700*----------------------------------------------------------------*
069800*    2350-WRITE-SALES-HISTORY - THE CREDITED PART AS A NEGATIVE
069900*    LINE, SO THE SALES ANALYSIS NETS IT OFF THE ORIGINAL SALE.
070000*----------------------------------------------------------------*
070100 2350-WRITE-SALES-HISTORY.
070200     MOVE LK-BATCH-ID TO SLS-BATCH-ID.
070300     MOVE WS-CURRENT-DATE TO SLS-SALE-DATE.
070400     MOVE OIV-CUSTOMER-NO TO SLS-CUSTOMER-NO.
070500     MOVE WS-LNT-ITEM-ID (WS-LNT-SUB) TO SLS-ITEM-ID.
070600     COMPUTE SLS-QUANTITY = ZERO - WS-QTY-ALLOCATED.
070700     MOVE WS-LNT-UNIT-PRICE (WS-LNT-SUB) TO SLS-UNIT-PRICE.
070800     COMPUTE SLS-EXTENSION = ZERO - WS-LINE-CREDIT.
070900     WRITE SALES-HISTORY-RECORD.
071000 2350-EXIT.
071100     EXIT.
071105*----------------------------------------------------------------*
071110*    2360-WRITE-MOVEMENT - THE RETURNED STOCK ON THE STOCK
071115*    LEDGER.  THE CALLER HAS ALREADY SET THE BALANCE BEFORE.
071120*----------------------------------------------------------------*
071125 2360-WRITE-MOVEMENT.
071130     MOVE RTN-ITEM-ID TO SMV-ITEM-ID.
071135     MOVE "RT" TO SMV-MOVEMENT-TYPE.
071140     MOVE RTN-QUANTITY-N TO SMV-QUANTITY-IN.
071145     MOVE ZERO TO SMV-QUANTITY-OUT.
071150     MOVE WS-NEW-ON-HAND TO SMV-AFTER-ON-HAND.
071155     MOVE LK-BATCH-ID TO SMV-BATCH-ID.
071160     MOVE "RETPOST" TO SMV-SOURCE-PROGRAM.
071165     MOVE WS-CURRENT-DATE TO SMV-MOVE-DATE.
071170     MOVE WS-CURRENT-TIME TO SMV-MOVE-TIME.
071175     WRITE STOCK-MOVEMENT-RECORD.
071180 2360-EXIT.
071185     EXIT.
071200*----------------------------------------------------------------*
071300*    2400-START-MEMO - NUMBER THE INVOICE'S CREDIT MEMO AND
071400*    PRINT ITS HEADER BLOCK.  A CUSTOMER MISSING FROM THE MASTER
071500*    STILL GETS A MEMO, FLAGGED IN PLACE OF THE NAME.
071600*----------------------------------------------------------------*
071700 2400-START-MEMO.
071800     MOVE "Y" TO WS-MEMO-OPEN-SW.
071900     MOVE WS-NEXT-MEMO-NO TO WS-MEMO-NO.
072000     ADD 1 TO WS-NEXT-MEMO-NO.
072100     ADD 1 TO WS-MEMOS-ISSUED.
072200     MOVE WS-MEMO-NO TO WS-MEM-NUMBER.
072300     MOVE OIV-CUSTOMER-NO TO WS-MEM-CUSTOMER-NO.
072400     MOVE LK-BATCH-ID TO WS-MEM-BATCH-ID.
072500     MOVE WS-CURRENT-DATE TO WS-MEM-DATE.
072600     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-HEADER-LINE.
072700     MOVE CUST-NAME TO WS-MEM-NAME.
072800     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-NAME-LINE.
072900     MOVE CUST-ADDR-LINE-1 TO WS-MEM-ADDR.
073000     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-ADDR-LINE.
073100     MOVE CUST-ADDR-LINE-2 TO WS-MEM-ADDR.
073200     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-ADDR-LINE.
073300     MOVE OIV-INVOICE-NO TO WS-MEM-INVOICE-NO.
073400     MOVE OIV-INVOICE-DATE TO WS-MEM-INVOICE-DATE.
073500     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-REF-LINE.
073600     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-COLUMN-LINE.
073700 2400-EXIT.
073800     EXIT.
073900*----------------------------------------------------------------*
074000*    2410-PASS-ONE-INVOICE / 2420-PASS-ONE-LINE - AN INVOICE OR
074100*    LINE WITH NOTHING RETURNED AGAINST IT GOES TO ITS WORK FILE
074200*    AS IT STANDS.
074300*----------------------------------------------------------------*
074400 2410-PASS-ONE-INVOICE.
074500     WRITE OPEN-WORK-RECORD FROM OPEN-INVOICE-RECORD.
074600     PERFORM 2950-READ-INVOICE THRU 2950-EXIT.
074700 2410-EXIT.
074800     EXIT.
074900 2420-PASS-ONE-LINE.
075000     WRITE LINE-WORK-RECORD FROM INVOICE-LINE-RECORD.
075100     PERFORM 2960-READ-LINE THRU 2960-EXIT.
075200 2420-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------*
075500*    2500-CLOSE-INVOICE - FINISH THE MEMO, TAKE THE CREDIT OFF
075600*    THE INVOICE AND THE CUSTOMER, AND PASS THE INVOICE AND ITS
075700*    LINES ON TO THE WORK FILES.  NO MORE IS EVER TAKEN OFF THAN
075800*    THE INVOICE STILL OWES - A CREDIT AGAINST GOODS ALREADY PAID
075900*    FOR IS PRINTED AS UNAPPLIED FOR A REFUND BY HAND RATHER THAN
076000*    DRIVING A BALANCE NEGATIVE.
076100*----------------------------------------------------------------*
076200 2500-CLOSE-INVOICE.
076300     IF MEMO-OPEN
076400         PERFORM 2510-END-MEMO THRU 2510-EXIT
076500     END-IF.
076600     WRITE OPEN-WORK-RECORD FROM OPEN-INVOICE-RECORD.
076700     PERFORM 2950-READ-INVOICE THRU 2950-EXIT.
076800     PERFORM 2530-WRITE-ONE-LINE THRU 2530-EXIT
076900         VARYING WS-LNT-SUB FROM 1 BY 1
077000         UNTIL WS-LNT-SUB > WS-LNT-COUNT.
077100     MOVE ZERO TO WS-LNT-COUNT.
077200     MOVE ZERO TO WS-MEMO-NO.
077300 2500-EXIT.
077400     EXIT.
077500 2510-END-MEMO.
077550     PERFORM 2515-CREDIT-MEMO-TAX THRU 2515-EXIT.
077600     MOVE WS-MEMO-TOTAL TO WS-APPLIED-AMOUNT.
077700     IF WS-APPLIED-AMOUNT > OIV-BALANCE-DUE
077800         MOVE OIV-BALANCE-DUE TO WS-APPLIED-AMOUNT
077900     END-IF.
078000     COMPUTE WS-UNAPPLIED-AMOUNT =
078100         WS-MEMO-TOTAL - WS-APPLIED-AMOUNT.
078110     ADD WS-APPLIED-AMOUNT TO WS-APPLIED-TOTAL.
078120     ADD WS-UNAPPLIED-AMOUNT TO WS-UNAPPLIED-TOTAL.
078200     SUBTRACT WS-APPLIED-AMOUNT FROM OIV-BALANCE-DUE.
078300     IF OIV-BALANCE-DUE = ZERO
078400         MOVE "C" TO OIV-STATUS
078500     END-IF.
078600     PERFORM 2520-RELIEVE-CUST-BALANCE THRU 2520-EXIT.
078700     MOVE "CREDIT TOTAL. . . . . . . . . " TO WS-MEM-TOTAL-LABEL.
078800     MOVE WS-MEMO-TOTAL TO WS-MEM-TOTAL-AMT.
078900     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-TOTAL-LINE.
079000     MOVE "APPLIED TO INVOICE BALANCE. . " TO WS-MEM-TOTAL-LABEL.
079100     MOVE WS-APPLIED-AMOUNT TO WS-MEM-TOTAL-AMT.
079200     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-TOTAL-LINE.
079300     IF WS-UNAPPLIED-AMOUNT > ZERO
079400         MOVE "UNAPPLIED - REFUND DUE . . . "
079500             TO WS-MEM-TOTAL-LABEL
079600         MOVE WS-UNAPPLIED-AMOUNT TO WS-MEM-TOTAL-AMT
079700         WRITE CREDIT-MEMO-RECORD FROM WS-MEM-TOTAL-LINE
079800         ADD 1 TO WS-CREDITS-UNAPPLIED
079900         MOVE OIV-INVOICE-NO TO WS-REG-INVOICE-NO
080000         MOVE SPACES TO WS-REG-ITEM-ID
080100         MOVE ZERO TO WS-REG-QTY
080200         MOVE WS-MEMO-NO TO WS-REG-MEMO-NO
080300         MOVE WS-UNAPPLIED-AMOUNT TO WS-REG-CREDIT
080400         MOVE "REFUND" TO WS-REG-STATUS
080500         MOVE "CREDIT EXCEEDS BALANCE DUE" TO WS-REG-REASON
080600         WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE
080700     END-IF.
080800     WRITE CREDIT-MEMO-RECORD FROM WS-MEM-BLANK-LINE.
080900     MOVE "N" TO WS-MEMO-OPEN-SW.
081000 2510-EXIT.
081100     EXIT.
081200*----------------------------------------------------------------*
081300*    2520-RELIEVE-CUST-BALANCE - THE CUSTOMER OWES LESS NOW.
081400*    THE BALANCE NEVER GOES BELOW ZERO - A SATURATED OR
081500*    HAND-FIXED BALANCE MUST NOT WRAP.
081600*----------------------------------------------------------------*
081700 2520-RELIEVE-CUST-BALANCE.
081800     IF NOT CUST-FOUND
081900         GO TO 2520-EXIT
082000     END-IF.
082100     IF WS-APPLIED-AMOUNT > CUST-OPEN-BALANCE
082200         MOVE ZERO TO CUST-OPEN-BALANCE
082300     ELSE
082400         SUBTRACT WS-APPLIED-AMOUNT FROM CUST-OPEN-BALANCE
082500     END-IF.
082600     REWRITE CUSTOMER-MASTER-RECORD
082700         INVALID KEY
082800             DISPLAY "RETPOST - CUSTMAST REWRITE FAILED, KEY "
082900                 CUST-CUSTOMER-NO
083000     END-REWRITE.
083100 2520-EXIT.
083200     EXIT.
083300 2530-WRITE-ONE-LINE.
083400     WRITE LINE-WORK-RECORD FROM WS-LNT-ENTRY (WS-LNT-SUB).
083500 2530-EXIT.
083600     EXIT.
083700*----------------------------------------------------------------*
083800*    2600-FLUSH-REMAINDER - THE RETURNS ARE DONE; THE REST OF THE
083900*    REGISTER AND THE LINE HISTORY PASS THROUGH UNTOUCHED.
084000*----------------------------------------------------------------*
084100 2600-FLUSH-REMAINDER.
084200     PERFORM 2410-PASS-ONE-INVOICE THRU 2410-EXIT
084300         UNTIL INVOICE-EOF.
084400     PERFORM 2420-PASS-ONE-LINE THRU 2420-EXIT
084500         UNTIL LINE-EOF.
084600 2600-EXIT.
084700     EXIT.
084800*----------------------------------------------------------------*
084900*    2700-REJECT-RETURN - A RETURN THAT CANNOT BE TAKEN GOES ON
085000*    THE REGISTER WITH ITS REASON.  NOTHING IS POSTED.
085100*----------------------------------------------------------------*
085200 2700-REJECT-RETURN.
085300     MOVE RTN-INVOICE-NO TO WS-REG-INVOICE-NO.
085400     MOVE RTN-ITEM-ID TO WS-REG-ITEM-ID.
085500     IF RTN-QUANTITY NUMERIC
085600         MOVE RTN-QUANTITY-N TO WS-REG-QTY
085700     ELSE
085800         MOVE ZERO TO WS-REG-QTY
085900     END-IF.
086000     MOVE SPACES TO WS-REG-MEMO-NO.
086100     MOVE ZERO TO WS-REG-CREDIT.
086200     MOVE "REJECTED" TO WS-REG-STATUS.
086300     MOVE WS-REASON-TEXT TO WS-REG-REASON.
086400     WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
086500     ADD 1 TO WS-RETURNS-REJECTED.
086600 2700-EXIT.
086700     EXIT.
086800*----------------------------------------------------------------*
086900*    2900-RETURN-TRANS - NEXT SORTED RETURN INTO THE WORKING
087000*    LAYOUT, OR SET END OF FILE.
087100*----------------------------------------------------------------*
087200 2900-RETURN-TRANS.
087300     RETURN RETURN-SORT-FILE INTO RETURN-TRANS-RECORD
087400         AT END
087500             MOVE "Y" TO WS-RETURN-EOF-SW
087600     END-RETURN.
087700     IF NOT RETURN-EOF
087800         ADD 1 TO WS-RETURNS-READ
087900     END-IF.
088000 2900-EXIT.
088100     EXIT.
088200*----------------------------------------------------------------*
088300*    2950-READ-INVOICE / 2960-READ-LINE - NEXT REGISTER RECORD
088400*    OR HISTORY LINE, OR SET END OF FILE.
088500*----------------------------------------------------------------*
088600 2950-READ-INVOICE.
088700     READ OPEN-INVOICE-FILE
088800         AT END
088900             MOVE "Y" TO WS-INVOICE-EOF-SW
089000     END-READ.
089100 2950-EXIT.
089200     EXIT.
089300 2960-READ-LINE.
089400     READ INVOICE-LINE-FILE
089500         AT END
089600             MOVE "Y" TO WS-LINE-EOF-SW
089700     END-READ.
089800 2960-EXIT.
089900     EXIT.
090000*----------------------------------------------------------------*
090100*    3000-FINALIZE-RTN - REWRITE THE REGISTER AND THE LINE
090200*    HISTORY FROM THEIR WORK FILES IN ONE PIECE, EMPTY THE
090300*    RETURNS FILE SO THE SAME RETURNS CANNOT BE CREDITED TWICE,
090400*    HAND THE CREDIT TOTAL TO THE GL STEP, FILE THE NEXT MEMO
090500*    NUMBER, REPORT COUNTS.  A REFUSED RETURN OR A CREDIT LEFT
090600*    UNAPPLIED LEAVES A WARNING CODE SO THE OPERATOR LOOKS AT
090700*    THE REGISTER.
090800*----------------------------------------------------------------*
090900 3000-FINALIZE-RTN.
091000     CLOSE OPEN-WORK-FILE LINE-WORK-FILE.
091100     IF NOT NO-INVOICES-ON-FILE
091200         CLOSE OPEN-INVOICE-FILE
091300         PERFORM 3100-REWRITE-REGISTER THRU 3100-EXIT
091400     END-IF.
091500     IF NOT NO-LINES-ON-FILE
091600         CLOSE INVOICE-LINE-FILE
091700         PERFORM 3150-REWRITE-LINES THRU 3150-EXIT
091800     END-IF.
091900     IF WS-RETURNS-REJECTED > ZERO OR WS-CREDITS-UNAPPLIED > ZERO
092000         IF LK-RETURN-CODE < 04
092100             MOVE 04 TO LK-RETURN-CODE
092200         END-IF
092300     END-IF.
092400     IF NOT NO-RETURNS-TODAY
092500         PERFORM 3200-EMPTY-RETURNS THRU 3200-EXIT
092600     END-IF.
092700     PERFORM 3300-WRITE-TOTALS THRU 3300-EXIT.
092800     IF LK-RETURN-CODE NOT > 04 OR WS-MEMOS-ISSUED > ZERO
092900         PERFORM 3400-REWRITE-CONTROL THRU 3400-EXIT
093000     END-IF.
093100     MOVE "RETURNS READ. . . . . . " TO WS-REG-COUNT-LABEL.
093200     MOVE WS-RETURNS-READ TO WS-REG-COUNT.
093300     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
093400     MOVE "RETURNS CREDITED. . . . " TO WS-REG-COUNT-LABEL.
093500     MOVE WS-RETURNS-POSTED TO WS-REG-COUNT.
093600     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
093700     MOVE "RETURNS REJECTED. . . . " TO WS-REG-COUNT-LABEL.
093800     MOVE WS-RETURNS-REJECTED TO WS-REG-COUNT.
093900     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
094000     MOVE "CREDIT MEMOS ISSUED . . " TO WS-REG-COUNT-LABEL.
094100     MOVE WS-MEMOS-ISSUED TO WS-REG-COUNT.
094200     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
094300     MOVE "CREDITS UNAPPLIED . . . " TO WS-REG-COUNT-LABEL.
094400     MOVE WS-CREDITS-UNAPPLIED TO WS-REG-COUNT.
094500     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
094600     MOVE "TOTAL CREDITED. . . . . " TO WS-REG-AMOUNT-LABEL.
094700     MOVE WS-CREDIT-TOTAL TO WS-REG-AMOUNT.
094800     WRITE REGISTER-RECORD FROM WS-REG-AMOUNT-LINE.
094810     MOVE "TAX CREDITED. . . . . . " TO WS-REG-AMOUNT-LABEL.
094820     MOVE WS-TAX-CREDIT-TOTAL TO WS-REG-AMOUNT.
094830     WRITE REGISTER-RECORD FROM WS-REG-AMOUNT-LINE.
094900     CLOSE ITEM-MASTER-FILE CUSTOMER-MASTER-FILE
095000         SALES-HISTORY-FILE CREDIT-MEMO-FILE RETURNS-REGISTER
095050         STOCK-MOVEMENT-FILE TAX-HISTORY-FILE.
095100     DISPLAY "RETPOST - CUSTOMER RETURNS POSTING COMPLETE".
095200     DISPLAY "RETURNS READ      : " WS-RETURNS-READ.
095300     DISPLAY "RETURNS CREDITED  : " WS-RETURNS-POSTED.
095400     DISPLAY "REJECTED          : " WS-RETURNS-REJECTED.
095500     DISPLAY "CREDIT MEMOS      : " WS-MEMOS-ISSUED.
095600     DISPLAY "TOTAL CREDITED    : " WS-CREDIT-TOTAL.
095650     DISPLAY "TAX CREDITED      : " WS-TAX-CREDIT-TOTAL.
095700 3000-EXIT.
095800     EXIT.
095900*----------------------------------------------------------------*
096000*    3100-REWRITE-REGISTER - TRUNCATE AND REWRITE THE OPEN-
096100*    INVOICE REGISTER FROM THE WORK FILE IN ONE PIECE.
096200*----------------------------------------------------------------*
096300 3100-REWRITE-REGISTER.
096400     OPEN INPUT OPEN-WORK-FILE.
096500     IF WS-RTOWORK-STATUS NOT = "00"
096600         DISPLAY "RETPOST - UNABLE TO REOPEN RTOWORK, STATUS "
096700             WS-RTOWORK-STATUS
096800         MOVE 12 TO LK-RETURN-CODE
096900         GO TO 3100-EXIT
097000     END-IF.
097100     OPEN OUTPUT OPEN-INVOICE-FILE.
097200     IF WS-OPENINV-STATUS NOT = "00"
097300         DISPLAY "RETPOST - UNABLE TO REWRITE OPENINV, STATUS "
097400             WS-OPENINV-STATUS
097500         MOVE 12 TO LK-RETURN-CODE
097600         CLOSE OPEN-WORK-FILE
097700         GO TO 3100-EXIT
097800     END-IF.
097900     MOVE "N" TO WS-INVOICE-EOF-SW.
098000     PERFORM 3110-COPY-ONE-INVOICE THRU 3110-EXIT
098100         UNTIL INVOICE-EOF.
098200     CLOSE OPEN-INVOICE-FILE OPEN-WORK-FILE.
098300 3100-EXIT.
098400     EXIT.
098500 3110-COPY-ONE-INVOICE.
098600     READ OPEN-WORK-FILE
098700         AT END
098800             MOVE "Y" TO WS-INVOICE-EOF-SW
098900         NOT AT END
099000             MOVE OPEN-WORK-RECORD TO OPEN-INVOICE-RECORD
099100             WRITE OPEN-INVOICE-RECORD
099200     END-READ.
099300 3110-EXIT.
099400     EXIT.
099500*----------------------------------------------------------------*
099600*    3150-REWRITE-LINES - THE SAME FOR THE LINE HISTORY, WHICH
099700*    NOW CARRIES THE RETURNED QUANTITIES.
099800*----------------------------------------------------------------*
099900 3150-REWRITE-LINES.
100000     OPEN INPUT LINE-WORK-FILE.
100100     IF WS-RTLWORK-STATUS NOT = "00"
100200         DISPLAY "RETPOST - UNABLE TO REOPEN RTLWORK, STATUS "
100300             WS-RTLWORK-STATUS
100400         MOVE 12 TO LK-RETURN-CODE
100500         GO TO 3150-EXIT
100600     END-IF.
100700     OPEN OUTPUT INVOICE-LINE-FILE.
100800     IF WS-INVLINE-STATUS NOT = "00"
100900         DISPLAY "RETPOST - UNABLE TO REWRITE INVLINE, STATUS "
101000             WS-INVLINE-STATUS
101100         MOVE 12 TO LK-RETURN-CODE
101200         CLOSE LINE-WORK-FILE
101300         GO TO 3150-EXIT
101400     END-IF.
101500     MOVE "N" TO WS-LINE-EOF-SW.
101600     PERFORM 3160-COPY-ONE-LINE THRU 3160-EXIT
101700         UNTIL LINE-EOF.
101800     CLOSE INVOICE-LINE-FILE LINE-WORK-FILE.
101900 3150-EXIT.
102000     EXIT.
102100 3160-COPY-ONE-LINE.
102200     READ LINE-WORK-FILE
102300         AT END
102400             MOVE "Y" TO WS-LINE-EOF-SW
102500         NOT AT END
102600             MOVE LINE-WORK-RECORD TO INVOICE-LINE-RECORD
102700             WRITE INVOICE-LINE-RECORD
102800     END-READ.
102900 3160-EXIT.
103000     EXIT.
103100*----------------------------------------------------------------*
103200*    3200-EMPTY-RETURNS - TODAY'S RETURNS ARE ON THE BOOKS AND ON
103300*    THE REGISTER; THE RETURNS FILE IS TRUNCATED SO A RERUN OF
103400*    THE STREAM CANNOT CREDIT THE SAME GOODS TWICE.  IT IS ONLY
103410*    KEPT FOR A RERUN WHEN NOTHING WAS CREDITED.  ONCE STOCK AND
103420*    BALANCES HAVE MOVED IT IS EMPTIED EVEN IF THE REGISTER OR
103430*    LINE HISTORY COULD NOT BE REWRITTEN - THEIR UPDATED COPIES
103440*    ARE IN RTOWORK AND RTLWORK FOR THE OPERATOR TO RESTORE.
103500*----------------------------------------------------------------*
103600 3200-EMPTY-RETURNS.
103700     IF LK-RETURN-CODE > 04
103710         IF WS-RETURNS-POSTED = ZERO
103800             DISPLAY "RETPOST - RETNFIL KEPT FOR THE RERUN"
103900             GO TO 3200-EXIT
103910         END-IF
103920         DISPLAY "RETPOST - RETURNS CREDITED, RETNFIL EMPTIED -"
103930         DISPLAY "RETPOST - RESTORE OPENINV FROM RTOWORK AND"
103940         DISPLAY "RETPOST - INVLINE FROM RTLWORK BEFORE RERUNNING"
104000     END-IF.
104100     OPEN OUTPUT RETURN-FILE.
104200     IF WS-RETURN-STATUS NOT = "00"
104300         DISPLAY "RETPOST - UNABLE TO EMPTY RETNFIL, STATUS "
104400             WS-RETURN-STATUS
104500         MOVE 12 TO LK-RETURN-CODE
104600         GO TO 3200-EXIT
104700     END-IF.
104800     CLOSE RETURN-FILE.
104900 3200-EXIT.
105000     EXIT.
105100*----------------------------------------------------------------*
105200*    3300-WRITE-TOTALS - THE NIGHT'S CREDIT TOTAL FOR THE GL
105300*    POSTING STEP, STAMPED WITH THE BATCH ID.  WRITTEN EVEN WHEN
105400*    NOTHING CAME BACK, SO THE GL STEP NEVER PICKS UP AN EARLIER
105500*    NIGHT'S CREDITS.
105600*----------------------------------------------------------------*
105700 3300-WRITE-TOTALS.
105800     OPEN OUTPUT RETURN-TOTALS-FILE.
105900     IF WS-RETTOT-STATUS NOT = "00"
106000         DISPLAY "RETPOST - UNABLE TO OPEN RETTOT, STATUS "
106100             WS-RETTOT-STATUS
106200         MOVE 12 TO LK-RETURN-CODE
106300         GO TO 3300-EXIT
106400     END-IF.
106500     MOVE LK-BATCH-ID TO RTT-BATCH-ID.
106600     MOVE WS-CREDIT-TOTAL TO RTT-CREDIT-TOTAL.
106700     MOVE WS-MEMOS-ISSUED TO RTT-MEMO-COUNT.
106710     MOVE WS-TAX-CREDIT-TOTAL TO RTT-TAX-TOTAL.
106720     MOVE WS-APPLIED-TOTAL TO RTT-APPLIED-TOTAL.
106730     MOVE WS-UNAPPLIED-TOTAL TO RTT-UNAPPLIED-TOTAL.
106800     WRITE RETURN-TOTALS-RECORD.
106900     CLOSE RETURN-TOTALS-FILE.
107000 3300-EXIT.
107100     EXIT.
107200*----------------------------------------------------------------*
107300*    3400-REWRITE-CONTROL - FILE THE NEXT CREDIT MEMO NUMBER.
107400*    REACHED AT A CLEAN END OF RUN, AND WHENEVER MEMOS WERE
107410*    ISSUED - A NUMBER ONCE PRINTED IS NEVER GIVEN OUT AGAIN.
107500*----------------------------------------------------------------*
107600 3400-REWRITE-CONTROL.
107700     OPEN OUTPUT MEMO-CONTROL-FILE.
107800     IF WS-CRMCTL-STATUS NOT = "00"
107900         DISPLAY "RETPOST - UNABLE TO REWRITE CRMCTL, STATUS "
108000             WS-CRMCTL-STATUS
108050         MOVE 12 TO LK-RETURN-CODE
108100         GO TO 3400-EXIT
108200     END-IF.
108300     MOVE WS-NEXT-MEMO-NO TO CMC-NEXT-MEMO-NO.
108400     WRITE MEMO-CONTROL-RECORD.
108500     CLOSE MEMO-CONTROL-FILE.
108600 3400-EXIT.
108700     EXIT.
108710*----------------------------------------------------------------*
108720*    2515-CREDIT-MEMO-TAX - THE SALES TAX ON THE MEMO'S TAXED
108730*    GOODS AT THE RATE THEIR INVOICE WAS BILLED AT, PRINTED ABOVE
108740*    THE CREDIT TOTAL AND INCLUDED IN IT, SO IT COMES OFF THE
108750*    BALANCE WITH THE GOODS.  A MEMO THAT TOOK BACK TAXED OR
108760*    EXEMPT GOODS IS FILED ON THE SALES-TAX HISTORY AS A CREDIT.
108770*----------------------------------------------------------------*
108780 2515-CREDIT-MEMO-TAX.
108790     COMPUTE WS-MEMO-TAX ROUNDED =
108800         WS-MEMO-TAXED-GOODS * WS-MEMO-TAX-RATE / 100.
108810     IF WS-MEMO-TAX > ZERO
108820         MOVE "SALES TAX CREDITED. . . . . . "
108825             TO WS-MEM-TOTAL-LABEL
108830         MOVE WS-MEMO-TAX TO WS-MEM-TOTAL-AMT
108840         WRITE CREDIT-MEMO-RECORD FROM WS-MEM-TOTAL-LINE
108850     END-IF.
108860     ADD WS-MEMO-TAX TO WS-MEMO-TOTAL.
108870     ADD WS-MEMO-TAX TO WS-TAX-CREDIT-TOTAL.
108880     IF WS-MEMO-TAXED-GOODS > ZERO
108890         OR WS-MEMO-NO-RATE-GOODS > ZERO
108900         OR WS-MEMO-EXEMPT-GOODS > ZERO
108910         PERFORM 2540-WRITE-TAX-CREDIT THRU 2540-EXIT
108920     END-IF.
108930 2515-EXIT.
108940     EXIT.
108950*----------------------------------------------------------------*
108960*    2540-WRITE-TAX-CREDIT - THE MEMO ON THE SALES-TAX HISTORY,
108970*    DATED TODAY SO IT FALLS IN THE MONTH THE CREDIT WAS GIVEN.
108980*    "U" MARKS GOODS THAT WERE BILLED WITH NO RATE ON FILE, SO
108990*    THE REPORT TAKES THEM OFF THE UNTAXED SALES; ANY OTHER
109000*    CREDIT IS "C".  THE BATCH ID IS THIS RUN'S, WHICH THE
109010*    INVOICING STEP'S RERUN SCRUB KNOWS TO LEAVE ALONE.
109020*----------------------------------------------------------------*
109030 2540-WRITE-TAX-CREDIT.
109040     MOVE OIV-INVOICE-NO TO TXH-INVOICE-NO.
109050     MOVE OIV-CUSTOMER-NO TO TXH-CUSTOMER-NO.
109060     MOVE LK-BATCH-ID TO TXH-BATCH-ID.
109070     MOVE WS-CURRENT-DATE TO TXH-INVOICE-DATE.
109080     MOVE WS-MEMO-TAX-JURIS TO TXH-JURISDICTION.
109090     MOVE SPACES TO TXH-EXEMPT-CERT.
109100     IF CUST-FOUND
109110         MOVE CUST-TAX-EXEMPT-CERT TO TXH-EXEMPT-CERT
109120     END-IF.
109130     MOVE WS-MEMO-TAX-RATE TO TXH-TAX-RATE.
109140     COMPUTE TXH-TAXABLE-AMOUNT =
109150         WS-MEMO-TAXED-GOODS + WS-MEMO-NO-RATE-GOODS.
109160     MOVE WS-MEMO-EXEMPT-GOODS TO TXH-EXEMPT-AMOUNT.
109170     MOVE WS-MEMO-TAX TO TXH-TAX-AMOUNT.
109180     IF WS-MEMO-NO-RATE-GOODS > ZERO
109190         MOVE "U" TO TXH-RATE-STATUS
109200     ELSE
109210         MOVE "C" TO TXH-RATE-STATUS
109220     END-IF.
109230     WRITE TAX-HISTORY-RECORD.
109240 2540-EXIT.
109250     EXIT.
