000100*****************************************************************
000200*    PROGRAM  : CUSTSTMT
000300*    PURPOSE  : MONTH-END CUSTOMER STATEMENTS.  RUN ON DEMAND,
000400*               NOT PART OF THE NIGHTLY STREAM.  SORTS THE OPEN
000500*               ITEMS ON THE OPEN-INVOICE REGISTER AND THE
000600*               PAYMENTS APPLIED SINCE THE LAST STATEMENT INTO
000700*               CUSTOMER ORDER AND PRINTS ONE STATEMENT PER
000800*               CUSTOMER WITH ANYTHING OPEN OR ANY PAYMENT TO
000900*               SHOW - EVERY OPEN INVOICE WITH ITS DUE DATE AND
001000*               BALANCE, THE PAYMENTS RECEIVED, THE AGING
001100*               BUCKETS AND THE TOTAL DUE.  THE OLDEST PAST-DUE
001200*               ITEM SETS A DUNNING LEVEL AND ITS MESSAGE.  A
001300*               CUSTOMER PAST THE FINANCE-CHARGE DAYS ON STMTCTL
001400*               IS BILLED A FINANCE CHARGE AS A NEW INVOICE ON
001500*               THE REGISTER AND THE OPEN BALANCE.  A SECOND RUN
001600*               IN THE SAME MONTH REPRINTS THE STATEMENTS BUT
001700*               NEVER CHARGES AGAIN.  THE CHARGES RAISED GO TO
001720*               THE LEDGER ON STMTGL, DEBIT RECEIVABLE AND
001740*               CREDIT FINANCE-CHARGE INCOME.
001750*               A RUN THAT STOPS BEFORE STAMPING STMTCTL IS
001760*               NOT A REPRINT - THE NEXT RUN BACKS ITS CHARGES
001770*               OUT AND RAISES THEM AGAIN.
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. CUSTSTMT.
002000 AUTHOR. D L MARSH.
002100 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED.
002400*
002500*    MODIFICATION HISTORY
002600*    DATE       INIT  DESCRIPTION
002700*    ---------- ----  ----------------------------------------
002800*    2026-10-15 DLM   INITIAL VERSION - CUSTOMERS SAW NOTHING
002900*                      AFTER THE INVOICE, AND COLLECTIONS WORKED
003000*                      OUT FINANCE CHARGES BY HAND OFF ARAGING.
003020*    2026-10-15 DLM   ADDED THE STMTGL JOURNAL SO THE LEDGER
003040*                      RECEIVABLE CONTROL TAKES UP THE FINANCE
003060*                      CHARGES THE REGISTER AND MASTER ALREADY
003080*                      CARRY.
003082*    2026-10-15 DLM   FINANCE CHARGES ARE FILED - REGISTER AND
003084*                      OPEN BALANCE TOGETHER - ONLY AT THE END OF
003086*                      A CLEAN RUN.  INVCTL MOVES WHENEVER ONE WAS
003088*                      FILED, STMTGL GOES BEFORE STMTCTL, A FAILED
003090*                      CONTROL REWRITE ENDS THE RUN WITH RC 12,
003092*                      AND THE NEXT RUN IN THE MONTH BACKS OUT A
003094*                      FAILED RUN'S CHARGES BEFORE IT STARTS.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT STATEMENT-CONTROL-FILE ASSIGN TO "STMTCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-STMTCTL-STATUS.
003700     SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-OPENINV-STATUS.
004000     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PAYHIST-STATUS.
004300     SELECT STATEMENT-SORT-FILE ASSIGN TO "STMSORT".
004400     SELECT CHARGE-WORK-FILE ASSIGN TO "FCWORK"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FCWORK-STATUS.
004700     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CUST-CUSTOMER-NO
005100         FILE STATUS IS WS-CUSTMAST-STATUS.
005200     SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-INVCTL-STATUS.
005500     SELECT STATEMENT-FILE ASSIGN TO "STMTS"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-STMTS-STATUS.
005800     SELECT STATEMENT-REGISTER ASSIGN TO "STMTREG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REGISTER-STATUS.
006020     SELECT CHARGE-JOURNAL-FILE ASSIGN TO "STMTGL"
006040         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS WS-STMTGL-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  STATEMENT-CONTROL-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY STMTCTRC.
006600 FD  OPEN-INVOICE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY OPENINVR.
006900 FD  PAYMENT-HISTORY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PAYHSTRC.
007200*
007300*    ONE SORT RECORD SERVES BOTH KINDS OF STATEMENT ENTRY.  TYPE
007400*    1 IS AN OPEN INVOICE, DATED BY ITS DUE DATE; TYPE 2 IS A
007500*    PAYMENT, DATED THE DAY THE CUSTOMER PAID.  INVOICES SORT
007600*    AHEAD OF PAYMENTS WITHIN A CUSTOMER, OLDEST FIRST.
007700 SD  STATEMENT-SORT-FILE.
007800 01  SSRT-RECORD.
007900     05  SSRT-CUSTOMER-NO         PIC X(06).
008000     05  SSRT-ENTRY-TYPE          PIC X(01).
008100     05  SSRT-ENTRY-DATE          PIC 9(08).
008200     05  SSRT-INVOICE-NO          PIC 9(07).
008300     05  FILLER                   PIC X(38).
008400 FD  CHARGE-WORK-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  CHARGE-WORK-RECORD           PIC X(60).
008700 FD  CUSTOMER-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CUSTREC.
009000 FD  INVOICE-CONTROL-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  INVOICE-CONTROL-RECORD.
009300     05  IVC-NEXT-INVOICE-NO      PIC 9(07).
009400 FD  STATEMENT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  STATEMENT-RECORD             PIC X(80).
009700 FD  STATEMENT-REGISTER
009800     LABEL RECORDS ARE STANDARD.
009900 01  REGISTER-RECORD              PIC X(80).
009920 FD  CHARGE-JOURNAL-FILE
009940     LABEL RECORDS ARE STANDARD.
009960     COPY GLPOSTRC.
010000 WORKING-STORAGE SECTION.
010100 01  WS-SWITCHES.
010200     05  WS-ENTRY-EOF-SW          PIC X(01) VALUE "N".
010300         88  ENTRY-EOF                      VALUE "Y".
010400     05  WS-READ-EOF-SW           PIC X(01) VALUE "N".
010500         88  READ-EOF                       VALUE "Y".
010600     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
010700         88  INIT-ERROR                     VALUE "Y".
010800     05  WS-NO-INVOICES-SW        PIC X(01) VALUE "N".
010900         88  NO-INVOICES-ON-FILE            VALUE "Y".
011000     05  WS-NO-PAYHIST-SW         PIC X(01) VALUE "N".
011100         88  NO-PAYMENT-HISTORY             VALUE "Y".
011200     05  WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
011300         88  CUST-FOUND                     VALUE "Y".
011400     05  WS-REPRINT-SW            PIC X(01) VALUE "N".
011500         88  REPRINT-RUN                    VALUE "Y".
011600     05  WS-PAY-HEADING-SW        PIC X(01) VALUE "N".
011700         88  PAY-HEADING-DONE               VALUE "Y".
011800 01  WS-FILE-STATUS.
011900     05  WS-STMTCTL-STATUS        PIC X(02) VALUE SPACES.
012000     05  WS-OPENINV-STATUS        PIC X(02) VALUE SPACES.
012100     05  WS-PAYHIST-STATUS        PIC X(02) VALUE SPACES.
012200     05  WS-FCWORK-STATUS         PIC X(02) VALUE SPACES.
012300     05  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
012400     05  WS-INVCTL-STATUS         PIC X(02) VALUE SPACES.
012500     05  WS-STMTS-STATUS          PIC X(02) VALUE SPACES.
012600     05  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
012650     05  WS-STMTGL-STATUS         PIC X(02) VALUE SPACES.
012700 01  WS-COUNTERS.
012800     05  WS-INVOICES-SELECTED     PIC 9(07) COMP VALUE ZERO.
012900     05  WS-PAYMENTS-SELECTED     PIC 9(07) COMP VALUE ZERO.
013000     05  WS-STATEMENTS-PRINTED    PIC 9(07) COMP VALUE ZERO.
013100     05  WS-CHARGES-RAISED        PIC 9(07) COMP VALUE ZERO.
013200     05  WS-CHARGES-NOT-POSTED    PIC 9(07) COMP VALUE ZERO.
013250     05  WS-DETAILS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
013260     05  WS-CHARGES-APPENDED      PIC 9(07) COMP VALUE ZERO.
013270     05  WS-CHARGES-SCRUBBED      PIC 9(07) COMP VALUE ZERO.
013300 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
013400*
013500*    STATEMENT TERMS.  THE DEFAULTS STAND WHEN STMTCTL IS
013600*    MISSING - THE FIRST RUN SHOWS EVERY PAYMENT ON HISTORY.
013700 01  WS-STATEMENT-TERMS.
013800     05  WS-LAST-STMT-DATE        PIC 9(08) VALUE ZERO.
013900     05  WS-PRIOR-STMT-DATE       PIC 9(08) VALUE ZERO.
014000     05  WS-SINCE-DATE            PIC 9(08) VALUE ZERO.
014100     05  WS-FINCHG-DAYS           PIC 9(03) VALUE 30.
014200     05  WS-FINCHG-RATE           PIC 9(02)V99 VALUE 1.50.
014300     05  WS-FINCHG-MINIMUM        PIC 9(03)V99 VALUE 2.00.
014400 01  WS-NUMBERING-WORK.
014500     05  WS-NEXT-INVOICE-NO       PIC 9(07) VALUE 1.
014600 01  WS-CHARGE-BATCH-ID.
014700     05  FILLER                   PIC X(02) VALUE "FC".
014800     05  WS-CHARGE-BATCH-MONTH    PIC 9(06).
014810*
014820*    LEDGER ACCOUNTS FOR THE FINANCE-CHARGE JOURNAL.
014830 01  WS-POSTING-ACCOUNTS.
014840     05  WS-ACCT-RECEIVABLE       PIC X(08) VALUE "12000100".
014850     05  WS-ACCT-FINCHG-INCOME    PIC X(08) VALUE "48000100".
014860 01  WS-HASH-TOTAL                PIC 9(11)V99 VALUE ZERO.
014900*
015000*    THE SORTED ENTRY IS RETURNED INTO ONE OF THESE TWO VIEWS,
015100*    DEPENDING ON ITS TYPE.
015200 01  WS-STATEMENT-ENTRY.
015300     05  WS-SE-CUSTOMER-NO        PIC X(06).
015400     05  WS-SE-ENTRY-TYPE         PIC X(01).
015500         88  WS-SE-INVOICE                  VALUE "1".
015600         88  WS-SE-PAYMENT                  VALUE "2".
015700     05  WS-SE-ENTRY-DATE         PIC 9(08).
015800     05  WS-SE-INVOICE-NO         PIC 9(07).
015900     05  WS-SE-INVOICE-DATE       PIC 9(08).
016000     05  WS-SE-BATCH-ID           PIC X(08).
016100     05  WS-SE-AMOUNT             PIC 9(09)V99.
016200     05  WS-SE-BALANCE            PIC 9(09)V99.
016300 01  WS-CUSTOMER-WORK.
016400     05  WS-CURRENT-CUSTOMER      PIC X(06) VALUE SPACES.
016500     05  WS-OLDEST-DAYS           PIC S9(05) VALUE ZERO.
016600     05  WS-DUNNING-LEVEL         PIC 9(01) VALUE ZERO.
016700     05  WS-CHARGE-BASE           PIC 9(09)V99 VALUE ZERO.
016800     05  WS-CHARGE-AMOUNT         PIC 9(09)V99 VALUE ZERO.
016900     05  WS-CHARGE-INVOICE-NO     PIC 9(07) VALUE ZERO.
017000     05  WS-PAYMENTS-TOTAL        PIC 9(09)V99 VALUE ZERO.
017100     05  WS-TOTAL-DUE             PIC 9(09)V99 VALUE ZERO.
017200 01  WS-AGING-BUCKETS.
017300     05  WS-AGE-CURRENT           PIC 9(09)V99 VALUE ZERO.
017400     05  WS-AGE-1-30              PIC 9(09)V99 VALUE ZERO.
017500     05  WS-AGE-31-60             PIC 9(09)V99 VALUE ZERO.
017600     05  WS-AGE-61-90             PIC 9(09)V99 VALUE ZERO.
017700     05  WS-AGE-OVER-90           PIC 9(09)V99 VALUE ZERO.
017800 01  WS-RUN-TOTALS.
017900     05  WS-RUN-TOTAL-DUE         PIC 9(11)V99 VALUE ZERO.
018000     05  WS-RUN-CHARGES           PIC 9(11)V99 VALUE ZERO.
018050 01  WS-BACKOUT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
018100*
018200*    DUNNING MESSAGES, ONE PER LEVEL.  THE LEVEL COMES OFF THE
018300*    OLDEST PAST-DUE ITEM ON THE SAME BUCKETS THE AGING REPORT
018400*    USES - 0 NOTHING PAST DUE, 1 UP TO 30 DAYS, 2 UP TO 60,
018500*    3 UP TO 90, 4 OVER 90.
018600 01  WS-DUNNING-TEXT-TABLE.
018700     05  FILLER                   PIC X(50) VALUE
018800         "THANK YOU FOR YOUR BUSINESS.".
018900     05  FILLER                   PIC X(50) VALUE
019000         "REMINDER - A PAYMENT IS PAST DUE.  PLEASE REMIT.".
019100     05  FILLER                   PIC X(50) VALUE
019200         "SECOND NOTICE - YOUR ACCOUNT IS OVERDUE.".
019300     05  FILLER                   PIC X(50) VALUE
019400         "FINAL NOTICE - PLEASE CALL US TO AVOID A HOLD.".
019500     05  FILLER                   PIC X(50) VALUE
019600         "SERIOUSLY PAST DUE - ACCOUNT UNDER COLLECTION.".
019700 01  WS-DUNNING-TEXTS REDEFINES WS-DUNNING-TEXT-TABLE.
019800     05  WS-DUNNING-TEXT          PIC X(50) OCCURS 5 TIMES.
019900 01  WS-DATE-TIME.
020000     05  WS-CURRENT-DATE          PIC 9(08).
020100     05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
020200         10  WS-CURRENT-MONTH     PIC 9(06).
020300         10  FILLER               PIC 9(02).
020400     05  WS-CURRENT-TIME          PIC 9(08).
020500*
020600*    CALENDAR WORK AREA - A DATE IS TURNED INTO A DAY COUNT SO
020700*    TWO DATES CAN BE SUBTRACTED FOR THE AGING BUCKETS.
020800 01  WS-DATE-CALC.
020900     05  WS-SD-DATE.
021000         10  WS-SD-YEAR           PIC 9(04).
021100         10  WS-SD-MONTH          PIC 9(02).
021200         10  WS-SD-DAY            PIC 9(02).
021300     05  WS-SD-DATE-N REDEFINES WS-SD-DATE
021400                                  PIC 9(08).
021500     05  WS-SD-SERIAL             PIC 9(07) VALUE ZERO.
021600     05  WS-SD-PRIOR-YEAR         PIC 9(04) VALUE ZERO.
021700     05  WS-SD-LEAP-REM           PIC 9(04) VALUE ZERO.
021800     05  WS-SD-LEAP-DAYS          PIC 9(05) VALUE ZERO.
021900     05  WS-SD-WORK               PIC 9(05) VALUE ZERO.
022000     05  WS-TODAY-SERIAL          PIC 9(07) VALUE ZERO.
022100     05  WS-DUE-SERIAL            PIC 9(07) VALUE ZERO.
022200     05  WS-DAYS-PAST-DUE         PIC S9(05) VALUE ZERO.
022300 01  WS-MONTH-OFFSET-TABLE.
022400     05  FILLER                   PIC X(36)
022500             VALUE "000031059090120151181212243273304334".
022600 01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
022700     05  WS-MONTH-OFFSET          PIC 9(03) OCCURS 12 TIMES.
022800 01  WS-STATEMENT-LINES.
022900     05  WS-STM-HEADER-LINE.
023000         10  FILLER               PIC X(22)
023100                 VALUE "STATEMENT OF ACCOUNT  ".
023200         10  FILLER               PIC X(09) VALUE "CUSTOMER ".
023300         10  WS-STM-CUSTOMER-NO   PIC X(06).
023400         10  FILLER               PIC X(03) VALUE SPACES.
023500         10  FILLER               PIC X(08) VALUE "DATE    ".
023600         10  WS-STM-DATE          PIC 9(08).
023700     05  WS-STM-NAME-LINE.
023800         10  FILLER               PIC X(02) VALUE SPACES.
023900         10  WS-STM-NAME          PIC X(25).
024000     05  WS-STM-ADDR-LINE.
024100         10  FILLER               PIC X(02) VALUE SPACES.
024200         10  WS-STM-ADDR          PIC X(25).
024300     05  WS-STM-TERMS-LINE.
024400         10  FILLER               PIC X(08) VALUE "TERMS . ".
024500         10  WS-STM-TERMS         PIC X(03).
024600         10  FILLER               PIC X(03) VALUE SPACES.
024700         10  FILLER               PIC X(21)
024800                 VALUE "PAYMENTS SINCE . . . ".
024900         10  WS-STM-SINCE-DATE    PIC 9(08).
025000     05  WS-STM-INV-COLUMN-LINE.
025100         10  FILLER               PIC X(40)
025200                 VALUE "INVOICE  INV DATE  DUE DATE       AMOUNT".
025300         10  FILLER               PIC X(26)
025400                 VALUE "      BALANCE  DAYS LATE".
025500     05  WS-STM-INV-DETAIL-LINE.
025600         10  WS-STM-INVOICE-NO    PIC 9(07).
025700         10  FILLER               PIC X(02) VALUE SPACES.
025800         10  WS-STM-INVOICE-DATE  PIC 9(08).
025900         10  FILLER               PIC X(02) VALUE SPACES.
026000         10  WS-STM-DUE-DATE      PIC 9(08).
026100         10  FILLER               PIC X(01) VALUE SPACES.
026200         10  WS-STM-AMOUNT        PIC Z(08)9.99.
026300         10  FILLER               PIC X(01) VALUE SPACES.
026400         10  WS-STM-BALANCE       PIC Z(08)9.99.
026500         10  FILLER               PIC X(02) VALUE SPACES.
026600         10  WS-STM-DAYS-LATE     PIC Z(04)9-.
026700         10  FILLER               PIC X(01) VALUE SPACES.
026800         10  WS-STM-INV-NOTE      PIC X(06).
026900     05  WS-STM-PAY-HEADING-LINE.
027000         10  FILLER               PIC X(40)
027100                 VALUE "PAYMENTS RECEIVED - THANK YOU".
027200     05  WS-STM-PAY-COLUMN-LINE.
027300         10  FILLER               PIC X(40)
027400                 VALUE "PAID ON   INVOICE             AMOUNT".
027500     05  WS-STM-PAY-DETAIL-LINE.
027600         10  WS-STM-PAY-DATE      PIC 9(08).
027700         10  FILLER               PIC X(02) VALUE SPACES.
027800         10  WS-STM-PAY-INVOICE   PIC 9(07).
027900         10  FILLER               PIC X(07) VALUE SPACES.
028000         10  WS-STM-PAY-AMOUNT    PIC Z(08)9.99.
028100     05  WS-STM-AGE-COLUMN-LINE.
028200         10  FILLER               PIC X(36)
028300                 VALUE "     CURRENT    1 - 30     31 - 60  ".
028400         10  FILLER               PIC X(24)
028500                 VALUE "   61 - 90     OVER 90".
028600     05  WS-STM-AGE-AMOUNT-LINE.
028700         10  WS-STM-AGE-CURRENT   PIC Z(08)9.99.
028800         10  FILLER               PIC X(01) VALUE SPACES.
028900         10  WS-STM-AGE-1-30      PIC Z(08)9.99.
029000         10  FILLER               PIC X(01) VALUE SPACES.
029100         10  WS-STM-AGE-31-60     PIC Z(08)9.99.
029200         10  FILLER               PIC X(01) VALUE SPACES.
029300         10  WS-STM-AGE-61-90     PIC Z(08)9.99.
029400         10  FILLER               PIC X(01) VALUE SPACES.
029500         10  WS-STM-AGE-OVER-90   PIC Z(08)9.99.
029600     05  WS-STM-TOTAL-LINE.
029700         10  WS-STM-TOTAL-LABEL   PIC X(30).
029800         10  WS-STM-TOTAL-AMT     PIC Z(08)9.99.
029900     05  WS-STM-DUNNING-LINE.
030000         10  FILLER               PIC X(08) VALUE "LEVEL  ".
030100         10  WS-STM-DUNNING-LEVEL PIC 9(01).
030200         10  FILLER               PIC X(02) VALUE SPACES.
030300         10  WS-STM-DUNNING-TEXT  PIC X(50).
030400     05  WS-STM-BLANK-LINE        PIC X(80) VALUE SPACES.
030500 01  WS-REGISTER-LINES.
030600     05  WS-REG-TITLE-LINE.
030700         10  FILLER               PIC X(30)
030800                 VALUE "CUSTOMER STATEMENT REGISTER   ".
030900         10  WS-REG-TITLE-DATE    PIC 9(08).
031000     05  WS-REG-REPRINT-LINE      PIC X(60) VALUE
031100         "REPRINT - ALREADY RUN THIS MONTH, NO CHARGES RAISED".
031200     05  WS-REG-COLUMN-LINE.
031300         10  FILLER               PIC X(40)
031400                 VALUE "CUST         TOTAL DUE  OLDEST LEVEL    ".
031500         10  FILLER               PIC X(28)
031600                 VALUE "   FIN CHARGE INVOICE".
031700     05  WS-REG-DETAIL-LINE.
031800         10  WS-REG-CUSTOMER      PIC X(06).
031900         10  FILLER               PIC X(02) VALUE SPACES.
032000         10  WS-REG-TOTAL-DUE     PIC Z(08)9.99.
032100         10  FILLER               PIC X(02) VALUE SPACES.
032200         10  WS-REG-OLDEST        PIC Z(04)9-.
032300         10  FILLER               PIC X(03) VALUE SPACES.
032400         10  WS-REG-LEVEL         PIC 9(01).
032500         10  FILLER               PIC X(04) VALUE SPACES.
032600         10  WS-REG-CHARGE        PIC Z(08)9.99.
032700         10  FILLER               PIC X(01) VALUE SPACES.
032800         10  WS-REG-CHARGE-INV    PIC X(07).
032900         10  FILLER               PIC X(01) VALUE SPACES.
033000         10  WS-REG-NOTE          PIC X(20).
033100     05  WS-REG-COUNT-LINE.
033200         10  WS-REG-COUNT-LABEL   PIC X(24).
033300         10  WS-REG-COUNT         PIC Z(06)9.
033400     05  WS-REG-AMOUNT-LINE.
033500         10  WS-REG-AMOUNT-LABEL  PIC X(24).
033600         10  WS-REG-AMOUNT        PIC Z(10)9.99.
033700 PROCEDURE DIVISION.
033800*----------------------------------------------------------------*
033900*    0000-MAINLINE - SORT THE OPEN ITEMS AND PAYMENTS INTO
034000*    CUSTOMER ORDER AND PRINT A STATEMENT AT EACH CUSTOMER BREAK.
034100*----------------------------------------------------------------*
034200 0000-MAINLINE.
034300     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
034400     IF NOT INIT-ERROR
034500         SORT STATEMENT-SORT-FILE
034600             ON ASCENDING KEY SSRT-CUSTOMER-NO SSRT-ENTRY-TYPE
034700                 SSRT-ENTRY-DATE SSRT-INVOICE-NO
034800             INPUT PROCEDURE IS 2000-SELECT-ENTRIES
034900                 THRU 2000-EXIT
035000             OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
035100                 THRU 3000-EXIT
035200         PERFORM 4000-FINALIZE-RTN THRU 4000-EXIT
035300     END-IF.
035400     MOVE WS-RETURN-CODE TO RETURN-CODE.
035500     STOP RUN.
035600*----------------------------------------------------------------*
035700*    1000-INITIALIZE-RTN - PICK UP THE STATEMENT TERMS AND THE
035800*    NEXT INVOICE NUMBER, BACK OUT ANY CHARGES A FAILED RUN
035850*    THIS MONTH LEFT BEHIND, OPEN THE FILES, WRITE THE HEADINGS.
035900*    NO REGISTER OR NO PAYMENT HISTORY IS NOT AN ERROR - THERE
036000*    IS SIMPLY NOTHING OF THAT KIND TO SHOW.
036100*----------------------------------------------------------------*
036200 1000-INITIALIZE-RTN.
036300     MOVE ZERO TO WS-RETURN-CODE.
036400     MOVE "N" TO WS-INIT-ERROR-SW.
036500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
036600     ACCEPT WS-CURRENT-TIME FROM TIME.
036650     MOVE WS-CURRENT-MONTH TO WS-CHARGE-BATCH-MONTH.
036700     PERFORM 1100-LOAD-STATEMENT-CONTROL THRU 1100-EXIT.
036800     PERFORM 1200-LOAD-INVOICE-CONTROL THRU 1200-EXIT.
036850     PERFORM 1300-SCRUB-CHARGES THRU 1300-EXIT.
036900     OPEN INPUT OPEN-INVOICE-FILE.
037000     IF WS-OPENINV-STATUS = "35"
037100         MOVE "Y" TO WS-NO-INVOICES-SW
037200     ELSE
037300         IF WS-OPENINV-STATUS = "00"
037400             CLOSE OPEN-INVOICE-FILE
037500         ELSE
037600             DISPLAY "CUSTSTMT - UNABLE TO OPEN OPENINV, STATUS "
037700                 WS-OPENINV-STATUS
037800             MOVE "Y" TO WS-INIT-ERROR-SW
037900         END-IF
038000     END-IF.
038100     OPEN INPUT PAYMENT-HISTORY-FILE.
038200     IF WS-PAYHIST-STATUS = "35"
038300         MOVE "Y" TO WS-NO-PAYHIST-SW
038400     ELSE
038500         IF WS-PAYHIST-STATUS = "00"
038600             CLOSE PAYMENT-HISTORY-FILE
038700         ELSE
038800             DISPLAY "CUSTSTMT - UNABLE TO OPEN PAYHIST, STATUS "
038900                 WS-PAYHIST-STATUS
039000             MOVE "Y" TO WS-INIT-ERROR-SW
039100         END-IF
039200     END-IF.
039300     OPEN OUTPUT CHARGE-WORK-FILE.
039400     IF WS-FCWORK-STATUS NOT = "00"
039500         DISPLAY "CUSTSTMT - UNABLE TO OPEN FCWORK, STATUS "
039600             WS-FCWORK-STATUS
039700         MOVE "Y" TO WS-INIT-ERROR-SW
039800     END-IF.
039900     OPEN I-O CUSTOMER-MASTER-FILE.
040000     IF WS-CUSTMAST-STATUS NOT = "00"
040100         DISPLAY "CUSTSTMT - UNABLE TO OPEN CUSTMAST, STATUS "
040200             WS-CUSTMAST-STATUS
040300         MOVE "Y" TO WS-INIT-ERROR-SW
040400     END-IF.
040500     OPEN OUTPUT STATEMENT-FILE.
040600     IF WS-STMTS-STATUS NOT = "00"
040700         DISPLAY "CUSTSTMT - UNABLE TO OPEN STMTS, STATUS "
040800             WS-STMTS-STATUS
040900         MOVE "Y" TO WS-INIT-ERROR-SW
041000     END-IF.
041100     OPEN OUTPUT STATEMENT-REGISTER.
041200     IF WS-REGISTER-STATUS NOT = "00"
041300         DISPLAY "CUSTSTMT - UNABLE TO OPEN STMTREG, STATUS "
041400             WS-REGISTER-STATUS
041500         MOVE "Y" TO WS-INIT-ERROR-SW
041600     END-IF.
041700     IF INIT-ERROR
041800         MOVE 12 TO WS-RETURN-CODE
041900         CLOSE CHARGE-WORK-FILE CUSTOMER-MASTER-FILE
042000             STATEMENT-FILE STATEMENT-REGISTER
042100         GO TO 1000-EXIT
042200     END-IF.
042300     MOVE WS-CURRENT-DATE TO WS-SD-DATE-N.
042400     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
042500     MOVE WS-SD-SERIAL TO WS-TODAY-SERIAL.
042700     MOVE WS-CURRENT-DATE TO WS-REG-TITLE-DATE.
042800     WRITE REGISTER-RECORD FROM WS-REG-TITLE-LINE.
042900     IF REPRINT-RUN
043000         WRITE REGISTER-RECORD FROM WS-REG-REPRINT-LINE
043100     END-IF.
043200     WRITE REGISTER-RECORD FROM WS-REG-COLUMN-LINE.
043300     DISPLAY "CUSTSTMT - CUSTOMER STATEMENT RUN STARTING".
043400     IF REPRINT-RUN
043500         DISPLAY "CUSTSTMT - ALREADY RUN THIS MONTH, REPRINT ONLY"
043600     END-IF.
043700 1000-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------*
044000*    1100-LOAD-STATEMENT-CONTROL - THE DATES OF THE LAST TWO
044100*    RUNS AND THE FINANCE-CHARGE TERMS.  A RUN IN A NEW MONTH
044200*    SHOWS THE PAYMENTS POSTED SINCE THE LAST RUN; A SECOND RUN
044300*    IN THE SAME MONTH IS A REPRINT - IT SHOWS THE SAME WINDOW
044400*    AS THE FIRST, OFF THE PRIOR RUN'S DATE, AND RAISES NO
044500*    CHARGES.  A MISSING CONTROL FILE LEAVES THE DEFAULTS.
044600*----------------------------------------------------------------*
044700 1100-LOAD-STATEMENT-CONTROL.
044800     OPEN INPUT STATEMENT-CONTROL-FILE.
044900     IF WS-STMTCTL-STATUS NOT = "00"
045000         DISPLAY "CUSTSTMT - NO STMTCTL, DEFAULT TERMS USED"
045100     ELSE
045200         READ STATEMENT-CONTROL-FILE
045300             AT END
045400                 DISPLAY "CUSTSTMT - STMTCTL EMPTY, DEFAULT "
045500                     "TERMS USED"
045600             NOT AT END
045700                 MOVE STC-LAST-STMT-DATE TO WS-LAST-STMT-DATE
045800                 MOVE STC-PRIOR-STMT-DATE TO WS-PRIOR-STMT-DATE
045900                 MOVE STC-FINCHG-DAYS TO WS-FINCHG-DAYS
046000                 MOVE STC-FINCHG-RATE TO WS-FINCHG-RATE
046100                 MOVE STC-FINCHG-MINIMUM TO WS-FINCHG-MINIMUM
046200         END-READ
046300         CLOSE STATEMENT-CONTROL-FILE
046400     END-IF.
046500     IF WS-LAST-STMT-DATE (1:6) = WS-CURRENT-DATE (1:6)
046600         MOVE "Y" TO WS-REPRINT-SW
046700         MOVE WS-PRIOR-STMT-DATE TO WS-SINCE-DATE
046800     ELSE
046900         MOVE WS-LAST-STMT-DATE TO WS-SINCE-DATE
047000     END-IF.
047100 1100-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------*
047400*    1200-LOAD-INVOICE-CONTROL - FINANCE CHARGES ARE INVOICES
047500*    AND TAKE THEIR NUMBERS OFF THE SAME CONTROL FILE CUSTINV
047600*    USES, SO THE REGISTER STAYS IN ONE RISING SEQUENCE.
047700*----------------------------------------------------------------*
047800 1200-LOAD-INVOICE-CONTROL.
047900     OPEN INPUT INVOICE-CONTROL-FILE.
048000     IF WS-INVCTL-STATUS NOT = "00"
048100         DISPLAY "CUSTSTMT - NO INVCTL, NUMBERING STARTS AT 1"
048200         GO TO 1200-EXIT
048300     END-IF.
048400     READ INVOICE-CONTROL-FILE
048500         AT END
048600             DISPLAY "CUSTSTMT - INVCTL EMPTY, NUMBERING "
048700                 "STARTS AT 1"
048800         NOT AT END
048900             MOVE IVC-NEXT-INVOICE-NO TO WS-NEXT-INVOICE-NO
049000     END-READ.
049100     CLOSE INVOICE-CONTROL-FILE.
049200 1200-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------*
049500*    2000-SELECT-ENTRIES - SORT INPUT PROCEDURE.  EVERY INVOICE
049600*    STILL CARRYING A BALANCE, AND EVERY PAYMENT POSTED SINCE THE
049700*    LAST STATEMENT, GOES TO THE SORT.
049800*----------------------------------------------------------------*
049900 2000-SELECT-ENTRIES.
050000     IF NOT NO-INVOICES-ON-FILE
050100         PERFORM 2100-SELECT-INVOICES THRU 2100-EXIT
050200     END-IF.
050300     IF NOT NO-PAYMENT-HISTORY
050400         PERFORM 2200-SELECT-PAYMENTS THRU 2200-EXIT
050500     END-IF.
050600 2000-EXIT.
050700     EXIT.
050800 2100-SELECT-INVOICES.
050900     OPEN INPUT OPEN-INVOICE-FILE.
051000     IF WS-OPENINV-STATUS NOT = "00"
051100         DISPLAY "CUSTSTMT - UNABLE TO OPEN OPENINV, STATUS "
051200             WS-OPENINV-STATUS
051300         MOVE 12 TO WS-RETURN-CODE
051400         GO TO 2100-EXIT
051500     END-IF.
051600     MOVE "N" TO WS-READ-EOF-SW.
051700     PERFORM 2110-SELECT-ONE-INVOICE THRU 2110-EXIT
051800         UNTIL READ-EOF.
051900     CLOSE OPEN-INVOICE-FILE.
052000 2100-EXIT.
052100     EXIT.
052200 2110-SELECT-ONE-INVOICE.
052300     READ OPEN-INVOICE-FILE
052400         AT END
052500             MOVE "Y" TO WS-READ-EOF-SW
052600             GO TO 2110-EXIT
052700     END-READ.
052800     IF OIV-BALANCE-DUE = ZERO
052900         GO TO 2110-EXIT
053000     END-IF.
053100     MOVE OIV-CUSTOMER-NO TO WS-SE-CUSTOMER-NO.
053200     MOVE "1" TO WS-SE-ENTRY-TYPE.
053300     MOVE OIV-DUE-DATE TO WS-SE-ENTRY-DATE.
053400     MOVE OIV-INVOICE-NO TO WS-SE-INVOICE-NO.
053500     MOVE OIV-INVOICE-DATE TO WS-SE-INVOICE-DATE.
053600     MOVE OIV-BATCH-ID TO WS-SE-BATCH-ID.
053700     MOVE OIV-INVOICE-AMOUNT TO WS-SE-AMOUNT.
053800     MOVE OIV-BALANCE-DUE TO WS-SE-BALANCE.
053900     RELEASE SSRT-RECORD FROM WS-STATEMENT-ENTRY.
054000     ADD 1 TO WS-INVOICES-SELECTED.
054100 2110-EXIT.
054200     EXIT.
054300 2200-SELECT-PAYMENTS.
054400     OPEN INPUT PAYMENT-HISTORY-FILE.
054500     IF WS-PAYHIST-STATUS NOT = "00"
054600         DISPLAY "CUSTSTMT - UNABLE TO OPEN PAYHIST, STATUS "
054700             WS-PAYHIST-STATUS
054800         MOVE 12 TO WS-RETURN-CODE
054900         GO TO 2200-EXIT
055000     END-IF.
055100     MOVE "N" TO WS-READ-EOF-SW.
055200     PERFORM 2210-SELECT-ONE-PAYMENT THRU 2210-EXIT
055300         UNTIL READ-EOF.
055400     CLOSE PAYMENT-HISTORY-FILE.
055500 2200-EXIT.
055600     EXIT.
055700 2210-SELECT-ONE-PAYMENT.
055800     READ PAYMENT-HISTORY-FILE
055900         AT END
056000             MOVE "Y" TO WS-READ-EOF-SW
056100             GO TO 2210-EXIT
056200     END-READ.
056300     IF PHS-POSTED-DATE NOT > WS-SINCE-DATE
056400         GO TO 2210-EXIT
056500     END-IF.
056600     MOVE PHS-CUSTOMER-NO TO WS-SE-CUSTOMER-NO.
056700     MOVE "2" TO WS-SE-ENTRY-TYPE.
056800     MOVE PHS-PAYMENT-DATE TO WS-SE-ENTRY-DATE.
056900     MOVE PHS-INVOICE-NO TO WS-SE-INVOICE-NO.
057000     MOVE ZERO TO WS-SE-INVOICE-DATE.
057100     MOVE SPACES TO WS-SE-BATCH-ID.
057200     MOVE PHS-AMOUNT-APPLIED TO WS-SE-AMOUNT.
057300     MOVE ZERO TO WS-SE-BALANCE.
057400     RELEASE SSRT-RECORD FROM WS-STATEMENT-ENTRY.
057500     ADD 1 TO WS-PAYMENTS-SELECTED.
057600 2210-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------*
057900*    3000-PRINT-STATEMENTS - SORT OUTPUT PROCEDURE.  A PLAIN
058000*    CONTROL BREAK ON CUSTOMER - THE FIRST ENTRY STARTS THE
058100*    STATEMENT, EACH ENTRY PRINTS IN ITS SECTION, AND THE BREAK
058200*    CLOSES THE STATEMENT WITH THE AGING, CHARGE AND DUNNING.
058300*----------------------------------------------------------------*
058400 3000-PRINT-STATEMENTS.
058500     PERFORM 3900-RETURN-ENTRY THRU 3900-EXIT.
058600     PERFORM 3050-PRINT-ONE-CUSTOMER THRU 3050-EXIT
058700         UNTIL ENTRY-EOF.
058800 3000-EXIT.
058900     EXIT.
059000 3050-PRINT-ONE-CUSTOMER.
059100     PERFORM 3100-START-STATEMENT THRU 3100-EXIT.
059200     PERFORM 3200-PRINT-ONE-ENTRY THRU 3200-EXIT
059300         UNTIL ENTRY-EOF
059400             OR WS-SE-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER.
059500     PERFORM 3500-END-STATEMENT THRU 3500-EXIT.
059600 3050-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------*
059900*    3100-START-STATEMENT - READ THE CUSTOMER, CLEAR THE
060000*    CUSTOMER TOTALS, PRINT THE HEADER BLOCK.  A CUSTOMER
060100*    MISSING FROM THE MASTER STILL GETS A STATEMENT, FLAGGED IN
060200*    PLACE OF THE NAME, BUT NO FINANCE CHARGE.
060300*----------------------------------------------------------------*
060400 3100-START-STATEMENT.
060500     MOVE WS-SE-CUSTOMER-NO TO WS-CURRENT-CUSTOMER.
060600     MOVE ZERO TO WS-OLDEST-DAYS WS-CHARGE-BASE WS-CHARGE-AMOUNT
060700         WS-CHARGE-INVOICE-NO WS-PAYMENTS-TOTAL WS-TOTAL-DUE.
060800     MOVE ZERO TO WS-AGE-CURRENT WS-AGE-1-30 WS-AGE-31-60
060900         WS-AGE-61-90 WS-AGE-OVER-90.
061000     MOVE "N" TO WS-PAY-HEADING-SW.
061100     MOVE "Y" TO WS-CUST-FOUND-SW.
061200     MOVE WS-CURRENT-CUSTOMER TO CUST-CUSTOMER-NO.
061300     READ CUSTOMER-MASTER-FILE
061400         INVALID KEY
061500             MOVE "N" TO WS-CUST-FOUND-SW
061600             MOVE "*** NOT ON FILE ***" TO CUST-NAME
061700             MOVE SPACES TO CUST-ADDR-LINE-1
061800             MOVE SPACES TO CUST-ADDR-LINE-2
061900             MOVE SPACES TO CUST-CREDIT-TERMS
062000     END-READ.
062100     MOVE WS-CURRENT-CUSTOMER TO WS-STM-CUSTOMER-NO.
062200     MOVE WS-CURRENT-DATE TO WS-STM-DATE.
062300     WRITE STATEMENT-RECORD FROM WS-STM-HEADER-LINE.
062400     MOVE CUST-NAME TO WS-STM-NAME.
062500     WRITE STATEMENT-RECORD FROM WS-STM-NAME-LINE.
062600     MOVE CUST-ADDR-LINE-1 TO WS-STM-ADDR.
062700     WRITE STATEMENT-RECORD FROM WS-STM-ADDR-LINE.
062800     MOVE CUST-ADDR-LINE-2 TO WS-STM-ADDR.
062900     WRITE STATEMENT-RECORD FROM WS-STM-ADDR-LINE.
063000     MOVE CUST-CREDIT-TERMS TO WS-STM-TERMS.
063100     MOVE WS-SINCE-DATE TO WS-STM-SINCE-DATE.
063200     WRITE STATEMENT-RECORD FROM WS-STM-TERMS-LINE.
063300     WRITE STATEMENT-RECORD FROM WS-STM-BLANK-LINE.
063400     WRITE STATEMENT-RECORD FROM WS-STM-INV-COLUMN-LINE.
063500 3100-EXIT.
063600     EXIT.
063700 3200-PRINT-ONE-ENTRY.
063800     IF WS-SE-INVOICE
063900         PERFORM 3300-PRINT-INVOICE THRU 3300-EXIT
064000     ELSE
064100         PERFORM 3400-PRINT-PAYMENT THRU 3400-EXIT
064200     END-IF.
064300     PERFORM 3900-RETURN-ENTRY THRU 3900-EXIT.
064400 3200-EXIT.
064500     EXIT.
064600*----------------------------------------------------------------*
064700*    3300-PRINT-INVOICE - ONE OPEN INVOICE, AGED AGAINST ITS DUE
064800*    DATE INTO THE SAME BUCKETS THE AGING REPORT USES.  THE
064900*    FINANCE CHARGE IS FIGURED ON THE PAST-DUE BALANCE OF
065000*    ORDINARY INVOICES ONLY - AN EARLIER FINANCE CHARGE IS NEVER
065100*    CHARGED ON AGAIN.
065200*----------------------------------------------------------------*
065300 3300-PRINT-INVOICE.
065400     MOVE WS-SE-ENTRY-DATE TO WS-SD-DATE-N.
065500     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
065600     MOVE WS-SD-SERIAL TO WS-DUE-SERIAL.
065700     COMPUTE WS-DAYS-PAST-DUE =
065800         WS-TODAY-SERIAL - WS-DUE-SERIAL.
065900     MOVE WS-SE-INVOICE-NO TO WS-STM-INVOICE-NO.
066000     MOVE WS-SE-INVOICE-DATE TO WS-STM-INVOICE-DATE.
066100     MOVE WS-SE-ENTRY-DATE TO WS-STM-DUE-DATE.
066200     MOVE WS-SE-AMOUNT TO WS-STM-AMOUNT.
066300     MOVE WS-SE-BALANCE TO WS-STM-BALANCE.
066400     MOVE WS-DAYS-PAST-DUE TO WS-STM-DAYS-LATE.
066500     IF WS-SE-BATCH-ID (1:2) = "FC"
066600         MOVE "FIN CH" TO WS-STM-INV-NOTE
066700     ELSE
066800         MOVE SPACES TO WS-STM-INV-NOTE
066900     END-IF.
067000     WRITE STATEMENT-RECORD FROM WS-STM-INV-DETAIL-LINE.
067100     ADD WS-SE-BALANCE TO WS-TOTAL-DUE.
067200     IF WS-DAYS-PAST-DUE > WS-OLDEST-DAYS
067300         MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-DAYS
067400     END-IF.
067500     IF WS-DAYS-PAST-DUE > ZERO
067600             AND WS-SE-BATCH-ID (1:2) NOT = "FC"
067700         ADD WS-SE-BALANCE TO WS-CHARGE-BASE
067800     END-IF.
067900     IF WS-DAYS-PAST-DUE <= ZERO
068000         ADD WS-SE-BALANCE TO WS-AGE-CURRENT
068100         GO TO 3300-EXIT
068200     END-IF.
068300     IF WS-DAYS-PAST-DUE <= 30
068400         ADD WS-SE-BALANCE TO WS-AGE-1-30
068500         GO TO 3300-EXIT
068600     END-IF.
068700     IF WS-DAYS-PAST-DUE <= 60
068800         ADD WS-SE-BALANCE TO WS-AGE-31-60
068900         GO TO 3300-EXIT
069000     END-IF.
069100     IF WS-DAYS-PAST-DUE <= 90
069200         ADD WS-SE-BALANCE TO WS-AGE-61-90
069300         GO TO 3300-EXIT
069400     END-IF.
069500     ADD WS-SE-BALANCE TO WS-AGE-OVER-90.
069600 3300-EXIT.
069700     EXIT.
069800*----------------------------------------------------------------*
069900*    3400-PRINT-PAYMENT - ONE PAYMENT APPLIED SINCE THE LAST
070000*    STATEMENT, UNDER ITS OWN HEADING THE FIRST TIME.
070100*----------------------------------------------------------------*
070200 3400-PRINT-PAYMENT.
070300     IF NOT PAY-HEADING-DONE
070400         WRITE STATEMENT-RECORD FROM WS-STM-BLANK-LINE
070500         WRITE STATEMENT-RECORD FROM WS-STM-PAY-HEADING-LINE
070600         WRITE STATEMENT-RECORD FROM WS-STM-PAY-COLUMN-LINE
070700         MOVE "Y" TO WS-PAY-HEADING-SW
070800     END-IF.
070900     MOVE WS-SE-ENTRY-DATE TO WS-STM-PAY-DATE.
071000     MOVE WS-SE-INVOICE-NO TO WS-STM-PAY-INVOICE.
071100     MOVE WS-SE-AMOUNT TO WS-STM-PAY-AMOUNT.
071200     WRITE STATEMENT-RECORD FROM WS-STM-PAY-DETAIL-LINE.
071300     ADD WS-SE-AMOUNT TO WS-PAYMENTS-TOTAL.
071400 3400-EXIT.
071500     EXIT.
071600*----------------------------------------------------------------*
071700*    3500-END-STATEMENT - RAISE ANY FINANCE CHARGE, THEN PRINT
071800*    THE PAYMENTS TOTAL, THE AGING, THE TOTAL DUE AND THE
071900*    DUNNING MESSAGE, AND REGISTER THE STATEMENT.
072000*----------------------------------------------------------------*
072100 3500-END-STATEMENT.
072200     PERFORM 3600-RAISE-FINANCE-CHARGE THRU 3600-EXIT.
072300     IF PAY-HEADING-DONE
072400         MOVE "TOTAL PAYMENTS RECEIVED . . . "
072500             TO WS-STM-TOTAL-LABEL
072600         MOVE WS-PAYMENTS-TOTAL TO WS-STM-TOTAL-AMT
072700         WRITE STATEMENT-RECORD FROM WS-STM-TOTAL-LINE
072800     END-IF.
072900     WRITE STATEMENT-RECORD FROM WS-STM-BLANK-LINE.
073000     WRITE STATEMENT-RECORD FROM WS-STM-AGE-COLUMN-LINE.
073100     MOVE WS-AGE-CURRENT TO WS-STM-AGE-CURRENT.
073200     MOVE WS-AGE-1-30 TO WS-STM-AGE-1-30.
073300     MOVE WS-AGE-31-60 TO WS-STM-AGE-31-60.
073400     MOVE WS-AGE-61-90 TO WS-STM-AGE-61-90.
073500     MOVE WS-AGE-OVER-90 TO WS-STM-AGE-OVER-90.
073600     WRITE STATEMENT-RECORD FROM WS-STM-AGE-AMOUNT-LINE.
073700     WRITE STATEMENT-RECORD FROM WS-STM-BLANK-LINE.
073800     MOVE "TOTAL DUE . . . . . . . . . . " TO WS-STM-TOTAL-LABEL.
073900     MOVE WS-TOTAL-DUE TO WS-STM-TOTAL-AMT.
074000     WRITE STATEMENT-RECORD FROM WS-STM-TOTAL-LINE.
074100     PERFORM 3700-SET-DUNNING-LEVEL THRU 3700-EXIT.
074200     MOVE WS-DUNNING-LEVEL TO WS-STM-DUNNING-LEVEL.
074300     MOVE WS-DUNNING-TEXT (WS-DUNNING-LEVEL + 1)
074400         TO WS-STM-DUNNING-TEXT.
074500     WRITE STATEMENT-RECORD FROM WS-STM-DUNNING-LINE.
074600     WRITE STATEMENT-RECORD FROM WS-STM-BLANK-LINE.
074700     WRITE STATEMENT-RECORD FROM WS-STM-BLANK-LINE.
074800     ADD 1 TO WS-STATEMENTS-PRINTED.
074900     ADD WS-TOTAL-DUE TO WS-RUN-TOTAL-DUE.
075000     MOVE WS-CURRENT-CUSTOMER TO WS-REG-CUSTOMER.
075100     MOVE WS-TOTAL-DUE TO WS-REG-TOTAL-DUE.
075200     MOVE WS-OLDEST-DAYS TO WS-REG-OLDEST.
075300     MOVE WS-DUNNING-LEVEL TO WS-REG-LEVEL.
075400     MOVE WS-CHARGE-AMOUNT TO WS-REG-CHARGE.
075500     IF WS-CHARGE-INVOICE-NO = ZERO
075600         MOVE SPACES TO WS-REG-CHARGE-INV
075700     ELSE
075800         MOVE WS-CHARGE-INVOICE-NO TO WS-REG-CHARGE-INV
075900     END-IF.
076000     IF CUST-FOUND
076100         MOVE SPACES TO WS-REG-NOTE
076200     ELSE
076300         MOVE "NOT ON CUSTMAST" TO WS-REG-NOTE
076400     END-IF.
076500     WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
076600 3500-EXIT.
076700     EXIT.
076800*----------------------------------------------------------------*
076900*    3600-RAISE-FINANCE-CHARGE - A CUSTOMER WHOSE OLDEST ITEM IS
077000*    PAST THE FINANCE-CHARGE DAYS IS CHARGED THE MONTHLY RATE ON
077100*    THE PAST-DUE BALANCE, NEVER LESS THAN THE MINIMUM.  THE
077200*    CHARGE BECOMES AN INVOICE OF ITS OWN, DUE ON RECEIPT, HELD
077300*    ON FCWORK UNTIL THE SORT HAS LET GO OF THE REGISTER.  NOT
077400*    ON A REPRINT, AND NOT FOR A CUSTOMER MISSING FROM THE
077500*    MASTER OR WHOSE BALANCE WOULD OVERFLOW.  THE MASTER IS
077520*    NOT REWRITTEN HERE - THE ADD ONLY PROVES THE BALANCE HAS
077540*    ROOM.  THE CHARGE REACHES THE BALANCE AND THE REGISTER
077560*    TOGETHER WHEN IT IS FILED AT THE END OF A CLEAN RUN.
077600*----------------------------------------------------------------*
077700 3600-RAISE-FINANCE-CHARGE.
077800     IF REPRINT-RUN OR NOT CUST-FOUND
077900         GO TO 3600-EXIT
078000     END-IF.
078100     IF WS-OLDEST-DAYS NOT > WS-FINCHG-DAYS
078200             OR WS-CHARGE-BASE = ZERO
078300             OR WS-FINCHG-RATE = ZERO
078400         GO TO 3600-EXIT
078500     END-IF.
078600     COMPUTE WS-CHARGE-AMOUNT ROUNDED =
078700         WS-CHARGE-BASE * WS-FINCHG-RATE / 100.
078800     IF WS-CHARGE-AMOUNT < WS-FINCHG-MINIMUM
078900         MOVE WS-FINCHG-MINIMUM TO WS-CHARGE-AMOUNT
079000     END-IF.
079100     ADD WS-CHARGE-AMOUNT TO CUST-OPEN-BALANCE
079200         ON SIZE ERROR
079300             DISPLAY "CUSTSTMT - OPEN BALANCE OVERFLOW, CUSTOMER "
079400                 CUST-CUSTOMER-NO ", NO FINANCE CHARGE"
079500             ADD 1 TO WS-CHARGES-NOT-POSTED
079600             MOVE ZERO TO WS-CHARGE-AMOUNT
079700             GO TO 3600-EXIT
079800     END-ADD.
080400     MOVE WS-NEXT-INVOICE-NO TO WS-CHARGE-INVOICE-NO.
080500     ADD 1 TO WS-NEXT-INVOICE-NO.
080600     MOVE WS-CHARGE-INVOICE-NO TO OIV-INVOICE-NO.
080700     MOVE WS-CURRENT-CUSTOMER TO OIV-CUSTOMER-NO.
080800     MOVE WS-CHARGE-BATCH-ID TO OIV-BATCH-ID.
080900     MOVE WS-CURRENT-DATE TO OIV-INVOICE-DATE.
081000     MOVE WS-CHARGE-AMOUNT TO OIV-INVOICE-AMOUNT.
081100     MOVE WS-CURRENT-DATE TO OIV-DUE-DATE.
081200     MOVE WS-CHARGE-AMOUNT TO OIV-BALANCE-DUE.
081300     MOVE "O" TO OIV-STATUS.
081400     WRITE CHARGE-WORK-RECORD FROM OPEN-INVOICE-RECORD.
081500     ADD 1 TO WS-CHARGES-RAISED.
081600     ADD WS-CHARGE-AMOUNT TO WS-RUN-CHARGES.
081700     ADD WS-CHARGE-AMOUNT TO WS-TOTAL-DUE.
081800     ADD WS-CHARGE-AMOUNT TO WS-AGE-CURRENT.
081900     MOVE WS-CHARGE-INVOICE-NO TO WS-STM-INVOICE-NO.
082000     MOVE WS-CURRENT-DATE TO WS-STM-INVOICE-DATE.
082100     MOVE WS-CURRENT-DATE TO WS-STM-DUE-DATE.
082200     MOVE WS-CHARGE-AMOUNT TO WS-STM-AMOUNT.
082300     MOVE WS-CHARGE-AMOUNT TO WS-STM-BALANCE.
082400     MOVE ZERO TO WS-STM-DAYS-LATE.
082500     MOVE "FIN CH" TO WS-STM-INV-NOTE.
082600     WRITE STATEMENT-RECORD FROM WS-STM-INV-DETAIL-LINE.
082700 3600-EXIT.
082800     EXIT.
082900*----------------------------------------------------------------*
083000*    3700-SET-DUNNING-LEVEL - THE OLDEST PAST-DUE ITEM DECIDES.
083100*----------------------------------------------------------------*
083200 3700-SET-DUNNING-LEVEL.
083300     IF WS-OLDEST-DAYS <= ZERO
083400         MOVE 0 TO WS-DUNNING-LEVEL
083500         GO TO 3700-EXIT
083600     END-IF.
083700     IF WS-OLDEST-DAYS <= 30
083800         MOVE 1 TO WS-DUNNING-LEVEL
083900         GO TO 3700-EXIT
084000     END-IF.
084100     IF WS-OLDEST-DAYS <= 60
084200         MOVE 2 TO WS-DUNNING-LEVEL
084300         GO TO 3700-EXIT
084400     END-IF.
084500     IF WS-OLDEST-DAYS <= 90
084600         MOVE 3 TO WS-DUNNING-LEVEL
084700         GO TO 3700-EXIT
084800     END-IF.
084900     MOVE 4 TO WS-DUNNING-LEVEL.
085000 3700-EXIT.
085100     EXIT.
085200*----------------------------------------------------------------*
085300*    3900-RETURN-ENTRY - NEXT SORTED ENTRY INTO THE WORKING
085400*    LAYOUT, OR SET END OF FILE.
085500*----------------------------------------------------------------*
085600 3900-RETURN-ENTRY.
085700     RETURN STATEMENT-SORT-FILE INTO WS-STATEMENT-ENTRY
085800         AT END
085900             MOVE "Y" TO WS-ENTRY-EOF-SW
086000     END-RETURN.
086100 3900-EXIT.
086200     EXIT.
086300*----------------------------------------------------------------*
086400*    4000-FINALIZE-RTN - ON A CLEAN RUN FILE THE FINANCE-CHARGE
086450*    INVOICES - ON THE END OF THE REGISTER, THEIR NUMBERS BEING
086500*    HIGHER THAN ANY ON FILE, AND INTO THE OPEN BALANCES - THEN
086550*    THE NEXT INVOICE NUMBER, THE CHARGE JOURNAL AND LAST THE
086600*    STATEMENT DATES, AND REPORT COUNTS.  INVCTL MOVES WHENEVER
086650*    A CHARGE REACHED THE REGISTER, SO ITS NUMBER IS NEVER
086700*    ISSUED TWICE.  STMTCTL IS STAMPED ONLY WHEN ALL THE REST IS
086750*    DOWN, SO A RUN THAT STOPS SHORT IS NOT TAKEN FOR THE
086800*    MONTH'S RUN - THE NEXT ONE BACKS ITS CHARGES OUT (1300).
086900*----------------------------------------------------------------*
087000 4000-FINALIZE-RTN.
087100     CLOSE CHARGE-WORK-FILE.
087200     IF WS-CHARGES-NOT-POSTED > ZERO AND WS-RETURN-CODE < 04
087240         MOVE 04 TO WS-RETURN-CODE
087280     END-IF.
087320     IF WS-CHARGES-RAISED > ZERO AND WS-RETURN-CODE NOT > 04
087360         PERFORM 4100-APPEND-CHARGES THRU 4100-EXIT
087400     END-IF.
087440     IF WS-CHARGES-APPENDED > ZERO
087480         PERFORM 4200-REWRITE-INVOICE-CONTROL THRU 4200-EXIT
087520     END-IF.
087560     IF WS-RETURN-CODE NOT > 04
087600         PERFORM 4300-WRITE-CHARGE-JOURNAL THRU 4300-EXIT
087640     END-IF.
087680     IF WS-RETURN-CODE NOT > 04 AND NOT REPRINT-RUN
087720         PERFORM 4400-REWRITE-STATEMENT-CONTROL THRU 4400-EXIT
087760     END-IF.
087800     IF WS-RETURN-CODE > 04 AND WS-CHARGES-APPENDED > ZERO
087840         DISPLAY "CUSTSTMT - STMTCTL NOT STAMPED, NEXT RUN "
087880             "BACKS OUT THESE CHARGES"
087920     END-IF.
088100     MOVE "INVOICES SELECTED . . . " TO WS-REG-COUNT-LABEL.
088200     MOVE WS-INVOICES-SELECTED TO WS-REG-COUNT.
088300     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
088400     MOVE "PAYMENTS SELECTED . . . " TO WS-REG-COUNT-LABEL.
088500     MOVE WS-PAYMENTS-SELECTED TO WS-REG-COUNT.
088600     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
088700     MOVE "STATEMENTS PRINTED. . . " TO WS-REG-COUNT-LABEL.
088800     MOVE WS-STATEMENTS-PRINTED TO WS-REG-COUNT.
088900     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
089000     MOVE "FINANCE CHARGES RAISED. " TO WS-REG-COUNT-LABEL.
089100     MOVE WS-CHARGES-RAISED TO WS-REG-COUNT.
089200     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
089300     MOVE "CHARGES NOT POSTED. . . " TO WS-REG-COUNT-LABEL.
089400     MOVE WS-CHARGES-NOT-POSTED TO WS-REG-COUNT.
089500     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
089520     MOVE "CHARGES FILED . . . . . " TO WS-REG-COUNT-LABEL.
089540     MOVE WS-CHARGES-APPENDED TO WS-REG-COUNT.
089560     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
089570     MOVE "CHARGES BACKED OUT. . . " TO WS-REG-COUNT-LABEL.
089580     MOVE WS-CHARGES-SCRUBBED TO WS-REG-COUNT.
089590     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
089600     MOVE "FINANCE CHARGES BILLED. " TO WS-REG-AMOUNT-LABEL.
089700     MOVE WS-RUN-CHARGES TO WS-REG-AMOUNT.
089800     WRITE REGISTER-RECORD FROM WS-REG-AMOUNT-LINE.
089900     MOVE "TOTAL DUE ON STATEMENTS " TO WS-REG-AMOUNT-LABEL.
090000     MOVE WS-RUN-TOTAL-DUE TO WS-REG-AMOUNT.
090100     WRITE REGISTER-RECORD FROM WS-REG-AMOUNT-LINE.
090200     CLOSE CUSTOMER-MASTER-FILE STATEMENT-FILE STATEMENT-REGISTER.
090300     DISPLAY "CUSTSTMT - CUSTOMER STATEMENT RUN COMPLETE".
090400     DISPLAY "STATEMENTS        : " WS-STATEMENTS-PRINTED.
090500     DISPLAY "FINANCE CHARGES   : " WS-CHARGES-RAISED.
090600     DISPLAY "CHARGES BILLED    : " WS-RUN-CHARGES.
090700 4000-EXIT.
090800     EXIT.
090900*----------------------------------------------------------------*
091000*    4100-APPEND-CHARGES - COPY THE FINANCE-CHARGE INVOICES ON TO
091100*    THE END OF THE REGISTER, EACH ONE POSTED TO ITS CUSTOMER'S
091150*    OPEN BALANCE JUST BEFORE IT IS WRITTEN, SO THE TWO NEVER
091170*    DISAGREE ABOUT A CHARGE.  A REGISTER THAT NEVER EXISTED IS
091200*    STARTED.
091300*----------------------------------------------------------------*
091400 4100-APPEND-CHARGES.
091500     OPEN INPUT CHARGE-WORK-FILE.
091600     IF WS-FCWORK-STATUS NOT = "00"
091700         DISPLAY "CUSTSTMT - UNABLE TO REOPEN FCWORK, STATUS "
091800             WS-FCWORK-STATUS
091900         MOVE 12 TO WS-RETURN-CODE
092000         GO TO 4100-EXIT
092100     END-IF.
092200     OPEN EXTEND OPEN-INVOICE-FILE.
092300     IF WS-OPENINV-STATUS NOT = "00"
092400         OPEN OUTPUT OPEN-INVOICE-FILE
092500     END-IF.
092600     IF WS-OPENINV-STATUS NOT = "00"
092700         DISPLAY "CUSTSTMT - UNABLE TO EXTEND OPENINV, STATUS "
092800             WS-OPENINV-STATUS
092900         MOVE 12 TO WS-RETURN-CODE
093000         CLOSE CHARGE-WORK-FILE
093100         GO TO 4100-EXIT
093200     END-IF.
093300     MOVE "N" TO WS-READ-EOF-SW.
093400     PERFORM 4110-APPEND-ONE-CHARGE THRU 4110-EXIT
093500         UNTIL READ-EOF.
093600     CLOSE OPEN-INVOICE-FILE CHARGE-WORK-FILE.
093700 4100-EXIT.
093800     EXIT.
093900 4110-APPEND-ONE-CHARGE.
094000     READ CHARGE-WORK-FILE
094100         AT END
094200             MOVE "Y" TO WS-READ-EOF-SW
094300         NOT AT END
094400             MOVE CHARGE-WORK-RECORD TO OPEN-INVOICE-RECORD
094500             PERFORM 4120-FILE-ONE-CHARGE THRU 4120-EXIT
094600     END-READ.
094700 4110-EXIT.
094800     EXIT.
094803*----------------------------------------------------------------*
094806*    4120-FILE-ONE-CHARGE - POST THE CHARGE TO THE OPEN BALANCE,
094809*    THEN PUT IT ON THE REGISTER.  A CHARGE THAT CANNOT BE POSTED
094812*    IS NOT WRITTEN AND FAILS THE RUN.
094815*----------------------------------------------------------------*
094818 4120-FILE-ONE-CHARGE.
094821     MOVE OIV-CUSTOMER-NO TO CUST-CUSTOMER-NO.
094824     READ CUSTOMER-MASTER-FILE
094827         INVALID KEY
094830             DISPLAY "CUSTSTMT - CUSTMAST READ FAILED, KEY "
094833                 CUST-CUSTOMER-NO
094836             MOVE 12 TO WS-RETURN-CODE
094839             GO TO 4120-EXIT
094842     END-READ.
094845     ADD OIV-INVOICE-AMOUNT TO CUST-OPEN-BALANCE
094848         ON SIZE ERROR
094851             DISPLAY "CUSTSTMT - OPEN BALANCE OVERFLOW, CUSTOMER "
094854                 CUST-CUSTOMER-NO
094857             MOVE 12 TO WS-RETURN-CODE
094860             GO TO 4120-EXIT
094863     END-ADD.
094866     REWRITE CUSTOMER-MASTER-RECORD
094869         INVALID KEY
094872             DISPLAY "CUSTSTMT - CUSTMAST REWRITE FAILED, KEY "
094875                 CUST-CUSTOMER-NO
094878             MOVE 12 TO WS-RETURN-CODE
094881             GO TO 4120-EXIT
094884     END-REWRITE.
094887     WRITE OPEN-INVOICE-RECORD.
094890     ADD 1 TO WS-CHARGES-APPENDED.
094893 4120-EXIT.
094896     EXIT.
094900*----------------------------------------------------------------*
095000*    4200-REWRITE-INVOICE-CONTROL - THE NEXT INVOICE NUMBER PAST
095100*    THE CHARGES FILED.  IF IT CANNOT BE FILED THE RUN HAS
095200*    FAILED - CUSTINV WOULD ISSUE THE SAME NUMBERS AGAIN.
095300*----------------------------------------------------------------*
095400 4200-REWRITE-INVOICE-CONTROL.
095500     OPEN OUTPUT INVOICE-CONTROL-FILE.
095600     IF WS-INVCTL-STATUS NOT = "00"
095700         DISPLAY "CUSTSTMT - UNABLE TO REWRITE INVCTL, STATUS "
095800             WS-INVCTL-STATUS
095900         MOVE 12 TO WS-RETURN-CODE
096000         GO TO 4200-EXIT
096100     END-IF.
096200     MOVE WS-NEXT-INVOICE-NO TO IVC-NEXT-INVOICE-NO.
096300     WRITE INVOICE-CONTROL-RECORD.
096400     IF WS-INVCTL-STATUS NOT = "00"
096500         DISPLAY "CUSTSTMT - UNABLE TO WRITE INVCTL, STATUS "
096600             WS-INVCTL-STATUS
096700         MOVE 12 TO WS-RETURN-CODE
096800     END-IF.
096900     CLOSE INVOICE-CONTROL-FILE.
097000 4200-EXIT.
097100     EXIT.
098302*----------------------------------------------------------------*
098304*    4300-WRITE-CHARGE-JOURNAL - ONE BALANCED PAIR FOR THE
098306*    FINANCE CHARGES BILLED, DEBIT RECEIVABLE AND CREDIT
098308*    FINANCE-CHARGE INCOME, UNDER THE MONTH'S FC BATCH ID, AND
098310*    THE TRAILER GLPOST WRITES.  A REPRINT OR A MONTH WITH NO
098312*    CHARGES STILL GETS ITS TRAILER.
098314*----------------------------------------------------------------*
098316 4300-WRITE-CHARGE-JOURNAL.
098318     OPEN OUTPUT CHARGE-JOURNAL-FILE.
098320     IF WS-STMTGL-STATUS NOT = "00"
098322         DISPLAY "CUSTSTMT - UNABLE TO OPEN STMTGL, STATUS "
098324             WS-STMTGL-STATUS
098326         MOVE 12 TO WS-RETURN-CODE
098328         GO TO 4300-EXIT
098330     END-IF.
098332     IF WS-RUN-CHARGES > ZERO
098334         MOVE "D" TO GLP-DEBIT-CREDIT
098336         MOVE WS-ACCT-RECEIVABLE TO GLP-ACCOUNT
098338         MOVE WS-RUN-CHARGES TO GLP-AMOUNT
098340         PERFORM 4310-WRITE-DETAIL THRU 4310-EXIT
098342         MOVE "C" TO GLP-DEBIT-CREDIT
098344         MOVE WS-ACCT-FINCHG-INCOME TO GLP-ACCOUNT
098346         MOVE WS-RUN-CHARGES TO GLP-AMOUNT
098348         PERFORM 4310-WRITE-DETAIL THRU 4310-EXIT
098350     END-IF.
098352     MOVE "T" TO GLP-RECORD-TYPE.
098354     MOVE WS-DETAILS-WRITTEN TO GLP-TRL-RECORD-COUNT.
098356     MOVE WS-HASH-TOTAL TO GLP-TRL-HASH-TOTAL.
098358     MOVE WS-CHARGE-BATCH-ID TO GLP-TRL-BATCH-ID.
098360     WRITE GL-POSTING-RECORD.
098362     CLOSE CHARGE-JOURNAL-FILE.
098364 4300-EXIT.
098366     EXIT.
098368*----------------------------------------------------------------*
098370*    4310-WRITE-DETAIL - STAMP, COUNT AND HASH ONE DETAIL.
098372*----------------------------------------------------------------*
098374 4310-WRITE-DETAIL.
098376     MOVE "D" TO GLP-RECORD-TYPE.
098378     MOVE WS-CHARGE-BATCH-ID TO GLP-BATCH-ID.
098380     ADD GLP-AMOUNT TO WS-HASH-TOTAL.
098382     ADD 1 TO WS-DETAILS-WRITTEN.
098384     WRITE GL-POSTING-RECORD.
098386 4310-EXIT.
098388     EXIT.
098400*----------------------------------------------------------------*
098500*    8000-DATE-TO-SERIAL - TURN THE DATE IN WS-SD-DATE INTO A
098600*    DAY COUNT SO TWO DATES SUBTRACT TO A DAY DIFFERENCE.  THE
098700*    COUNT IS YEARS AT 365 PLUS THE LEAP DAYS OF THE FULL YEARS
098800*    BEFORE, PLUS THE MONTH OFFSET - ONE MORE IN A LEAP YEAR
098900*    PAST FEBRUARY - PLUS THE DAY.
099000*----------------------------------------------------------------*
099100 8000-DATE-TO-SERIAL.
099200     IF WS-SD-MONTH < 1 OR WS-SD-MONTH > 12
099300         MOVE ZERO TO WS-SD-SERIAL
099400         GO TO 8000-EXIT
099500     END-IF.
099600     COMPUTE WS-SD-PRIOR-YEAR = WS-SD-YEAR - 1.
099700     DIVIDE WS-SD-PRIOR-YEAR BY 4
099800         GIVING WS-SD-LEAP-DAYS
099900         REMAINDER WS-SD-LEAP-REM.
100000     DIVIDE WS-SD-PRIOR-YEAR BY 100
100100         GIVING WS-SD-WORK
100200         REMAINDER WS-SD-LEAP-REM.
100300     SUBTRACT WS-SD-WORK FROM WS-SD-LEAP-DAYS.
100400     DIVIDE WS-SD-PRIOR-YEAR BY 400
100500         GIVING WS-SD-WORK
100600         REMAINDER WS-SD-LEAP-REM.
100700     ADD WS-SD-WORK TO WS-SD-LEAP-DAYS.
100800     COMPUTE WS-SD-SERIAL =
100900         WS-SD-YEAR * 365
101000         + WS-SD-LEAP-DAYS
101100         + WS-MONTH-OFFSET (WS-SD-MONTH)
101200         + WS-SD-DAY.
101300     IF WS-SD-MONTH > 2
101400         PERFORM 8010-CHECK-LEAP-YEAR THRU 8010-EXIT
101500     END-IF.
101600 8000-EXIT.
101700     EXIT.
101800 8010-CHECK-LEAP-YEAR.
101900     DIVIDE WS-SD-YEAR BY 400
102000         GIVING WS-SD-WORK
102100         REMAINDER WS-SD-LEAP-REM.
102200     IF WS-SD-LEAP-REM = ZERO
102300         ADD 1 TO WS-SD-SERIAL
102400         GO TO 8010-EXIT
102500     END-IF.
102600     DIVIDE WS-SD-YEAR BY 100
102700         GIVING WS-SD-WORK
102800         REMAINDER WS-SD-LEAP-REM.
102900     IF WS-SD-LEAP-REM = ZERO
103000         GO TO 8010-EXIT
103100     END-IF.
103200     DIVIDE WS-SD-YEAR BY 4
103300         GIVING WS-SD-WORK
103400         REMAINDER WS-SD-LEAP-REM.
103500     IF WS-SD-LEAP-REM = ZERO
103600         ADD 1 TO WS-SD-SERIAL
103700     END-IF.
103800 8010-EXIT.
103900     EXIT.
104000*----------------------------------------------------------------*
104100*    1300-SCRUB-CHARGES - A RUN THAT FILED CHARGES BUT NEVER
104200*    STAMPED STMTCTL LEAVES THEM ON THE REGISTER AND IN THE OPEN
104300*    BALANCES, AND THE NEXT RUN IN THE MONTH IS NOT A REPRINT -
104400*    IT WOULD CHARGE EVERY CUSTOMER AGAIN.  SO EVERY INVOICE
104500*    UNDER THIS MONTH'S FC BATCH ID COMES OFF THE REGISTER AND
104600*    BACK OFF ITS CUSTOMER FIRST, AS CUSTINV DOES FOR ITS OWN
104700*    BATCH.  FCWORK, NOT YET IN USE FOR CHARGES, HOLDS THE
104800*    SURVIVORS.  THE REGISTER IS ONLY REWRITTEN WHEN SOMETHING
104900*    CAME OFF.  A REGISTER THAT WILL NOT OPEN IS LEFT FOR THE
105000*    OPEN BELOW TO REPORT.
105100*----------------------------------------------------------------*
105200 1300-SCRUB-CHARGES.
105300     IF REPRINT-RUN
105400         GO TO 1300-EXIT
105500     END-IF.
105600     OPEN INPUT OPEN-INVOICE-FILE.
105700     IF WS-OPENINV-STATUS NOT = "00"
105800         GO TO 1300-EXIT
105900     END-IF.
106000     OPEN OUTPUT CHARGE-WORK-FILE.
106100     IF WS-FCWORK-STATUS NOT = "00"
106200         DISPLAY "CUSTSTMT - UNABLE TO OPEN FCWORK, STATUS "
106300             WS-FCWORK-STATUS
106400         MOVE "Y" TO WS-INIT-ERROR-SW
106500         CLOSE OPEN-INVOICE-FILE
106600         GO TO 1300-EXIT
106700     END-IF.
106800     OPEN I-O CUSTOMER-MASTER-FILE.
106900     IF WS-CUSTMAST-STATUS NOT = "00"
107000         DISPLAY "CUSTSTMT - UNABLE TO OPEN CUSTMAST, STATUS "
107100             WS-CUSTMAST-STATUS
107200         MOVE "Y" TO WS-INIT-ERROR-SW
107300         CLOSE OPEN-INVOICE-FILE CHARGE-WORK-FILE
107400         GO TO 1300-EXIT
107500     END-IF.
107600     MOVE "N" TO WS-READ-EOF-SW.
107700     PERFORM 1310-SCRUB-ONE-INVOICE THRU 1310-EXIT
107800         UNTIL READ-EOF.
107900     CLOSE OPEN-INVOICE-FILE CHARGE-WORK-FILE
107950         CUSTOMER-MASTER-FILE.
108000     IF WS-CHARGES-SCRUBBED = ZERO
108100         GO TO 1300-EXIT
108200     END-IF.
108300     OPEN OUTPUT OPEN-INVOICE-FILE.
108400     IF WS-OPENINV-STATUS NOT = "00"
108500         DISPLAY "CUSTSTMT - UNABLE TO REOPEN OPENINV, STATUS "
108600             WS-OPENINV-STATUS
108700         MOVE "Y" TO WS-INIT-ERROR-SW
108800         GO TO 1300-EXIT
108900     END-IF.
109000     OPEN INPUT CHARGE-WORK-FILE.
109100     IF WS-FCWORK-STATUS NOT = "00"
109200         DISPLAY "CUSTSTMT - UNABLE TO REOPEN FCWORK, STATUS "
109300             WS-FCWORK-STATUS
109400         MOVE "Y" TO WS-INIT-ERROR-SW
109500         CLOSE OPEN-INVOICE-FILE
109600         GO TO 1300-EXIT
109700     END-IF.
109800     MOVE "N" TO WS-READ-EOF-SW.
109900     PERFORM 1330-RESTORE-ONE-INVOICE THRU 1330-EXIT
110000         UNTIL READ-EOF.
110100     CLOSE OPEN-INVOICE-FILE CHARGE-WORK-FILE.
110200     DISPLAY "CUSTSTMT - EARLIER CHARGES BACKED OUT : "
110300         WS-CHARGES-SCRUBBED.
110400 1300-EXIT.
110500     EXIT.
110600 1310-SCRUB-ONE-INVOICE.
110700     READ OPEN-INVOICE-FILE
110800         AT END
110900             MOVE "Y" TO WS-READ-EOF-SW
111000         NOT AT END
111100             IF OIV-BATCH-ID = WS-CHARGE-BATCH-ID
111200                 PERFORM 1320-BACK-OUT-CHARGE THRU 1320-EXIT
111300             ELSE
111400                 WRITE CHARGE-WORK-RECORD
111500                     FROM OPEN-INVOICE-RECORD
111600             END-IF
111700     END-READ.
111800 1310-EXIT.
111900     EXIT.
112000*----------------------------------------------------------------*
112100*    1320-BACK-OUT-CHARGE - UNDO THE OPEN-BALANCE POSTING OF ONE
112200*    SCRUBBED CHARGE, NEVER TAKING THE BALANCE BELOW ZERO.
112300*----------------------------------------------------------------*
112400 1320-BACK-OUT-CHARGE.
112500     ADD 1 TO WS-CHARGES-SCRUBBED.
112600     MOVE OIV-CUSTOMER-NO TO CUST-CUSTOMER-NO.
112700     READ CUSTOMER-MASTER-FILE
112800         INVALID KEY
112900             GO TO 1320-EXIT
113000     END-READ.
113100     MOVE OIV-INVOICE-AMOUNT TO WS-BACKOUT-AMOUNT.
113200     IF WS-BACKOUT-AMOUNT > CUST-OPEN-BALANCE
113300         MOVE CUST-OPEN-BALANCE TO WS-BACKOUT-AMOUNT
113400     END-IF.
113500     SUBTRACT WS-BACKOUT-AMOUNT FROM CUST-OPEN-BALANCE.
113600     REWRITE CUSTOMER-MASTER-RECORD
113700         INVALID KEY
113800             DISPLAY "CUSTSTMT - CUSTMAST REWRITE FAILED, KEY "
113900                 CUST-CUSTOMER-NO
114000     END-REWRITE.
114100 1320-EXIT.
114200     EXIT.
114300 1330-RESTORE-ONE-INVOICE.
114400     READ CHARGE-WORK-FILE
114500         AT END
114600             MOVE "Y" TO WS-READ-EOF-SW
114700         NOT AT END
114800             MOVE CHARGE-WORK-RECORD TO OPEN-INVOICE-RECORD
114900             WRITE OPEN-INVOICE-RECORD
115000     END-READ.
115100 1330-EXIT.
115200     EXIT.
115300*----------------------------------------------------------------*
115400*    4400-REWRITE-STATEMENT-CONTROL - THE STATEMENT DATES, LAST
115500*    OF ALL, SO THE MONTH ONLY COUNTS AS RUN WHEN ITS CHARGES ARE
115600*    FILED AND JOURNALLED.  A REPRINT LEAVES THE DATES AS THE
115700*    MONTH'S FIRST RUN SET THEM.  IF THE DATES CANNOT BE FILED
115800*    THE RUN HAS FAILED - THE NEXT RUN BACKS OUT THE CHARGES
115900*    AND RAISES THEM AGAIN.
116000*----------------------------------------------------------------*
116100 4400-REWRITE-STATEMENT-CONTROL.
116200     OPEN OUTPUT STATEMENT-CONTROL-FILE.
116300     IF WS-STMTCTL-STATUS NOT = "00"
116400         DISPLAY "CUSTSTMT - UNABLE TO REWRITE STMTCTL, STATUS "
116500             WS-STMTCTL-STATUS
116600         MOVE 12 TO WS-RETURN-CODE
116700         GO TO 4400-EXIT
116800     END-IF.
116900     MOVE WS-CURRENT-DATE TO STC-LAST-STMT-DATE.
117000     MOVE WS-LAST-STMT-DATE TO STC-PRIOR-STMT-DATE.
117100     MOVE WS-FINCHG-DAYS TO STC-FINCHG-DAYS.
117200     MOVE WS-FINCHG-RATE TO STC-FINCHG-RATE.
117300     MOVE WS-FINCHG-MINIMUM TO STC-FINCHG-MINIMUM.
117400     WRITE STATEMENT-CONTROL-RECORD.
117500     IF WS-STMTCTL-STATUS NOT = "00"
117600         DISPLAY "CUSTSTMT - UNABLE TO WRITE STMTCTL, STATUS "
117700             WS-STMTCTL-STATUS
117800         MOVE 12 TO WS-RETURN-CODE
117900     END-IF.
118000     CLOSE STATEMENT-CONTROL-FILE.
118100 4400-EXIT.
118200     EXIT.
