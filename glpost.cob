001000*               END-OF-STREAM STEP FROM BATCHDRV, AND ONLY WHEN
001100*               THE RUN RECONCILED - AN OUT-OF-BALANCE RUN MUST
001200*               PRODUCE NO POSTING FILE AT ALL.
001220*               THE NIGHT'S CUSTOMER-RETURN CREDITS, FILED ON
001240*               RETTOT BY RETPOST, POST AS A SALES REVERSAL
001250*               WITH THEIR SALES TAX.
001260*               CONTRACT DISCOUNTS POST AS THEIR OWN SALES-
001280*               DISCOUNT PAIR SO SALES STANDS AT LIST.
001282*               SALES TAX BILLED ON THE NIGHT'S INVOICES, FILED
001284*               ON TAXTOT BY CUSTINV, POSTS TO SALES TAX PAYABLE.
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. GLPOST.
001500 AUTHOR. D L MARSH.
002300*    2026-08-22 DLM   INITIAL VERSION - FINANCE HAS KEYED THE
002400*                      TOTAL EXTENSION LINE OFF RPTFIL WRONG
002500*                      TWICE THIS QUARTER.
002520*    2026-10-15 DLM   POST THE RETURN CREDIT TOTAL FROM RETTOT,
002540*                      DEBIT SALES AND CREDIT RECEIVABLE.  A
002560*                      MISSING OR OLD RETTOT POSTS NOTHING.
002565*    2026-10-15 DLM   POST THE CONTRACT DISCOUNT TOTAL FROM
002570*                      PRICETOT - DEBIT SALES DISCOUNT, CREDIT
002575*                      SALES - SO SALES CARRIES THE LINES AT
002580*                      LIST AND THE NEGOTIATED DISCOUNT SHOWS
002585*                      ON ITS OWN ACCOUNT.  RECEIVABLE IS
002590*                      UNCHANGED.
002591*    2026-10-15 DLM   POST THE SALES TAX TOTAL FROM TAXTOT -
002592*                      DEBIT RECEIVABLE, CREDIT SALES TAX
002593*                      PAYABLE.  A MISSING OR OLD TAXTOT POSTS
002594*                      NOTHING.
002595*    2026-10-15 DLM   RETURNS CREDIT RECEIVABLE ONLY WITH WHAT
002596*                      CAME OFF INVOICE BALANCES; THE UNAPPLIED
002597*                      REST GOES TO CUSTOMER CREDITS, AND THE TAX
002598*                      CREDITED WITH THE GOODS COMES OFF SALES
002599*                      TAX PAYABLE.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
003200     SELECT GL-POSTING-FILE ASSIGN TO "GLFILE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-GLFILE-STATUS.
003420     SELECT RETURN-TOTALS-FILE ASSIGN TO "RETTOT"
003440         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS WS-RETTOT-STATUS.
003470     SELECT TAX-TOTALS-FILE ASSIGN TO "TAXTOT"
003480         ORGANIZATION IS LINE SEQUENTIAL
003490         FILE STATUS IS WS-TAXTOT-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PRICE-TOTALS-FILE
004000 FD  GL-POSTING-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY GLPOSTRC.
004220 FD  RETURN-TOTALS-FILE
004240     LABEL RECORDS ARE STANDARD.
004260     COPY RETTOTRC.
004270 FD  TAX-TOTALS-FILE
004280     LABEL RECORDS ARE STANDARD.
004290     COPY TAXTOTRC.
004300 WORKING-STORAGE SECTION.
004400*
004500*    POSTING ACCOUNTS AGREED WITH FINANCE.  ONE PLACE TO CHANGE
004700 01  WS-POSTING-ACCOUNTS.
004800     05  WS-ACCT-RECEIVABLE        PIC X(08) VALUE "12000100".
004900     05  WS-ACCT-SALES             PIC X(08) VALUE "40000100".
004950     05  WS-ACCT-SALES-DISCOUNT    PIC X(08) VALUE "41000100".
004960     05  WS-ACCT-SALES-TAX-PAYABLE PIC X(08) VALUE "22000100".
004970     05  WS-ACCT-CUSTOMER-CREDITS  PIC X(08) VALUE "21000100".
005000     05  WS-ACCT-ADJUSTMENTS       PIC X(08) VALUE "49000100".
005100 01  WS-SWITCHES.
005200     05  WS-INIT-ERROR-SW          PIC X(01) VALUE "N".
005300         88  INIT-ERROR                      VALUE "Y".
005320     05  WS-RETURNS-SW             PIC X(01) VALUE "N".
005340         88  RETURNS-TO-POST                 VALUE "Y".
005360     05  WS-TAX-SW                 PIC X(01) VALUE "N".
005380         88  TAX-TO-POST                     VALUE "Y".
005400 01  WS-FILE-STATUS.
005500     05  WS-PRICETOT-STATUS        PIC X(02) VALUE SPACES.
005600     05  WS-GLFILE-STATUS          PIC X(02) VALUE SPACES.
005650     05  WS-RETTOT-STATUS          PIC X(02) VALUE SPACES.
005660     05  WS-TAXTOT-STATUS          PIC X(02) VALUE SPACES.
005700 01  WS-COUNTERS.
005800     05  WS-DETAILS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
005900 01  WS-POSTING-WORK.
007400     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
007500     IF NOT INIT-ERROR
007600         PERFORM 2000-WRITE-POSTINGS THRU 2000-EXIT
007620         IF RETURNS-TO-POST
007640             PERFORM 2200-WRITE-RETURN-POSTINGS THRU 2200-EXIT
007660         END-IF
007680         PERFORM 2300-WRITE-DISCOUNT-POSTINGS THRU 2300-EXIT
007682         IF TAX-TO-POST
007684             PERFORM 2400-WRITE-TAX-POSTINGS THRU 2400-EXIT
007686         END-IF
007700         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
007800     END-IF.
007900     GOBACK.
011150         MOVE 12 TO LK-RETURN-CODE
011160         GO TO 1000-EXIT
011170     END-IF.
011180     PERFORM 1100-READ-RETURN-TOTALS THRU 1100-EXIT.
011190     PERFORM 1150-READ-TAX-TOTALS THRU 1150-EXIT.
011200     OPEN OUTPUT GL-POSTING-FILE.
011300     IF WS-GLFILE-STATUS NOT = "00"
011400         DISPLAY "GLPOST - UNABLE TO OPEN GLFILE, STATUS "
012000     DISPLAY "GLPOST - GL POSTING EXTRACT STARTING".
012100 1000-EXIT.
012200     EXIT.
012202*----------------------------------------------------------------*
012204*    1100-READ-RETURN-TOTALS - TONIGHT'S RETURN CREDITS, IF ANY.
012206*    NO RETTOT, OR ONE LEFT BY ANOTHER BATCH, MEANS NO RETURNS
012208*    WERE CREDITED THIS RUN - NOT A REASON TO HOLD THE POSTING.
012210*----------------------------------------------------------------*
012212 1100-READ-RETURN-TOTALS.
012214     MOVE "N" TO WS-RETURNS-SW.
012216     OPEN INPUT RETURN-TOTALS-FILE.
012218     IF WS-RETTOT-STATUS NOT = "00"
012220         GO TO 1100-EXIT
012222     END-IF.
012224     READ RETURN-TOTALS-FILE
012226         NOT AT END
012228             IF RTT-BATCH-ID = LK-BATCH-ID
012230                     AND RTT-CREDIT-TOTAL > ZERO
012232                 MOVE "Y" TO WS-RETURNS-SW
012234             END-IF
012236     END-READ.
012238     CLOSE RETURN-TOTALS-FILE.
012240 1100-EXIT.
012242     EXIT.
012244*----------------------------------------------------------------*
012246*    1150-READ-TAX-TOTALS - TONIGHT'S SALES TAX, IF ANY.  NO
012248*    TAXTOT, OR ONE LEFT BY ANOTHER BATCH, MEANS NO TAX WAS
012250*    BILLED THIS RUN - NOT A REASON TO HOLD THE POSTING.
012252*----------------------------------------------------------------*
012254 1150-READ-TAX-TOTALS.
012256     MOVE "N" TO WS-TAX-SW.
012258     OPEN INPUT TAX-TOTALS-FILE.
012260     IF WS-TAXTOT-STATUS NOT = "00"
012262         GO TO 1150-EXIT
012264     END-IF.
012266     READ TAX-TOTALS-FILE
012268         NOT AT END
012270             IF TXT-BATCH-ID = LK-BATCH-ID
012272                     AND TXT-TAX-TOTAL > ZERO
012274                 MOVE "Y" TO WS-TAX-SW
012276             END-IF
012278     END-READ.
012280     CLOSE TAX-TOTALS-FILE.
012282 1150-EXIT.
012284     EXIT.
012300*----------------------------------------------------------------*
012400*    2000-WRITE-POSTINGS - BALANCED PAIRS.  THE EXTENSION TOTAL
012500*    POSTS RECEIVABLE AGAINST SALES.  A NONZERO NET ADJUSTMENT
017400     WRITE GL-POSTING-RECORD.
017500 2100-EXIT.
017600     EXIT.
017605*----------------------------------------------------------------*
017608*    2200-WRITE-RETURN-POSTINGS - RETURNED GOODS REVERSE THE
017611*    SALE: SALES IS DEBITED FOR THE GOODS CREDITED AND SALES TAX
017614*    PAYABLE FOR THE TAX CREDITED WITH THEM.  RECEIVABLE IS
017617*    CREDITED ONLY WITH THE PART THAT CAME OFF INVOICE BALANCES -
017620*    THE SAME AMOUNT THE SUBLEDGER DROPPED - AND THE UNAPPLIED
017623*    REST, DUE BACK TO THE CUSTOMER, GOES TO CUSTOMER CREDITS.  A
017626*    RETTOT FROM BEFORE THE SPLIT WAS CARRIED IS TAKEN AS ALL
017629*    APPLIED AND UNTAXED.
017630*----------------------------------------------------------------*
017631 2200-WRITE-RETURN-POSTINGS.
017632     IF RTT-TAX-TOTAL NOT NUMERIC
017633             OR RTT-APPLIED-TOTAL NOT NUMERIC
017634             OR RTT-UNAPPLIED-TOTAL NOT NUMERIC
017635         MOVE ZERO TO RTT-TAX-TOTAL RTT-UNAPPLIED-TOTAL
017636         MOVE RTT-CREDIT-TOTAL TO RTT-APPLIED-TOTAL
017637     END-IF.
017638     MOVE "D" TO GLP-DEBIT-CREDIT.
017639     MOVE WS-ACCT-SALES TO GLP-ACCOUNT.
017640     MOVE RTT-CREDIT-TOTAL TO GLP-AMOUNT.
017641     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
017642     IF RTT-TAX-TOTAL > ZERO
017643         MOVE "D" TO GLP-DEBIT-CREDIT
017644         MOVE WS-ACCT-SALES-TAX-PAYABLE TO GLP-ACCOUNT
017645         MOVE RTT-TAX-TOTAL TO GLP-AMOUNT
017646         PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
017647     END-IF.
017648     IF RTT-APPLIED-TOTAL > ZERO
017649         MOVE "C" TO GLP-DEBIT-CREDIT
017650         MOVE WS-ACCT-RECEIVABLE TO GLP-ACCOUNT
017651         MOVE RTT-APPLIED-TOTAL TO GLP-AMOUNT
017652         PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
017653     END-IF.
017654     IF RTT-UNAPPLIED-TOTAL > ZERO
017655         MOVE "C" TO GLP-DEBIT-CREDIT
017656         MOVE WS-ACCT-CUSTOMER-CREDITS TO GLP-ACCOUNT
017657         MOVE RTT-UNAPPLIED-TOTAL TO GLP-AMOUNT
017658         PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
017659     END-IF.
017660 2200-EXIT.
017661     EXIT.
017685*----------------------------------------------------------------*
017690*    2300-WRITE-DISCOUNT-POSTINGS - THE EXTENSION TOTAL IS WHAT
017695*    THE CUSTOMERS WERE BILLED, NET OF CONTRACT DISCOUNTS.  THE
017700*    DISCOUNT IS GROSSED BACK UP INTO SALES AND CHARGED TO THE
017705*    SALES-DISCOUNT ACCOUNT, SO SALES SHOWS THE LINES AT LIST.
017710*    A RUN WITH NO CONTRACT LINES POSTS NOTHING HERE.
017715*----------------------------------------------------------------*
017720 2300-WRITE-DISCOUNT-POSTINGS.
017725     IF PTOT-DISCOUNT-TOTAL NOT NUMERIC
017730             OR PTOT-DISCOUNT-TOTAL = ZERO
017735         GO TO 2300-EXIT
017740     END-IF.
017745     MOVE "D" TO GLP-DEBIT-CREDIT.
017750     MOVE WS-ACCT-SALES-DISCOUNT TO GLP-ACCOUNT.
017755     MOVE PTOT-DISCOUNT-TOTAL TO GLP-AMOUNT.
017760     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
017765     MOVE "C" TO GLP-DEBIT-CREDIT.
017770     MOVE WS-ACCT-SALES TO GLP-ACCOUNT.
017775     MOVE PTOT-DISCOUNT-TOTAL TO GLP-AMOUNT.
017780     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
017785 2300-EXIT.
017790     EXIT.
017795*----------------------------------------------------------------*
017800*    3000-FINALIZE-RTN - TRAILER, CLOSE, REPORT THE RESULT.
017900*----------------------------------------------------------------*
018000 3000-FINALIZE-RTN.
018900     DISPLAY "HASH TOTAL        : " WS-HASH-TOTAL.
019000 3000-EXIT.
019100     EXIT.
019200*----------------------------------------------------------------*
019300*    2400-WRITE-TAX-POSTINGS - THE SALES TAX BILLED IS OWED BY
019400*    THE CUSTOMERS AND IN TURN TO THE TAXING AUTHORITIES, SO
019500*    RECEIVABLE IS DEBITED AND SALES TAX PAYABLE CREDITED FOR
019600*    THE NIGHT'S TAX.  SALES IS UNTOUCHED.
019700*----------------------------------------------------------------*
019800 2400-WRITE-TAX-POSTINGS.
019900     MOVE "D" TO GLP-DEBIT-CREDIT.
020000     MOVE WS-ACCT-RECEIVABLE TO GLP-ACCOUNT.
020100     MOVE TXT-TAX-TOTAL TO GLP-AMOUNT.
020200     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
020300     MOVE "C" TO GLP-DEBIT-CREDIT.
020400     MOVE WS-ACCT-SALES-TAX-PAYABLE TO GLP-ACCOUNT.
020500     MOVE TXT-TAX-TOTAL TO GLP-AMOUNT.
020600     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
020700 2400-EXIT.
020800     EXIT.
