001000*               GOES ON THE REGISTER AS UNMATCHED FOR A HUMAN.
001100*               ENDS WITH AN ACCOUNTS-RECEIVABLE AGING REPORT OF
001200*               EVERYTHING STILL OPEN, BUCKETED AGAINST THE DUE
001300*               DATE.  THE CASH APPLIED GOES TO THE LEDGER ON
001320*               ITS OWN BALANCED CASH/RECEIVABLE JOURNAL, IN THE
001340*               GL POSTING INTERFACE LAYOUT, UNDER A BATCH ID OF
001360*               ITS OWN.
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. CASHRCPT.
001600 AUTHOR. D L MARSH.
002500*                      A SPREADSHEET REBUILT FROM THE INVOICES
002600*                      PRINT FILE, WITH NOTHING FOR A CUSTOMER
002700*                      TO QUOTE ON A PAYMENT.
002720*    2026-10-15 DLM   EVERY PAYMENT APPLIED IS ALSO APPENDED TO
002740*                      THE PAYHIST HISTORY FOR THE MONTHLY
002760*                      CUSTOMER STATEMENTS.
002765*    2026-10-15 DLM   CASH JOURNAL ON CASHGL - DEBIT CASH,
002770*                      CREDIT RECEIVABLE FOR THE CASH APPLIED,
002775*                      WITH A TRAILER AND A BATCH ID OF THE
002780*                      FORM YYMMDD C N OFF THE CSHSEQ CONTROL.
002785*                      THE LEDGER RECEIVABLE USED TO ONLY EVER
002790*                      GO UP.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
004900     SELECT AGING-REPORT ASSIGN TO "ARAGING"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AGING-STATUS.
005120     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
005140         ORGANIZATION IS LINE SEQUENTIAL
005160         FILE STATUS IS WS-PAYHIST-STATUS.
005165     SELECT CASH-JOURNAL-FILE ASSIGN TO "CASHGL"
005170         ORGANIZATION IS LINE SEQUENTIAL
005175         FILE STATUS IS WS-CASHGL-STATUS.
005180     SELECT CASH-SEQ-FILE ASSIGN TO "CSHSEQ"
005185         ORGANIZATION IS LINE SEQUENTIAL
005190         FILE STATUS IS WS-CSHSEQ-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PAYMENT-FILE
007300 FD  AGING-REPORT
007400     LABEL RECORDS ARE STANDARD.
007500 01  AGING-REPORT-RECORD          PIC X(80).
007520 FD  PAYMENT-HISTORY-FILE
007540     LABEL RECORDS ARE STANDARD.
007560     COPY PAYHSTRC.
007565 FD  CASH-JOURNAL-FILE
007570     LABEL RECORDS ARE STANDARD.
007575     COPY GLPOSTRC.
007580 FD  CASH-SEQ-FILE
007585     LABEL RECORDS ARE STANDARD.
007590     COPY BSEQCTL.
007600 WORKING-STORAGE SECTION.
007610*
007620*    POSTING ACCOUNTS AGREED WITH FINANCE - THE RECEIVABLE IS THE
007630*    SAME CONTROL ACCOUNT GLPOST DEBITS FOR THE NIGHT'S SALES.
007640 01  WS-POSTING-ACCOUNTS.
007650     05  WS-ACCT-CASH              PIC X(08) VALUE "10100100".
007660     05  WS-ACCT-RECEIVABLE        PIC X(08) VALUE "12000100".
007700 01  WS-SWITCHES.
007800     05  WS-PAYMENT-EOF-SW        PIC X(01) VALUE "N".
007900         88  PAYMENT-EOF                    VALUE "Y".
009200     05  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
009300     05  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
009400     05  WS-AGING-STATUS          PIC X(02) VALUE SPACES.
009450     05  WS-PAYHIST-STATUS        PIC X(02) VALUE SPACES.
009460     05  WS-CASHGL-STATUS         PIC X(02) VALUE SPACES.
009480     05  WS-CSHSEQ-STATUS         PIC X(02) VALUE SPACES.
009500 01  WS-COUNTERS.
009600     05  WS-PAYMENTS-READ         PIC 9(07) COMP VALUE ZERO.
009700     05  WS-PAYMENTS-APPLIED      PIC 9(07) COMP VALUE ZERO.
009800     05  WS-PAYMENTS-UNMATCHED    PIC 9(07) COMP VALUE ZERO.
009900     05  WS-INVOICES-CLEARED      PIC 9(07) COMP VALUE ZERO.
010000     05  WS-INVOICES-OPEN         PIC 9(07) COMP VALUE ZERO.
010050     05  WS-DETAILS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
010100 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
010200 01  WS-APPLY-WORK.
010300     05  WS-APPLIED-AMOUNT        PIC 9(09)V99 VALUE ZERO.
010305     05  WS-APPLIED-TOTAL         PIC 9(09)V99 VALUE ZERO.
010310     05  WS-HASH-TOTAL            PIC 9(11)V99 VALUE ZERO.
010315*
010320*    THE CASH JOURNAL'S BATCH ID - THE RUN DATE, A "C" SO IT CAN
010325*    NEVER BE MISTAKEN FOR A NIGHTLY STREAM BATCH, AND THE DAY'S
010330*    RUN NUMBER.
010335 01  WS-CASH-BATCH-ID.
010340     05  WS-CB-DATE               PIC X(06).
010345     05  FILLER                   PIC X(01) VALUE "C".
010350     05  WS-CB-SEQ                PIC 9(01) VALUE 1.
010400*
010500*    THE SORTED PAYMENT IS RETURNED INTO THIS WORKING COPY OF
010600*    THE SHARED LAYOUT.
010700     COPY PAYMTRC.
010800 01  WS-DATE-TIME.
010900     05  WS-CURRENT-DATE          PIC 9(08).
010920     05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
010940         10  FILLER               PIC X(02).
010960         10  WS-CURRENT-YYMMDD    PIC X(06).
011000     05  WS-CURRENT-TIME          PIC 9(08).
011100*
011200*    CALENDAR WORK AREA - A DATE IS TURNED INTO A DAY COUNT SO
026200             WS-AGING-STATUS
026300         MOVE "Y" TO WS-INIT-ERROR-SW
026400     END-IF.
026410     OPEN EXTEND PAYMENT-HISTORY-FILE.
026420     IF WS-PAYHIST-STATUS NOT = "00"
026430         OPEN OUTPUT PAYMENT-HISTORY-FILE
026440     END-IF.
026450     IF WS-PAYHIST-STATUS NOT = "00"
026460         DISPLAY "CASHRCPT - UNABLE TO OPEN PAYHIST, STATUS "
026470             WS-PAYHIST-STATUS
026480         MOVE "Y" TO WS-INIT-ERROR-SW
026490     END-IF.
026500     IF INIT-ERROR
026600         MOVE 12 TO WS-RETURN-CODE
026700         CLOSE OPEN-INVOICE-FILE OPEN-WORK-FILE
026800             CUSTOMER-MASTER-FILE RECEIPTS-REGISTER AGING-REPORT
026850             PAYMENT-HISTORY-FILE
026900         GO TO 1000-EXIT
027000     END-IF.
027100     MOVE WS-CURRENT-DATE TO WS-REG-TITLE-DATE.
027400     MOVE WS-CURRENT-DATE TO WS-SD-DATE-N.
027500     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
027600     MOVE WS-SD-SERIAL TO WS-TODAY-SERIAL.
027650     PERFORM 1100-NEW-CASH-BATCH-ID THRU 1100-EXIT.
027700     DISPLAY "CASHRCPT - CASH RECEIPTS POSTING STARTING".
027800     IF NOT NO-INVOICES-ON-FILE
027900         PERFORM 2950-READ-INVOICE THRU 2950-EXIT
028000     END-IF.
028100 1000-EXIT.
028200     EXIT.
028202*----------------------------------------------------------------*
028204*    1100-NEW-CASH-BATCH-ID - THE DAY'S NEXT CASH RUN NUMBER,
028206*    FILED BACK AT ONCE THE WAY BATCHDRV FILES ITS OWN, SO A RUN
028208*    THAT CRASHES HAS STILL BURNED ITS NUMBER.  PAST THE NINTH
028210*    RUN OF A DAY THE NUMBER STAYS AT 9.
028212*----------------------------------------------------------------*
028214 1100-NEW-CASH-BATCH-ID.
028216     MOVE 1 TO WS-CB-SEQ.
028218     OPEN INPUT CASH-SEQ-FILE.
028220     IF WS-CSHSEQ-STATUS = "00"
028222         READ CASH-SEQ-FILE
028224             AT END
028226                 CONTINUE
028228             NOT AT END
028230                 IF BSEQ-RUN-DATE = WS-CURRENT-DATE
028232                         AND BSEQ-RUN-SEQ < 9
028234                     COMPUTE WS-CB-SEQ = BSEQ-RUN-SEQ + 1
028236                 END-IF
028238                 IF BSEQ-RUN-DATE = WS-CURRENT-DATE
028240                         AND BSEQ-RUN-SEQ NOT < 9
028242                     MOVE 9 TO WS-CB-SEQ
028244                 END-IF
028246         END-READ
028248         CLOSE CASH-SEQ-FILE
028250     END-IF.
028252     OPEN OUTPUT CASH-SEQ-FILE.
028254     IF WS-CSHSEQ-STATUS NOT = "00"
028256         DISPLAY "CASHRCPT - UNABLE TO REWRITE CSHSEQ, STATUS "
028258             WS-CSHSEQ-STATUS
028260     ELSE
028262         MOVE WS-CURRENT-DATE TO BSEQ-RUN-DATE
028264         MOVE WS-CB-SEQ TO BSEQ-RUN-SEQ
028266         WRITE BATCH-SEQUENCE-RECORD
028268         CLOSE CASH-SEQ-FILE
028270     END-IF.
028272     MOVE WS-CURRENT-YYMMDD TO WS-CB-DATE.
028274 1100-EXIT.
028276     EXIT.
028300*----------------------------------------------------------------*
028400*    2000-POST-PAYMENTS - SORT OUTPUT PROCEDURE.  CLASSIC
028500*    TWO-FILE MATCH-MERGE - BOTH STREAMS RISE ON INVOICE
033600         ADD 1 TO WS-INVOICES-CLEARED
033700     END-IF.
033800     PERFORM 2250-RELIEVE-CUST-BALANCE THRU 2250-EXIT.
033850     PERFORM 2260-WRITE-PAYMENT-HISTORY THRU 2260-EXIT.
033900     ADD 1 TO WS-PAYMENTS-APPLIED.
033950     ADD WS-APPLIED-AMOUNT TO WS-APPLIED-TOTAL.
034000     MOVE OIV-INVOICE-NO TO WS-REG-INVOICE-NO.
034100     MOVE OIV-CUSTOMER-NO TO WS-REG-CUSTOMER.
034200     MOVE PAY-AMOUNT TO WS-REG-PAYMENT.
037700     END-REWRITE.
037800 2250-EXIT.
037900     EXIT.
037905*----------------------------------------------------------------*
037910*    2260-WRITE-PAYMENT-HISTORY - THE AMOUNT ACTUALLY APPLIED,
037915*    FOR THE CUSTOMER'S NEXT STATEMENT.  A PAYMENT THAT APPLIED
037920*    NOTHING IS LEFT TO THE REGISTER.
037925*----------------------------------------------------------------*
037930 2260-WRITE-PAYMENT-HISTORY.
037935     IF WS-APPLIED-AMOUNT = ZERO
037940         GO TO 2260-EXIT
037945     END-IF.
037950     MOVE OIV-CUSTOMER-NO TO PHS-CUSTOMER-NO.
037955     MOVE OIV-INVOICE-NO TO PHS-INVOICE-NO.
037960     MOVE PAY-PAYMENT-DATE TO PHS-PAYMENT-DATE.
037965     MOVE WS-CURRENT-DATE TO PHS-POSTED-DATE.
037970     MOVE WS-APPLIED-AMOUNT TO PHS-AMOUNT-APPLIED.
037975     WRITE PAYMENT-HISTORY-RECORD.
037980 2260-EXIT.
037985     EXIT.
038000*----------------------------------------------------------------*
038100*    2300-REGISTER-UNMATCHED - A PAYMENT QUOTING NO OPEN
038200*    INVOICE.  NOTHING IS POSTED - A HUMAN SORTS IT OUT OFF THE
046500     MOVE WS-INVOICES-CLEARED TO WS-REG-COUNT.
046600     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
046700     PERFORM 4000-AGING-SWEEP THRU 4000-EXIT.
046750     PERFORM 3200-WRITE-CASH-JOURNAL THRU 3200-EXIT.
046800     CLOSE CUSTOMER-MASTER-FILE RECEIPTS-REGISTER AGING-REPORT
046850         PAYMENT-HISTORY-FILE.
046900     IF WS-PAYMENTS-UNMATCHED > ZERO
047000             AND WS-RETURN-CODE < 04
047100         MOVE 04 TO WS-RETURN-CODE
047600     DISPLAY "UNMATCHED         : " WS-PAYMENTS-UNMATCHED.
047700     DISPLAY "INVOICES CLEARED  : " WS-INVOICES-CLEARED.
047800     DISPLAY "STILL OPEN        : " WS-INVOICES-OPEN.
047820     DISPLAY "CASH BATCH ID     : " WS-CASH-BATCH-ID.
047840     DISPLAY "CASH APPLIED      : " WS-APPLIED-TOTAL.
047900 3000-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------*
051400     END-READ.
051500 3110-EXIT.
051600     EXIT.
051601*----------------------------------------------------------------*
051602*    3200-WRITE-CASH-JOURNAL - ONE BALANCED PAIR FOR THE CASH
051603*    APPLIED, DEBIT CASH AND CREDIT RECEIVABLE, AND A TRAILER
051604*    CARRYING THE RECORD COUNT AND HASH TOTAL, THE SAME SHAPE
051605*    GLPOST HANDS THE LEDGER.  A RUN THAT FAILED TO REWRITE THE
051606*    REGISTER GETS NO JOURNAL AT ALL.  A RUN THAT APPLIED
051607*    NOTHING STILL GETS ITS TRAILER, SO THE LEDGER SEES THE
051608*    BATCH.  CASH LEFT UNMATCHED OR OVERPAID IS NOT JOURNALED -
051609*    IT IS STILL WITH A HUMAN OFF THE REGISTER.
051610*----------------------------------------------------------------*
051611 3200-WRITE-CASH-JOURNAL.
051612     IF WS-RETURN-CODE > 04
051613         DISPLAY "CASHRCPT - RUN FAILED, NO CASH JOURNAL"
051614         GO TO 3200-EXIT
051615     END-IF.
051616     OPEN OUTPUT CASH-JOURNAL-FILE.
051617     IF WS-CASHGL-STATUS NOT = "00"
051618         DISPLAY "CASHRCPT - UNABLE TO OPEN CASHGL, STATUS "
051619             WS-CASHGL-STATUS
051620         MOVE 12 TO WS-RETURN-CODE
051621         GO TO 3200-EXIT
051622     END-IF.
051623     IF WS-APPLIED-TOTAL > ZERO
051624         MOVE "D" TO GLP-DEBIT-CREDIT
051625         MOVE WS-ACCT-CASH TO GLP-ACCOUNT
051626         MOVE WS-APPLIED-TOTAL TO GLP-AMOUNT
051627         PERFORM 3210-WRITE-DETAIL THRU 3210-EXIT
051628         MOVE "C" TO GLP-DEBIT-CREDIT
051629         MOVE WS-ACCT-RECEIVABLE TO GLP-ACCOUNT
051630         MOVE WS-APPLIED-TOTAL TO GLP-AMOUNT
051631         PERFORM 3210-WRITE-DETAIL THRU 3210-EXIT
051632     END-IF.
051633     MOVE "T" TO GLP-RECORD-TYPE.
051634     MOVE WS-DETAILS-WRITTEN TO GLP-TRL-RECORD-COUNT.
051635     MOVE WS-HASH-TOTAL TO GLP-TRL-HASH-TOTAL.
051636     MOVE WS-CASH-BATCH-ID TO GLP-TRL-BATCH-ID.
051637     WRITE GL-POSTING-RECORD.
051638     CLOSE CASH-JOURNAL-FILE.
051639 3200-EXIT.
051640     EXIT.
051641*----------------------------------------------------------------*
051642*    3210-WRITE-DETAIL - STAMP, COUNT AND HASH ONE DETAIL.
051643*----------------------------------------------------------------*
051644 3210-WRITE-DETAIL.
051645     MOVE "D" TO GLP-RECORD-TYPE.
051646     MOVE WS-CASH-BATCH-ID TO GLP-BATCH-ID.
051647     ADD GLP-AMOUNT TO WS-HASH-TOTAL.
051648     ADD 1 TO WS-DETAILS-WRITTEN.
051649     WRITE GL-POSTING-RECORD.
051650 3210-EXIT.
051651     EXIT.
051700*----------------------------------------------------------------*
051800*    4000-AGING-SWEEP - ONE PASS OF THE SETTLED REGISTER.
051900*    EVERY INVOICE STILL CARRYING A BALANCE PRINTS WITH ITS
