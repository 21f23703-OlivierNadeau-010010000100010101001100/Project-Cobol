002230*                      THE INVOICE CLOSES, SO THE NEW CREDIT
002240*                      CHECK STEP HAS A REAL BALANCE TO PROJECT
002250*                      FROM.  THE MASTER NOW OPENS I-O.
002255*    2026-10-15 DLM   EVERY PRINTED LINE NOW ALSO GOES OUT TO
002260*                      THE INVLINE INVOICE LINE HISTORY UNDER
002265*                      ITS INVOICE NUMBER, SO THE RETURNS STEP
002270*                      CAN CHECK A RETURN AGAINST WHAT WAS
002275*                      ACTUALLY BILLED.  A RERUN SCRUBS ITS OWN
002280*                      BATCH OFF THE HISTORY WITH THE REGISTER.
002282*    2026-10-15 DLM   A LINE PRICED UNDER A CUSTOMER CONTRACT
002284*                      NOW PRINTS A SECOND LINE UNDER IT WITH
002286*                      THE LIST PRICE, THE CONTRACT PRICE AND
002288*                      THE DISCOUNT, OFF THE WIDER INVEXT.
002290*    2026-10-15 DLM   EACH INVOICE NOW CARRIES SALES TAX, RATED
002291*                      OFF THE NEW TAXRATE TABLE FOR THE
002292*                      CUSTOMER'S JURISDICTION AS OF THE INVOICE
002293*                      DATE ON THE LINES INVEXT MARKS TAXABLE; AN
002294*                      EXEMPT CERTIFICATE PAYS NONE.  THE TAX IS
002295*                      IN THE TOTAL, BALANCE AND REGISTER, GOES
002296*                      ON TAXHIST AND, FOR THE GL STEP, TAXTOT.
002297*                      EACH INVLINE LINE CARRIES HOW IT WAS TAXED
002298*                      FOR THE RETURNS STEP, WHOSE TAXHIST CREDIT
002299*                      RECORDS A RERUN LEAVES IN PLACE.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003500     SELECT INVOICE-FILE ASSIGN TO "INVOICES"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-INVOICE-STATUS.
003701     SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
003702         ORGANIZATION IS LINE SEQUENTIAL
003703         FILE STATUS IS WS-TAXHIST-STATUS.
003704     SELECT TAX-WORK-FILE ASSIGN TO "TXHWORK"
003705         ORGANIZATION IS LINE SEQUENTIAL
003706         FILE STATUS IS WS-TXHWORK-STATUS.
003707     SELECT TAX-TOTALS-FILE ASSIGN TO "TAXTOT"
003708         ORGANIZATION IS LINE SEQUENTIAL
003709         FILE STATUS IS WS-TAXTOT-STATUS.
003710     SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-INVCTL-STATUS.
003731     SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
003732         ORGANIZATION IS LINE SEQUENTIAL
003733         FILE STATUS IS WS-TAXRATE-STATUS.
003740     SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
003750         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-OPENINV-STATUS.
003770     SELECT OPEN-WORK-FILE ASSIGN TO "OIVWORK"
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS WS-OIVWORK-STATUS.
003791     SELECT INVOICE-LINE-FILE ASSIGN TO "INVLINE"
003792         ORGANIZATION IS LINE SEQUENTIAL
003793         FILE STATUS IS WS-INVLINE-STATUS.
003794     SELECT LINE-WORK-FILE ASSIGN TO "ILNWORK"
003795         ORGANIZATION IS LINE SEQUENTIAL
003796         FILE STATUS IS WS-ILNWORK-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  INVOICE-EXTRACT-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  INVOICE-EXTRACT-REC          PIC X(72).
004300 SD  INVOICE-SORT-FILE.
004400 01  SORT-RECORD.
004500     05  SRT-CUSTOMER-NO          PIC X(06).
004600     05  FILLER                   PIC X(66).
004700 FD  CUSTOMER-MASTER-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CUSTREC.
005000 FD  INVOICE-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  INVOICE-PRINT-RECORD         PIC X(80).
005201 FD  TAX-HISTORY-FILE
005202     LABEL RECORDS ARE STANDARD.
005203     COPY TAXHSTRC.
005204 FD  TAX-WORK-FILE
005205     LABEL RECORDS ARE STANDARD.
005206 01  TAX-WORK-RECORD              PIC X(87).
005207 FD  TAX-TOTALS-FILE
005208     LABEL RECORDS ARE STANDARD.
005209     COPY TAXTOTRC.
005210 FD  INVOICE-CONTROL-FILE
005220     LABEL RECORDS ARE STANDARD.
005230 01  INVOICE-CONTROL-RECORD.
005240     05  IVC-NEXT-INVOICE-NO      PIC 9(07).
005241 FD  TAX-RATE-FILE
005242     LABEL RECORDS ARE STANDARD.
005243     COPY TAXRATRC.
005250 FD  OPEN-INVOICE-FILE
005260     LABEL RECORDS ARE STANDARD.
005270     COPY OPENINVR.
005280 FD  OPEN-WORK-FILE
005290     LABEL RECORDS ARE STANDARD.
005292 01  OPEN-WORK-RECORD             PIC X(60).
005293 FD  INVOICE-LINE-FILE
005294     LABEL RECORDS ARE STANDARD.
005295     COPY INVLINRC.
005296 FD  LINE-WORK-FILE
005297     LABEL RECORDS ARE STANDARD.
005298 01  LINE-WORK-RECORD             PIC X(81).
005300 WORKING-STORAGE SECTION.
005400 01  WS-SWITCHES.
005500     05  WS-EXTRACT-EOF-SW        PIC X(01) VALUE "N".
005620         88  CUST-FOUND                     VALUE "Y".
005630     05  WS-SCRUB-EOF-SW          PIC X(01) VALUE "N".
005640         88  SCRUB-EOF                      VALUE "Y".
005650     05  WS-RATE-EOF-SW           PIC X(01) VALUE "N".
005660         88  RATE-EOF                       VALUE "Y".
005670     05  WS-RATE-FOUND-SW         PIC X(01) VALUE "N".
005680         88  RATE-FOUND                     VALUE "Y".
005700     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
005800         88  INIT-ERROR                     VALUE "Y".
005900 01  WS-FILE-STATUS.
006210     05  WS-INVCTL-STATUS         PIC X(02) VALUE SPACES.
006220     05  WS-OPENINV-STATUS        PIC X(02) VALUE SPACES.
006230     05  WS-OIVWORK-STATUS        PIC X(02) VALUE SPACES.
006240     05  WS-INVLINE-STATUS        PIC X(02) VALUE SPACES.
006260     05  WS-ILNWORK-STATUS        PIC X(02) VALUE SPACES.
006265     05  WS-TAXRATE-STATUS        PIC X(02) VALUE SPACES.
006270     05  WS-TAXHIST-STATUS        PIC X(02) VALUE SPACES.
006275     05  WS-TXHWORK-STATUS        PIC X(02) VALUE SPACES.
006280     05  WS-TAXTOT-STATUS         PIC X(02) VALUE SPACES.
006300 01  WS-COUNTERS.
006400     05  WS-LINES-INVOICED        PIC 9(07) COMP VALUE ZERO.
006500     05  WS-INVOICES-PRINTED      PIC 9(07) COMP VALUE ZERO.
006510     05  WS-NO-RATE-INVOICES      PIC 9(07) COMP VALUE ZERO.
006600 01  WS-BREAK-WORK.
006700     05  WS-CURRENT-CUSTOMER      PIC X(06) VALUE SPACES.
006800     05  WS-INVOICE-TOTAL         PIC 9(09)V99 VALUE ZERO.
006802     05  WS-TAXABLE-TOTAL         PIC 9(09)V99 VALUE ZERO.
006804     05  WS-EXEMPT-TOTAL          PIC 9(09)V99 VALUE ZERO.
006806     05  WS-TAX-AMOUNT            PIC 9(09)V99 VALUE ZERO.
006810 01  WS-NUMBERING-WORK.
006820     05  WS-INVOICE-NO            PIC 9(07) VALUE ZERO.
006830     05  WS-NEXT-INVOICE-NO       PIC 9(07) VALUE 1.
007300 01  WS-DATE-TIME.
007400     05  WS-CURRENT-DATE          PIC 9(08).
007500     05  WS-CURRENT-TIME          PIC 9(08).
007510*
007511*    SALES-TAX RATES, TABLED UP FRONT FROM TAXRATE.  THE TABLE IS
007512*    KEYED BY HAND AND SMALL; IF IT EVER OVERFLOWS THE STEP STOPS
007513*    RATHER THAN RATE A CUSTOMER OFF A TABLE MISSING ENTRIES.
007520 01  WS-TAX-RATE-TABLE.
007521     05  WS-RATE-COUNT            PIC 9(05) COMP VALUE ZERO.
007522     05  WS-RATE-MAX              PIC 9(05) COMP VALUE 500.
007523     05  WS-RATE-ENTRY OCCURS 500 TIMES.
007524         10  WS-RTE-JURISDICTION  PIC X(04).
007525         10  WS-RTE-EFF-DATE      PIC 9(08).
007526         10  WS-RTE-RATE          PIC 9(02)V9(03).
007530 01  WS-TAX-WORK.
007531     05  WS-RTE-SUB               PIC 9(05) COMP VALUE ZERO.
007532     05  WS-TAX-RATE              PIC 9(02)V9(03) VALUE ZERO.
007533     05  WS-TAX-RATE-DATE         PIC 9(08) VALUE ZERO.
007534     05  WS-TAX-STATUS            PIC X(01) VALUE SPACES.
007535     05  WS-RUN-TAX-TOTAL         PIC 9(09)V99 VALUE ZERO.
007600 01  WS-INVOICE-LINES.
007700     05  WS-INV-HEADER-LINE.
007800         10  FILLER               PIC X(08) VALUE "INVOICE ".
010700         10  WS-INV-DTL-PRICE     PIC Z(02)9.99.
010800         10  FILLER               PIC X(02) VALUE SPACES.
010900         10  WS-INV-DTL-EXT       PIC Z(07)9.99.
010910     05  WS-INV-CONTRACT-LINE.
010920         10  FILLER               PIC X(07) VALUE SPACES.
010930         10  FILLER               PIC X(05) VALUE "LIST ".
010940         10  WS-INV-CTR-LIST      PIC Z(02)9.99.
010950         10  FILLER               PIC X(11) VALUE "  CONTRACT ".
010960         10  WS-INV-CTR-PRICE     PIC Z(02)9.99.
010970         10  FILLER               PIC X(11) VALUE "  DISCOUNT ".
010980         10  WS-INV-CTR-DISCOUNT  PIC Z(07)9.99.
010981     05  WS-INV-TAX-LINE.
010982         10  FILLER               PIC X(10) VALUE "SALES TAX ".
010983         10  WS-INV-TAX-JURIS     PIC X(04).
010984         10  FILLER               PIC X(01) VALUE SPACES.
010985         10  WS-INV-TAX-RATE      PIC Z9.999.
010986         10  FILLER               PIC X(09) VALUE "% . . . .".
010987         10  WS-INV-TAX-AMOUNT    PIC Z(08)9.99.
010988         10  FILLER               PIC X(02) VALUE SPACES.
010989         10  WS-INV-TAX-NOTE      PIC X(30).
010990         10  WS-INV-TAX-BASIS REDEFINES WS-INV-TAX-NOTE.
010991             15  WS-INV-TAX-BASIS-LIT PIC X(11).
010992             15  WS-INV-TAX-BASIS-AMT PIC Z(08)9.99.
010993             15  FILLER           PIC X(07).
010994         10  WS-INV-TAX-CERT-NOTE REDEFINES WS-INV-TAX-NOTE.
010995             15  WS-INV-TAX-CERT-LIT PIC X(14).
010996             15  WS-INV-TAX-CERT  PIC X(15).
010997             15  FILLER           PIC X(01).
011000     05  WS-INV-TOTAL-LINE.
011100         10  FILLER               PIC X(30)
011200                 VALUE "INVOICE TOTAL . . . . . . . . ".
015800         GO TO 1000-EXIT
015900     END-IF.
015910     PERFORM 1100-LOAD-INVOICE-CONTROL THRU 1100-EXIT.
015915     PERFORM 1200-LOAD-TAX-RATES THRU 1200-EXIT.
015918     IF NOT INIT-ERROR
015920         PERFORM 1400-SCRUB-OPEN-REGISTER THRU 1400-EXIT
015921     END-IF.
015922     IF NOT INIT-ERROR
015924         PERFORM 1450-SCRUB-INVOICE-LINES THRU 1450-EXIT
015926     END-IF.
015927     IF NOT INIT-ERROR
015928         PERFORM 1480-SCRUB-TAX-HISTORY THRU 1480-EXIT
015929     END-IF.
015930     IF INIT-ERROR
015940         MOVE 12 TO LK-RETURN-CODE
015950         CLOSE CUSTOMER-MASTER-FILE INVOICE-FILE
015996         CLOSE CUSTOMER-MASTER-FILE INVOICE-FILE
015997         GO TO 1000-EXIT
015998     END-IF.
016000     OPEN EXTEND INVOICE-LINE-FILE.
016005     IF WS-INVLINE-STATUS NOT = "00"
016010         OPEN OUTPUT INVOICE-LINE-FILE
016015     END-IF.
016020     IF WS-INVLINE-STATUS NOT = "00"
016025         DISPLAY "CUSTINV - UNABLE TO OPEN INVLINE, STATUS "
016030             WS-INVLINE-STATUS
016035         MOVE "Y" TO WS-INIT-ERROR-SW
016040         MOVE 12 TO LK-RETURN-CODE
016045         CLOSE CUSTOMER-MASTER-FILE INVOICE-FILE
016050             OPEN-INVOICE-FILE
016055         GO TO 1000-EXIT
016060     END-IF.
016061     PERFORM 1500-OPEN-TAX-HISTORY THRU 1500-EXIT.
016062     IF INIT-ERROR
016063         GO TO 1000-EXIT
016064     END-IF.
016065     DISPLAY "CUSTINV - PER-CUSTOMER INVOICING STARTING".
016100 1000-EXIT.
016200     EXIT.
016210*----------------------------------------------------------------*
017290     END-READ.
017300 1430-EXIT.
017310     EXIT.
017311*----------------------------------------------------------------*
017312*    1450-SCRUB-INVOICE-LINES - THE SAME RERUN PROTECTION FOR
017313*    THE INVOICE LINE HISTORY.  THE LINES CARRY NO BALANCE, SO
017314*    THIS BATCH'S LINES ARE SIMPLY DROPPED; THE RERUN WRITES
017315*    THEM AGAIN UNDER THE NUMBERS IT ISSUES.
017316*----------------------------------------------------------------*
017317 1450-SCRUB-INVOICE-LINES.
017318     OPEN INPUT INVOICE-LINE-FILE.
017319     IF WS-INVLINE-STATUS = "35"
017320         GO TO 1450-EXIT
017321     END-IF.
017322     IF WS-INVLINE-STATUS NOT = "00"
017323         DISPLAY "CUSTINV - UNABLE TO OPEN INVLINE, STATUS "
017324             WS-INVLINE-STATUS
017325         MOVE "Y" TO WS-INIT-ERROR-SW
017326         GO TO 1450-EXIT
017327     END-IF.
017328     OPEN OUTPUT LINE-WORK-FILE.
017329     IF WS-ILNWORK-STATUS NOT = "00"
017330         DISPLAY "CUSTINV - UNABLE TO OPEN ILNWORK, STATUS "
017331             WS-ILNWORK-STATUS
017332         MOVE "Y" TO WS-INIT-ERROR-SW
017333         CLOSE INVOICE-LINE-FILE
017334         GO TO 1450-EXIT
017335     END-IF.
017336     MOVE "N" TO WS-SCRUB-EOF-SW.
017337     PERFORM 1460-SCRUB-ONE-LINE THRU 1460-EXIT
017338         UNTIL SCRUB-EOF.
017339     CLOSE INVOICE-LINE-FILE LINE-WORK-FILE.
017340     OPEN OUTPUT INVOICE-LINE-FILE.
017341     IF WS-INVLINE-STATUS NOT = "00"
017342         DISPLAY "CUSTINV - UNABLE TO REOPEN INVLINE, STATUS "
017343             WS-INVLINE-STATUS
017344         MOVE "Y" TO WS-INIT-ERROR-SW
017345         GO TO 1450-EXIT
017346     END-IF.
017347     OPEN INPUT LINE-WORK-FILE.
017348     IF WS-ILNWORK-STATUS NOT = "00"
017349         DISPLAY "CUSTINV - UNABLE TO REOPEN ILNWORK, STATUS "
017350             WS-ILNWORK-STATUS
017351         MOVE "Y" TO WS-INIT-ERROR-SW
017352         CLOSE INVOICE-LINE-FILE
017353         GO TO 1450-EXIT
017354     END-IF.
017355     MOVE "N" TO WS-SCRUB-EOF-SW.
017356     PERFORM 1470-RESTORE-ONE-LINE THRU 1470-EXIT
017357         UNTIL SCRUB-EOF.
017358     CLOSE INVOICE-LINE-FILE LINE-WORK-FILE.
017359 1450-EXIT.
017360     EXIT.
017361 1460-SCRUB-ONE-LINE.
017362     READ INVOICE-LINE-FILE
017363         AT END
017364             MOVE "Y" TO WS-SCRUB-EOF-SW
017365         NOT AT END
017366             IF ILN-BATCH-ID NOT = LK-BATCH-ID
017367                 WRITE LINE-WORK-RECORD
017368                     FROM INVOICE-LINE-RECORD
017369             END-IF
017370     END-READ.
017371 1460-EXIT.
017372     EXIT.
017373 1470-RESTORE-ONE-LINE.
017374     READ LINE-WORK-FILE
017375         AT END
017376             MOVE "Y" TO WS-SCRUB-EOF-SW
017377         NOT AT END
017378             MOVE LINE-WORK-RECORD TO INVOICE-LINE-RECORD
017379             WRITE INVOICE-LINE-RECORD
017380     END-READ.
017381 1470-EXIT.
017382     EXIT.
017383*----------------------------------------------------------------*
017384*    3000-PRINT-INVOICES - SORT OUTPUT PROCEDURE.  CLASSIC
017385*    CONTROL BREAK ON CUSTOMER NUMBER OVER THE SORTED EXTRACT.
017386*----------------------------------------------------------------*
017387 3000-PRINT-INVOICES.
017388     PERFORM 3900-RETURN-EXTRACT THRU 3900-EXIT.
017389     IF EXTRACT-EOF
017390         GO TO 3000-EXIT
017391     END-IF.
017392     MOVE IVX-CUSTOMER-NO TO WS-CURRENT-CUSTOMER.
017393     PERFORM 3100-START-INVOICE THRU 3100-EXIT.
017400     PERFORM 3200-PROCESS-EXTRACT THRU 3200-EXIT
017500         UNTIL EXTRACT-EOF.
017600     PERFORM 3300-END-INVOICE THRU 3300-EXIT.
018300*----------------------------------------------------------------*
018400 3100-START-INVOICE.
018500     MOVE ZERO TO WS-INVOICE-TOTAL.
018505     MOVE ZERO TO WS-TAXABLE-TOTAL WS-EXEMPT-TOTAL.
018510     MOVE "Y" TO WS-CUST-FOUND-SW.
018600     MOVE WS-CURRENT-CUSTOMER TO CUST-CUSTOMER-NO.
018700     READ CUSTOMER-MASTER-FILE
019000             MOVE SPACES TO CUST-ADDR-LINE-1
019100             MOVE SPACES TO CUST-ADDR-LINE-2
019200             MOVE SPACES TO CUST-CREDIT-TERMS
019210             MOVE SPACES TO CUST-TAX-JURISDICTION
019220             MOVE SPACES TO CUST-TAX-EXEMPT-CERT
019300     END-READ.
019305     PERFORM 3150-LOOK-UP-TAX-RATE THRU 3150-EXIT.
019310     MOVE WS-NEXT-INVOICE-NO TO WS-INVOICE-NO.
019320     ADD 1 TO WS-NEXT-INVOICE-NO.
019330     MOVE WS-INVOICE-NO TO WS-INV-NUMBER.
020600     WRITE INVOICE-PRINT-RECORD FROM WS-INV-COLUMN-LINE.
020700 3100-EXIT.
020800     EXIT.
020802*----------------------------------------------------------------*
020804*    3150-LOOK-UP-TAX-RATE - THE RATE IN FORCE FOR THE CUSTOMER'S
020806*    JURISDICTION ON THE INVOICE DATE: OF THE JURISDICTION'S
020808*    TABLED RATES, THE ONE WITH THE LATEST EFFECTIVE DATE NOT
020810*    AFTER TODAY.  A BLANK JURISDICTION HAS NO RATE.
020812*----------------------------------------------------------------*
020814 3150-LOOK-UP-TAX-RATE.
020816     MOVE "N" TO WS-RATE-FOUND-SW.
020818     MOVE ZERO TO WS-TAX-RATE WS-TAX-RATE-DATE.
020820     IF CUST-TAX-JURISDICTION = SPACES
020822         GO TO 3150-EXIT
020824     END-IF.
020826     PERFORM 3160-SCAN-ONE-RATE THRU 3160-EXIT
020828         VARYING WS-RTE-SUB FROM 1 BY 1
020830         UNTIL WS-RTE-SUB > WS-RATE-COUNT.
020832 3150-EXIT.
020834     EXIT.
020836 3160-SCAN-ONE-RATE.
020838     IF WS-RTE-JURISDICTION (WS-RTE-SUB)
020840             NOT = CUST-TAX-JURISDICTION
020842         GO TO 3160-EXIT
020844     END-IF.
020846     IF WS-RTE-EFF-DATE (WS-RTE-SUB) > WS-CURRENT-DATE
020848         GO TO 3160-EXIT
020850     END-IF.
020852     IF RATE-FOUND
020854         AND WS-RTE-EFF-DATE (WS-RTE-SUB) < WS-TAX-RATE-DATE
020856         GO TO 3160-EXIT
020858     END-IF.
020860     MOVE "Y" TO WS-RATE-FOUND-SW.
020862     MOVE WS-RTE-EFF-DATE (WS-RTE-SUB) TO WS-TAX-RATE-DATE.
020864     MOVE WS-RTE-RATE (WS-RTE-SUB) TO WS-TAX-RATE.
020866 3160-EXIT.
020868     EXIT.
020900*----------------------------------------------------------------*
021000*    3200-PROCESS-EXTRACT - ONE SORTED EXTRACT LINE.  A CHANGE OF
021100*    CUSTOMER CLOSES THE OPEN INVOICE AND STARTS THE NEXT ONE.
022200     MOVE IVX-UNIT-PRICE TO WS-INV-DTL-PRICE.
022300     MOVE IVX-EXTENSION TO WS-INV-DTL-EXT.
022400     WRITE INVOICE-PRINT-RECORD FROM WS-INV-DETAIL-LINE.
022405     IF IVX-CONTRACT-PRICE > ZERO
022410         MOVE IVX-LIST-PRICE TO WS-INV-CTR-LIST
022415         MOVE IVX-CONTRACT-PRICE TO WS-INV-CTR-PRICE
022420         MOVE IVX-DISCOUNT TO WS-INV-CTR-DISCOUNT
022425         WRITE INVOICE-PRINT-RECORD FROM WS-INV-CONTRACT-LINE
022430     END-IF.
022440     PERFORM 3375-SET-LINE-TAX THRU 3375-EXIT.
022450     PERFORM 3370-WRITE-INVOICE-LINE THRU 3370-EXIT.
022500     ADD IVX-EXTENSION TO WS-INVOICE-TOTAL.
022510     IF IVX-NOT-TAXABLE
022520         ADD IVX-EXTENSION TO WS-EXEMPT-TOTAL
022530     ELSE
022540         ADD IVX-EXTENSION TO WS-TAXABLE-TOTAL
022550     END-IF.
022600     ADD 1 TO WS-LINES-INVOICED.
022700     PERFORM 3900-RETURN-EXTRACT THRU 3900-EXIT.
022800 3200-EXIT.
023100*    3300-END-INVOICE - TOTAL LINE AND A SEPARATOR, ONE INVOICE
023200*    DONE.  THE TOTAL IS POSTED TO THE CUSTOMER'S OPEN BALANCE
023300*    WHILE THE MASTER RECORD 3100 READ IS STILL IN THE BUFFER.
023302*    THE SALES TAX PRINTS ON ITS OWN LINE ABOVE THE TOTAL AND IS
023304*    PART OF IT, SO THE BALANCE AND THE REGISTER CARRY IT TOO.
023310*----------------------------------------------------------------*
023400 3300-END-INVOICE.
023410     PERFORM 3310-COMPUTE-SALES-TAX THRU 3310-EXIT.
023420     MOVE WS-TAX-RATE TO WS-INV-TAX-RATE.
023430     MOVE WS-TAX-AMOUNT TO WS-INV-TAX-AMOUNT.
023440     WRITE INVOICE-PRINT-RECORD FROM WS-INV-TAX-LINE.
023450     ADD WS-TAX-AMOUNT TO WS-INVOICE-TOTAL.
023500     MOVE WS-INVOICE-TOTAL TO WS-INV-TOTAL.
023600     WRITE INVOICE-PRINT-RECORD FROM WS-INV-TOTAL-LINE.
023700     WRITE INVOICE-PRINT-RECORD FROM WS-INV-BLANK-LINE.
023800     ADD 1 TO WS-INVOICES-PRINTED.
023810     PERFORM 3350-POST-OPEN-BALANCE THRU 3350-EXIT.
023820     PERFORM 3360-WRITE-OPEN-INVOICE THRU 3360-EXIT.
023830     PERFORM 3380-WRITE-TAX-HISTORY THRU 3380-EXIT.
023900 3300-EXIT.
024000     EXIT.
024010*----------------------------------------------------------------*
024520     WRITE OPEN-INVOICE-RECORD.
024530 3360-EXIT.
024540     EXIT.
024541*----------------------------------------------------------------*
024542*    3370-WRITE-INVOICE-LINE - THE LINE JUST PRINTED, FILED
024543*    UNDER ITS INVOICE NUMBER WITH NOTHING YET RETURNED.
024544*----------------------------------------------------------------*
024545 3370-WRITE-INVOICE-LINE.
024546     MOVE WS-INVOICE-NO TO ILN-INVOICE-NO.
024547     MOVE WS-CURRENT-CUSTOMER TO ILN-CUSTOMER-NO.
024548     MOVE LK-BATCH-ID TO ILN-BATCH-ID.
024549     MOVE IVX-ITEM-ID TO ILN-ITEM-ID.
024550     MOVE IVX-DESCRIPTION TO ILN-DESCRIPTION.
024551     MOVE IVX-QUANTITY TO ILN-QUANTITY.
024552     MOVE IVX-UNIT-PRICE TO ILN-UNIT-PRICE.
024553     MOVE IVX-EXTENSION TO ILN-EXTENSION.
024554     MOVE ZERO TO ILN-QTY-RETURNED.
024555     WRITE INVOICE-LINE-RECORD.
024556 3370-EXIT.
024557     EXIT.
024558*----------------------------------------------------------------*
024562*    3900-RETURN-EXTRACT - NEXT SORTED EXTRACT RECORD INTO THE
024573*    WORKING LAYOUT, OR SET END OF FILE.
024584*----------------------------------------------------------------*
025400*----------------------------------------------------------------*
025500 5000-FINALIZE-RTN.
025600     CLOSE CUSTOMER-MASTER-FILE INVOICE-FILE
025610         OPEN-INVOICE-FILE INVOICE-LINE-FILE
025615         TAX-HISTORY-FILE.
025617     PERFORM 5200-WRITE-TAX-TOTALS THRU 5200-EXIT.
025618     IF LK-RETURN-CODE = ZERO
025620         PERFORM 5100-REWRITE-CONTROL THRU 5100-EXIT
025622     END-IF.
025700     DISPLAY "CUSTINV - PER-CUSTOMER INVOICING COMPLETE".
025800     DISPLAY "LINES INVOICED    : " WS-LINES-INVOICED.
025900     DISPLAY "INVOICES PRINTED  : " WS-INVOICES-PRINTED.
025910     DISPLAY "NEXT INVOICE NO   : " WS-NEXT-INVOICE-NO.
025920     DISPLAY "SALES TAX BILLED  : " WS-RUN-TAX-TOTAL.
025930     DISPLAY "NO-RATE INVOICES  : " WS-NO-RATE-INVOICES.
026000 5000-EXIT.
026100     EXIT.
026110*----------------------------------------------------------------*
026840     END-IF.
026850 8120-EXIT.
026860     EXIT.
026870*----------------------------------------------------------------*
026880*    1200-LOAD-TAX-RATES - TABLE THE SALES-TAX RATES.  NO TAXRATE
026890*    FILE MEANS NO RATES - EVERY INVOICE GOES OUT UNTAXED AND
026900*    FLAGGED, BUT THE NIGHT'S BILLING STILL GOES OUT.  AN
026910*    OVERFLOW STOPS THE STEP.
026920*----------------------------------------------------------------*
026930 1200-LOAD-TAX-RATES.
026940     OPEN INPUT TAX-RATE-FILE.
026950     IF WS-TAXRATE-STATUS = "35"
026960         DISPLAY "CUSTINV - NO TAXRATE FILE, NO SALES TAX BILLED"
026970         GO TO 1200-EXIT
026980     END-IF.
026990     IF WS-TAXRATE-STATUS NOT = "00"
027000         DISPLAY "CUSTINV - UNABLE TO OPEN TAXRATE, STATUS "
027010             WS-TAXRATE-STATUS
027020         MOVE "Y" TO WS-INIT-ERROR-SW
027030         GO TO 1200-EXIT
027040     END-IF.
027050     MOVE "N" TO WS-RATE-EOF-SW.
027060     PERFORM 1210-TABLE-ONE-RATE THRU 1210-EXIT
027070         UNTIL RATE-EOF OR INIT-ERROR.
027080     CLOSE TAX-RATE-FILE.
027090 1200-EXIT.
027100     EXIT.
027110*----------------------------------------------------------------*
027120*    1210-TABLE-ONE-RATE - AN ENTRY WITH NO JURISDICTION, OR WITH
027130*    A DATE OR RATE THAT IS NOT NUMERIC, IS LEFT OUT AND SHOWN ON
027140*    THE CONSOLE FOR WHOEVER KEEPS THE TABLE.
027150*----------------------------------------------------------------*
027160 1210-TABLE-ONE-RATE.
027170     READ TAX-RATE-FILE
027180         AT END
027190             MOVE "Y" TO WS-RATE-EOF-SW
027200             GO TO 1210-EXIT
027210     END-READ.
027220     IF TXR-JURISDICTION = SPACES
027230         OR TXR-EFF-DATE NOT NUMERIC
027240         OR TXR-RATE NOT NUMERIC
027250         DISPLAY "CUSTINV - TAXRATE ENTRY IGNORED: "
027260             TAX-RATE-RECORD
027270         GO TO 1210-EXIT
027280     END-IF.
027290     IF WS-RATE-COUNT >= WS-RATE-MAX
027300         DISPLAY "CUSTINV - TAX RATE TABLE OVERFLOW AT "
027310             WS-RATE-MAX " RECORDS, STEP STOPPED"
027320         MOVE "Y" TO WS-INIT-ERROR-SW
027330         GO TO 1210-EXIT
027340     END-IF.
027350     ADD 1 TO WS-RATE-COUNT.
027360     MOVE TXR-JURISDICTION
027370         TO WS-RTE-JURISDICTION (WS-RATE-COUNT).
027380     MOVE TXR-EFF-DATE-N TO WS-RTE-EFF-DATE (WS-RATE-COUNT).
027390     MOVE TXR-RATE-N TO WS-RTE-RATE (WS-RATE-COUNT).
027400 1210-EXIT.
027410     EXIT.
027420*----------------------------------------------------------------*
027430*    1480-SCRUB-TAX-HISTORY - THE SAME RERUN PROTECTION FOR THE
027440*    SALES-TAX HISTORY.  THIS BATCH'S RECORDS ARE DROPPED; THE
027450*    RERUN WRITES THEM AGAIN WITH THE INVOICES IT PRINTS.  THE
027452*    RETURNS STEP'S CREDIT RECORDS UNDER THE SAME BATCH ID STAY -
027454*    THEY STAND FOR CREDIT MEMOS ALREADY ISSUED.
027460*----------------------------------------------------------------*
027470 1480-SCRUB-TAX-HISTORY.
027480     OPEN INPUT TAX-HISTORY-FILE.
027490     IF WS-TAXHIST-STATUS = "35"
027500         GO TO 1480-EXIT
027510     END-IF.
027520     IF WS-TAXHIST-STATUS NOT = "00"
027530         DISPLAY "CUSTINV - UNABLE TO OPEN TAXHIST, STATUS "
027540             WS-TAXHIST-STATUS
027550         MOVE "Y" TO WS-INIT-ERROR-SW
027560         GO TO 1480-EXIT
027570     END-IF.
027580     OPEN OUTPUT TAX-WORK-FILE.
027590     IF WS-TXHWORK-STATUS NOT = "00"
027600         DISPLAY "CUSTINV - UNABLE TO OPEN TXHWORK, STATUS "
027610             WS-TXHWORK-STATUS
027620         MOVE "Y" TO WS-INIT-ERROR-SW
027630         CLOSE TAX-HISTORY-FILE
027640         GO TO 1480-EXIT
027650     END-IF.
027660     MOVE "N" TO WS-SCRUB-EOF-SW.
027670     PERFORM 1485-SCRUB-ONE-TAX THRU 1485-EXIT
027680         UNTIL SCRUB-EOF.
027690     CLOSE TAX-HISTORY-FILE TAX-WORK-FILE.
027700     OPEN OUTPUT TAX-HISTORY-FILE.
027710     IF WS-TAXHIST-STATUS NOT = "00"
027720         DISPLAY "CUSTINV - UNABLE TO REOPEN TAXHIST, STATUS "
027730             WS-TAXHIST-STATUS
027740         MOVE "Y" TO WS-INIT-ERROR-SW
027750         GO TO 1480-EXIT
027760     END-IF.
027770     OPEN INPUT TAX-WORK-FILE.
027780     IF WS-TXHWORK-STATUS NOT = "00"
027790         DISPLAY "CUSTINV - UNABLE TO REOPEN TXHWORK, STATUS "
027800             WS-TXHWORK-STATUS
027810         MOVE "Y" TO WS-INIT-ERROR-SW
027820         CLOSE TAX-HISTORY-FILE
027830         GO TO 1480-EXIT
027840     END-IF.
027850     MOVE "N" TO WS-SCRUB-EOF-SW.
027860     PERFORM 1490-RESTORE-ONE-TAX THRU 1490-EXIT
027870         UNTIL SCRUB-EOF.
027880     CLOSE TAX-HISTORY-FILE TAX-WORK-FILE.
027890 1480-EXIT.
027900     EXIT.
027910 1485-SCRUB-ONE-TAX.
027920     READ TAX-HISTORY-FILE
027930         AT END
027940             MOVE "Y" TO WS-SCRUB-EOF-SW
027950         NOT AT END
027960             IF TXH-BATCH-ID NOT = LK-BATCH-ID
027965                 OR TXH-CREDIT-REVERSAL
027970                 WRITE TAX-WORK-RECORD
027980                     FROM TAX-HISTORY-RECORD
027990             END-IF
028000     END-READ.
028010 1485-EXIT.
028020     EXIT.
028030 1490-RESTORE-ONE-TAX.
028040     READ TAX-WORK-FILE
028050         AT END
028060             MOVE "Y" TO WS-SCRUB-EOF-SW
028070         NOT AT END
028080             MOVE TAX-WORK-RECORD TO TAX-HISTORY-RECORD
028090             WRITE TAX-HISTORY-RECORD
028100     END-READ.
028110 1490-EXIT.
028120     EXIT.
028130*----------------------------------------------------------------*
028140*    1500-OPEN-TAX-HISTORY - OPEN THE SALES-TAX HISTORY FOR
028150*    APPEND, OR CREATE IT THE FIRST TIME THROUGH.
028160*----------------------------------------------------------------*
028170 1500-OPEN-TAX-HISTORY.
028180     OPEN EXTEND TAX-HISTORY-FILE.
028190     IF WS-TAXHIST-STATUS NOT = "00"
028200         OPEN OUTPUT TAX-HISTORY-FILE
028210     END-IF.
028220     IF WS-TAXHIST-STATUS NOT = "00"
028230         DISPLAY "CUSTINV - UNABLE TO OPEN TAXHIST, STATUS "
028240             WS-TAXHIST-STATUS
028250         MOVE "Y" TO WS-INIT-ERROR-SW
028260         MOVE 12 TO LK-RETURN-CODE
028270         CLOSE CUSTOMER-MASTER-FILE INVOICE-FILE
028280             OPEN-INVOICE-FILE INVOICE-LINE-FILE
028290     END-IF.
028300 1500-EXIT.
028310     EXIT.
028320*----------------------------------------------------------------*
028330*    3310-COMPUTE-SALES-TAX - TAX ON THE INVOICE'S TAXABLE LINES
028340*    AT THE JURISDICTION'S RATE, AND THE NOTE ON THE TAX LINE
028350*    THAT SAYS HOW IT WAS ARRIVED AT.  A CUSTOMER HOLDING AN
028360*    EXEMPT CERTIFICATE PAYS NONE, AND THE WHOLE INVOICE COUNTS
028370*    AS EXEMPT SALES.  NO RATE ON FILE BILLS NO TAX AND SAYS SO
028380*    ON THE INVOICE AND THE CONSOLE - THE INVOICE STILL GOES
028390*    OUT, AND THE TAX REPORT SHOWS THE SALES LEFT UNTAXED.
028400*----------------------------------------------------------------*
028410 3310-COMPUTE-SALES-TAX.
028420     MOVE ZERO TO WS-TAX-AMOUNT.
028430     MOVE CUST-TAX-JURISDICTION TO WS-INV-TAX-JURIS.
028440     MOVE SPACES TO WS-INV-TAX-NOTE.
028450     IF NOT CUST-TAX-EXEMPT-NONE
028460         ADD WS-TAXABLE-TOTAL TO WS-EXEMPT-TOTAL
028470         MOVE ZERO TO WS-TAXABLE-TOTAL
028480         MOVE ZERO TO WS-TAX-RATE
028490         MOVE "E" TO WS-TAX-STATUS
028500         MOVE "EXEMPT - CERT " TO WS-INV-TAX-CERT-LIT
028510         MOVE CUST-TAX-EXEMPT-CERT TO WS-INV-TAX-CERT
028520         GO TO 3310-EXIT
028530     END-IF.
028540     IF NOT RATE-FOUND
028550         MOVE "M" TO WS-TAX-STATUS
028560         MOVE "NO RATE ON FILE - NOT TAXED" TO WS-INV-TAX-NOTE
028570         ADD 1 TO WS-NO-RATE-INVOICES
028580         DISPLAY "CUSTINV - NO TAX RATE FOR JURISDICTION '"
028590             CUST-TAX-JURISDICTION "', INVOICE " WS-INVOICE-NO
028600             " NOT TAXED"
028610         GO TO 3310-EXIT
028620     END-IF.
028630     MOVE "R" TO WS-TAX-STATUS.
028640     COMPUTE WS-TAX-AMOUNT ROUNDED =
028650         WS-TAXABLE-TOTAL * WS-TAX-RATE / 100.
028660     MOVE "ON TAXABLE " TO WS-INV-TAX-BASIS-LIT.
028670     MOVE WS-TAXABLE-TOTAL TO WS-INV-TAX-BASIS-AMT.
028680 3310-EXIT.
028690     EXIT.
028700*----------------------------------------------------------------*
028710*    3380-WRITE-TAX-HISTORY - THE INVOICE'S TAX FILED FOR THE
028720*    MONTHLY LIABILITY REPORT, AND ADDED TO THE RUN TOTAL THE GL
028730*    STEP POSTS.  EVERY INVOICE IS FILED, TAXED OR NOT, SO THE
028740*    REPORT'S EXEMPT SALES ARE COMPLETE.
028750*----------------------------------------------------------------*
028760 3380-WRITE-TAX-HISTORY.
028770     MOVE WS-INVOICE-NO TO TXH-INVOICE-NO.
028780     MOVE WS-CURRENT-CUSTOMER TO TXH-CUSTOMER-NO.
028790     MOVE LK-BATCH-ID TO TXH-BATCH-ID.
028800     MOVE WS-CURRENT-DATE TO TXH-INVOICE-DATE.
028810     MOVE CUST-TAX-JURISDICTION TO TXH-JURISDICTION.
028820     MOVE CUST-TAX-EXEMPT-CERT TO TXH-EXEMPT-CERT.
028830     MOVE WS-TAX-RATE TO TXH-TAX-RATE.
028840     MOVE WS-TAXABLE-TOTAL TO TXH-TAXABLE-AMOUNT.
028850     MOVE WS-EXEMPT-TOTAL TO TXH-EXEMPT-AMOUNT.
028860     MOVE WS-TAX-AMOUNT TO TXH-TAX-AMOUNT.
028870     MOVE WS-TAX-STATUS TO TXH-RATE-STATUS.
028880     WRITE TAX-HISTORY-RECORD.
028890     ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL.
028900 3380-EXIT.
028910     EXIT.
028920*----------------------------------------------------------------*
028930*    5200-WRITE-TAX-TOTALS - THE NIGHT'S SALES TAX FOR THE GL
028940*    POSTING STEP, STAMPED WITH THE BATCH ID.  WRITTEN EVEN WHEN
028950*    NO TAX WAS BILLED, SO THE GL STEP NEVER PICKS UP AN EARLIER
028960*    NIGHT'S TAX.  THE INVOICE NUMBER CONTROL IS ONLY ADVANCED
028970*    ONCE THIS IS FILED.
028980*----------------------------------------------------------------*
028990 5200-WRITE-TAX-TOTALS.
029000     OPEN OUTPUT TAX-TOTALS-FILE.
029010     IF WS-TAXTOT-STATUS NOT = "00"
029020         DISPLAY "CUSTINV - UNABLE TO OPEN TAXTOT, STATUS "
029030             WS-TAXTOT-STATUS
029040         MOVE 12 TO LK-RETURN-CODE
029050         GO TO 5200-EXIT
029060     END-IF.
029070     MOVE LK-BATCH-ID TO TXT-BATCH-ID.
029080     MOVE WS-RUN-TAX-TOTAL TO TXT-TAX-TOTAL.
029090     MOVE WS-INVOICES-PRINTED TO TXT-INVOICE-COUNT.
029100     WRITE TAX-TOTALS-RECORD.
029110     CLOSE TAX-TOTALS-FILE.
029120 5200-EXIT.
029130     EXIT.
029140*----------------------------------------------------------------*
029150*    3375-SET-LINE-TAX - HOW THE LINE WAS TAXED, FILED WITH IT SO
029160*    A RETURN OF IT CAN BE CREDITED THE TAX IT PAID.  THE SAME
029170*    TESTS 3310 MAKES FOR THE INVOICE AS A WHOLE.
029180*----------------------------------------------------------------*
029190 3375-SET-LINE-TAX.
029200     MOVE CUST-TAX-JURISDICTION TO ILN-TAX-JURISDICTION.
029210     MOVE ZERO TO ILN-TAX-RATE.
029220     IF IVX-NOT-TAXABLE OR NOT CUST-TAX-EXEMPT-NONE
029230         MOVE "E" TO ILN-TAX-STATUS
029240         GO TO 3375-EXIT
029250     END-IF.
029260     IF NOT RATE-FOUND
029270         MOVE "M" TO ILN-TAX-STATUS
029280         GO TO 3375-EXIT
029290     END-IF.
029300     MOVE "R" TO ILN-TAX-STATUS.
029310     MOVE WS-TAX-RATE TO ILN-TAX-RATE.
029320 3375-EXIT.
029330     EXIT.
