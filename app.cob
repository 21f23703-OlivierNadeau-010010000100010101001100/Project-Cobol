008770*                      THE FILE SO A RERUN REPLACES ITS
008780*                      BACKORDERS INSTEAD OF APPENDING A SECOND
008790*                      COPY.
008791*    2026-10-15 DLM   THE SALES HISTORY SCRUB NOW KEEPS THE
008792*                      NEGATIVE RETURN LINES THE RETPOST RETURNS
008793*                      STEP FILES UNDER THE SAME BATCH - THEY
008794*                      ARE NOT THIS STEP'S TO REPLACE, AND THE
008795*                      RETURNS STEP IS NEVER RERUN TO REFILE
008796*                      THEM.
008800*    2026-10-15 DLM   EVERY ON-HAND RELIEF NOW APPENDS AN ISSUE
008810*                      MOVEMENT TO THE STKMOVE STOCK MOVEMENT
008820*                      FILE (STKMVREC LAYOUT), BEFORE AND AFTER
008830*                      BALANCE INCLUDED, FOR THE PERPETUAL
008840*                      RECONCILIATION.
008842*    2026-10-15 DLM   A LINE FOR A CUSTOMER WITH A CURRENT
008844*                      CONTRACT ON THE NEW CTRPRICE FILE
008846*                      (CTRPRCRC LAYOUT) NOW PRICES OFF THE
008848*                      CONTRACT'S QUANTITY-BREAK TIER INSTEAD OF
008850*                      THE ITEM MASTER, AND THE TOLERANCE CHECK
008852*                      IS JUDGED AGAINST THE CONTRACT PRICE.  THE
008854*                      LIST PRICE, CONTRACT PRICE AND LINE
008856*                      DISCOUNT GO OUT ON THE INVOICE EXTRACT,
008858*                      AND THE RUN'S DISCOUNT TOTAL GOES ON
008860*                      PRICETOT (AND THE CHECKPOINT) FOR THE
008862*                      SALES-DISCOUNT POSTING.  NO CTRPRICE FILE
008864*                      MEANS NO CONTRACTS - EVERY LINE PRICES
008866*                      OFF THE MASTER AS BEFORE.
008867*    2026-10-15 DLM   ITEM SALES-TAX STATUS NOW GOES ON INVEXT.
008868 ENVIRONMENT DIVISION.
008900 INPUT-OUTPUT SECTION.
009000 FILE-CONTROL.
009100     SELECT TRANS-FILE ASSIGN TO "CREDTRN"
012370     SELECT SALES-WORK-FILE ASSIGN TO "SLSWORK"
012380         ORGANIZATION IS LINE SEQUENTIAL
012390         FILE STATUS IS WS-SLSWORK-STATUS.
012392     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE"
012394         ORGANIZATION IS LINE SEQUENTIAL
012396         FILE STATUS IS WS-STKMOVE-STATUS.
012400     SELECT CONTRACT-PRICE-FILE ASSIGN TO "CTRPRICE"
012410         ORGANIZATION IS INDEXED
012420         ACCESS MODE IS RANDOM
012430         RECORD KEY IS CTR-KEY
012440         FILE STATUS IS WS-CTRPRICE-STATUS.
012450 DATA DIVISION.
012500 FILE SECTION.
012600 FD  TRANS-FILE
012700     LABEL RECORDS ARE STANDARD.
014470 FD  SALES-WORK-FILE
014480     LABEL RECORDS ARE STANDARD.
014490 01  SALES-WORK-RECORD            PIC X(47).
014492 FD  STOCK-MOVEMENT-FILE
014494     LABEL RECORDS ARE STANDARD.
014496     COPY STKMVREC.
014497 FD  CONTRACT-PRICE-FILE
014498     LABEL RECORDS ARE STANDARD.
014499     COPY CTRPRCRC.
014500 FD  INVOICE-EXTRACT-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY INVEXTRC.
015700     05  CKPT-LAST-ITEM-ID        PIC X(05).
015800     05  CKPT-RECORDS-PROCESSED   PIC 9(07).
015900     05  CKPT-RUNNING-TOTAL       PIC 9(09)V99.
015950     05  CKPT-RUNNING-DISCOUNT    PIC 9(09)V99.
016000 FD  SUSPENSE-FILE
016100     LABEL RECORDS ARE STANDARD.
016200     COPY SUSPREC.
018820         88  BO-SCRUB-EOF                   VALUE "Y".
018830     05  WS-SLS-SCRUB-EOF-SW      PIC X(01) VALUE "N".
018840         88  SLS-SCRUB-EOF                  VALUE "Y".
018850     05  WS-CONTRACT-FILE-SW      PIC X(01) VALUE "N".
018860         88  CONTRACT-FILE-OPEN             VALUE "Y".
018870     05  WS-CONTRACT-SW           PIC X(01) VALUE "N".
018880         88  CONTRACT-APPLIES               VALUE "Y".
018900 01  WS-FILE-STATUS.
019000     05  WS-TRANS-STATUS          PIC X(02) VALUE SPACES.
019100     05  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.
019910     05  WS-BOWORK-STATUS         PIC X(02) VALUE SPACES.
019920     05  WS-SALESHST-STATUS       PIC X(02) VALUE SPACES.
019930     05  WS-SLSWORK-STATUS        PIC X(02) VALUE SPACES.
019950     05  WS-STKMOVE-STATUS        PIC X(02) VALUE SPACES.
019960     05  WS-CTRPRICE-STATUS       PIC X(02) VALUE SPACES.
020000 01  WS-COUNTERS.
020100     05  WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
020200     05  WS-RECORDS-REPORTED      PIC 9(07) COMP VALUE ZERO.
020300     05  WS-BACKORDERS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
020400     05  WS-PRICES-OVERRIDDEN     PIC 9(07) COMP VALUE ZERO.
020500     05  WS-SUSPENDED-WRITTEN     PIC 9(07) COMP VALUE ZERO.
020550     05  WS-CONTRACT-LINES        PIC 9(07) COMP VALUE ZERO.
020600     05  WS-CHECKPOINT-INTERVAL   PIC 9(05) COMP VALUE 1.
020700     05  WS-CKPT-DIVIDE-QUOT      PIC 9(07) COMP VALUE ZERO.
020800     05  WS-CKPT-DIVIDE-REM       PIC 9(07) COMP VALUE ZERO.
021200 01  WS-INVENTORY-WORK.
021300     05  WS-QTY-FILLED            PIC 9(05) VALUE ZERO.
021400     05  WS-QTY-SHORT             PIC 9(05) VALUE ZERO.
021450     05  WS-ON-HAND-BEFORE        PIC 9(05) VALUE ZERO.
021500 01  WS-LINE-WORK.
021600     05  WS-WORK-DESCRIPTION      PIC X(20) VALUE SPACES.
021650     05  WS-WORK-TAX-STATUS       PIC X(01) VALUE SPACES.
021700     05  WS-SUSP-REASON           PIC X(02) VALUE SPACES.
021800 01  WS-PRICE-WORK.
021900     05  WS-PRICE-USED            PIC 9(03)V99 VALUE ZERO.
022000     05  WS-PRICE-DIFF            PIC S9(03)V99 VALUE ZERO.
022100     05  WS-PRICE-DIFF-ABS        PIC 9(03)V99 VALUE ZERO.
022200     05  WS-PRICE-VARIANCE-PCT    PIC 9(07)V99 VALUE ZERO.
022210     05  WS-LIST-PRICE            PIC 9(03)V99 VALUE ZERO.
022220     05  WS-CONTRACT-PRICE        PIC 9(03)V99 VALUE ZERO.
022230     05  WS-BASE-PRICE            PIC 9(03)V99 VALUE ZERO.
022240     05  WS-TIER-SUB              PIC 9(02) COMP VALUE ZERO.
022250     05  WS-DISCOUNT-AMOUNT       PIC 9(08)V99 VALUE ZERO.
022260     05  WS-TOTAL-DISCOUNT        PIC 9(09)V99 VALUE ZERO.
022300 01  WS-RESTART-WORK.
022400     05  WS-LAST-ITEM-ID          PIC X(05) VALUE SPACES.
022500     05  WS-RECS-PRIOR PIC 9(07) VALUE ZERO.
022600     05  WS-TOTAL-PRIOR PIC 9(09)V99 VALUE ZERO.
022650     05  WS-DISCOUNT-PRIOR PIC 9(09)V99 VALUE ZERO.
022700 01  WS-DATE-TIME.
022800     05  WS-CURRENT-DATE          PIC 9(08).
022900     05  WS-CURRENT-TIME         PIC 9(08).
027100     05  FILLER                      PIC X(16)
027200             VALUE " TRUNCATED FIELD".
027300 01  WS-PRICE-EXCP-LINE.
027400     05  WS-PEX-LABEL                PIC X(19)
027500             VALUE "PRICED AT MASTER - ".
027600     05  WS-PEX-ITEM-ID              PIC X(05).
027700     05  FILLER                      PIC X(06) VALUE "  SUB ".
027800     05  WS-PEX-SUBMITTED            PIC Z(02)9.99.
027900     05  WS-PEX-BASIS-TAG            PIC X(06) VALUE "  MST ".
028000     05  WS-PEX-MASTER               PIC Z(02)9.99.
028100     05  FILLER                      PIC X(06) VALUE "  VAR ".
028200     05  WS-PEX-VARIANCE             PIC Z(06)9.99.
036200             WS-ITEMMAST-STATUS
036300         MOVE "Y" TO WS-INIT-ERROR-SW
036400     END-IF.
036405*    THE CONTRACT PRICE FILE IS OPTIONAL - A SHOP WITH NO
036410*    NEGOTIATED DEALS HAS NO CTRPRICE, AND EVERY LINE PRICES OFF
036415*    THE ITEM MASTER EXACTLY AS IT DID BEFORE CONTRACTS EXISTED.
036420     MOVE "N" TO WS-CONTRACT-FILE-SW.
036425     OPEN INPUT CONTRACT-PRICE-FILE.
036430     IF WS-CTRPRICE-STATUS = "00"
036435         MOVE "Y" TO WS-CONTRACT-FILE-SW
036440     ELSE
036445         IF WS-CTRPRICE-STATUS = "35"
036450             DISPLAY "MYFIRSCOBOL - NO CTRPRICE, CONTRACT "
036455                 "PRICING NOT IN USE"
036460         ELSE
036465             DISPLAY "MYFIRSCOBOL - UNABLE TO OPEN CTRPRICE, "
036470                 "STATUS " WS-CTRPRICE-STATUS
036475             MOVE "Y" TO WS-INIT-ERROR-SW
036480         END-IF
036485     END-IF.
036500     IF INIT-ERROR
036600         MOVE 12 TO LK-RETURN-CODE
036700         CLOSE TRANS-FILE REPORT-FILE EXCEPTION-LOG
036800             ITEM-MASTER-FILE PRICE-EXCEPTION-FILE SUSPENSE-FILE
036850             CONTRACT-PRICE-FILE
036900         GO TO 1000-EXIT
037000     END-IF.
037100*    IN HIGH-VOLUME MODE THE SORT OPENS THE TRANSACTION FILE
039805         MOVE 12 TO LK-RETURN-CODE
039806         CLOSE TRANS-FILE REPORT-FILE EXCEPTION-LOG
039807             ITEM-MASTER-FILE PRICE-EXCEPTION-FILE SUSPENSE-FILE
039808             CONTRACT-PRICE-FILE
039810         GO TO 1000-EXIT
039812     END-IF.
039814     OPEN EXTEND BACKORDER-FILE.
039820     IF WS-BACKORD-STATUS NOT = "00"
039830         OPEN OUTPUT BACKORDER-FILE
039840     END-IF.
039860     IF WS-SALESHST-STATUS NOT = "00"
039870         OPEN OUTPUT SALES-HISTORY-FILE
039880     END-IF.
039882     OPEN EXTEND STOCK-MOVEMENT-FILE.
039884     IF WS-STKMOVE-STATUS NOT = "00"
039886         OPEN OUTPUT STOCK-MOVEMENT-FILE
039888     END-IF.
039900     IF WS-BACKORD-STATUS NOT = "00"
040000             OR WS-INVEXT-STATUS NOT = "00"
040010             OR WS-SALESHST-STATUS NOT = "00"
040050             OR WS-STKMOVE-STATUS NOT = "00"
040100         DISPLAY "MYFIRSCOBOL - UNABLE TO OPEN BACKORD/INVEXT"
040200             "/SALESHST/STKMOVE, STATUS " WS-BACKORD-STATUS " "
040210             WS-INVEXT-STATUS " " WS-SALESHST-STATUS " "
040250             WS-STKMOVE-STATUS
040300         MOVE "Y" TO WS-INIT-ERROR-SW
040400         MOVE 12 TO LK-RETURN-CODE
040500         CLOSE TRANS-FILE REPORT-FILE EXCEPTION-LOG
040600             ITEM-MASTER-FILE PRICE-EXCEPTION-FILE SUSPENSE-FILE
040650             CONTRACT-PRICE-FILE
040700         GO TO 1000-EXIT
040800     END-IF.
040900     DISPLAY "MYFIRSCOBOL - EXTENSION PRICE BATCH STARTING".
043100                     TO WS-RECS-PRIOR
043200                 MOVE CKPT-RUNNING-TOTAL
043300                     TO WS-TOTAL-PRIOR
043320                 MOVE CKPT-RUNNING-DISCOUNT
043340                     TO WS-DISCOUNT-PRIOR
043400         END-READ
043500         CLOSE CHECKPOINT-FILE
043600     END-IF.
043878*----------------------------------------------------------------*
043879*    1250-SCRUB-SALES-HISTORY - THE SAME RERUN PROTECTION THE
043880*    BACKORDER FILE GETS, FOR THE PERMANENT SALES HISTORY - A
043881*    RERUN MUST REPLACE THE NIGHT'S SALES, NOT RECORD THEM
043882*    TWICE.  NEGATIVE LINES ARE RETURNS AND ALWAYS STAY.
043883*----------------------------------------------------------------*
043884 1250-SCRUB-SALES-HISTORY.
043885     OPEN INPUT SALES-HISTORY-FILE.
043931             MOVE "Y" TO WS-SLS-SCRUB-EOF-SW
043932         NOT AT END
043933             IF SLS-BATCH-ID NOT = LK-BATCH-ID
043934                     OR SLS-QUANTITY < ZERO
043936                 WRITE SALES-WORK-RECORD
043938                     FROM SALES-HISTORY-RECORD
043940             END-IF
043942     END-READ.
043944 1260-EXIT.
043946     EXIT.
043948 1270-RESTORE-ONE-SALE.
043950     READ SALES-WORK-FILE
043952         AT END
043954             MOVE "Y" TO WS-SLS-SCRUB-EOF-SW
043956         NOT AT END
043958             MOVE SALES-WORK-RECORD TO SALES-HISTORY-RECORD
043960             WRITE SALES-HISTORY-RECORD
043962     END-READ.
043964 1270-EXIT.
043966     EXIT.
043968*----------------------------------------------------------------*
044000*    2000-PROCESS-RECORDS - ONE TRANSACTION PER INVOCATION.  THE
044100*    RESTART SKIP IS KEYED ON RECORD POSITION (WS-RECORDS-READ
044200*    VERSUS THE CHECKPOINTED WS-RECS-PRIOR), NOT ON ITEM ID, SINCE
044900             MOVE "N" TO WS-RESTART-SW
045000             MOVE WS-RECS-PRIOR TO WS-RECORDS-REPORTED
045100             MOVE WS-TOTAL-PRIOR TO WS-TOTAL-EXTENSION
045150             MOVE WS-DISCOUNT-PRIOR TO WS-TOTAL-DISCOUNT
045200         END-IF
045300     ELSE
045400         PERFORM 2100-CALCULATE-EXTENSION THRU 2100-EXIT
048300     END-READ.
048400     IF ITEM-FOUND
048500         MOVE ITM-DESCRIPTION TO WS-WORK-DESCRIPTION
048550         MOVE ITM-TAX-STATUS TO WS-WORK-TAX-STATUS
048600     ELSE
048700         MOVE "*** NOT ON FILE ***" TO WS-WORK-DESCRIPTION
048800     END-IF.
050200         MOVE TRANS-QUANTITY TO WS-QTY-FILLED
050300         GO TO 2120-EXIT
050400     END-IF.
050450     MOVE ITM-QUANTITY-ON-HAND TO WS-ON-HAND-BEFORE.
050500     IF ITM-QUANTITY-ON-HAND >= TRANS-QUANTITY
050600         MOVE TRANS-QUANTITY TO WS-QTY-FILLED
050700         SUBTRACT TRANS-QUANTITY FROM ITM-QUANTITY-ON-HAND
051700             DISPLAY "MYFIRSCOBOL - ITEMMAST REWRITE FAILED, "
051800                 "KEY " ITM-ITEM-ID
051900     END-REWRITE.
051920     IF WS-QTY-FILLED > ZERO
051940         PERFORM 2140-WRITE-MOVEMENT THRU 2140-EXIT
051960     END-IF.
052000 2120-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------*
053300     ADD 1 TO WS-BACKORDERS-WRITTEN.
053400 2130-EXIT.
053500     EXIT.
053505*----------------------------------------------------------------*
053510*    2140-WRITE-MOVEMENT - THE FILLED QUANTITY GOES ON THE STOCK
053515*    MOVEMENT FILE AS AN ISSUE, WITH THE BALANCE EITHER SIDE OF
053520*    IT.  A LINE THAT FILLED NOTHING MOVED NOTHING.
053525*----------------------------------------------------------------*
053530 2140-WRITE-MOVEMENT.
053535     MOVE ITM-ITEM-ID TO SMV-ITEM-ID.
053540     MOVE "IS" TO SMV-MOVEMENT-TYPE.
053545     MOVE ZERO TO SMV-QUANTITY-IN.
053550     MOVE WS-QTY-FILLED TO SMV-QUANTITY-OUT.
053555     MOVE WS-ON-HAND-BEFORE TO SMV-BEFORE-ON-HAND.
053560     MOVE ITM-QUANTITY-ON-HAND TO SMV-AFTER-ON-HAND.
053565     MOVE LK-BATCH-ID TO SMV-BATCH-ID.
053570     MOVE "MYFIRSCOBOL" TO SMV-SOURCE-PROGRAM.
053575     MOVE WS-CURRENT-DATE TO SMV-MOVE-DATE.
053580     MOVE WS-CURRENT-TIME TO SMV-MOVE-TIME.
053585     WRITE STOCK-MOVEMENT-RECORD.
053590 2140-EXIT.
053595     EXIT.
053600*----------------------------------------------------------------*
053700*    2150-LOG-OVERFLOW - RECORD A TRUNCATED EXTENSION, DO NOT
053800*    JUST DISPLAY THE WRONG NUMBER AND MOVE ON.
055400*    (AFTER 2520 HAS ALIGNED THE SEQUENTIAL MASTER).
055500*----------------------------------------------------------------*
055600 2160-PRICE-THE-LINE.
055700     MOVE "N" TO WS-CONTRACT-SW.
055800     MOVE ZERO TO WS-LIST-PRICE.
055900     MOVE ZERO TO WS-CONTRACT-PRICE.
056000     MOVE ZERO TO WS-DISCOUNT-AMOUNT.
056020*    A NOT-ON-FILE LINE GOES TO SUSPENSE AND PRINTS WITH A ZERO
056040*    EXTENSION - IT DOES NOT ADD INTO THE CONTROL TOTAL, SINCE
056060*    THE RECYCLE STEP WILL PRESENT IT AGAIN ONCE THE MASTER IS
056080*    FIXED AND PRICING IT TWICE WOULD DOUBLE BILL.
056100     IF NOT ITEM-FOUND
056200         MOVE TRANS-QUANTITY TO WS-QTY-FILLED
056300         MOVE TRANS-UNIT-PRICE TO WS-PRICE-USED
058900     MULTIPLY WS-QTY-FILLED BY WS-PRICE-USED
059000         GIVING WS-EXTENSION-AMOUNT.
059100     ADD WS-EXTENSION-AMOUNT TO WS-TOTAL-EXTENSION.
059150     PERFORM 2165-COMPUTE-DISCOUNT THRU 2165-EXIT.
059200 2160-EXIT.
059300     EXIT.
059305*----------------------------------------------------------------*
059310*    2165-COMPUTE-DISCOUNT - ON A CONTRACT LINE, WHAT THE
059315*    CUSTOMER WAS SPARED AGAINST THE LIST PRICE ON THE QUANTITY
059320*    ACTUALLY BILLED, SO EXTENSION PLUS DISCOUNT IS ALWAYS THE
059325*    LINE AT LIST.  A LINE CHARGED AT OR ABOVE LIST, OR AN ITEM
059330*    WITH NO LIST PRICE ON FILE, CARRIES NO DISCOUNT.
059335*----------------------------------------------------------------*
059340 2165-COMPUTE-DISCOUNT.
059345     MOVE ZERO TO WS-DISCOUNT-AMOUNT.
059350     IF NOT CONTRACT-APPLIES
059355             OR WS-LIST-PRICE NOT > WS-PRICE-USED
059360         GO TO 2165-EXIT
059365     END-IF.
059370     COMPUTE WS-DISCOUNT-AMOUNT =
059375         (WS-LIST-PRICE - WS-PRICE-USED) * WS-QTY-FILLED.
059380     ADD WS-DISCOUNT-AMOUNT TO WS-TOTAL-DISCOUNT.
059385 2165-EXIT.
059390     EXIT.
059400*----------------------------------------------------------------*
059500*    2170-SELECT-PRICE - COMPARE THE SUBMITTED PRICE TO THE
059600*    BASIS PRICE - THE CUSTOMER'S CONTRACT PRICE WHEN ONE
059620*    APPLIES, OTHERWISE THE MASTER PRICE.  WITHIN TOLERANCE THE
059640*    LINE PRICES AS SUBMITTED; OUTSIDE IT THE BASIS PRICE IS
059700*    USED AND THE OVERRIDE GOES ON ITS OWN EXCEPTION LISTING.
059800*    NO BASIS PRICE (NO CONTRACT AND A ZERO MASTER PRICE) MEANS
059900*    THE SUBMITTED PRICE STANDS UNCHECKED, AS IT ALWAYS DID.
060100*----------------------------------------------------------------*
060200 2170-SELECT-PRICE.
060300     MOVE TRANS-UNIT-PRICE TO WS-PRICE-USED.
060310     MOVE ITM-UNIT-PRICE TO WS-LIST-PRICE.
060320     PERFORM 2175-FIND-CONTRACT THRU 2175-EXIT.
060330     IF CONTRACT-APPLIES
060340         MOVE WS-CONTRACT-PRICE TO WS-BASE-PRICE
060350         ADD 1 TO WS-CONTRACT-LINES
060360     ELSE
060370         MOVE ITM-UNIT-PRICE TO WS-BASE-PRICE
060380     END-IF.
060400     IF WS-BASE-PRICE = ZERO
060500         GO TO 2170-EXIT
060600     END-IF.
060700     COMPUTE WS-PRICE-DIFF =
060800         TRANS-UNIT-PRICE - WS-BASE-PRICE.
060900     IF WS-PRICE-DIFF < ZERO
061000         COMPUTE WS-PRICE-DIFF-ABS = WS-PRICE-DIFF * -1
061100     ELSE
061200         MOVE WS-PRICE-DIFF TO WS-PRICE-DIFF-ABS
061300     END-IF.
061400     COMPUTE WS-PRICE-VARIANCE-PCT ROUNDED =
061500         (WS-PRICE-DIFF-ABS / WS-BASE-PRICE) * 100.
061600     IF WS-PRICE-VARIANCE-PCT > LK-TOLERANCE-PCT
061700         MOVE WS-BASE-PRICE TO WS-PRICE-USED
061800         PERFORM 2180-LOG-PRICE-OVERRIDE THRU 2180-EXIT
061900     END-IF.
062000 2170-EXIT.
062100     EXIT.
062102*----------------------------------------------------------------*
062104*    2175-FIND-CONTRACT - LOOK FOR A CONTRACT FOR THIS CUSTOMER
062106*    AND ITEM THAT IS IN FORCE ON THE RUN DATE, AND PICK THE
062108*    DEEPEST QUANTITY-BREAK TIER THE ORDERED QUANTITY REACHES.
062110*    THE TIER IS JUDGED ON THE QUANTITY ORDERED, NOT THE
062112*    QUANTITY FILLED - A SHORT SHIPMENT DOES NOT COST THE
062114*    CUSTOMER THE BREAK THEY ORDERED FOR.  AN ORDER BELOW THE
062116*    FIRST TIER GETS NO CONTRACT PRICE.
062118*----------------------------------------------------------------*
062120 2175-FIND-CONTRACT.
062122     MOVE "N" TO WS-CONTRACT-SW.
062124     MOVE ZERO TO WS-CONTRACT-PRICE.
062126     IF NOT CONTRACT-FILE-OPEN
062128         GO TO 2175-EXIT
062130     END-IF.
062132     MOVE TRANS-CUSTOMER-NO TO CTR-CUSTOMER-NO.
062134     MOVE TRANS-ITEM-ID TO CTR-ITEM-ID.
062136     READ CONTRACT-PRICE-FILE
062138         INVALID KEY
062140             GO TO 2175-EXIT
062142     END-READ.
062144     IF CTR-EFFECTIVE-DATE > WS-CURRENT-DATE
062146         GO TO 2175-EXIT
062148     END-IF.
062150     IF CTR-EXPIRY-DATE NOT = ZERO
062152             AND CTR-EXPIRY-DATE < WS-CURRENT-DATE
062154         GO TO 2175-EXIT
062156     END-IF.
062158     PERFORM 2176-CHECK-ONE-TIER THRU 2176-EXIT
062160         VARYING WS-TIER-SUB FROM 1 BY 1
062162         UNTIL WS-TIER-SUB > CTR-TIER-COUNT
062164             OR WS-TIER-SUB > 5.
062166     IF WS-CONTRACT-PRICE > ZERO
062168         MOVE "Y" TO WS-CONTRACT-SW
062170     END-IF.
062172 2175-EXIT.
062174     EXIT.
062176 2176-CHECK-ONE-TIER.
062178     IF TRANS-QUANTITY >= CTR-TIER-MIN-QTY (WS-TIER-SUB)
062180             AND CTR-TIER-PRICE (WS-TIER-SUB) > ZERO
062182         MOVE CTR-TIER-PRICE (WS-TIER-SUB) TO WS-CONTRACT-PRICE
062184     END-IF.
062186 2176-EXIT.
062188     EXIT.
062200*----------------------------------------------------------------*
062300*    2180-LOG-PRICE-OVERRIDE - ONE LISTING LINE PER LINE PRICED
062400*    AT THE BASIS PRICE INSTEAD OF THE SUBMITTED ONE, LABELLED
062450*    WITH WHETHER THE BASIS WAS THE MASTER OR A CONTRACT.
062500*----------------------------------------------------------------*
062600 2180-LOG-PRICE-OVERRIDE.
062610     IF CONTRACT-APPLIES
062620         MOVE "PRICED AT CONTRACT " TO WS-PEX-LABEL
062630         MOVE "  CTR " TO WS-PEX-BASIS-TAG
062640     ELSE
062650         MOVE "PRICED AT MASTER - " TO WS-PEX-LABEL
062660         MOVE "  MST " TO WS-PEX-BASIS-TAG
062670     END-IF.
062700     MOVE TRANS-ITEM-ID TO WS-PEX-ITEM-ID.
062800     MOVE TRANS-UNIT-PRICE TO WS-PEX-SUBMITTED.
062900     MOVE WS-BASE-PRICE TO WS-PEX-MASTER.
063000     MOVE WS-PRICE-VARIANCE-PCT TO WS-PEX-VARIANCE.
063100     WRITE PRICE-EXCEPTION-RECORD FROM WS-PRICE-EXCP-LINE.
063200     ADD 1 TO WS-PRICES-OVERRIDDEN.
067900     MOVE WS-QTY-FILLED TO IVX-QUANTITY.
068000     MOVE WS-PRICE-USED TO IVX-UNIT-PRICE.
068100     MOVE WS-EXTENSION-AMOUNT TO IVX-EXTENSION.
068110     MOVE WS-LIST-PRICE TO IVX-LIST-PRICE.
068120     IF CONTRACT-APPLIES
068130         MOVE WS-CONTRACT-PRICE TO IVX-CONTRACT-PRICE
068140     ELSE
068150         MOVE ZERO TO IVX-CONTRACT-PRICE
068160     END-IF.
068170     MOVE WS-DISCOUNT-AMOUNT TO IVX-DISCOUNT.
068180     MOVE WS-WORK-TAX-STATUS TO IVX-TAX-STATUS.
068200     WRITE INVOICE-EXTRACT-RECORD.
068210     PERFORM 2240-WRITE-SALES-HISTORY THRU 2240-EXIT.
068300 2230-EXIT.
070600     MOVE TRANS-ITEM-ID TO CKPT-LAST-ITEM-ID.
070700     MOVE WS-RECORDS-REPORTED TO CKPT-RECORDS-PROCESSED.
070800     MOVE WS-TOTAL-EXTENSION TO CKPT-RUNNING-TOTAL.
070850     MOVE WS-TOTAL-DISCOUNT TO CKPT-RUNNING-DISCOUNT.
070900     OPEN OUTPUT CHECKPOINT-FILE.
071000     WRITE CHECKPOINT-RECORD.
071100     CLOSE CHECKPOINT-FILE.
075400     IF NOT MASTER-EOF AND ITM-ITEM-ID = TRANS-ITEM-ID
075500         MOVE "Y" TO WS-ITEM-FOUND-SW
075600         MOVE ITM-DESCRIPTION TO WS-WORK-DESCRIPTION
075650         MOVE ITM-TAX-STATUS TO WS-WORK-TAX-STATUS
075700     ELSE
075800         MOVE "N" TO WS-ITEM-FOUND-SW
075900         MOVE "*** NOT ON FILE ***" TO WS-WORK-DESCRIPTION
080600     CLOSE REPORT-FILE EXCEPTION-LOG ITEM-MASTER-FILE
080700         BACKORDER-FILE INVOICE-EXTRACT-FILE
080800         PRICE-EXCEPTION-FILE SUSPENSE-FILE
080810         SALES-HISTORY-FILE STOCK-MOVEMENT-FILE.
080820     IF CONTRACT-FILE-OPEN
080840         CLOSE CONTRACT-PRICE-FILE
080860     END-IF.
080900     PERFORM 3200-WRITE-PRICE-TOTALS THRU 3200-EXIT.
081000     IF LK-RETURN-CODE = ZERO
081100         PERFORM 3300-CLEAR-CHECKPOINT THRU 3300-EXIT
081600     DISPLAY "RECORDS REPORTED  : " WS-RECORDS-REPORTED.
081700     DISPLAY "TOTAL EXTENSION   : " WS-TOTAL-EXTENSION.
081800     DISPLAY "BACKORDERS WRITTEN: " WS-BACKORDERS-WRITTEN.
081900     DISPLAY "PRICE OVERRIDES   : " WS-PRICES-OVERRIDDEN.
081920     DISPLAY "CONTRACT PRICED   : " WS-CONTRACT-LINES.
081940     DISPLAY "CONTRACT DISCOUNT : " WS-TOTAL-DISCOUNT.
082000     DISPLAY "SENT TO SUSPENSE  : " WS-SUSPENDED-WRITTEN.
082100 3000-EXIT.
082200     EXIT.
085400     MOVE WS-TOTAL-EXTENSION TO PTOT-EXTENSION-TOTAL.
085500     MOVE NBR-DOUBLE TO PTOT-NET-ADJUSTMENT.
085600     MOVE NBR-DOUBLE-POSITIVE TO PTOT-GROSS-ADJUSTMENT.
085650     MOVE WS-TOTAL-DISCOUNT TO PTOT-DISCOUNT-TOTAL.
085700     OPEN OUTPUT PRICE-TOTALS-FILE.
085800     IF WS-PRICETOT-STATUS NOT = "00"
085900         DISPLAY "MYFIRSCOBOL - UNABLE TO OPEN PRICETOT, "
