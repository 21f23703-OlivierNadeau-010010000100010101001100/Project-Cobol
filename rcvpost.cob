000100*****************************************************************
000200*    PROGRAM  : RCVPOST
000300*    PURPOSE  : GOODS-RECEIPT POSTING.  RUNS AT THE FRONT OF THE
000400*               NIGHTLY STREAM, AHEAD OF THE BACKORDER RELEASE, SO
000500*               STOCK BOOKED IN AT THE DOCK TODAY IS ON HAND
000600*               BEFORE TONIGHT'S BACKORDERS ARE OFFERED IT.  SORTS
000700*               THE DAY'S DOCK RECEIPTS INTO PO-NUMBER ORDER AND
000800*               MATCH-MERGES THEM AGAINST ONE SEQUENTIAL PASS OF
000900*               THE PURCHASE ORDER FILE - A RECEIPT ADDS TO THE
001000*               ITEM'S ON-HAND AND CLOSES OR PART-CLOSES ITS
001100*               ORDER LINE.  EVERY RECEIPT PRINTS ON A RECEIVING
001200*               REGISTER; OVER- AND UNDER-RECEIPTS AND RECEIPTS
001300*               THAT CANNOT BE POSTED ARE FLAGGED THERE.
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. RCVPOST.
001600 AUTHOR. D L MARSH.
001700 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000*
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002300*    ---------- ----  ----------------------------------------
002400*    2026-10-15 DLM   INITIAL VERSION - DELIVERIES USED TO BE
002500*                      ADDED TO ON-HAND THROUGH ITMMAINT BY HAND,
002600*                      WITH NOTHING TYING THEM BACK TO AN ORDER.
002620*    2026-10-15 DLM   EVERY POSTED RECEIPT NOW APPENDS A RECEIPT
002640*                      MOVEMENT TO THE STKMOVE STOCK LEDGER.
002650*    2026-10-15 DLM   RCPTFIL IS EMPTIED ONCE ANY RECEIPT HAS
002660*                      POSTED, EVEN WHEN POFILE CANNOT BE
002670*                      REWRITTEN, SO A RERUN CANNOT ADD THE SAME
002680*                      STOCK TWICE.  POWORK HOLDS THE UPDATED
002690*                      ORDERS FOR THE OPERATOR TO RESTORE.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RECEIPT-FILE ASSIGN TO "RCPTFIL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-RECEIPT-STATUS.
003300     SELECT RECEIPT-SORT-FILE ASSIGN TO "RCVSORT".
003400     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-POFILE-STATUS.
003700     SELECT ORDER-WORK-FILE ASSIGN TO "POWORK"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-POWORK-STATUS.
004000     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS ITM-ITEM-ID
004400         FILE STATUS IS WS-ITEMMAST-STATUS.
004500     SELECT RECEIVING-REGISTER ASSIGN TO "RCVREG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REGISTER-STATUS.
004720     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE"
004740         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-STKMOVE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RECEIPT-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  RECEIPT-INPUT-RECORD         PIC X(27).
005300 SD  RECEIPT-SORT-FILE.
005400 01  RSRT-RECORD.
005500     05  RSRT-PO-NUMBER           PIC 9(07).
005600     05  FILLER                   PIC X(20).
005700 FD  PURCHASE-ORDER-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY POREC.
006000 FD  ORDER-WORK-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  ORDER-WORK-RECORD            PIC X(65).
006300 FD  ITEM-MASTER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY ITEMREC.
006600 FD  RECEIVING-REGISTER
006700     LABEL RECORDS ARE STANDARD.
006800 01  REGISTER-RECORD              PIC X(80).
006820 FD  STOCK-MOVEMENT-FILE
006840     LABEL RECORDS ARE STANDARD.
006860     COPY STKMVREC.
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-RECEIPT-EOF-SW        PIC X(01) VALUE "N".
007200         88  RECEIPT-EOF                    VALUE "Y".
007300     05  WS-ORDER-EOF-SW          PIC X(01) VALUE "N".
007400         88  ORDER-EOF                      VALUE "Y".
007500     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
007600         88  INIT-ERROR                     VALUE "Y".
007700     05  WS-NO-RECEIPTS-SW        PIC X(01) VALUE "N".
007800         88  NO-RECEIPTS-TODAY              VALUE "Y".
007900     05  WS-NO-ORDERS-SW          PIC X(01) VALUE "N".
008000         88  NO-ORDERS-ON-FILE              VALUE "Y".
008100     05  WS-REJECT-SW             PIC X(01) VALUE "N".
008200         88  RECEIPT-REJECTED               VALUE "Y".
008300 01  WS-FILE-STATUS.
008400     05  WS-RECEIPT-STATUS        PIC X(02) VALUE SPACES.
008500     05  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
008600     05  WS-POWORK-STATUS         PIC X(02) VALUE SPACES.
008700     05  WS-ITEMMAST-STATUS       PIC X(02) VALUE SPACES.
008800     05  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
008850     05  WS-STKMOVE-STATUS        PIC X(02) VALUE SPACES.
008900 01  WS-COUNTERS.
009000     05  WS-RECEIPTS-READ         PIC 9(07) COMP VALUE ZERO.
009100     05  WS-RECEIPTS-POSTED       PIC 9(07) COMP VALUE ZERO.
009200     05  WS-RECEIPTS-REJECTED     PIC 9(07) COMP VALUE ZERO.
009300     05  WS-RECEIPTS-OVER         PIC 9(07) COMP VALUE ZERO.
009400     05  WS-RECEIPTS-UNDER        PIC 9(07) COMP VALUE ZERO.
009500     05  WS-ORDERS-CLOSED         PIC 9(07) COMP VALUE ZERO.
009600 01  WS-POST-WORK.
009700     05  WS-PRIOR-RECEIVED        PIC 9(07) VALUE ZERO.
009800     05  WS-NEW-ON-HAND           PIC 9(07) VALUE ZERO.
009900     05  WS-RECEIPT-DATE          PIC 9(08) VALUE ZERO.
010000 01  WS-REASON-WORK.
010100     05  WS-REASON-CODE           PIC X(02) VALUE SPACES.
010200     05  WS-REASON-TEXT           PIC X(30) VALUE SPACES.
010300*
010400*    THE SORTED RECEIPT IS RETURNED INTO THIS WORKING COPY OF THE
010500*    SHARED LAYOUT.
010600     COPY RCPTREC.
010700 01  WS-DATE-TIME.
010800     05  WS-CURRENT-DATE          PIC 9(08).
010900     05  WS-CURRENT-TIME          PIC 9(08).
011000 01  WS-REGISTER-LINES.
011100     05  WS-REG-TITLE-LINE.
011200         10  FILLER               PIC X(27)
011300                 VALUE "GOODS RECEIVING REGISTER   ".
011400         10  WS-REG-TITLE-DATE    PIC 9(08).
011500     05  WS-REG-COLUMN-LINE.
011600         10  FILLER               PIC X(40)
011700                 VALUE "PO NO   ITEM  ORDERED   PRIOR    THIS   ".
011800         10  FILLER               PIC X(26)
011900                 VALUE "TOTAL STATUS   EXCEPTION".
012000     05  WS-REG-DETAIL-LINE.
012100         10  WS-REG-PO-NUMBER     PIC 9(07).
012200         10  FILLER               PIC X(01) VALUE SPACES.
012300         10  WS-REG-ITEM-ID       PIC X(05).
012400         10  FILLER               PIC X(01) VALUE SPACES.
012500         10  WS-REG-ORDERED       PIC Z(06)9.
012600         10  FILLER               PIC X(01) VALUE SPACES.
012700         10  WS-REG-PRIOR         PIC Z(06)9.
012800         10  FILLER               PIC X(01) VALUE SPACES.
012900         10  WS-REG-THIS          PIC Z(06)9.
013000         10  FILLER               PIC X(01) VALUE SPACES.
013100         10  WS-REG-TOTAL         PIC Z(06)9.
013200         10  FILLER               PIC X(01) VALUE SPACES.
013300         10  WS-REG-STATUS        PIC X(08).
013400         10  FILLER               PIC X(01) VALUE SPACES.
013500         10  WS-REG-EXCEPTION     PIC X(24).
013600     05  WS-REG-COUNT-LINE.
013700         10  WS-REG-COUNT-LABEL   PIC X(24).
013800         10  WS-REG-COUNT         PIC Z(06)9.
013900 LINKAGE SECTION.
014000 01  LK-BATCH-ID                  PIC X(08).
014100 01  LK-RETURN-CODE               PIC 9(02).
014200 PROCEDURE DIVISION USING LK-BATCH-ID LK-RETURN-CODE.
014300*----------------------------------------------------------------*
014400*    0000-MAINLINE - SORT THE DOCK RECEIPTS AND MERGE THEM
014500*    AGAINST THE PURCHASE ORDER FILE.
014600*----------------------------------------------------------------*
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
014900     IF NOT INIT-ERROR
015000         IF NO-RECEIPTS-TODAY
015100             PERFORM 2600-FLUSH-ORDERS THRU 2600-EXIT
015200         ELSE
015300             SORT RECEIPT-SORT-FILE
015400                 ON ASCENDING KEY RSRT-PO-NUMBER
015500                 WITH DUPLICATES IN ORDER
015600                 USING RECEIPT-FILE
015700                 OUTPUT PROCEDURE IS 2000-POST-RECEIPTS
015800                     THRU 2000-EXIT
015900         END-IF
016000         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
016100     END-IF.
016200     GOBACK.
016300*----------------------------------------------------------------*
016400*    1000-INITIALIZE-RTN - OPEN FILES, WRITE THE HEADINGS, READ
016500*    THE FIRST ORDER.  NO RECEIPTS FILE MEANS NOTHING CAME IN AT
016600*    THE DOCK; NO ORDER FILE MEANS EVERY RECEIPT IS UNMATCHED.
016700*    THE PROBE MATTERS BECAUSE THE SORT HAS NO FILE-STATUS
016800*    PROTECTION OF ITS OWN.
016900*----------------------------------------------------------------*
017000 1000-INITIALIZE-RTN.
017100     MOVE ZERO TO LK-RETURN-CODE.
017200     MOVE "N" TO WS-INIT-ERROR-SW.
017300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017400     ACCEPT WS-CURRENT-TIME FROM TIME.
017500     OPEN INPUT RECEIPT-FILE.
017600     IF WS-RECEIPT-STATUS = "35"
017700         MOVE "Y" TO WS-NO-RECEIPTS-SW
017800     ELSE
017900         IF WS-RECEIPT-STATUS = "00"
018000             CLOSE RECEIPT-FILE
018100         ELSE
018200             DISPLAY "RCVPOST - UNABLE TO OPEN RCPTFIL, STATUS "
018300                 WS-RECEIPT-STATUS
018400             MOVE "Y" TO WS-INIT-ERROR-SW
018500         END-IF
018600     END-IF.
018700     OPEN INPUT PURCHASE-ORDER-FILE.
018800     IF WS-POFILE-STATUS = "35"
018900         MOVE "Y" TO WS-NO-ORDERS-SW
019000         MOVE "Y" TO WS-ORDER-EOF-SW
019100     ELSE
019200         IF WS-POFILE-STATUS NOT = "00"
019300             DISPLAY "RCVPOST - UNABLE TO OPEN POFILE, STATUS "
019400                 WS-POFILE-STATUS
019500             MOVE "Y" TO WS-INIT-ERROR-SW
019600         END-IF
019700     END-IF.
019800     OPEN OUTPUT ORDER-WORK-FILE.
019900     IF WS-POWORK-STATUS NOT = "00"
020000         DISPLAY "RCVPOST - UNABLE TO OPEN POWORK, STATUS "
020100             WS-POWORK-STATUS
020200         MOVE "Y" TO WS-INIT-ERROR-SW
020300     END-IF.
020400     OPEN I-O ITEM-MASTER-FILE.
020500     IF WS-ITEMMAST-STATUS NOT = "00"
020600         DISPLAY "RCVPOST - UNABLE TO OPEN ITEMMAST, STATUS "
020700             WS-ITEMMAST-STATUS
020800         MOVE "Y" TO WS-INIT-ERROR-SW
020900     END-IF.
021000     OPEN OUTPUT RECEIVING-REGISTER.
021100     IF WS-REGISTER-STATUS NOT = "00"
021200         DISPLAY "RCVPOST - UNABLE TO OPEN RCVREG, STATUS "
021300             WS-REGISTER-STATUS
021400         MOVE "Y" TO WS-INIT-ERROR-SW
021500     END-IF.
021510     OPEN EXTEND STOCK-MOVEMENT-FILE.
021520     IF WS-STKMOVE-STATUS NOT = "00"
021530         OPEN OUTPUT STOCK-MOVEMENT-FILE
021540     END-IF.
021550     IF WS-STKMOVE-STATUS NOT = "00"
021560         DISPLAY "RCVPOST - UNABLE TO OPEN STKMOVE, STATUS "
021570             WS-STKMOVE-STATUS
021580         MOVE "Y" TO WS-INIT-ERROR-SW
021590     END-IF.
021600     IF INIT-ERROR
021700         MOVE 12 TO LK-RETURN-CODE
021800         CLOSE PURCHASE-ORDER-FILE ORDER-WORK-FILE
021900             ITEM-MASTER-FILE RECEIVING-REGISTER
021950             STOCK-MOVEMENT-FILE
022000         GO TO 1000-EXIT
022100     END-IF.
022200     MOVE WS-CURRENT-DATE TO WS-REG-TITLE-DATE.
022300     WRITE REGISTER-RECORD FROM WS-REG-TITLE-LINE.
022400     WRITE REGISTER-RECORD FROM WS-REG-COLUMN-LINE.
022500     DISPLAY "RCVPOST - GOODS RECEIPT POSTING STARTING".
022600     IF NO-RECEIPTS-TODAY
022700         DISPLAY "RCVPOST - NO DOCK RECEIPTS TODAY"
022800     END-IF.
022900     IF NOT NO-ORDERS-ON-FILE
023000         PERFORM 2950-READ-ORDER THRU 2950-EXIT
023100     END-IF.
023200 1000-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------*
023500*    2000-POST-RECEIPTS - SORT OUTPUT PROCEDURE.  TWO-FILE
023600*    MATCH-MERGE - BOTH STREAMS RISE ON PO NUMBER, SO ONE PASS
023700*    OF EACH SETTLES EVERYTHING.
023800*----------------------------------------------------------------*
023900 2000-POST-RECEIPTS.
024000     PERFORM 2900-RETURN-RECEIPT THRU 2900-EXIT.
024100     PERFORM 2100-MATCH-ONE THRU 2100-EXIT
024200         UNTIL RECEIPT-EOF.
024300     PERFORM 2600-FLUSH-ORDERS THRU 2600-EXIT.
024400 2000-EXIT.
024500     EXIT.
024600*----------------------------------------------------------------*
024700*    2100-MATCH-ONE - ALIGN THE TWO STREAMS ONE STEP.  AN ORDER
024800*    BEHIND THE RECEIPT PASSES TO THE WORK FILE UNTOUCHED; A
024900*    RECEIPT BEHIND EVERY ORDER QUOTES NO ORDER ON FILE; A
025000*    MEETING POSTS THE RECEIPT AND HOLDS THE ORDER IN THE BUFFER
025100*    IN CASE ANOTHER DELIVERY CAME IN AGAINST IT TOO.
025200*----------------------------------------------------------------*
025300 2100-MATCH-ONE.
025400     IF ORDER-EOF
025500         PERFORM 2300-REJECT-UNMATCHED THRU 2300-EXIT
025600         PERFORM 2900-RETURN-RECEIPT THRU 2900-EXIT
025700         GO TO 2100-EXIT
025800     END-IF.
025900     IF PO-NUMBER < RCT-PO-NUMBER
026000         PERFORM 2400-WRITE-ONE-WORK THRU 2400-EXIT
026100         PERFORM 2950-READ-ORDER THRU 2950-EXIT
026200         GO TO 2100-EXIT
026300     END-IF.
026400     IF RCT-PO-NUMBER < PO-NUMBER
026500         PERFORM 2300-REJECT-UNMATCHED THRU 2300-EXIT
026600         PERFORM 2900-RETURN-RECEIPT THRU 2900-EXIT
026700         GO TO 2100-EXIT
026800     END-IF.
026900     PERFORM 2200-POST-RECEIPT THRU 2200-EXIT.
027000     PERFORM 2900-RETURN-RECEIPT THRU 2900-EXIT.
027100 2100-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------*
027400*    2200-POST-RECEIPT - EDIT THE RECEIPT AGAINST ITS ORDER AND
027500*    THE ITEM MASTER, THEN ADD IT TO ON-HAND AND TO THE ORDER'S
027600*    RECEIVED QUANTITY.  THE ORDER CLOSES WHEN IT IS RECEIVED IN
027700*    FULL AND IS PART-CLOSED OTHERWISE.  A DELIVERY AGAINST AN
027800*    ORDER ALREADY CLOSED IS STILL STOCK ON THE SHELF - IT POSTS
027900*    AND IS FLAGGED AS AN OVER-RECEIPT.
028000*----------------------------------------------------------------*
028100 2200-POST-RECEIPT.
028200     PERFORM 2210-EDIT-RECEIPT THRU 2210-EXIT.
028300     IF RECEIPT-REJECTED
028400         PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT
028500         GO TO 2200-EXIT
028600     END-IF.
028700     MOVE PO-QTY-RECEIVED TO WS-PRIOR-RECEIVED.
028750     MOVE ITM-QUANTITY-ON-HAND TO SMV-BEFORE-ON-HAND.
028800     MOVE WS-NEW-ON-HAND TO ITM-QUANTITY-ON-HAND.
028900     REWRITE ITEM-MASTER-RECORD
029000         INVALID KEY
029100             DISPLAY "RCVPOST - ITEMMAST REWRITE FAILED, KEY "
029200                 ITM-ITEM-ID
029300     END-REWRITE.
029350     PERFORM 2250-WRITE-MOVEMENT THRU 2250-EXIT.
029400     ADD RCT-QUANTITY TO PO-QTY-RECEIVED.
029500     MOVE WS-RECEIPT-DATE TO PO-LAST-RECEIPT-DATE.
029600     IF PO-QTY-RECEIVED < PO-QTY-ORDERED
029700         MOVE "P" TO PO-STATUS
029800         MOVE "PARTIAL" TO WS-REG-STATUS
029900         MOVE "UNDER - BALANCE DUE IN" TO WS-REG-EXCEPTION
030000         ADD 1 TO WS-RECEIPTS-UNDER
030100     ELSE
030200         IF NOT PO-STATUS-CLOSED
030300             ADD 1 TO WS-ORDERS-CLOSED
030400         END-IF
030500         MOVE "C" TO PO-STATUS
030600         MOVE "CLOSED" TO WS-REG-STATUS
030700         MOVE SPACES TO WS-REG-EXCEPTION
030800         IF PO-QTY-RECEIVED > PO-QTY-ORDERED
030900             MOVE "OVER" TO WS-REG-STATUS
031000             MOVE "OVER - RECEIVED PAST ORDER" TO WS-REG-EXCEPTION
031100             ADD 1 TO WS-RECEIPTS-OVER
031200         END-IF
031300     END-IF.
031400     ADD 1 TO WS-RECEIPTS-POSTED.
031500     PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT.
031600 2200-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------*
031900*    2210-EDIT-RECEIPT - FIRST FAILURE WINS.  A RECEIPT THAT
032000*    FAILS IS NOT POSTED ANYWHERE - THE DOCK CORRECTS IT AND
032100*    BOOKS IT IN AGAIN.  A RECEIPT WITH NO DATE OF ITS OWN IS
032200*    DATED TODAY.
032300*----------------------------------------------------------------*
032400 2210-EDIT-RECEIPT.
032500     MOVE "N" TO WS-REJECT-SW.
032600     MOVE SPACES TO WS-REASON-TEXT.
032700     IF RCT-QUANTITY NOT NUMERIC
032800         MOVE "QUANTITY NOT NUMERIC" TO WS-REASON-TEXT
032900         MOVE "Y" TO WS-REJECT-SW
033000         GO TO 2210-EXIT
033100     END-IF.
033200     IF RCT-QUANTITY = ZERO
033300         MOVE "QUANTITY IS ZERO" TO WS-REASON-TEXT
033400         MOVE "Y" TO WS-REJECT-SW
033500         GO TO 2210-EXIT
033600     END-IF.
033700     IF RCT-ITEM-ID NOT = PO-ITEM-ID
033800         MOVE "ITEM NOT ON THIS ORDER" TO WS-REASON-TEXT
033900         MOVE "Y" TO WS-REJECT-SW
034000         GO TO 2210-EXIT
034100     END-IF.
034200     MOVE RCT-ITEM-ID TO ITM-ITEM-ID.
034300     READ ITEM-MASTER-FILE
034400         INVALID KEY
034500             MOVE "ITEM NOT ON MASTER" TO WS-REASON-TEXT
034600             MOVE "Y" TO WS-REJECT-SW
034700             GO TO 2210-EXIT
034800     END-READ.
034900     COMPUTE WS-NEW-ON-HAND =
035000         ITM-QUANTITY-ON-HAND + RCT-QUANTITY.
035100     IF WS-NEW-ON-HAND > 99999
035200         MOVE "ON-HAND WOULD OVERFLOW" TO WS-REASON-TEXT
035300         MOVE "Y" TO WS-REJECT-SW
035400         GO TO 2210-EXIT
035500     END-IF.
035600     IF RCT-RECEIPT-DATE NUMERIC AND RCT-RECEIPT-DATE > ZERO
035700         MOVE RCT-RECEIPT-DATE TO WS-RECEIPT-DATE
035800     ELSE
035900         MOVE WS-CURRENT-DATE TO WS-RECEIPT-DATE
036000     END-IF.
036100 2210-EXIT.
036200     EXIT.
036205*----------------------------------------------------------------*
036210*    2250-WRITE-MOVEMENT - THE RECEIPT ON THE STOCK LEDGER.  THE
036215*    CALLER HAS ALREADY SET THE BALANCE BEFORE.
036220*----------------------------------------------------------------*
036225 2250-WRITE-MOVEMENT.
036230     MOVE RCT-ITEM-ID TO SMV-ITEM-ID.
036235     MOVE "RC" TO SMV-MOVEMENT-TYPE.
036240     MOVE RCT-QUANTITY TO SMV-QUANTITY-IN.
036245     MOVE ZERO TO SMV-QUANTITY-OUT.
036250     MOVE WS-NEW-ON-HAND TO SMV-AFTER-ON-HAND.
036255     MOVE LK-BATCH-ID TO SMV-BATCH-ID.
036260     MOVE "RCVPOST" TO SMV-SOURCE-PROGRAM.
036265     MOVE WS-CURRENT-DATE TO SMV-MOVE-DATE.
036270     MOVE WS-CURRENT-TIME TO SMV-MOVE-TIME.
036275     WRITE STOCK-MOVEMENT-RECORD.
036280 2250-EXIT.
036285     EXIT.
036300*----------------------------------------------------------------*
036400*    2300-REJECT-UNMATCHED - A RECEIPT QUOTING NO ORDER ON FILE.
036500*    NOTHING IS POSTED.
036600*----------------------------------------------------------------*
036700 2300-REJECT-UNMATCHED.
036800     MOVE "Y" TO WS-REJECT-SW.
036900     MOVE "NO SUCH PURCHASE ORDER" TO WS-REASON-TEXT.
037000     PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT.
037100 2300-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------*
037400*    2400-WRITE-ONE-WORK - PASS THE BUFFERED ORDER TO THE WORK
037500*    FILE AS IT NOW STANDS.
037600*----------------------------------------------------------------*
037700 2400-WRITE-ONE-WORK.
037800     WRITE ORDER-WORK-RECORD FROM PURCHASE-ORDER-RECORD.
037900 2400-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------*
038200*    2600-FLUSH-ORDERS - THE RECEIPTS ARE DONE; THE REST OF THE
038300*    ORDER FILE PASSES THROUGH UNTOUCHED.
038400*----------------------------------------------------------------*
038500 2600-FLUSH-ORDERS.
038600     PERFORM 2610-FLUSH-ONE THRU 2610-EXIT
038700         UNTIL ORDER-EOF.
038800 2600-EXIT.
038900     EXIT.
039000 2610-FLUSH-ONE.
039100     PERFORM 2400-WRITE-ONE-WORK THRU 2400-EXIT.
039200     PERFORM 2950-READ-ORDER THRU 2950-EXIT.
039300 2610-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------*
039600*    2800-WRITE-REGISTER - ONE LINE PER RECEIPT.  A REJECTED
039700*    RECEIPT SHOWS THE ORDER AS IT STANDS AND WHY NOTHING WAS
039800*    POSTED.
039900*----------------------------------------------------------------*
040000 2800-WRITE-REGISTER.
040100     MOVE RCT-PO-NUMBER TO WS-REG-PO-NUMBER.
040200     MOVE RCT-ITEM-ID TO WS-REG-ITEM-ID.
040300     IF RCT-QUANTITY NUMERIC
040400         MOVE RCT-QUANTITY TO WS-REG-THIS
040500     ELSE
040600         MOVE ZERO TO WS-REG-THIS
040700     END-IF.
040800     IF RECEIPT-REJECTED
040900         IF ORDER-EOF OR RCT-PO-NUMBER NOT = PO-NUMBER
041000             MOVE ZERO TO WS-REG-ORDERED
041100             MOVE ZERO TO WS-REG-PRIOR
041200             MOVE ZERO TO WS-REG-TOTAL
041300         ELSE
041400             MOVE PO-QTY-ORDERED TO WS-REG-ORDERED
041500             MOVE PO-QTY-RECEIVED TO WS-REG-PRIOR
041600             MOVE PO-QTY-RECEIVED TO WS-REG-TOTAL
041700         END-IF
041800         MOVE "REJECTED" TO WS-REG-STATUS
041900         MOVE WS-REASON-TEXT TO WS-REG-EXCEPTION
042000         ADD 1 TO WS-RECEIPTS-REJECTED
042100     ELSE
042200         MOVE PO-QTY-ORDERED TO WS-REG-ORDERED
042300         MOVE WS-PRIOR-RECEIVED TO WS-REG-PRIOR
042400         MOVE PO-QTY-RECEIVED TO WS-REG-TOTAL
042500     END-IF.
042600     WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
042700 2800-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------*
043000*    2900-RETURN-RECEIPT - NEXT SORTED RECEIPT INTO THE WORKING
043100*    LAYOUT, OR SET END OF FILE.
043200*----------------------------------------------------------------*
043300 2900-RETURN-RECEIPT.
043400     RETURN RECEIPT-SORT-FILE INTO DOCK-RECEIPT-RECORD
043500         AT END
043600             MOVE "Y" TO WS-RECEIPT-EOF-SW
043700     END-RETURN.
043800     IF NOT RECEIPT-EOF
043900         ADD 1 TO WS-RECEIPTS-READ
044000     END-IF.
044100 2900-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------*
044400*    2950-READ-ORDER - NEXT PURCHASE ORDER, OR SET END OF FILE.
044500*----------------------------------------------------------------*
044600 2950-READ-ORDER.
044700     READ PURCHASE-ORDER-FILE
044800         AT END
044900             MOVE "Y" TO WS-ORDER-EOF-SW
045000     END-READ.
045100 2950-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------*
045400*    3000-FINALIZE-RTN - REWRITE THE ORDER FILE FROM THE WORK
045500*    FILE IN ONE PIECE, EMPTY THE RECEIPTS FILE SO THE SAME
045600*    DELIVERIES CANNOT POST TWICE, REPORT COUNTS.  THE ORIGINAL
045700*    ORDER FILE IS NOT TOUCHED UNTIL THE MERGE IS DONE.  A
045800*    REJECTED OR OVER-RECEIVED DELIVERY LEAVES A WARNING CODE SO
045900*    THE OPERATOR LOOKS AT THE REGISTER.
046000*----------------------------------------------------------------*
046100 3000-FINALIZE-RTN.
046200     CLOSE ORDER-WORK-FILE.
046300     IF NOT NO-ORDERS-ON-FILE
046400         CLOSE PURCHASE-ORDER-FILE
046500         PERFORM 3100-REWRITE-ORDERS THRU 3100-EXIT
046600     END-IF.
046700     IF NOT NO-RECEIPTS-TODAY
046800         PERFORM 3200-EMPTY-RECEIPTS THRU 3200-EXIT
046900     END-IF.
047000     MOVE "RECEIPTS READ . . . . . " TO WS-REG-COUNT-LABEL.
047100     MOVE WS-RECEIPTS-READ TO WS-REG-COUNT.
047200     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
047300     MOVE "RECEIPTS POSTED . . . . " TO WS-REG-COUNT-LABEL.
047400     MOVE WS-RECEIPTS-POSTED TO WS-REG-COUNT.
047500     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
047600     MOVE "RECEIPTS REJECTED . . . " TO WS-REG-COUNT-LABEL.
047700     MOVE WS-RECEIPTS-REJECTED TO WS-REG-COUNT.
047800     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
047900     MOVE "OVER-RECEIPTS . . . . . " TO WS-REG-COUNT-LABEL.
048000     MOVE WS-RECEIPTS-OVER TO WS-REG-COUNT.
048100     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
048200     MOVE "UNDER-RECEIPTS. . . . . " TO WS-REG-COUNT-LABEL.
048300     MOVE WS-RECEIPTS-UNDER TO WS-REG-COUNT.
048400     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
048500     MOVE "ORDERS CLOSED . . . . . " TO WS-REG-COUNT-LABEL.
048600     MOVE WS-ORDERS-CLOSED TO WS-REG-COUNT.
048700     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
048800     CLOSE ITEM-MASTER-FILE RECEIVING-REGISTER
048850         STOCK-MOVEMENT-FILE.
048900     IF WS-RECEIPTS-REJECTED > ZERO OR WS-RECEIPTS-OVER > ZERO
049000         IF LK-RETURN-CODE < 04
049100             MOVE 04 TO LK-RETURN-CODE
049200         END-IF
049300     END-IF.
049400     DISPLAY "RCVPOST - GOODS RECEIPT POSTING COMPLETE".
049500     DISPLAY "RECEIPTS READ     : " WS-RECEIPTS-READ.
049600     DISPLAY "RECEIPTS POSTED   : " WS-RECEIPTS-POSTED.
049700     DISPLAY "REJECTED          : " WS-RECEIPTS-REJECTED.
049800     DISPLAY "ORDERS CLOSED     : " WS-ORDERS-CLOSED.
049900 3000-EXIT.
050000     EXIT.
050100*----------------------------------------------------------------*
050200*    3100-REWRITE-ORDERS - TRUNCATE AND REWRITE THE ORDER FILE
050300*    FROM THE WORK FILE IN ONE PIECE.
050400*----------------------------------------------------------------*
050500 3100-REWRITE-ORDERS.
050600     OPEN INPUT ORDER-WORK-FILE.
050700     IF WS-POWORK-STATUS NOT = "00"
050800         DISPLAY "RCVPOST - UNABLE TO REOPEN POWORK, STATUS "
050900             WS-POWORK-STATUS
051000         MOVE 12 TO LK-RETURN-CODE
051100         GO TO 3100-EXIT
051200     END-IF.
051300     OPEN OUTPUT PURCHASE-ORDER-FILE.
051400     IF WS-POFILE-STATUS NOT = "00"
051500         DISPLAY "RCVPOST - UNABLE TO REWRITE POFILE, STATUS "
051600             WS-POFILE-STATUS
051700         MOVE 12 TO LK-RETURN-CODE
051800         CLOSE ORDER-WORK-FILE
051900         GO TO 3100-EXIT
052000     END-IF.
052100     MOVE "N" TO WS-ORDER-EOF-SW.
052200     PERFORM 3110-COPY-ONE-BACK THRU 3110-EXIT
052300         UNTIL ORDER-EOF.
052400     CLOSE PURCHASE-ORDER-FILE ORDER-WORK-FILE.
052500 3100-EXIT.
052600     EXIT.
052700 3110-COPY-ONE-BACK.
052800     READ ORDER-WORK-FILE
052900         AT END
053000             MOVE "Y" TO WS-ORDER-EOF-SW
053100         NOT AT END
053200             MOVE ORDER-WORK-RECORD TO PURCHASE-ORDER-RECORD
053300             WRITE PURCHASE-ORDER-RECORD
053400     END-READ.
053500 3110-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------*
053800*    3200-EMPTY-RECEIPTS - TODAY'S DELIVERIES ARE ON THE BOOKS
053900*    AND ON THE REGISTER; THE RECEIPTS FILE IS TRUNCATED SO A
054000*    RERUN OF THE STREAM CANNOT ADD THE SAME STOCK TWICE.  IT IS
054010*    ONLY KEPT FOR A RERUN WHEN NOTHING POSTED.  ONCE ON-HAND AND
054020*    THE STOCK LEDGER HAVE MOVED IT IS EMPTIED EVEN IF THE ORDER
054030*    FILE COULD NOT BE REWRITTEN - THE UPDATED ORDERS ARE IN
054040*    POWORK FOR THE OPERATOR TO RESTORE BEFORE THE NEXT RUN.
054100*----------------------------------------------------------------*
054200 3200-EMPTY-RECEIPTS.
054300     IF LK-RETURN-CODE > 04
054310         IF WS-RECEIPTS-POSTED = ZERO
054400             DISPLAY "RCVPOST - NOTHING POSTED, RCPTFIL KEPT"
054500             GO TO 3200-EXIT
054510         END-IF
054520         DISPLAY "RCVPOST - RECEIPTS POSTED, RCPTFIL EMPTIED -"
054530         DISPLAY "RCVPOST - RESTORE POFILE FROM POWORK BEFORE"
054540         DISPLAY "RCVPOST - THE NEXT RUN"
054600     END-IF.
054700     OPEN OUTPUT RECEIPT-FILE.
054800     IF WS-RECEIPT-STATUS NOT = "00"
054900         DISPLAY "RCVPOST - UNABLE TO EMPTY RCPTFIL, STATUS "
055000             WS-RECEIPT-STATUS
055100         MOVE 12 TO LK-RETURN-CODE
055200         GO TO 3200-EXIT
055300     END-IF.
055400     CLOSE RECEIPT-FILE.
055500 3200-EXIT.
055600     EXIT.
