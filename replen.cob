001000*               PURCHASE SUGGESTION (PURSUGG, PURSUGRC LAYOUT)
001100*               AND A PRINTED REPORT LINE FOR PURCHASING.  A
001200*               ZERO REORDER POINT MEANS THE ITEM IS NOT
001300*               REPLENISHED AUTOMATICALLY.  QUANTITY ALREADY ON
001310*               AN OPEN PURCHASE ORDER (POFILE) COUNTS TOWARD
001320*               THE POSITION, SO AN ITEM WHOSE SHORTFALL IS
001330*               ALREADY ON ORDER IS NOT SUGGESTED AGAIN.
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. REPLEN.
001600 AUTHOR. D L MARSH.
002400*    2026-09-02 DLM   INITIAL VERSION - PURCHASING EYEBALLED
002500*                      THE ITEM FILE ONCE A WEEK, WHICH IS HOW
002600*                      ITM03 SAT AT ZERO ON HAND FOR FOUR DAYS.
002610*    2026-10-15 DLM   OPEN PURCHASE ORDERS NOW COUNT TOWARD THE
002620*                      NET POSITION.  THE OPEN ORDER FILE IS
002630*                      SORTED INTO ITEM ORDER AND WALKED BESIDE
002640*                      THE MASTER; THE UNRECEIVED QUANTITY IS
002650*                      TAKEN OFF THE SUGGESTION, AND AN ITEM
002660*                      WHOSE SHORTFALL IS FULLY ON ORDER IS
002670*                      COUNTED AS COVERED INSTEAD OF SUGGESTED
002680*                      EVERY NIGHT UNTIL THE DELIVERY ARRIVES.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
004200     SELECT SUGGESTION-REPORT ASSIGN TO "PURSRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SUGRPT-STATUS.
004410     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS WS-POFILE-STATUS.
004440     SELECT ORDER-SORT-FILE ASSIGN TO "RPLPOSRT".
004450     SELECT ORDER-BY-ITEM-FILE ASSIGN TO "RPLPOITM"
004460         ORGANIZATION IS LINE SEQUENTIAL
004470         FILE STATUS IS WS-POBYITEM-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BACKORDER-FILE
006000 FD  SUGGESTION-REPORT
006100     LABEL RECORDS ARE STANDARD.
006200 01  SUGGESTION-REPORT-RECORD     PIC X(80).
006210 FD  PURCHASE-ORDER-FILE
006220     LABEL RECORDS ARE STANDARD.
006230 01  PURCHASE-ORDER-INPUT-RECORD  PIC X(65).
006240 SD  ORDER-SORT-FILE.
006250 01  OSRT-RECORD.
006260     05  FILLER                   PIC X(13).
006270     05  OSRT-ITEM-ID             PIC X(05).
006280     05  FILLER                   PIC X(47).
006290 FD  ORDER-BY-ITEM-FILE
006292     LABEL RECORDS ARE STANDARD.
006294     COPY POREC.
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
006500     05  WS-BACKORD-EOF-SW        PIC X(01) VALUE "N".
007000         88  INIT-ERROR                     VALUE "Y".
007100     05  WS-NO-BACKORDERS-SW      PIC X(01) VALUE "N".
007200         88  NO-BACKORDERS-TONIGHT          VALUE "Y".
007210     05  WS-ORDER-EOF-SW          PIC X(01) VALUE "N".
007220         88  ORDER-EOF                      VALUE "Y".
007230     05  WS-NO-ORDERS-SW          PIC X(01) VALUE "N".
007240         88  NO-ORDERS-ON-FILE              VALUE "Y".
007300 01  WS-FILE-STATUS.
007400     05  WS-BACKORD-STATUS        PIC X(02) VALUE SPACES.
007500     05  WS-ITEMMAST-STATUS       PIC X(02) VALUE SPACES.
007600     05  WS-SUGGEST-STATUS        PIC X(02) VALUE SPACES.
007700     05  WS-SUGRPT-STATUS         PIC X(02) VALUE SPACES.
007710     05  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
007720     05  WS-POBYITEM-STATUS       PIC X(02) VALUE SPACES.
007800 01  WS-COUNTERS.
007900     05  WS-ITEMS-READ            PIC 9(07) COMP VALUE ZERO.
008000     05  WS-ITEMS-SUGGESTED       PIC 9(07) COMP VALUE ZERO.
008100     05  WS-ORPHAN-BACKORDERS     PIC 9(05) COMP VALUE ZERO.
008110     05  WS-ITEMS-COVERED         PIC 9(07) COMP VALUE ZERO.
008200 01  WS-REPLEN-WORK.
008300     05  WS-DEMAND-QTY            PIC 9(07) VALUE ZERO.
008400     05  WS-NET-POSITION          PIC S9(07) VALUE ZERO.
008500     05  WS-SUGGESTED-QTY         PIC 9(07) VALUE ZERO.
008510     05  WS-ON-ORDER-QTY          PIC 9(07) VALUE ZERO.
008520     05  WS-SUGGEST-WORK          PIC S9(07) VALUE ZERO.
008600*
008700*    THE SORTED BACKORDER IS RETURNED INTO THIS WORKING COPY OF
008800*    THE SHARED LAYOUT.
010000                 VALUE "ITEM   DESCRIPTION           ONHAND  ".
010100         10  FILLER               PIC X(26)
010200                 VALUE "DEMAND  REORD PT  SUGGEST".
010210         10  FILLER               PIC X(10) VALUE "  ON ORDER".
010300     05  WS-SUG-DETAIL-LINE.
010400         10  WS-SUG-ITEM-ID       PIC X(05).
010500         10  FILLER               PIC X(02) VALUE SPACES.
011200         10  WS-SUG-REORDER-PT    PIC Z(06)9.
011300         10  FILLER               PIC X(02) VALUE SPACES.
011400         10  WS-SUG-SUGGESTED     PIC Z(06)9.
011410         10  FILLER               PIC X(03) VALUE SPACES.
011420         10  WS-SUG-ON-ORDER      PIC Z(06)9.
011500     05  WS-SUG-COUNT-LINE.
011600         10  WS-SUG-COUNT-LABEL   PIC X(24).
011700         10  WS-SUG-COUNT         PIC Z(06)9.
017900             SUGGESTION-REPORT
018000         GO TO 1000-EXIT
018100     END-IF.
018110     PERFORM 1100-INDEX-OPEN-ORDERS THRU 1100-EXIT.
018120     IF INIT-ERROR
018130         MOVE 12 TO LK-RETURN-CODE
018140         CLOSE ITEM-MASTER-FILE SUGGESTION-FILE
018150             SUGGESTION-REPORT
018160         GO TO 1000-EXIT
018170     END-IF.
018200     MOVE WS-CURRENT-DATE TO WS-SUG-TITLE-DATE.
018300     WRITE SUGGESTION-REPORT-RECORD FROM WS-SUG-TITLE-LINE.
018400     WRITE SUGGESTION-REPORT-RECORD FROM WS-SUG-COLUMN-LINE.
018500     DISPLAY "REPLEN - REPLENISHMENT SWEEP STARTING".
018600 1000-EXIT.
018700     EXIT.
018710*----------------------------------------------------------------*
018720*    1100-INDEX-OPEN-ORDERS - SORT THE PURCHASE ORDER FILE INTO
018730*    ITEM ORDER SO IT CAN RIDE ALONGSIDE THE MASTER WALK, AND
018740*    READ THE FIRST ONE.  NO ORDER FILE MEANS NOTHING IS ON
018750*    ORDER ANYWHERE.  THE PROBE MATTERS BECAUSE THE SORT HAS NO
018760*    FILE-STATUS PROTECTION OF ITS OWN.
018770*----------------------------------------------------------------*
018780 1100-INDEX-OPEN-ORDERS.
018782     OPEN INPUT PURCHASE-ORDER-FILE.
018784     IF WS-POFILE-STATUS = "00"
018786         CLOSE PURCHASE-ORDER-FILE
018788     ELSE
018790         MOVE "Y" TO WS-NO-ORDERS-SW
018792         MOVE "Y" TO WS-ORDER-EOF-SW
018794         GO TO 1100-EXIT
018796     END-IF.
018798     SORT ORDER-SORT-FILE
018800         ON ASCENDING KEY OSRT-ITEM-ID
018802         USING PURCHASE-ORDER-FILE
018804         GIVING ORDER-BY-ITEM-FILE.
018806     OPEN INPUT ORDER-BY-ITEM-FILE.
018808     IF WS-POBYITEM-STATUS NOT = "00"
018810         DISPLAY "REPLEN - UNABLE TO OPEN RPLPOITM, STATUS "
018812             WS-POBYITEM-STATUS
018814         MOVE "Y" TO WS-INIT-ERROR-SW
018816         GO TO 1100-EXIT
018818     END-IF.
018820     PERFORM 2960-READ-ORDER THRU 2960-EXIT.
018822 1100-EXIT.
018824     EXIT.
018850*----------------------------------------------------------------*
018900*    1900-MERGE-DRIVER - SORT OUTPUT PROCEDURE.  PRIME THE
019000*    SORTED BACKORDER STREAM, THEN THE SAME MASTER WALK THE
019100*    NO-BACKORDER PATH USES.
021200     EXIT.
021300*----------------------------------------------------------------*
021400*    2100-CHECK-ONE-ITEM - GATHER THE ITEM'S OPEN BACKORDER
021500*    DEMAND OFF THE SORTED STREAM AND ITS UNRECEIVED OPEN
021510*    ORDERS OFF THE ORDER STREAM, THEN TEST THE NET POSITION
021600*    AGAINST THE REORDER POINT.  AN ITEM THAT WOULD HAVE BEEN
021610*    SUGGESTED BUT FOR ITS OPEN ORDERS IS COUNTED AS COVERED.
021700*----------------------------------------------------------------*
021800 2100-CHECK-ONE-ITEM.
021900     ADD 1 TO WS-ITEMS-READ.
022100     PERFORM 2200-GATHER-DEMAND THRU 2200-EXIT
022200         UNTIL BACKORD-EOF
022300             OR BO-ITEM-ID > ITM-ITEM-ID.
022310     MOVE ZERO TO WS-ON-ORDER-QTY.
022320     PERFORM 2250-GATHER-ON-ORDER THRU 2250-EXIT
022330         UNTIL ORDER-EOF
022340             OR PO-ITEM-ID > ITM-ITEM-ID.
022400     IF ITM-REORDER-POINT = ZERO
022500         GO TO 2100-NEXT
022600     END-IF.
022700     COMPUTE WS-NET-POSITION =
022800         ITM-QUANTITY-ON-HAND - WS-DEMAND-QTY.
022900     IF WS-NET-POSITION > ITM-REORDER-POINT
022910         GO TO 2100-NEXT
022920     END-IF.
022930     ADD WS-ON-ORDER-QTY TO WS-NET-POSITION.
022940     IF WS-NET-POSITION > ITM-REORDER-POINT
022950         ADD 1 TO WS-ITEMS-COVERED
022960         GO TO 2100-NEXT
022970     END-IF.
023000     PERFORM 2300-WRITE-SUGGESTION THRU 2300-EXIT.
023200 2100-NEXT.
023300     PERFORM 2950-READ-MASTER THRU 2950-EXIT.
023400 2100-EXIT.
024900     PERFORM 2900-RETURN-BACKORDER THRU 2900-EXIT.
025000 2200-EXIT.
025100     EXIT.
025110*----------------------------------------------------------------*
025120*    2250-GATHER-ON-ORDER - ROLL UP THE QUANTITY STILL DUE IN
025130*    ON THIS ITEM'S OPEN AND PART-RECEIVED ORDERS.  A CLOSED
025140*    ORDER HAS NOTHING MORE COMING; AN ORDER FOR AN ITEM NO
025150*    LONGER ON THE MASTER IS PASSED OVER.
025160*----------------------------------------------------------------*
025170 2250-GATHER-ON-ORDER.
025180     IF PO-ITEM-ID = ITM-ITEM-ID
025190             AND PO-STATUS-OUTSTANDING
025200             AND PO-QTY-RECEIVED < PO-QTY-ORDERED
025210         COMPUTE WS-ON-ORDER-QTY = WS-ON-ORDER-QTY
025220             + PO-QTY-ORDERED - PO-QTY-RECEIVED
025230     END-IF.
025240     PERFORM 2960-READ-ORDER THRU 2960-EXIT.
025250 2250-EXIT.
025260     EXIT.
025270*----------------------------------------------------------------*
025300*    2300-WRITE-SUGGESTION - ONE SUGGESTION RECORD AND ONE
025400*    REPORT LINE.  THE SUGGESTED ORDER COVERS THE STANDARD
025500*    REORDER QUANTITY PLUS EVERY BACKORDER STILL WAITING, SO
025600*    ONE DELIVERY CLEARS THE QUEUE AND RESTOCKS THE SHELF, LESS
025610*    WHATEVER IS ALREADY ON ORDER AND STILL TO COME IN.
025700*----------------------------------------------------------------*
025800 2300-WRITE-SUGGESTION.
025900     COMPUTE WS-SUGGEST-WORK =
026000         ITM-REORDER-QTY + WS-DEMAND-QTY - WS-ON-ORDER-QTY.
026100     IF WS-SUGGEST-WORK NOT > ZERO
026110         IF WS-ON-ORDER-QTY > ZERO
026120             ADD 1 TO WS-ITEMS-COVERED
026130         END-IF
026200         GO TO 2300-EXIT
026300     END-IF.
026310     MOVE WS-SUGGEST-WORK TO WS-SUGGESTED-QTY.
026400     MOVE ITM-ITEM-ID TO PSG-ITEM-ID.
026500     MOVE ITM-DESCRIPTION TO PSG-DESCRIPTION.
026600     MOVE ITM-QUANTITY-ON-HAND TO PSG-QUANTITY-ON-HAND.
026800     MOVE ITM-REORDER-POINT TO PSG-REORDER-POINT.
026900     MOVE WS-SUGGESTED-QTY TO PSG-SUGGESTED-QTY.
027000     MOVE LK-BATCH-ID TO PSG-BATCH-ID.
027010     MOVE WS-ON-ORDER-QTY TO PSG-ON-ORDER-QTY.
027100     WRITE PURCHASE-SUGGESTION-RECORD.
027200     MOVE ITM-ITEM-ID TO WS-SUG-ITEM-ID.
027300     MOVE ITM-DESCRIPTION TO WS-SUG-DESCRIPTION.
027500     MOVE WS-DEMAND-QTY TO WS-SUG-DEMAND.
027600     MOVE ITM-REORDER-POINT TO WS-SUG-REORDER-PT.
027700     MOVE WS-SUGGESTED-QTY TO WS-SUG-SUGGESTED.
027710     MOVE WS-ON-ORDER-QTY TO WS-SUG-ON-ORDER.
027800     WRITE SUGGESTION-REPORT-RECORD FROM WS-SUG-DETAIL-LINE.
027900     ADD 1 TO WS-ITEMS-SUGGESTED.
028000 2300-EXIT.
030600     END-READ.
030700 2950-EXIT.
030800     EXIT.
030810*----------------------------------------------------------------*
030820*    2960-READ-ORDER - NEXT PURCHASE ORDER IN ITEM ORDER, OR
030830*    SET END OF FILE.
030840*----------------------------------------------------------------*
030850 2960-READ-ORDER.
030860     READ ORDER-BY-ITEM-FILE
030870         AT END
030880             MOVE "Y" TO WS-ORDER-EOF-SW
030890     END-READ.
030892 2960-EXIT.
030894     EXIT.
030900*----------------------------------------------------------------*
031000*    3000-FINALIZE-RTN - REPORT COUNTS, CLOSE DOWN.
031100*----------------------------------------------------------------*
031600     MOVE "SUGGESTIONS WRITTEN . . " TO WS-SUG-COUNT-LABEL.
031700     MOVE WS-ITEMS-SUGGESTED TO WS-SUG-COUNT.
031800     WRITE SUGGESTION-REPORT-RECORD FROM WS-SUG-COUNT-LINE.
031810     MOVE "COVERED BY OPEN PO. . . " TO WS-SUG-COUNT-LABEL.
031820     MOVE WS-ITEMS-COVERED TO WS-SUG-COUNT.
031830     WRITE SUGGESTION-REPORT-RECORD FROM WS-SUG-COUNT-LINE.
031900     CLOSE ITEM-MASTER-FILE SUGGESTION-FILE SUGGESTION-REPORT.
031910     IF NOT NO-ORDERS-ON-FILE
031920         CLOSE ORDER-BY-ITEM-FILE
031930     END-IF.
032000     IF WS-ORPHAN-BACKORDERS > ZERO
032100         DISPLAY "REPLEN - " WS-ORPHAN-BACKORDERS " BACKORDERS "
032200             "REFERENCE ITEMS NOT ON THE MASTER"
032500     DISPLAY "REPLEN - REPLENISHMENT SWEEP COMPLETE".
032600     DISPLAY "ITEMS EXAMINED    : " WS-ITEMS-READ.
032700     DISPLAY "SUGGESTIONS       : " WS-ITEMS-SUGGESTED.
032710     DISPLAY "COVERED BY PO     : " WS-ITEMS-COVERED.
032800 3000-EXIT.
032900     EXIT.
