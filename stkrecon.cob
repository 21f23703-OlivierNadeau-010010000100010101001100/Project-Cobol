000100*****************************************************************
000200*    PROGRAM  : STKRECON
000300*    PURPOSE  : PERPETUAL INVENTORY RECONCILIATION.  RUN ON
000400*               DEMAND WHILE THE STREAM IS QUIET, NOT PART OF THE
000500*               NIGHTLY RUN.  SORTS THE STKMOVE STOCK LEDGER INTO
000600*               ITEM ORDER AND WALKS IT ALONGSIDE THE OPENING
000700*               BALANCES LEFT BY THE LAST CLEAN RUN (STKOPEN) AND
000800*               THE ITEM MASTER, PROVING FOR EVERY ITEM THAT
000900*               OPENING + RECEIPTS - ISSUES + ADJUSTMENTS = THE
001000*               ON-HAND NOW ON THE MASTER.  RECEIPTS ARE GOODS
001100*               RECEIPTS AND CUSTOMER RETURNS, ISSUES ARE ORDER
001200*               RELIEF, AND ADJUSTMENTS ARE THE NET OF MASTER
001300*               MAINTENANCE, MASTER RESTORES AND COUNT VARIANCES.
001400*               ONLY MOVEMENTS STAMPED AFTER THE OPENING BALANCES
001500*               AND NOT AFTER THIS RUN STARTED BELONG TO THE
001600*               PERIOD.  WITH NO STKOPEN (THE FIRST RUN) AN ITEM
001700*               OPENS AT THE BALANCE BEFORE ITS FIRST MOVEMENT.
001800*               A CLEAN RUN WRITES STKOPEN AFRESH FROM THE MASTER
001900*               FOR THE NEXT; A RUN WITH ANY ITEM OUT OF BALANCE
002000*               LEAVES IT AS IT WAS.  RETURN CODE 00 CLEAN, 04 NOT
002100*               CLEAN, 12 UNABLE TO RUN.
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. STKRECON.
002400 AUTHOR. D L MARSH.
002500 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED.
002800*
002900*    MODIFICATION HISTORY
003000*    DATE       INIT  DESCRIPTION
003100*    ---------- ----  ----------------------------------------
003200*    2026-10-15 DLM   INITIAL VERSION - ON-HAND WAS ONLY EVER
003300*                      CHECKED BY WALKING THE SHELVES.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-STKMOVE-STATUS.
004000     SELECT MOVEMENT-SORT-FILE ASSIGN TO "STKSORT".
004100     SELECT STOCK-OPENING-FILE ASSIGN TO "STKOPEN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-STKOPEN-STATUS.
004400     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ITM-ITEM-ID
004800         FILE STATUS IS WS-ITEMMAST-STATUS.
004900     SELECT RECON-REPORT ASSIGN TO "STKRCRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-REPORT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  STOCK-MOVEMENT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY STKMVREC.
005700 SD  MOVEMENT-SORT-FILE.
005800 01  MSRT-RECORD.
005900     05  MSRT-ITEM-ID             PIC X(05).
006000     05  FILLER                   PIC X(42).
006100     05  MSRT-MOVE-DATE           PIC 9(08).
006200     05  MSRT-MOVE-TIME           PIC 9(08).
006300 FD  STOCK-OPENING-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY STKOPNRC.
006600 FD  ITEM-MASTER-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY ITEMREC.
006900 FD  RECON-REPORT
007000     LABEL RECORDS ARE STANDARD.
007100 01  RECON-REPORT-RECORD          PIC X(80).
007200 WORKING-STORAGE SECTION.
007300 01  WS-SWITCHES.
007400     05  WS-MOVE-EOF-SW           PIC X(01) VALUE "N".
007500         88  MOVE-EOF                       VALUE "Y".
007600     05  WS-OPEN-EOF-SW           PIC X(01) VALUE "N".
007700         88  OPEN-EOF                       VALUE "Y".
007800     05  WS-MASTER-EOF-SW         PIC X(01) VALUE "N".
007900         88  MASTER-EOF                     VALUE "Y".
008000     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
008100         88  INIT-ERROR                     VALUE "Y".
008200     05  WS-NO-MOVEMENTS-SW       PIC X(01) VALUE "N".
008300         88  NO-MOVEMENTS-ON-FILE           VALUE "Y".
008400     05  WS-OPENING-SW            PIC X(01) VALUE "N".
008500         88  OPENING-SUPPLIED               VALUE "Y".
008600     05  WS-IN-PERIOD-SW          PIC X(01) VALUE "N".
008700         88  MOVE-IN-PERIOD                 VALUE "Y".
008800     05  WS-OPENING-SET-SW        PIC X(01) VALUE "N".
008900         88  OPENING-SET                    VALUE "Y".
009000 01  WS-FILE-STATUS.
009100     05  WS-STKMOVE-STATUS        PIC X(02) VALUE SPACES.
009200     05  WS-STKOPEN-STATUS        PIC X(02) VALUE SPACES.
009300     05  WS-ITEMMAST-STATUS       PIC X(02) VALUE SPACES.
009400     05  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.
009500 01  WS-COUNTERS.
009600     05  WS-MOVEMENTS-READ        PIC 9(07) COMP VALUE ZERO.
009700     05  WS-MOVEMENTS-IN-PERIOD   PIC 9(07) COMP VALUE ZERO.
009800     05  WS-ITEMS-PROVED          PIC 9(07) COMP VALUE ZERO.
009900     05  WS-ITEMS-AGREED          PIC 9(07) COMP VALUE ZERO.
010000     05  WS-OUT-OF-BALANCE        PIC 9(07) COMP VALUE ZERO.
010100     05  WS-OPENINGS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
010200 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
010300*
010400*    MERGE KEYS.  A STREAM AT END CARRIES HIGH-VALUES SO THE
010500*    OTHER STREAMS DRAIN PAST IT; THE LOWEST KEY IS THE ITEM
010600*    BEING PROVED.
010700 01  WS-MERGE-KEYS.
010800     05  WS-MOVE-KEY              PIC X(05) VALUE SPACES.
010900     05  WS-OPEN-KEY              PIC X(05) VALUE SPACES.
011000     05  WS-MASTER-KEY            PIC X(05) VALUE SPACES.
011100     05  WS-CURRENT-ITEM          PIC X(05) VALUE SPACES.
011200*
011300*    DATE AND TIME STAMPS, COMPARED WHOLE.  THE PERIOD RUNS FROM
011400*    THE OPENING STAMP (EXCLUSIVE) TO THE RUN STAMP (INCLUSIVE).
011500 01  WS-OPENING-STAMP.
011600     05  WS-OPENING-DATE          PIC 9(08) VALUE ZERO.
011700     05  WS-OPENING-TIME          PIC 9(08) VALUE ZERO.
011800 01  WS-RUN-STAMP.
011900     05  WS-CURRENT-DATE          PIC 9(08).
012000     05  WS-CURRENT-TIME          PIC 9(08).
012100 01  WS-MOVE-STAMP.
012200     05  WS-MOVE-DATE             PIC 9(08) VALUE ZERO.
012300     05  WS-MOVE-TIME             PIC 9(08) VALUE ZERO.
012400 01  WS-ITEM-WORK.
012500     05  WS-OPENING-QTY           PIC 9(07) VALUE ZERO.
012600     05  WS-RECEIPTS-QTY          PIC 9(07) VALUE ZERO.
012700     05  WS-ISSUES-QTY            PIC 9(07) VALUE ZERO.
012800     05  WS-ADJUST-QTY            PIC S9(07) VALUE ZERO.
012900     05  WS-CLOSING-QTY           PIC S9(07) VALUE ZERO.
013000     05  WS-MASTER-QTY            PIC 9(07) VALUE ZERO.
013100     05  WS-DIFFERENCE            PIC S9(07) VALUE ZERO.
013200 01  WS-RUN-TOTALS.
013300     05  WS-RUN-OPENING           PIC 9(09) VALUE ZERO.
013400     05  WS-RUN-RECEIPTS          PIC 9(09) VALUE ZERO.
013500     05  WS-RUN-ISSUES            PIC 9(09) VALUE ZERO.
013600     05  WS-RUN-ADJUST            PIC S9(09) VALUE ZERO.
013700     05  WS-RUN-CLOSING           PIC S9(09) VALUE ZERO.
013800     05  WS-RUN-MASTER            PIC 9(09) VALUE ZERO.
013900 01  WS-REPORT-LINES.
014000     05  WS-RPT-TITLE-LINE.
014100         10  FILLER               PIC X(40)
014200                 VALUE "PERPETUAL INVENTORY RECONCILIATION  RUN".
014300         10  FILLER               PIC X(06) VALUE " DATE ".
014400         10  WS-RPT-TITLE-DATE    PIC 9(08).
014500     05  WS-RPT-PERIOD-LINE.
014600         10  FILLER               PIC X(24)
014700                 VALUE "MOVEMENTS AFTER . . . . ".
014800         10  WS-RPT-FROM-DATE     PIC 9(08).
014900         10  FILLER               PIC X(01) VALUE SPACE.
015000         10  WS-RPT-FROM-TIME     PIC 9(08).
015100         10  FILLER               PIC X(08) VALUE " THROUGH".
015200         10  FILLER               PIC X(01) VALUE SPACE.
015300         10  WS-RPT-TO-DATE       PIC 9(08).
015400         10  FILLER               PIC X(01) VALUE SPACE.
015500         10  WS-RPT-TO-TIME       PIC 9(08).
015600     05  WS-RPT-FIRST-RUN-LINE    PIC X(60) VALUE
015700         "NO STKOPEN - ITEMS OPEN AT THEIR FIRST MOVEMENT".
015800     05  WS-RPT-COLUMN-LINE.
015900         10  FILLER               PIC X(40)
016000                 VALUE "ITEM   OPENING RECEIPTS   ISSUES   ADJUS".
016100         10  FILLER               PIC X(40)
016200                 VALUE "T   CLOSING    MASTER     DIFF  NOTE".
016300     05  WS-RPT-DETAIL-LINE.
016400         10  WS-RPT-ITEM-ID       PIC X(05).
016500         10  FILLER               PIC X(02) VALUE SPACES.
016600         10  WS-RPT-OPENING       PIC Z(06)9.
016700         10  FILLER               PIC X(02) VALUE SPACES.
016800         10  WS-RPT-RECEIPTS      PIC Z(06)9.
016900         10  FILLER               PIC X(02) VALUE SPACES.
017000         10  WS-RPT-ISSUES        PIC Z(06)9.
017100         10  FILLER               PIC X(02) VALUE SPACES.
017200         10  WS-RPT-ADJUST        PIC Z(06)9-.
017300         10  FILLER               PIC X(02) VALUE SPACES.
017400         10  WS-RPT-CLOSING       PIC Z(06)9-.
017500         10  FILLER               PIC X(02) VALUE SPACES.
017600         10  WS-RPT-MASTER        PIC Z(06)9.
017700         10  FILLER               PIC X(02) VALUE SPACES.
017800         10  WS-RPT-DIFFERENCE    PIC Z(06)9-.
017900         10  FILLER               PIC X(01) VALUE SPACES.
018000         10  WS-RPT-NOTE          PIC X(08).
018100     05  WS-RPT-COUNT-LINE.
018200         10  WS-RPT-COUNT-LABEL   PIC X(24).
018300         10  WS-RPT-COUNT         PIC Z(06)9.
018400     05  WS-RPT-QTY-LINE.
018500         10  WS-RPT-QTY-LABEL     PIC X(24).
018600         10  WS-RPT-QTY           PIC Z(08)9-.
018700     05  WS-RPT-CLEAN-LINE        PIC X(40) VALUE
018800         "*** RECONCILIATION CLEAN ***".
018900     05  WS-RPT-NOT-CLEAN-LINE    PIC X(40) VALUE
019000         "*** RECONCILIATION NOT CLEAN ***".
019100 PROCEDURE DIVISION.
019200*----------------------------------------------------------------*
019300*    0000-MAINLINE - SORT THE STOCK LEDGER INTO ITEM ORDER AND
019400*    WALK IT WITH THE OPENING BALANCES AND THE MASTER.  NO LEDGER
019500*    MEANS THE WALK RUNS WITH NO MOVEMENTS ANYWHERE.
019600*----------------------------------------------------------------*
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
019900     IF NOT INIT-ERROR
020000         IF NO-MOVEMENTS-ON-FILE
020100             MOVE "Y" TO WS-MOVE-EOF-SW
020200             MOVE HIGH-VALUES TO WS-MOVE-KEY
020300             PERFORM 2000-WALK-ITEMS THRU 2000-EXIT
020400         ELSE
020500             SORT MOVEMENT-SORT-FILE
020600                 ON ASCENDING KEY MSRT-ITEM-ID
020700                                  MSRT-MOVE-DATE
020800                                  MSRT-MOVE-TIME
020900                 WITH DUPLICATES IN ORDER
021000                 USING STOCK-MOVEMENT-FILE
021100                 OUTPUT PROCEDURE IS 1900-MERGE-DRIVER
021200                     THRU 1900-EXIT
021300         END-IF
021400         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
021500     END-IF.
021600     MOVE WS-RETURN-CODE TO RETURN-CODE.
021700     STOP RUN.
021800*----------------------------------------------------------------*
021900*    1000-INITIALIZE-RTN - PROBE THE LEDGER FOR THE SORT, PRIME
022000*    THE OPENING BALANCES, OPEN THE MASTER AND THE REPORT.  NO
022100*    STKOPEN IS NOT AN ERROR - IT IS THE FIRST RUN.
022200*----------------------------------------------------------------*
022300 1000-INITIALIZE-RTN.
022400     MOVE ZERO TO WS-RETURN-CODE.
022500     MOVE "N" TO WS-INIT-ERROR-SW.
022600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022700     ACCEPT WS-CURRENT-TIME FROM TIME.
022800     OPEN INPUT STOCK-MOVEMENT-FILE.
022900     IF WS-STKMOVE-STATUS = "35"
023000         MOVE "Y" TO WS-NO-MOVEMENTS-SW
023100     ELSE
023200         IF WS-STKMOVE-STATUS = "00"
023300             CLOSE STOCK-MOVEMENT-FILE
023400         ELSE
023500             DISPLAY "STKRECON - UNABLE TO OPEN STKMOVE, STATUS "
023600                 WS-STKMOVE-STATUS
023700             MOVE "Y" TO WS-INIT-ERROR-SW
023800         END-IF
023900     END-IF.
024000     PERFORM 1100-PRIME-OPENING THRU 1100-EXIT.
024100     OPEN INPUT ITEM-MASTER-FILE.
024200     IF WS-ITEMMAST-STATUS NOT = "00"
024300         DISPLAY "STKRECON - UNABLE TO OPEN ITEMMAST, STATUS "
024400             WS-ITEMMAST-STATUS
024500         MOVE "Y" TO WS-INIT-ERROR-SW
024600     END-IF.
024700     OPEN OUTPUT RECON-REPORT.
024800     IF WS-REPORT-STATUS NOT = "00"
024900         DISPLAY "STKRECON - UNABLE TO OPEN STKRCRPT, STATUS "
025000             WS-REPORT-STATUS
025100         MOVE "Y" TO WS-INIT-ERROR-SW
025200     END-IF.
025300     IF INIT-ERROR
025400         MOVE 12 TO WS-RETURN-CODE
025500         CLOSE STOCK-OPENING-FILE ITEM-MASTER-FILE RECON-REPORT
025600         GO TO 1000-EXIT
025700     END-IF.
025800     MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE.
025900     WRITE RECON-REPORT-RECORD FROM WS-RPT-TITLE-LINE.
026000     MOVE WS-OPENING-DATE TO WS-RPT-FROM-DATE.
026100     MOVE WS-OPENING-TIME TO WS-RPT-FROM-TIME.
026200     MOVE WS-CURRENT-DATE TO WS-RPT-TO-DATE.
026300     MOVE WS-CURRENT-TIME TO WS-RPT-TO-TIME.
026400     WRITE RECON-REPORT-RECORD FROM WS-RPT-PERIOD-LINE.
026500     IF NOT OPENING-SUPPLIED
026600         WRITE RECON-REPORT-RECORD FROM WS-RPT-FIRST-RUN-LINE
026700     END-IF.
026800     MOVE SPACES TO RECON-REPORT-RECORD.
026900     WRITE RECON-REPORT-RECORD.
027000     WRITE RECON-REPORT-RECORD FROM WS-RPT-COLUMN-LINE.
027100     DISPLAY "STKRECON - INVENTORY RECONCILIATION STARTING".
027200 1000-EXIT.
027300     EXIT.
027400*----------------------------------------------------------------*
027500*    1100-PRIME-OPENING - OPEN THE LAST CLEAN RUN'S BALANCES AND
027600*    READ THE FIRST, WHOSE STAMP STARTS THE PERIOD.  MISSING OR
027700*    EMPTY LEAVES THE SWITCH OFF AND THE STREAM AT END.
027800*----------------------------------------------------------------*
027900 1100-PRIME-OPENING.
028000     MOVE "N" TO WS-OPENING-SW.
028100     MOVE "Y" TO WS-OPEN-EOF-SW.
028200     MOVE HIGH-VALUES TO WS-OPEN-KEY.
028300     OPEN INPUT STOCK-OPENING-FILE.
028400     IF WS-STKOPEN-STATUS NOT = "00"
028500         DISPLAY "STKRECON - NO STKOPEN, FIRST RECONCILIATION"
028600         GO TO 1100-EXIT
028700     END-IF.
028800     MOVE "N" TO WS-OPEN-EOF-SW.
028900     PERFORM 2960-READ-OPENING THRU 2960-EXIT.
029000     IF OPEN-EOF
029100         DISPLAY "STKRECON - STKOPEN EMPTY, FIRST RECONCILIATION"
029200     ELSE
029300         MOVE "Y" TO WS-OPENING-SW
029400         MOVE SOP-AS-OF-DATE TO WS-OPENING-DATE
029500         MOVE SOP-AS-OF-TIME TO WS-OPENING-TIME
029600     END-IF.
029700 1100-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------*
030000*    1900-MERGE-DRIVER - SORT OUTPUT PROCEDURE.  PRIME THE SORTED
030100*    MOVEMENTS, THEN THE SAME ITEM WALK THE NO-LEDGER PATH USES.
030200*----------------------------------------------------------------*
030300 1900-MERGE-DRIVER.
030400     PERFORM 2900-RETURN-MOVEMENT THRU 2900-EXIT.
030500     PERFORM 2000-WALK-ITEMS THRU 2000-EXIT.
030600 1900-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------*
030900*    2000-WALK-ITEMS - ONE PASS OF THE MASTER AGAINST THE SORTED
031000*    MOVEMENTS AND THE OPENING BALANCES, ONE ITEM PER ITERATION,
031100*    UNTIL ALL THREE STREAMS ARE SPENT.
031200*----------------------------------------------------------------*
031300 2000-WALK-ITEMS.
031400     PERFORM 2950-READ-MASTER THRU 2950-EXIT.
031500     PERFORM 2100-PROVE-ONE-ITEM THRU 2100-EXIT
031600         UNTIL MOVE-EOF AND OPEN-EOF AND MASTER-EOF.
031700 2000-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------*
032000*    2100-PROVE-ONE-ITEM - THE LOWEST KEY OF THE THREE IS THE
032100*    ITEM.  IT OPENS AT ITS STKOPEN BALANCE, OR ZERO IF IT CAME
032200*    ONTO THE MASTER SINCE; ON A FIRST RUN IT OPENS AT THE BALANCE
032300*    BEFORE ITS FIRST MOVEMENT, OR AT THE MASTER IF IT HAS NONE.
032400*    AN ITEM NO LONGER ON THE MASTER MUST CLOSE AT ZERO.
032500*----------------------------------------------------------------*
032600 2100-PROVE-ONE-ITEM.
032700     MOVE WS-MASTER-KEY TO WS-CURRENT-ITEM.
032800     IF WS-OPEN-KEY < WS-CURRENT-ITEM
032900         MOVE WS-OPEN-KEY TO WS-CURRENT-ITEM
033000     END-IF.
033100     IF WS-MOVE-KEY < WS-CURRENT-ITEM
033200         MOVE WS-MOVE-KEY TO WS-CURRENT-ITEM
033300     END-IF.
033400     MOVE ZERO TO WS-OPENING-QTY WS-RECEIPTS-QTY WS-ISSUES-QTY.
033500     MOVE ZERO TO WS-ADJUST-QTY WS-MASTER-QTY.
033600     MOVE SPACES TO WS-RPT-NOTE.
033700     MOVE "N" TO WS-OPENING-SET-SW.
033800     IF WS-OPEN-KEY = WS-CURRENT-ITEM
033900         MOVE SOP-ON-HAND TO WS-OPENING-QTY
034000         MOVE "Y" TO WS-OPENING-SET-SW
034100         PERFORM 2960-READ-OPENING THRU 2960-EXIT
034200     ELSE
034300         IF OPENING-SUPPLIED
034400             MOVE "Y" TO WS-OPENING-SET-SW
034500         END-IF
034600     END-IF.
034700     IF WS-MASTER-KEY = WS-CURRENT-ITEM
034800         MOVE ITM-QUANTITY-ON-HAND TO WS-MASTER-QTY
034900         PERFORM 2950-READ-MASTER THRU 2950-EXIT
035000     ELSE
035100         MOVE "NO MAST" TO WS-RPT-NOTE
035200     END-IF.
035300     PERFORM 2200-ADD-ONE-MOVEMENT THRU 2200-EXIT
035400         UNTIL WS-MOVE-KEY NOT = WS-CURRENT-ITEM.
035500     IF NOT OPENING-SET
035600         MOVE WS-MASTER-QTY TO WS-OPENING-QTY
035700     END-IF.
035800     COMPUTE WS-CLOSING-QTY = WS-OPENING-QTY + WS-RECEIPTS-QTY
035900         - WS-ISSUES-QTY + WS-ADJUST-QTY.
036000     COMPUTE WS-DIFFERENCE = WS-MASTER-QTY - WS-CLOSING-QTY.
036100     ADD 1 TO WS-ITEMS-PROVED.
036200     ADD WS-OPENING-QTY TO WS-RUN-OPENING.
036300     ADD WS-RECEIPTS-QTY TO WS-RUN-RECEIPTS.
036400     ADD WS-ISSUES-QTY TO WS-RUN-ISSUES.
036500     ADD WS-ADJUST-QTY TO WS-RUN-ADJUST.
036600     ADD WS-CLOSING-QTY TO WS-RUN-CLOSING.
036700     ADD WS-MASTER-QTY TO WS-RUN-MASTER.
036800     IF WS-DIFFERENCE = ZERO
036900         ADD 1 TO WS-ITEMS-AGREED
037000     ELSE
037100         ADD 1 TO WS-OUT-OF-BALANCE
037200         IF WS-RPT-NOTE = SPACES
037300             MOVE "MISMATCH" TO WS-RPT-NOTE
037400         END-IF
037500     END-IF.
037600     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
037700 2100-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------*
038000*    2200-ADD-ONE-MOVEMENT - ONE PERIOD MOVEMENT FOR THE CURRENT
038100*    ITEM INTO ITS COLUMN.  ON A FIRST RUN THE EARLIEST MOVEMENT
038200*    ALSO SETS THE OPENING BALANCE.
038300*----------------------------------------------------------------*
038400 2200-ADD-ONE-MOVEMENT.
038500     IF NOT OPENING-SET
038600         MOVE SMV-BEFORE-ON-HAND TO WS-OPENING-QTY
038700         MOVE "Y" TO WS-OPENING-SET-SW
038800     END-IF.
038900     IF SMV-RECEIPT-CLASS
039000         ADD SMV-QUANTITY-IN TO WS-RECEIPTS-QTY
039100     ELSE
039200         IF SMV-ISSUE-CLASS
039300             ADD SMV-QUANTITY-OUT TO WS-ISSUES-QTY
039400         ELSE
039500             ADD SMV-QUANTITY-IN TO WS-ADJUST-QTY
039600             SUBTRACT SMV-QUANTITY-OUT FROM WS-ADJUST-QTY
039700         END-IF
039800     END-IF.
039900     PERFORM 2900-RETURN-MOVEMENT THRU 2900-EXIT.
040000 2200-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------*
040300*    2300-WRITE-DETAIL - ONE LINE PER ITEM, IN BALANCE OR NOT.
040400*    THE DIFFERENCE IS THE MASTER LESS THE COMPUTED CLOSING.
040500*----------------------------------------------------------------*
040600 2300-WRITE-DETAIL.
040700     MOVE WS-CURRENT-ITEM TO WS-RPT-ITEM-ID.
040800     MOVE WS-OPENING-QTY TO WS-RPT-OPENING.
040900     MOVE WS-RECEIPTS-QTY TO WS-RPT-RECEIPTS.
041000     MOVE WS-ISSUES-QTY TO WS-RPT-ISSUES.
041100     MOVE WS-ADJUST-QTY TO WS-RPT-ADJUST.
041200     MOVE WS-CLOSING-QTY TO WS-RPT-CLOSING.
041300     MOVE WS-MASTER-QTY TO WS-RPT-MASTER.
041400     MOVE WS-DIFFERENCE TO WS-RPT-DIFFERENCE.
041500     WRITE RECON-REPORT-RECORD FROM WS-RPT-DETAIL-LINE.
041600 2300-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------*
041900*    2900-RETURN-MOVEMENT - NEXT SORTED MOVEMENT INSIDE THE
042000*    PERIOD INTO THE WORKING LAYOUT, OR SET END OF FILE.
042100*    MOVEMENTS ALREADY IN THE OPENING BALANCES, OR STAMPED AFTER
042200*    THIS RUN STARTED, ARE PASSED OVER.
042300*----------------------------------------------------------------*
042400 2900-RETURN-MOVEMENT.
042500     MOVE "N" TO WS-IN-PERIOD-SW.
042600     PERFORM 2910-RETURN-ONE THRU 2910-EXIT
042700         UNTIL MOVE-IN-PERIOD OR MOVE-EOF.
042800 2900-EXIT.
042900     EXIT.
043000 2910-RETURN-ONE.
043100     RETURN MOVEMENT-SORT-FILE INTO STOCK-MOVEMENT-RECORD
043200         AT END
043300             MOVE "Y" TO WS-MOVE-EOF-SW
043400             MOVE HIGH-VALUES TO WS-MOVE-KEY
043500             GO TO 2910-EXIT
043600     END-RETURN.
043700     ADD 1 TO WS-MOVEMENTS-READ.
043800     MOVE SMV-MOVE-DATE TO WS-MOVE-DATE.
043900     MOVE SMV-MOVE-TIME TO WS-MOVE-TIME.
044000     IF WS-MOVE-STAMP NOT > WS-OPENING-STAMP
044100         GO TO 2910-EXIT
044200     END-IF.
044300     IF WS-MOVE-STAMP > WS-RUN-STAMP
044400         GO TO 2910-EXIT
044500     END-IF.
044600     MOVE "Y" TO WS-IN-PERIOD-SW.
044700     ADD 1 TO WS-MOVEMENTS-IN-PERIOD.
044800     MOVE SMV-ITEM-ID TO WS-MOVE-KEY.
044900 2910-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------*
045200*    2950-READ-MASTER - NEXT MASTER RECORD IN KEY ORDER, OR SET
045300*    END OF FILE.
045400*----------------------------------------------------------------*
045500 2950-READ-MASTER.
045600     READ ITEM-MASTER-FILE NEXT RECORD
045700         AT END
045800             MOVE "Y" TO WS-MASTER-EOF-SW
045900             MOVE HIGH-VALUES TO WS-MASTER-KEY
046000         NOT AT END
046100             MOVE ITM-ITEM-ID TO WS-MASTER-KEY
046200     END-READ.
046300 2950-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------*
046600*    2960-READ-OPENING - NEXT OPENING BALANCE, OR SET END OF FILE.
046700*----------------------------------------------------------------*
046800 2960-READ-OPENING.
046900     READ STOCK-OPENING-FILE
047000         AT END
047100             MOVE "Y" TO WS-OPEN-EOF-SW
047200             MOVE HIGH-VALUES TO WS-OPEN-KEY
047300         NOT AT END
047400             MOVE SOP-ITEM-ID TO WS-OPEN-KEY
047500     END-READ.
047600 2960-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------*
047900*    3000-FINALIZE-RTN - THE COLUMN TOTALS AND THE VERDICT.  CLEAN
048000*    MEANS EVERY ITEM PROVED TO THE UNIT; ONLY THEN ARE THE
048100*    OPENING BALANCES ROLLED FORWARD.
048200*----------------------------------------------------------------*
048300 3000-FINALIZE-RTN.
048400     CLOSE STOCK-OPENING-FILE ITEM-MASTER-FILE.
048500     MOVE SPACES TO RECON-REPORT-RECORD.
048600     WRITE RECON-REPORT-RECORD.
048700     MOVE "MOVEMENTS READ. . . . . " TO WS-RPT-COUNT-LABEL.
048800     MOVE WS-MOVEMENTS-READ TO WS-RPT-COUNT.
048900     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
049000     MOVE "MOVEMENTS IN PERIOD . . " TO WS-RPT-COUNT-LABEL.
049100     MOVE WS-MOVEMENTS-IN-PERIOD TO WS-RPT-COUNT.
049200     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
049300     MOVE "ITEMS PROVED. . . . . . " TO WS-RPT-COUNT-LABEL.
049400     MOVE WS-ITEMS-PROVED TO WS-RPT-COUNT.
049500     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
049600     MOVE "ITEMS IN BALANCE. . . . " TO WS-RPT-COUNT-LABEL.
049700     MOVE WS-ITEMS-AGREED TO WS-RPT-COUNT.
049800     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
049900     MOVE "ITEMS OUT OF BALANCE. . " TO WS-RPT-COUNT-LABEL.
050000     MOVE WS-OUT-OF-BALANCE TO WS-RPT-COUNT.
050100     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
050200     MOVE "OPENING ON HAND . . . . " TO WS-RPT-QTY-LABEL.
050300     MOVE WS-RUN-OPENING TO WS-RPT-QTY.
050400     WRITE RECON-REPORT-RECORD FROM WS-RPT-QTY-LINE.
050500     MOVE "RECEIPTS AND RETURNS. . " TO WS-RPT-QTY-LABEL.
050600     MOVE WS-RUN-RECEIPTS TO WS-RPT-QTY.
050700     WRITE RECON-REPORT-RECORD FROM WS-RPT-QTY-LINE.
050800     MOVE "ISSUES. . . . . . . . . " TO WS-RPT-QTY-LABEL.
050900     MOVE WS-RUN-ISSUES TO WS-RPT-QTY.
051000     WRITE RECON-REPORT-RECORD FROM WS-RPT-QTY-LINE.
051100     MOVE "ADJUSTMENTS . . . . . . " TO WS-RPT-QTY-LABEL.
051200     MOVE WS-RUN-ADJUST TO WS-RPT-QTY.
051300     WRITE RECON-REPORT-RECORD FROM WS-RPT-QTY-LINE.
051400     MOVE "COMPUTED CLOSING. . . . " TO WS-RPT-QTY-LABEL.
051500     MOVE WS-RUN-CLOSING TO WS-RPT-QTY.
051600     WRITE RECON-REPORT-RECORD FROM WS-RPT-QTY-LINE.
051700     MOVE "MASTER ON HAND. . . . . " TO WS-RPT-QTY-LABEL.
051800     MOVE WS-RUN-MASTER TO WS-RPT-QTY.
051900     WRITE RECON-REPORT-RECORD FROM WS-RPT-QTY-LINE.
052000     MOVE SPACES TO RECON-REPORT-RECORD.
052100     WRITE RECON-REPORT-RECORD.
052200     IF WS-OUT-OF-BALANCE = ZERO
052300         WRITE RECON-REPORT-RECORD FROM WS-RPT-CLEAN-LINE
052400         DISPLAY "STKRECON - RECONCILIATION CLEAN"
052500         PERFORM 3100-ROLL-OPENING THRU 3100-EXIT
052600     ELSE
052700         WRITE RECON-REPORT-RECORD FROM WS-RPT-NOT-CLEAN-LINE
052800         DISPLAY "STKRECON - RECONCILIATION NOT CLEAN, STKOPEN "
052900             "LEFT AS IT WAS"
053000         MOVE 04 TO WS-RETURN-CODE
053100     END-IF.
053200     CLOSE RECON-REPORT.
053300     DISPLAY "ITEMS PROVED      : " WS-ITEMS-PROVED.
053400     DISPLAY "OUT OF BALANCE    : " WS-OUT-OF-BALANCE.
053500     DISPLAY "PERIOD MOVEMENTS  : " WS-MOVEMENTS-IN-PERIOD.
053600 3000-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------*
053900*    3100-ROLL-OPENING - THE MASTER AS IT STANDS BECOMES THE NEXT
054000*    RUN'S OPENING BALANCES, STAMPED WITH THIS RUN'S START.  A
054100*    FAILURE HERE LEAVES THE RUN CLEAN BUT IS A WARNING - THE NEXT
054200*    RUN WOULD PROVE AGAINST A STALE OR MISSING STKOPEN.
054300*----------------------------------------------------------------*
054400 3100-ROLL-OPENING.
054500     OPEN INPUT ITEM-MASTER-FILE.
054600     IF WS-ITEMMAST-STATUS NOT = "00"
054700         DISPLAY "STKRECON - UNABLE TO REOPEN ITEMMAST, STATUS "
054800             WS-ITEMMAST-STATUS ", STKOPEN NOT ROLLED"
054900         MOVE 04 TO WS-RETURN-CODE
055000         GO TO 3100-EXIT
055100     END-IF.
055200     OPEN OUTPUT STOCK-OPENING-FILE.
055300     IF WS-STKOPEN-STATUS NOT = "00"
055400         DISPLAY "STKRECON - UNABLE TO WRITE STKOPEN, STATUS "
055500             WS-STKOPEN-STATUS
055600         MOVE 04 TO WS-RETURN-CODE
055700         CLOSE ITEM-MASTER-FILE
055800         GO TO 3100-EXIT
055900     END-IF.
056000     MOVE "N" TO WS-MASTER-EOF-SW.
056100     PERFORM 3110-WRITE-ONE-OPENING THRU 3110-EXIT
056200         UNTIL MASTER-EOF.
056300     CLOSE ITEM-MASTER-FILE STOCK-OPENING-FILE.
056400     DISPLAY "STKRECON - STKOPEN ROLLED FORWARD, "
056500         WS-OPENINGS-WRITTEN " ITEMS".
056600 3100-EXIT.
056700     EXIT.
056800 3110-WRITE-ONE-OPENING.
056900     READ ITEM-MASTER-FILE NEXT RECORD
057000         AT END
057100             MOVE "Y" TO WS-MASTER-EOF-SW
057200             GO TO 3110-EXIT
057300     END-READ.
057400     MOVE ITM-ITEM-ID TO SOP-ITEM-ID.
057500     MOVE ITM-QUANTITY-ON-HAND TO SOP-ON-HAND.
057600     MOVE WS-CURRENT-DATE TO SOP-AS-OF-DATE.
057700     MOVE WS-CURRENT-TIME TO SOP-AS-OF-TIME.
057800     WRITE STOCK-OPENING-RECORD.
057900     ADD 1 TO WS-OPENINGS-WRITTEN.
058000 3110-EXIT.
058100     EXIT.
