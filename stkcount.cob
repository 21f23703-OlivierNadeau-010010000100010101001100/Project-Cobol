000100*****************************************************************
000200*    PROGRAM  : STKCOUNT
000300*    PURPOSE  : PHYSICAL INVENTORY COUNT.  RUN ON DEMAND WHILE THE
000400*               STREAM IS QUIET, NOT PART OF THE NIGHTLY RUN.
000500*               THE CNTCTL CONTROL RECORD PICKS ONE FUNCTION -
000600*                 S  PRINT BLIND COUNT SHEETS FROM THE MASTER,
000700*                    NO BOOK QUANTITY SHOWN;
000800*                 V  READ THE COUNTED QUANTITIES BACK FROM CNTFIL
000900*                    AND REPORT EVERY VARIANCE FROM THE BOOK
001000*                    ON-HAND, VALUED AT THE ITEM'S UNIT PRICE,
001100*                    CHANGING NOTHING;
001200*                 P  AS V, BUT POST EVERY APPROVED VARIANCE - THE
001300*                    MASTER ON-HAND BECOMES THE COUNT AND A COUNT
001400*                    ADJUSTMENT GOES ON THE STKMOVE STOCK LEDGER.
001500*               AN ITEM WITH AN OPEN BACKORDER OR SUSPENSE LINE
001600*               FROM THE CURRENT BATCH (THE LAST ONE BATSEQ
001700*               NUMBERED) IS STILL MOVING AND IS NOT COUNTED - ITS
001800*               SHEET LINE SAYS SO AND ANY COUNT KEYED FOR IT IS
001900*               REFUSED.  THE REPORT GOES TO CNTRPT.  RETURN CODE
002000*               00 CLEAN, 04 ANY COUNT REFUSED, 12 UNABLE TO RUN.
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. STKCOUNT.
002300 AUTHOR. D L MARSH.
002400 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700*
002800*    MODIFICATION HISTORY
002900*    DATE       INIT  DESCRIPTION
003000*    ---------- ----  ----------------------------------------
003100*    2026-10-15 DLM   INITIAL VERSION - COUNTS WERE KEYED STRAIGHT
003200*                      INTO ITMMAINT AS QUANTITY CHANGES, WITH NO
003300*                      VARIANCE REPORT AND NO SIGN-OFF.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT COUNT-CONTROL-FILE ASSIGN TO "CNTCTL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CNTCTL-STATUS.
004000     SELECT COUNT-FILE ASSIGN TO "CNTFIL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CNTFIL-STATUS.
004300     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ITM-ITEM-ID
004700         FILE STATUS IS WS-ITEMMAST-STATUS.
004800     SELECT BATCH-SEQ-FILE ASSIGN TO "BATSEQ"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BATSEQ-STATUS.
005100     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BACKORD-STATUS.
005400     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFIL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SUSP-STATUS.
005700     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STKMOVE-STATUS.
006000     SELECT COUNT-REPORT ASSIGN TO "CNTRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-REPORT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  COUNT-CONTROL-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  COUNT-CONTROL-RECORD.
006800     05  CCT-FUNCTION             PIC X(01).
006900         88  CCT-PRINT-SHEETS               VALUE "S".
007000         88  CCT-REPORT-VARIANCE            VALUE "V".
007100         88  CCT-POST-VARIANCE              VALUE "P".
007200 FD  COUNT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CNTREC.
007500 FD  ITEM-MASTER-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY ITEMREC.
007800 FD  BATCH-SEQ-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY BSEQCTL.
008100 FD  BACKORDER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY BACKREC.
008400 FD  SUSPENSE-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY SUSPREC.
008700 FD  STOCK-MOVEMENT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY STKMVREC.
009000 FD  COUNT-REPORT
009100     LABEL RECORDS ARE STANDARD.
009200 01  COUNT-REPORT-RECORD          PIC X(80).
009300 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-COUNT-EOF-SW          PIC X(01) VALUE "N".
009600         88  COUNT-EOF                      VALUE "Y".
009700     05  WS-MASTER-EOF-SW         PIC X(01) VALUE "N".
009800         88  MASTER-EOF                     VALUE "Y".
009900     05  WS-BACKORD-EOF-SW        PIC X(01) VALUE "N".
010000         88  BACKORD-EOF                    VALUE "Y".
010100     05  WS-SUSP-EOF-SW           PIC X(01) VALUE "N".
010200         88  SUSP-EOF                       VALUE "Y".
010300     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
010400         88  INIT-ERROR                     VALUE "Y".
010500     05  WS-REJECT-SW             PIC X(01) VALUE "N".
010600         88  COUNT-REJECTED                 VALUE "Y".
010700     05  WS-BATCH-KNOWN-SW        PIC X(01) VALUE "N".
010800         88  CURRENT-BATCH-KNOWN            VALUE "Y".
010900     05  WS-OPEN-TABLE-FULL-SW    PIC X(01) VALUE "N".
011000         88  OPEN-TABLE-FULL                VALUE "Y".
011100     05  WS-ITEM-BLOCKED-SW       PIC X(01) VALUE "N".
011200         88  ITEM-BLOCKED                   VALUE "Y".
011300 01  WS-FILE-STATUS.
011400     05  WS-CNTCTL-STATUS         PIC X(02) VALUE SPACES.
011500     05  WS-CNTFIL-STATUS         PIC X(02) VALUE SPACES.
011600     05  WS-ITEMMAST-STATUS       PIC X(02) VALUE SPACES.
011700     05  WS-BATSEQ-STATUS         PIC X(02) VALUE SPACES.
011800     05  WS-BACKORD-STATUS        PIC X(02) VALUE SPACES.
011900     05  WS-SUSP-STATUS           PIC X(02) VALUE SPACES.
012000     05  WS-STKMOVE-STATUS        PIC X(02) VALUE SPACES.
012100     05  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.
012200 01  WS-COUNTERS.
012300     05  WS-SHEET-LINES           PIC 9(07) COMP VALUE ZERO.
012400     05  WS-SHEET-HELD            PIC 9(07) COMP VALUE ZERO.
012500     05  WS-COUNTS-READ           PIC 9(07) COMP VALUE ZERO.
012600     05  WS-COUNTS-REFUSED        PIC 9(07) COMP VALUE ZERO.
012700     05  WS-COUNTS-AGREED         PIC 9(07) COMP VALUE ZERO.
012800     05  WS-VARIANCES-FOUND       PIC 9(07) COMP VALUE ZERO.
012900     05  WS-VARIANCES-POSTED      PIC 9(07) COMP VALUE ZERO.
013000     05  WS-VARIANCES-UNAPPROVED  PIC 9(07) COMP VALUE ZERO.
013100 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
013200 01  WS-REASON-TEXT               PIC X(15) VALUE SPACES.
013300*
013400*    THE CURRENT BATCH ID, REBUILT FROM THE BATSEQ CONTROL RECORD
013500*    THE WAY BATCHDRV BUILDS IT - YYMMDD AND THE RUN SEQUENCE.
013600 01  WS-BATSEQ-DATE               PIC 9(08) VALUE ZERO.
013700 01  WS-BATSEQ-DATE-X REDEFINES WS-BATSEQ-DATE.
013800     05  FILLER                   PIC X(02).
013900     05  WS-BATSEQ-YYMMDD         PIC X(06).
014000 01  WS-CURRENT-BATCH-ID.
014100     05  WS-CURRENT-BATCH-DATE    PIC X(06) VALUE SPACES.
014200     05  WS-CURRENT-BATCH-SEQ     PIC 9(02) VALUE ZERO.
014300*
014400*    EVERY DISTINCT ITEM WITH A BACKORDER OR SUSPENSE LINE FROM
014500*    THE CURRENT BATCH - ANY BATCH IF BATSEQ CANNOT SAY WHICH IS
014600*    CURRENT.  IF THE TABLE OVERFLOWS NO ITEM CAN BE PROVED STILL,
014700*    SO EVERY ITEM IS HELD FROM THE COUNT.
014800 01  WS-OPEN-ITEM-TABLE.
014900     05  WS-OPEN-ITEM-COUNT       PIC 9(05) COMP VALUE ZERO.
015000     05  WS-OPEN-ITEM-MAX         PIC 9(05) COMP VALUE 1000.
015100     05  WS-OPEN-ITEM-ID          PIC X(05) OCCURS 1000 TIMES.
015200 01  WS-SCAN-WORK.
015300     05  WS-OPN-SUB               PIC 9(05) COMP VALUE ZERO.
015400     05  WS-SCAN-ITEM-ID          PIC X(05) VALUE SPACES.
015500 01  WS-VARIANCE-WORK.
015600     05  WS-BOOK-QTY              PIC 9(05) VALUE ZERO.
015700     05  WS-VARIANCE-QTY          PIC S9(05) VALUE ZERO.
015800     05  WS-VARIANCE-VALUE        PIC S9(09)V99 VALUE ZERO.
015900     05  WS-NET-VALUE             PIC S9(09)V99 VALUE ZERO.
016000     05  WS-GAIN-VALUE            PIC 9(09)V99 VALUE ZERO.
016100     05  WS-LOSS-VALUE            PIC 9(09)V99 VALUE ZERO.
016200     05  WS-COUNT-BATCH-ID.
016300         10  FILLER               PIC X(02) VALUE "PC".
016400         10  WS-COUNT-BATCH-DATE  PIC X(06).
016500 01  WS-DATE-TIME.
016600     05  WS-CURRENT-DATE          PIC 9(08).
016700     05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
016800         10  FILLER               PIC X(02).
016900         10  WS-CURRENT-YYMMDD    PIC X(06).
017000     05  WS-CURRENT-TIME          PIC 9(08).
017100 01  WS-REPORT-LINES.
017200     05  WS-RPT-SHEET-TITLE.
017300         10  FILLER               PIC X(30)
017400                 VALUE "PHYSICAL INVENTORY COUNT SHEET".
017500         10  FILLER               PIC X(06) VALUE " DATE ".
017600         10  WS-RPT-SHEET-DATE    PIC 9(08).
017700     05  WS-RPT-SHEET-COLUMNS.
017800         10  FILLER               PIC X(40)
017900                 VALUE "ITEM  DESCRIPTION           COUNTED".
018000         10  FILLER               PIC X(40)
018100                 VALUE "   COUNTED BY".
018200     05  WS-RPT-SHEET-LINE.
018300         10  WS-RPT-SHEET-ITEM    PIC X(05).
018400         10  FILLER               PIC X(01) VALUE SPACES.
018500         10  WS-RPT-SHEET-DESC    PIC X(20).
018600         10  FILLER               PIC X(02) VALUE SPACES.
018700         10  WS-RPT-SHEET-BLANK   PIC X(43).
018800     05  WS-RPT-VAR-TITLE.
018900         10  FILLER               PIC X(30)
019000                 VALUE "PHYSICAL INVENTORY VARIANCES  ".
019100         10  WS-RPT-VAR-MODE      PIC X(12).
019200         10  FILLER               PIC X(06) VALUE " DATE ".
019300         10  WS-RPT-VAR-DATE      PIC 9(08).
019400     05  WS-RPT-VAR-COLUMNS.
019500         10  FILLER               PIC X(40)
019600                 VALUE "ITEM  DESCRIPTION            BOOK COUNTE".
019700         10  FILLER               PIC X(40)
019800                 VALUE "D VARIANCE      VALUE  A STATUS".
019900     05  WS-RPT-VAR-LINE.
020000         10  WS-RPT-ITEM-ID       PIC X(05).
020100         10  FILLER               PIC X(01) VALUE SPACES.
020200         10  WS-RPT-DESCRIPTION   PIC X(20).
020300         10  FILLER               PIC X(01) VALUE SPACES.
020400         10  WS-RPT-BOOK          PIC Z(05)9.
020500         10  FILLER               PIC X(02) VALUE SPACES.
020600         10  WS-RPT-COUNTED       PIC Z(05)9.
020700         10  FILLER               PIC X(02) VALUE SPACES.
020800         10  WS-RPT-VARIANCE      PIC Z(05)9-.
020900         10  FILLER               PIC X(01) VALUE SPACES.
021000         10  WS-RPT-VALUE         PIC Z(06)9.99-.
021100         10  FILLER               PIC X(01) VALUE SPACES.
021200         10  WS-RPT-APPROVED      PIC X(01).
021300         10  FILLER               PIC X(01) VALUE SPACES.
021400         10  WS-RPT-STATUS        PIC X(15).
021500     05  WS-RPT-COUNT-LINE.
021600         10  WS-RPT-COUNT-LABEL   PIC X(24).
021700         10  WS-RPT-COUNT         PIC Z(06)9.
021800     05  WS-RPT-AMOUNT-LINE.
021900         10  WS-RPT-AMOUNT-LABEL  PIC X(24).
022000         10  WS-RPT-AMOUNT        PIC Z(08)9.99-.
022100     05  WS-RPT-BATCH-LINE.
022200         10  FILLER               PIC X(24)
022300                 VALUE "HELD FOR OPEN LINES OF  ".
022400         10  WS-RPT-BATCH-ID      PIC X(08).
022500     05  WS-RPT-ANY-BATCH-LINE    PIC X(60) VALUE
022600         "NO BATSEQ - HELD FOR OPEN LINES OF ANY BATCH".
022700     05  WS-RPT-TABLE-FULL-LINE   PIC X(60) VALUE
022800         "OPEN-LINE TABLE FULL - EVERY ITEM HELD FROM THE COUNT".
022900 PROCEDURE DIVISION.
023000*----------------------------------------------------------------*
023100*    0000-MAINLINE - TOP LEVEL CONTROL.  SHEETS WALK THE MASTER;
023200*    THE VARIANCE AND POSTING FUNCTIONS WALK THE COUNTS.
023300*----------------------------------------------------------------*
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
023600     IF NOT INIT-ERROR
023700         IF CCT-PRINT-SHEETS
023800             PERFORM 2000-PRINT-SHEETS THRU 2000-EXIT
023900         ELSE
024000             PERFORM 2500-PROCESS-COUNT THRU 2500-EXIT
024100                 UNTIL COUNT-EOF
024200         END-IF
024300         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
024400     END-IF.
024500     MOVE WS-RETURN-CODE TO RETURN-CODE.
024600     STOP RUN.
024700*----------------------------------------------------------------*
024800*    1000-INITIALIZE-RTN - READ THE FUNCTION, TABLE THE ITEMS
024900*    STILL MOVING, OPEN WHAT THE FUNCTION NEEDS - THE MASTER
025000*    UPDATE AND THE STOCK LEDGER ONLY WHEN POSTING.
025100*----------------------------------------------------------------*
025200 1000-INITIALIZE-RTN.
025300     MOVE ZERO TO WS-RETURN-CODE.
025400     MOVE "N" TO WS-INIT-ERROR-SW.
025500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025600     ACCEPT WS-CURRENT-TIME FROM TIME.
025700     MOVE WS-CURRENT-YYMMDD TO WS-COUNT-BATCH-DATE.
025800     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
025900     IF INIT-ERROR
026000         MOVE 12 TO WS-RETURN-CODE
026100         GO TO 1000-EXIT
026200     END-IF.
026300     PERFORM 1200-LOAD-CURRENT-BATCH THRU 1200-EXIT.
026400     PERFORM 1300-LOAD-OPEN-ITEMS THRU 1300-EXIT.
026500     IF INIT-ERROR
026600         MOVE 12 TO WS-RETURN-CODE
026700         GO TO 1000-EXIT
026800     END-IF.
026900     IF CCT-POST-VARIANCE
027000         OPEN I-O ITEM-MASTER-FILE
027100     ELSE
027200         OPEN INPUT ITEM-MASTER-FILE
027300     END-IF.
027400     IF WS-ITEMMAST-STATUS NOT = "00"
027500         DISPLAY "STKCOUNT - UNABLE TO OPEN ITEMMAST, STATUS "
027600             WS-ITEMMAST-STATUS
027700         MOVE "Y" TO WS-INIT-ERROR-SW
027800     END-IF.
027900     IF NOT CCT-PRINT-SHEETS
028000         OPEN INPUT COUNT-FILE
028100         IF WS-CNTFIL-STATUS NOT = "00"
028200             DISPLAY "STKCOUNT - UNABLE TO OPEN CNTFIL, STATUS "
028300                 WS-CNTFIL-STATUS
028400             MOVE "Y" TO WS-INIT-ERROR-SW
028500         END-IF
028600     END-IF.
028700     IF CCT-POST-VARIANCE
028800         OPEN EXTEND STOCK-MOVEMENT-FILE
028900         IF WS-STKMOVE-STATUS NOT = "00"
029000             OPEN OUTPUT STOCK-MOVEMENT-FILE
029100         END-IF
029200         IF WS-STKMOVE-STATUS NOT = "00"
029300             DISPLAY "STKCOUNT - UNABLE TO OPEN STKMOVE, STATUS "
029400                 WS-STKMOVE-STATUS
029500             MOVE "Y" TO WS-INIT-ERROR-SW
029600         END-IF
029700     END-IF.
029800     OPEN OUTPUT COUNT-REPORT.
029900     IF WS-REPORT-STATUS NOT = "00"
030000         DISPLAY "STKCOUNT - UNABLE TO OPEN CNTRPT, STATUS "
030100             WS-REPORT-STATUS
030200         MOVE "Y" TO WS-INIT-ERROR-SW
030300     END-IF.
030400     IF INIT-ERROR
030500         MOVE 12 TO WS-RETURN-CODE
030600         CLOSE ITEM-MASTER-FILE COUNT-FILE STOCK-MOVEMENT-FILE
030700             COUNT-REPORT
030800         GO TO 1000-EXIT
030900     END-IF.
031000     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
031100     IF NOT CCT-PRINT-SHEETS
031200         PERFORM 2900-READ-COUNT THRU 2900-EXIT
031300     END-IF.
031400 1000-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------*
031700*    1100-LOAD-CONTROL - THE FUNCTION TO RUN.  NO CONTROL RECORD
031800*    OR AN UNKNOWN FUNCTION RUNS NOTHING.
031900*----------------------------------------------------------------*
032000 1100-LOAD-CONTROL.
032100     OPEN INPUT COUNT-CONTROL-FILE.
032200     IF WS-CNTCTL-STATUS NOT = "00"
032300         DISPLAY "STKCOUNT - UNABLE TO OPEN CNTCTL, STATUS "
032400             WS-CNTCTL-STATUS
032500         MOVE "Y" TO WS-INIT-ERROR-SW
032600         GO TO 1100-EXIT
032700     END-IF.
032800     READ COUNT-CONTROL-FILE
032900         AT END
033000             DISPLAY "STKCOUNT - CNTCTL EMPTY, NOTHING RUN"
033100             MOVE "Y" TO WS-INIT-ERROR-SW
033200     END-READ.
033300     CLOSE COUNT-CONTROL-FILE.
033400     IF INIT-ERROR
033500         GO TO 1100-EXIT
033600     END-IF.
033700     IF NOT CCT-PRINT-SHEETS
033800             AND NOT CCT-REPORT-VARIANCE
033900             AND NOT CCT-POST-VARIANCE
034000         DISPLAY "STKCOUNT - CNTCTL FUNCTION '" CCT-FUNCTION
034100             "' NOT RECOGNIZED, NOTHING RUN"
034200         MOVE "Y" TO WS-INIT-ERROR-SW
034300     END-IF.
034400 1100-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------*
034700*    1200-LOAD-CURRENT-BATCH - THE BATCH ID OF THE LAST STREAM
034800*    RUN.  NO BATSEQ LEAVES THE BATCH UNKNOWN, AND THEN A LINE
034900*    FROM ANY BATCH HOLDS ITS ITEM.
035000*----------------------------------------------------------------*
035100 1200-LOAD-CURRENT-BATCH.
035200     MOVE "N" TO WS-BATCH-KNOWN-SW.
035300     OPEN INPUT BATCH-SEQ-FILE.
035400     IF WS-BATSEQ-STATUS NOT = "00"
035500         DISPLAY "STKCOUNT - NO BATSEQ, OPEN LINES OF ANY BATCH "
035600             "HOLD THEIR ITEMS"
035700         GO TO 1200-EXIT
035800     END-IF.
035900     READ BATCH-SEQ-FILE
036000         AT END
036100             DISPLAY "STKCOUNT - BATSEQ EMPTY, OPEN LINES OF ANY "
036200                 "BATCH HOLD THEIR ITEMS"
036300         NOT AT END
036400             MOVE "Y" TO WS-BATCH-KNOWN-SW
036500             MOVE BSEQ-RUN-DATE TO WS-BATSEQ-DATE
036600             MOVE WS-BATSEQ-YYMMDD TO WS-CURRENT-BATCH-DATE
036700             MOVE BSEQ-RUN-SEQ TO WS-CURRENT-BATCH-SEQ
036800     END-READ.
036900     CLOSE BATCH-SEQ-FILE.
037000 1200-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------*
037300*    1300-LOAD-OPEN-ITEMS - TABLE EVERY ITEM WITH A CURRENT
037400*    BACKORDER OR SUSPENSE LINE.  A MISSING FILE MEANS NOTHING IS
037500*    OPEN THERE, SO IT IS SIMPLY SKIPPED.
037600*----------------------------------------------------------------*
037700 1300-LOAD-OPEN-ITEMS.
037800     PERFORM 1310-LOAD-FROM-BACKORD THRU 1310-EXIT.
037900     PERFORM 1320-LOAD-FROM-SUSPENSE THRU 1320-EXIT.
038000 1300-EXIT.
038100     EXIT.
038200 1310-LOAD-FROM-BACKORD.
038300     OPEN INPUT BACKORDER-FILE.
038400     IF WS-BACKORD-STATUS = "35"
038500         GO TO 1310-EXIT
038600     END-IF.
038700     IF WS-BACKORD-STATUS NOT = "00"
038800         DISPLAY "STKCOUNT - UNABLE TO OPEN BACKORD, STATUS "
038900             WS-BACKORD-STATUS
039000         MOVE "Y" TO WS-INIT-ERROR-SW
039100         GO TO 1310-EXIT
039200     END-IF.
039300     PERFORM 1315-TABLE-ONE-BACKORD THRU 1315-EXIT
039400         UNTIL BACKORD-EOF.
039500     CLOSE BACKORDER-FILE.
039600 1310-EXIT.
039700     EXIT.
039800 1315-TABLE-ONE-BACKORD.
039900     READ BACKORDER-FILE
040000         AT END
040100             MOVE "Y" TO WS-BACKORD-EOF-SW
040200             GO TO 1315-EXIT
040300     END-READ.
040400     IF CURRENT-BATCH-KNOWN
040500             AND BO-BATCH-ID NOT = WS-CURRENT-BATCH-ID
040600         GO TO 1315-EXIT
040700     END-IF.
040800     MOVE BO-ITEM-ID TO WS-SCAN-ITEM-ID.
040900     PERFORM 1360-TABLE-ONE-ITEM THRU 1360-EXIT.
041000 1315-EXIT.
041100     EXIT.
041200 1320-LOAD-FROM-SUSPENSE.
041300     OPEN INPUT SUSPENSE-FILE.
041400     IF WS-SUSP-STATUS = "35"
041500         GO TO 1320-EXIT
041600     END-IF.
041700     IF WS-SUSP-STATUS NOT = "00"
041800         DISPLAY "STKCOUNT - UNABLE TO OPEN SUSPFIL, STATUS "
041900             WS-SUSP-STATUS
042000         MOVE "Y" TO WS-INIT-ERROR-SW
042100         GO TO 1320-EXIT
042200     END-IF.
042300     PERFORM 1325-TABLE-ONE-SUSPENSE THRU 1325-EXIT
042400         UNTIL SUSP-EOF.
042500     CLOSE SUSPENSE-FILE.
042600 1320-EXIT.
042700     EXIT.
042800 1325-TABLE-ONE-SUSPENSE.
042900     READ SUSPENSE-FILE
043000         AT END
043100             MOVE "Y" TO WS-SUSP-EOF-SW
043200             GO TO 1325-EXIT
043300     END-READ.
043400     IF CURRENT-BATCH-KNOWN
043500             AND SUSP-BATCH-ID NOT = WS-CURRENT-BATCH-ID
043600         GO TO 1325-EXIT
043700     END-IF.
043800     MOVE SUSP-ITEM-ID TO WS-SCAN-ITEM-ID.
043900     PERFORM 1360-TABLE-ONE-ITEM THRU 1360-EXIT.
044000 1325-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------*
044300*    1360-TABLE-ONE-ITEM - ADD ONE ITEM TO THE OPEN-LINE TABLE IF
044400*    IT IS NOT ALREADY THERE.
044500*----------------------------------------------------------------*
044600 1360-TABLE-ONE-ITEM.
044700     PERFORM 1500-SCAN-OPEN-TABLE THRU 1500-EXIT.
044800     IF NOT ITEM-BLOCKED
044900         IF WS-OPEN-ITEM-COUNT < WS-OPEN-ITEM-MAX
045000             ADD 1 TO WS-OPEN-ITEM-COUNT
045100             MOVE WS-SCAN-ITEM-ID
045200                 TO WS-OPEN-ITEM-ID (WS-OPEN-ITEM-COUNT)
045300         ELSE
045400             MOVE "Y" TO WS-OPEN-TABLE-FULL-SW
045500         END-IF
045600     END-IF.
045700 1360-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------*
046000*    1400-WRITE-HEADINGS - THE TITLE AND COLUMNS FOR THE FUNCTION
046100*    BEING RUN, AND WHICH BATCH'S OPEN LINES HOLD ITEMS BACK.
046200*----------------------------------------------------------------*
046300 1400-WRITE-HEADINGS.
046400     IF CCT-PRINT-SHEETS
046500         MOVE WS-CURRENT-DATE TO WS-RPT-SHEET-DATE
046600         WRITE COUNT-REPORT-RECORD FROM WS-RPT-SHEET-TITLE
046700         DISPLAY "STKCOUNT - PRINTING COUNT SHEETS"
046800     ELSE
046900         IF CCT-POST-VARIANCE
047000             MOVE "- POSTING" TO WS-RPT-VAR-MODE
047100             DISPLAY "STKCOUNT - POSTING APPROVED VARIANCES"
047200         ELSE
047300             MOVE "- REPORT" TO WS-RPT-VAR-MODE
047400             DISPLAY "STKCOUNT - REPORTING COUNT VARIANCES"
047500         END-IF
047600         MOVE WS-CURRENT-DATE TO WS-RPT-VAR-DATE
047700         WRITE COUNT-REPORT-RECORD FROM WS-RPT-VAR-TITLE
047800     END-IF.
047900     IF CURRENT-BATCH-KNOWN
048000         MOVE WS-CURRENT-BATCH-ID TO WS-RPT-BATCH-ID
048100         WRITE COUNT-REPORT-RECORD FROM WS-RPT-BATCH-LINE
048200     ELSE
048300         WRITE COUNT-REPORT-RECORD FROM WS-RPT-ANY-BATCH-LINE
048400     END-IF.
048500     IF OPEN-TABLE-FULL
048600         WRITE COUNT-REPORT-RECORD FROM WS-RPT-TABLE-FULL-LINE
048700     END-IF.
048800     MOVE SPACES TO COUNT-REPORT-RECORD.
048900     WRITE COUNT-REPORT-RECORD.
049000     IF CCT-PRINT-SHEETS
049100         WRITE COUNT-REPORT-RECORD FROM WS-RPT-SHEET-COLUMNS
049200     ELSE
049300         WRITE COUNT-REPORT-RECORD FROM WS-RPT-VAR-COLUMNS
049400     END-IF.
049500 1400-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------*
049800*    1500-SCAN-OPEN-TABLE - SET ITEM-BLOCKED IF WS-SCAN-ITEM-ID IS
049900*    IN THE OPEN-LINE TABLE, OR IF THE TABLE OVERFLOWED.
050000*----------------------------------------------------------------*
050100 1500-SCAN-OPEN-TABLE.
050200     MOVE "N" TO WS-ITEM-BLOCKED-SW.
050300     PERFORM 1510-SCAN-ONE-ENTRY THRU 1510-EXIT
050400         VARYING WS-OPN-SUB FROM 1 BY 1
050500         UNTIL WS-OPN-SUB > WS-OPEN-ITEM-COUNT
050600             OR ITEM-BLOCKED.
050700     IF OPEN-TABLE-FULL
050800         MOVE "Y" TO WS-ITEM-BLOCKED-SW
050900     END-IF.
051000 1500-EXIT.
051100     EXIT.
051200 1510-SCAN-ONE-ENTRY.
051300     IF WS-OPEN-ITEM-ID (WS-OPN-SUB) = WS-SCAN-ITEM-ID
051400         MOVE "Y" TO WS-ITEM-BLOCKED-SW
051500     END-IF.
051600 1510-EXIT.
051700     EXIT.
051800*----------------------------------------------------------------*
051900*    2000-PRINT-SHEETS - ONE BLIND SHEET LINE PER MASTER ITEM IN
052000*    KEY ORDER, WITH A RULE FOR THE COUNT.  AN ITEM STILL MOVING
052100*    IS LISTED BUT MARKED NOT TO BE COUNTED.
052200*----------------------------------------------------------------*
052300 2000-PRINT-SHEETS.
052400     PERFORM 2100-SHEET-ONE-ITEM THRU 2100-EXIT
052500         UNTIL MASTER-EOF.
052600 2000-EXIT.
052700     EXIT.
052800 2100-SHEET-ONE-ITEM.
052900     READ ITEM-MASTER-FILE NEXT RECORD
053000         AT END
053100             MOVE "Y" TO WS-MASTER-EOF-SW
053200             GO TO 2100-EXIT
053300     END-READ.
053400     ADD 1 TO WS-SHEET-LINES.
053500     MOVE ITM-ITEM-ID TO WS-SCAN-ITEM-ID.
053600     PERFORM 1500-SCAN-OPEN-TABLE THRU 1500-EXIT.
053700     MOVE ITM-ITEM-ID TO WS-RPT-SHEET-ITEM.
053800     MOVE ITM-DESCRIPTION TO WS-RPT-SHEET-DESC.
053900     IF ITEM-BLOCKED
054000         ADD 1 TO WS-SHEET-HELD
054100         MOVE "*** DO NOT COUNT - OPEN ORDER LINES ***"
054200             TO WS-RPT-SHEET-BLANK
054300     ELSE
054400         MOVE "_______        ______________"
054500             TO WS-RPT-SHEET-BLANK
054600     END-IF.
054700     WRITE COUNT-REPORT-RECORD FROM WS-RPT-SHEET-LINE.
054800 2100-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------*
055100*    2500-PROCESS-COUNT - EDIT ONE COUNT AGAINST THE MASTER AND
055200*    THE OPEN-LINE TABLE, WORK OUT ITS VARIANCE AND, WHEN POSTING,
055300*    POST IT IF APPROVED.  EVERY COUNT GETS A REPORT LINE.
055400*----------------------------------------------------------------*
055500 2500-PROCESS-COUNT.
055600     PERFORM 2600-EDIT-COUNT THRU 2600-EXIT.
055700     IF COUNT-REJECTED
055800         ADD 1 TO WS-COUNTS-REFUSED
055900         PERFORM 2800-WRITE-LINE THRU 2800-EXIT
056000         PERFORM 2900-READ-COUNT THRU 2900-EXIT
056100         GO TO 2500-EXIT
056200     END-IF.
056300     MOVE ITM-QUANTITY-ON-HAND TO WS-BOOK-QTY.
056400     COMPUTE WS-VARIANCE-QTY = CNT-COUNTED-QTY-N - WS-BOOK-QTY.
056500     COMPUTE WS-VARIANCE-VALUE =
056600         WS-VARIANCE-QTY * ITM-UNIT-PRICE.
056700     IF WS-VARIANCE-QTY = ZERO
056800         ADD 1 TO WS-COUNTS-AGREED
056900         MOVE "NO VARIANCE" TO WS-REASON-TEXT
057000         PERFORM 2800-WRITE-LINE THRU 2800-EXIT
057100         PERFORM 2900-READ-COUNT THRU 2900-EXIT
057200         GO TO 2500-EXIT
057300     END-IF.
057400     ADD 1 TO WS-VARIANCES-FOUND.
057500     ADD WS-VARIANCE-VALUE TO WS-NET-VALUE.
057600     IF WS-VARIANCE-QTY > ZERO
057700         ADD WS-VARIANCE-VALUE TO WS-GAIN-VALUE
057800     ELSE
057900         SUBTRACT WS-VARIANCE-VALUE FROM WS-LOSS-VALUE
058000     END-IF.
058100     IF NOT CNT-APPROVED
058200         ADD 1 TO WS-VARIANCES-UNAPPROVED
058300         MOVE "NOT APPROVED" TO WS-REASON-TEXT
058400     ELSE
058500         IF CCT-POST-VARIANCE
058600             PERFORM 2700-POST-VARIANCE THRU 2700-EXIT
058700         ELSE
058800             MOVE "APPROVED" TO WS-REASON-TEXT
058900         END-IF
059000     END-IF.
059100     PERFORM 2800-WRITE-LINE THRU 2800-EXIT.
059200     PERFORM 2900-READ-COUNT THRU 2900-EXIT.
059300 2500-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------*
059600*    2600-EDIT-COUNT - FIRST FAILURE WINS.  A COUNT FOR AN ITEM
059700*    STILL MOVING IS REFUSED OUTRIGHT - ITS BOOK FIGURE IS ABOUT
059800*    TO CHANGE UNDER IT.
059900*----------------------------------------------------------------*
060000 2600-EDIT-COUNT.
060100     MOVE "N" TO WS-REJECT-SW.
060200     MOVE SPACES TO WS-REASON-TEXT.
060300     MOVE ZERO TO WS-BOOK-QTY WS-VARIANCE-QTY WS-VARIANCE-VALUE.
060400     MOVE SPACES TO ITM-DESCRIPTION.
060500     IF CNT-ITEM-ID = SPACES
060600         MOVE "ITEM ID MISSING" TO WS-REASON-TEXT
060700         MOVE "Y" TO WS-REJECT-SW
060800         GO TO 2600-EXIT
060900     END-IF.
061000     IF CNT-COUNTED-QTY NOT NUMERIC
061100         MOVE "QTY NOT NUMERIC" TO WS-REASON-TEXT
061200         MOVE "Y" TO WS-REJECT-SW
061300         GO TO 2600-EXIT
061400     END-IF.
061500     MOVE CNT-ITEM-ID TO ITM-ITEM-ID.
061600     READ ITEM-MASTER-FILE
061700         INVALID KEY
061800             MOVE SPACES TO ITM-DESCRIPTION
061900             MOVE "NOT ON FILE" TO WS-REASON-TEXT
062000             MOVE "Y" TO WS-REJECT-SW
062100     END-READ.
062200     IF COUNT-REJECTED
062300         GO TO 2600-EXIT
062400     END-IF.
062500     MOVE CNT-ITEM-ID TO WS-SCAN-ITEM-ID.
062600     PERFORM 1500-SCAN-OPEN-TABLE THRU 1500-EXIT.
062700     IF ITEM-BLOCKED
062800         MOVE ITM-QUANTITY-ON-HAND TO WS-BOOK-QTY
062900         MOVE "OPEN ORDERS" TO WS-REASON-TEXT
063000         MOVE "Y" TO WS-REJECT-SW
063100     END-IF.
063200 2600-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------*
063500*    2700-POST-VARIANCE - THE COUNT BECOMES THE ON-HAND AND THE
063600*    DIFFERENCE GOES ON THE STOCK LEDGER AS A COUNT ADJUSTMENT.
063700*----------------------------------------------------------------*
063800 2700-POST-VARIANCE.
063900     MOVE CNT-COUNTED-QTY-N TO ITM-QUANTITY-ON-HAND.
064000     REWRITE ITEM-MASTER-RECORD
064100         INVALID KEY
064200             DISPLAY "STKCOUNT - ITEMMAST REWRITE FAILED, KEY "
064300                 ITM-ITEM-ID
064400             MOVE "REWRITE FAILED" TO WS-REASON-TEXT
064500             ADD 1 TO WS-COUNTS-REFUSED
064600             GO TO 2700-EXIT
064700     END-REWRITE.
064800     MOVE CNT-ITEM-ID TO SMV-ITEM-ID.
064900     MOVE "PC" TO SMV-MOVEMENT-TYPE.
065000     MOVE ZERO TO SMV-QUANTITY-IN SMV-QUANTITY-OUT.
065100     IF WS-VARIANCE-QTY > ZERO
065200         MOVE WS-VARIANCE-QTY TO SMV-QUANTITY-IN
065300     ELSE
065400         COMPUTE SMV-QUANTITY-OUT = ZERO - WS-VARIANCE-QTY
065500     END-IF.
065600     MOVE WS-BOOK-QTY TO SMV-BEFORE-ON-HAND.
065700     MOVE CNT-COUNTED-QTY-N TO SMV-AFTER-ON-HAND.
065800     MOVE WS-COUNT-BATCH-ID TO SMV-BATCH-ID.
065900     MOVE "STKCOUNT" TO SMV-SOURCE-PROGRAM.
066000     MOVE WS-CURRENT-DATE TO SMV-MOVE-DATE.
066100     MOVE WS-CURRENT-TIME TO SMV-MOVE-TIME.
066200     WRITE STOCK-MOVEMENT-RECORD.
066300     ADD 1 TO WS-VARIANCES-POSTED.
066400     MOVE "POSTED" TO WS-REASON-TEXT.
066500 2700-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------*
066800*    2800-WRITE-LINE - ONE REPORT LINE FOR THE CURRENT COUNT.
066900*----------------------------------------------------------------*
067000 2800-WRITE-LINE.
067100     MOVE CNT-ITEM-ID TO WS-RPT-ITEM-ID.
067200     MOVE ITM-DESCRIPTION TO WS-RPT-DESCRIPTION.
067300     MOVE WS-BOOK-QTY TO WS-RPT-BOOK.
067400     IF CNT-COUNTED-QTY NUMERIC
067500         MOVE CNT-COUNTED-QTY-N TO WS-RPT-COUNTED
067600     ELSE
067700         MOVE ZERO TO WS-RPT-COUNTED
067800     END-IF.
067900     MOVE WS-VARIANCE-QTY TO WS-RPT-VARIANCE.
068000     MOVE WS-VARIANCE-VALUE TO WS-RPT-VALUE.
068100     MOVE CNT-APPROVED-FLAG TO WS-RPT-APPROVED.
068200     MOVE WS-REASON-TEXT TO WS-RPT-STATUS.
068300     WRITE COUNT-REPORT-RECORD FROM WS-RPT-VAR-LINE.
068400 2800-EXIT.
068500     EXIT.
068600*----------------------------------------------------------------*
068700*    2900-READ-COUNT - NEXT COUNT RECORD, OR SET END OF FILE.
068800*----------------------------------------------------------------*
068900 2900-READ-COUNT.
069000     READ COUNT-FILE
069100         AT END
069200             MOVE "Y" TO WS-COUNT-EOF-SW
069300         NOT AT END
069400             ADD 1 TO WS-COUNTS-READ
069500     END-READ.
069600 2900-EXIT.
069700     EXIT.
069800*----------------------------------------------------------------*
069900*    3000-FINALIZE-RTN - THE TOTALS FOR THE FUNCTION RUN.  A COUNT
070000*    REFUSED IS A WARNING - THAT ITEM STILL NEEDS COUNTING.
070100*----------------------------------------------------------------*
070200 3000-FINALIZE-RTN.
070300     MOVE SPACES TO COUNT-REPORT-RECORD.
070400     WRITE COUNT-REPORT-RECORD.
070500     IF CCT-PRINT-SHEETS
070600         MOVE "ITEMS ON SHEETS . . . . " TO WS-RPT-COUNT-LABEL
070700         MOVE WS-SHEET-LINES TO WS-RPT-COUNT
070800         WRITE COUNT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
070900         MOVE "ITEMS HELD FROM COUNT . " TO WS-RPT-COUNT-LABEL
071000         MOVE WS-SHEET-HELD TO WS-RPT-COUNT
071100         WRITE COUNT-REPORT-RECORD FROM WS-RPT-COUNT-LINE
071200         CLOSE ITEM-MASTER-FILE COUNT-REPORT
071300         DISPLAY "STKCOUNT - COUNT SHEETS COMPLETE"
071400         DISPLAY "SHEET LINES       : " WS-SHEET-LINES
071500         DISPLAY "HELD FROM COUNT   : " WS-SHEET-HELD
071600         GO TO 3000-EXIT
071700     END-IF.
071800     MOVE "COUNTS READ . . . . . . " TO WS-RPT-COUNT-LABEL.
071900     MOVE WS-COUNTS-READ TO WS-RPT-COUNT.
072000     WRITE COUNT-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
072100     MOVE "COUNTS REFUSED. . . . . " TO WS-RPT-COUNT-LABEL.
072200     MOVE WS-COUNTS-REFUSED TO WS-RPT-COUNT.
072300     WRITE COUNT-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
072400     MOVE "COUNTS AGREEING . . . . " TO WS-RPT-COUNT-LABEL.
072500     MOVE WS-COUNTS-AGREED TO WS-RPT-COUNT.
072600     WRITE COUNT-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
072700     MOVE "VARIANCES FOUND . . . . " TO WS-RPT-COUNT-LABEL.
072800     MOVE WS-VARIANCES-FOUND TO WS-RPT-COUNT.
072900     WRITE COUNT-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
073000     MOVE "VARIANCES NOT APPROVED. " TO WS-RPT-COUNT-LABEL.
073100     MOVE WS-VARIANCES-UNAPPROVED TO WS-RPT-COUNT.
073200     WRITE COUNT-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
073300     MOVE "VARIANCES POSTED. . . . " TO WS-RPT-COUNT-LABEL.
073400     MOVE WS-VARIANCES-POSTED TO WS-RPT-COUNT.
073500     WRITE COUNT-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
073600     MOVE "GAINS AT UNIT PRICE . . " TO WS-RPT-AMOUNT-LABEL.
073700     MOVE WS-GAIN-VALUE TO WS-RPT-AMOUNT.
073800     WRITE COUNT-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE.
073900     MOVE "LOSSES AT UNIT PRICE. . " TO WS-RPT-AMOUNT-LABEL.
074000     MOVE WS-LOSS-VALUE TO WS-RPT-AMOUNT.
074100     WRITE COUNT-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE.
074200     MOVE "NET VARIANCE VALUE. . . " TO WS-RPT-AMOUNT-LABEL.
074300     MOVE WS-NET-VALUE TO WS-RPT-AMOUNT.
074400     WRITE COUNT-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE.
074500     CLOSE ITEM-MASTER-FILE COUNT-FILE COUNT-REPORT.
074600     IF CCT-POST-VARIANCE
074700         CLOSE STOCK-MOVEMENT-FILE
074800     END-IF.
074900     IF WS-COUNTS-REFUSED > ZERO
075000         MOVE 04 TO WS-RETURN-CODE
075100     END-IF.
075200     DISPLAY "STKCOUNT - COUNT VARIANCES COMPLETE".
075300     DISPLAY "COUNTS READ       : " WS-COUNTS-READ.
075400     DISPLAY "COUNTS REFUSED    : " WS-COUNTS-REFUSED.
075500     DISPLAY "VARIANCES FOUND   : " WS-VARIANCES-FOUND.
075600     DISPLAY "VARIANCES POSTED  : " WS-VARIANCES-POSTED.
075700     DISPLAY "NET VARIANCE VALUE: " WS-NET-VALUE.
075800 3000-EXIT.
075900     EXIT.
