000100*****************************************************************
000200*    PROGRAM  : ARRECON
000300*    PURPOSE  : RECEIVABLES RECONCILIATION.  RUN ON DEMAND, NOT
000400*               PART OF THE NIGHTLY STREAM - AFTER THE CASH RUN
000500*               AND BEFORE THE LEDGER CLOSES THE MONTH.  SORTS THE
000600*               OPEN-INVOICE REGISTER INTO CUSTOMER ORDER, TOTALS
000700*               THE OPEN BALANCES PER CUSTOMER AND WALKS THE
000800*               CUSTOMER MASTER ALONGSIDE, LISTING EVERY CUSTOMER
000900*               WHOSE OPEN ITEMS DO NOT ADD UP TO THE OPEN BALANCE
001000*               ON THE MASTER - OPEN ITEMS WITH NO MASTER AND A
001100*               MASTER BALANCE WITH NO OPEN ITEMS INCLUDED.  THE
001200*               GRAND TOTAL IS THEN PROVED AGAINST THE LEDGER
001300*               RECEIVABLE CONTROL BALANCE FINANCE SUPPLIES ON
001400*               ARGLCTL.  THE REPORT ENDS CLEAN OR NOT CLEAN, AND
001500*               THE RETURN CODE SAYS THE SAME - 00 CLEAN, 04 NOT.
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. ARRECON.
001800 AUTHOR. D L MARSH.
001900 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    ---------- ----  ----------------------------------------
002600*    2026-10-15 DLM   INITIAL VERSION - THE SUBLEDGER WAS TIED TO
002700*                      THE LEDGER BY HAND OFF ARAGING EACH MONTH.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-OPENINV-STATUS.
003400     SELECT RECON-SORT-FILE ASSIGN TO "ARSORT".
003500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CUST-CUSTOMER-NO
003900         FILE STATUS IS WS-CUSTMAST-STATUS.
004000     SELECT GL-CONTROL-FILE ASSIGN TO "ARGLCTL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ARGLCTL-STATUS.
004300     SELECT RECON-REPORT ASSIGN TO "ARRECRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REPORT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OPEN-INVOICE-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY OPENINVR.
005100 SD  RECON-SORT-FILE.
005200 01  ASRT-RECORD.
005300     05  ASRT-INVOICE-NO          PIC 9(07).
005400     05  ASRT-CUSTOMER-NO         PIC X(06).
005500     05  FILLER                   PIC X(47).
005600 FD  CUSTOMER-MASTER-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY CUSTREC.
005900 FD  GL-CONTROL-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY ARGLCTRC.
006200 FD  RECON-REPORT
006300     LABEL RECORDS ARE STANDARD.
006400 01  RECON-REPORT-RECORD          PIC X(80).
006500 WORKING-STORAGE SECTION.
006600 01  WS-SWITCHES.
006700     05  WS-INVOICE-EOF-SW        PIC X(01) VALUE "N".
006800         88  INVOICE-EOF                    VALUE "Y".
006900     05  WS-MASTER-EOF-SW         PIC X(01) VALUE "N".
007000         88  MASTER-EOF                     VALUE "Y".
007100     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
007200         88  INIT-ERROR                     VALUE "Y".
007300     05  WS-NO-INVOICES-SW        PIC X(01) VALUE "N".
007400         88  NO-INVOICES-ON-FILE            VALUE "Y".
007500     05  WS-GL-CONTROL-SW         PIC X(01) VALUE "N".
007600         88  GL-CONTROL-SUPPLIED            VALUE "Y".
007700 01  WS-FILE-STATUS.
007800     05  WS-OPENINV-STATUS        PIC X(02) VALUE SPACES.
007900     05  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
008000     05  WS-ARGLCTL-STATUS        PIC X(02) VALUE SPACES.
008100     05  WS-REPORT-STATUS         PIC X(02) VALUE SPACES.
008200 01  WS-COUNTERS.
008300     05  WS-INVOICES-READ         PIC 9(07) COMP VALUE ZERO.
008400     05  WS-CUSTOMERS-READ        PIC 9(07) COMP VALUE ZERO.
008500     05  WS-CUSTOMERS-AGREED      PIC 9(07) COMP VALUE ZERO.
008600     05  WS-OUT-OF-BALANCE        PIC 9(07) COMP VALUE ZERO.
008700     05  WS-ITEMS-NO-MASTER       PIC 9(07) COMP VALUE ZERO.
008800 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
008900*
009000*    MERGE KEYS.  A STREAM AT END CARRIES HIGH-VALUES SO THE
009100*    OTHER STREAM DRAINS PAST IT.
009200 01  WS-MERGE-KEYS.
009300     05  WS-INVOICE-KEY           PIC X(06) VALUE SPACES.
009400     05  WS-MASTER-KEY            PIC X(06) VALUE SPACES.
009500 01  WS-CUSTOMER-WORK.
009600     05  WS-CURRENT-CUSTOMER      PIC X(06) VALUE SPACES.
009700     05  WS-CUSTOMER-ITEMS        PIC 9(07) COMP VALUE ZERO.
009800     05  WS-ITEMS-TOTAL           PIC 9(11)V99 VALUE ZERO.
009900     05  WS-MASTER-BALANCE        PIC 9(11)V99 VALUE ZERO.
010000     05  WS-DIFFERENCE            PIC S9(11)V99 VALUE ZERO.
010100 01  WS-RUN-TOTALS.
010200     05  WS-RUN-ITEMS-TOTAL       PIC 9(11)V99 VALUE ZERO.
010300     05  WS-RUN-MASTER-TOTAL      PIC 9(11)V99 VALUE ZERO.
010400     05  WS-RUN-GL-BALANCE        PIC S9(11)V99 VALUE ZERO.
010500     05  WS-SUBLEDGER-DIFF        PIC S9(11)V99 VALUE ZERO.
010600     05  WS-LEDGER-DIFF           PIC S9(11)V99 VALUE ZERO.
010700     05  WS-GL-AS-OF-DATE         PIC 9(08) VALUE ZERO.
010800 01  WS-DATE-TIME.
010900     05  WS-CURRENT-DATE          PIC 9(08).
011000     05  WS-CURRENT-TIME          PIC 9(08).
011100 01  WS-REPORT-LINES.
011200     05  WS-RPT-TITLE-LINE.
011300         10  FILLER               PIC X(40)
011400                 VALUE "RECEIVABLES RECONCILIATION      RUN DATE".
011500         10  FILLER               PIC X(01) VALUE SPACE.
011600         10  WS-RPT-TITLE-DATE    PIC 9(08).
011700     05  WS-RPT-COLUMN-LINE.
011800         10  FILLER               PIC X(40)
011900                 VALUE "CUST   NAME                   MASTER BAL".
012000         10  FILLER               PIC X(40)
012100                 VALUE "    OPEN ITEMS    DIFFERENCE NOTE".
012200     05  WS-RPT-DETAIL-LINE.
012300         10  WS-RPT-CUSTOMER      PIC X(06).
012400         10  FILLER               PIC X(01) VALUE SPACES.
012500         10  WS-RPT-NAME          PIC X(20).
012600         10  FILLER               PIC X(01) VALUE SPACES.
012700         10  WS-RPT-MASTER-BAL    PIC Z(08)9.99.
012800         10  FILLER               PIC X(02) VALUE SPACES.
012900         10  WS-RPT-ITEMS-TOTAL   PIC Z(08)9.99.
013000         10  FILLER               PIC X(01) VALUE SPACES.
013100         10  WS-RPT-DIFFERENCE    PIC Z(08)9.99-.
013200         10  FILLER               PIC X(01) VALUE SPACES.
013300         10  WS-RPT-NOTE          PIC X(10).
013400     05  WS-RPT-COUNT-LINE.
013500         10  WS-RPT-COUNT-LABEL   PIC X(24).
013600         10  WS-RPT-COUNT         PIC Z(06)9.
013700     05  WS-RPT-AMOUNT-LINE.
013800         10  WS-RPT-AMOUNT-LABEL  PIC X(24).
013900         10  WS-RPT-AMOUNT        PIC Z(10)9.99-.
014000     05  WS-RPT-GL-DATE-LINE.
014100         10  FILLER               PIC X(24)
014200                 VALUE "GL CONTROL AS OF. . . . ".
014300         10  WS-RPT-GL-DATE       PIC 9(08).
014400     05  WS-RPT-NO-GL-LINE        PIC X(60) VALUE
014500         "NO GL CONTROL BALANCE SUPPLIED - LEDGER NOT PROVED".
014600     05  WS-RPT-CLEAN-LINE        PIC X(40) VALUE
014700         "*** RECONCILIATION CLEAN ***".
014800     05  WS-RPT-NOT-CLEAN-LINE    PIC X(40) VALUE
014900         "*** RECONCILIATION NOT CLEAN ***".
015000 PROCEDURE DIVISION.
015100*----------------------------------------------------------------*
015200*    0000-MAINLINE - SORT THE OPEN ITEMS INTO CUSTOMER ORDER AND
015300*    WALK THE MASTER ALONGSIDE.  NO REGISTER MEANS THE WALK RUNS
015400*    WITH NO OPEN ITEMS ANYWHERE.
015500*----------------------------------------------------------------*
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
015800     IF NOT INIT-ERROR
015900         IF NO-INVOICES-ON-FILE
016000             MOVE "Y" TO WS-INVOICE-EOF-SW
016100             MOVE HIGH-VALUES TO WS-INVOICE-KEY
016200             PERFORM 2000-WALK-MASTER THRU 2000-EXIT
016300         ELSE
016400             SORT RECON-SORT-FILE
016500                 ON ASCENDING KEY ASRT-CUSTOMER-NO
016600                 USING OPEN-INVOICE-FILE
016700                 OUTPUT PROCEDURE IS 1900-MERGE-DRIVER
016800                     THRU 1900-EXIT
016900         END-IF
017000         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
017100     END-IF.
017200     MOVE WS-RETURN-CODE TO RETURN-CODE.
017300     STOP RUN.
017400*----------------------------------------------------------------*
017500*    1000-INITIALIZE-RTN - PROBE THE REGISTER FOR THE SORT, PICK
017600*    UP THE LEDGER CONTROL BALANCE, OPEN THE MASTER AND REPORT.
017700*    NO ARGLCTL IS NOT AN ERROR, BUT THE RUN CANNOT BE CLEAN.
017800*----------------------------------------------------------------*
017900 1000-INITIALIZE-RTN.
018000     MOVE ZERO TO WS-RETURN-CODE.
018100     MOVE "N" TO WS-INIT-ERROR-SW.
018200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018300     ACCEPT WS-CURRENT-TIME FROM TIME.
018400     OPEN INPUT OPEN-INVOICE-FILE.
018500     IF WS-OPENINV-STATUS = "35"
018600         MOVE "Y" TO WS-NO-INVOICES-SW
018700     ELSE
018800         IF WS-OPENINV-STATUS = "00"
018900             CLOSE OPEN-INVOICE-FILE
019000         ELSE
019100             DISPLAY "ARRECON - UNABLE TO OPEN OPENINV, STATUS "
019200                 WS-OPENINV-STATUS
019300             MOVE "Y" TO WS-INIT-ERROR-SW
019400         END-IF
019500     END-IF.
019600     PERFORM 1100-LOAD-GL-CONTROL THRU 1100-EXIT.
019700     OPEN INPUT CUSTOMER-MASTER-FILE.
019800     IF WS-CUSTMAST-STATUS NOT = "00"
019900         DISPLAY "ARRECON - UNABLE TO OPEN CUSTMAST, STATUS "
020000             WS-CUSTMAST-STATUS
020100         MOVE "Y" TO WS-INIT-ERROR-SW
020200     END-IF.
020300     OPEN OUTPUT RECON-REPORT.
020400     IF WS-REPORT-STATUS NOT = "00"
020500         DISPLAY "ARRECON - UNABLE TO OPEN ARRECRPT, STATUS "
020600             WS-REPORT-STATUS
020700         MOVE "Y" TO WS-INIT-ERROR-SW
020800     END-IF.
020900     IF INIT-ERROR
021000         MOVE 12 TO WS-RETURN-CODE
021100         CLOSE CUSTOMER-MASTER-FILE RECON-REPORT
021200         GO TO 1000-EXIT
021300     END-IF.
021400     MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE.
021500     WRITE RECON-REPORT-RECORD FROM WS-RPT-TITLE-LINE.
021600     WRITE RECON-REPORT-RECORD FROM WS-RPT-COLUMN-LINE.
021700     DISPLAY "ARRECON - RECEIVABLES RECONCILIATION STARTING".
021800 1000-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------*
022100*    1100-LOAD-GL-CONTROL - THE LEDGER BALANCE OF THE RECEIVABLE
022200*    CONTROL ACCOUNT.  MISSING OR EMPTY LEAVES THE SWITCH OFF.
022300*----------------------------------------------------------------*
022400 1100-LOAD-GL-CONTROL.
022500     MOVE "N" TO WS-GL-CONTROL-SW.
022600     OPEN INPUT GL-CONTROL-FILE.
022700     IF WS-ARGLCTL-STATUS NOT = "00"
022800         DISPLAY "ARRECON - NO ARGLCTL, LEDGER CONTROL NOT PROVED"
022900         GO TO 1100-EXIT
023000     END-IF.
023100     READ GL-CONTROL-FILE
023200         AT END
023300             DISPLAY "ARRECON - ARGLCTL EMPTY, LEDGER CONTROL "
023400                 "NOT PROVED"
023500         NOT AT END
023600             MOVE "Y" TO WS-GL-CONTROL-SW
023700             MOVE ARG-GL-BALANCE TO WS-RUN-GL-BALANCE
023800             MOVE ARG-AS-OF-DATE TO WS-GL-AS-OF-DATE
023900     END-READ.
024000     CLOSE GL-CONTROL-FILE.
024100 1100-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------*
024400*    1900-MERGE-DRIVER - SORT OUTPUT PROCEDURE.  PRIME THE SORTED
024500*    OPEN ITEMS, THEN THE SAME MASTER WALK THE NO-REGISTER PATH
024600*    USES.
024700*----------------------------------------------------------------*
024800 1900-MERGE-DRIVER.
024900     PERFORM 2900-RETURN-INVOICE THRU 2900-EXIT.
025000     PERFORM 2000-WALK-MASTER THRU 2000-EXIT.
025100 1900-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------*
025400*    2000-WALK-MASTER - ONE SEQUENTIAL PASS OF THE CUSTOMER
025500*    MASTER AGAINST THE SORTED OPEN ITEMS, ONE CUSTOMER NUMBER PER
025600*    ITERATION, UNTIL BOTH STREAMS ARE SPENT.
025700*----------------------------------------------------------------*
025800 2000-WALK-MASTER.
025900     PERFORM 2950-READ-MASTER THRU 2950-EXIT.
026000     PERFORM 2100-MATCH-ONE-CUSTOMER THRU 2100-EXIT
026100         UNTIL INVOICE-EOF AND MASTER-EOF.
026200 2000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------*
026500*    2100-MATCH-ONE-CUSTOMER - THE LOWER KEY DECIDES.  OPEN ITEMS
026600*    AHEAD OF THE MASTER HAVE NO MASTER; A MASTER AHEAD OF THE
026700*    ITEMS HAS NO OPEN ITEMS AND MUST CARRY A ZERO BALANCE.
026800*----------------------------------------------------------------*
026900 2100-MATCH-ONE-CUSTOMER.
027000     MOVE ZERO TO WS-ITEMS-TOTAL WS-MASTER-BALANCE.
027100     MOVE ZERO TO WS-CUSTOMER-ITEMS.
027200     MOVE SPACES TO WS-RPT-NAME WS-RPT-NOTE.
027300     IF WS-INVOICE-KEY < WS-MASTER-KEY
027400         MOVE WS-INVOICE-KEY TO WS-CURRENT-CUSTOMER
027500         PERFORM 2200-GATHER-OPEN-ITEMS THRU 2200-EXIT
027600         IF WS-ITEMS-TOTAL NOT = ZERO
027700             ADD WS-CUSTOMER-ITEMS TO WS-ITEMS-NO-MASTER
027800             MOVE "NO MASTER" TO WS-RPT-NOTE
027900             PERFORM 2300-REPORT-OUT-OF-BALANCE THRU 2300-EXIT
028000         END-IF
028100         GO TO 2100-EXIT
028200     END-IF.
028300     MOVE WS-MASTER-KEY TO WS-CURRENT-CUSTOMER.
028400     MOVE CUST-OPEN-BALANCE TO WS-MASTER-BALANCE.
028500     MOVE CUST-NAME TO WS-RPT-NAME.
028600     ADD 1 TO WS-CUSTOMERS-READ.
028700     ADD CUST-OPEN-BALANCE TO WS-RUN-MASTER-TOTAL.
028800     IF WS-INVOICE-KEY = WS-MASTER-KEY
028900         PERFORM 2200-GATHER-OPEN-ITEMS THRU 2200-EXIT
029000     ELSE
029100         MOVE "NO ITEMS" TO WS-RPT-NOTE
029200     END-IF.
029300     IF WS-ITEMS-TOTAL = WS-MASTER-BALANCE
029400         ADD 1 TO WS-CUSTOMERS-AGREED
029500     ELSE
029600         IF WS-RPT-NOTE = SPACES
029700             MOVE "MISMATCH" TO WS-RPT-NOTE
029800         END-IF
029900         PERFORM 2300-REPORT-OUT-OF-BALANCE THRU 2300-EXIT
030000     END-IF.
030100     PERFORM 2950-READ-MASTER THRU 2950-EXIT.
030200 2100-EXIT.
030300     EXIT.
030400*----------------------------------------------------------------*
030500*    2200-GATHER-OPEN-ITEMS - ADD UP EVERY REGISTER ENTRY FOR THE
030600*    CURRENT CUSTOMER.  A SETTLED INVOICE CARRIES A ZERO BALANCE
030700*    AND ADDS NOTHING.
030800*----------------------------------------------------------------*
030900 2200-GATHER-OPEN-ITEMS.
031000     PERFORM 2210-ADD-ONE-ITEM THRU 2210-EXIT
031100         UNTIL WS-INVOICE-KEY NOT = WS-CURRENT-CUSTOMER.
031200 2200-EXIT.
031300     EXIT.
031400 2210-ADD-ONE-ITEM.
031500     IF OIV-BALANCE-DUE > ZERO
031600         ADD 1 TO WS-CUSTOMER-ITEMS
031700     END-IF.
031800     ADD OIV-BALANCE-DUE TO WS-ITEMS-TOTAL.
031900     ADD OIV-BALANCE-DUE TO WS-RUN-ITEMS-TOTAL.
032000     PERFORM 2900-RETURN-INVOICE THRU 2900-EXIT.
032100 2210-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------*
032400*    2300-REPORT-OUT-OF-BALANCE - ONE LINE PER CUSTOMER WHOSE OPEN
032500*    ITEMS AND MASTER BALANCE DISAGREE.  THE DIFFERENCE IS THE
032600*    MASTER LESS THE ITEMS.
032700*----------------------------------------------------------------*
032800 2300-REPORT-OUT-OF-BALANCE.
032900     ADD 1 TO WS-OUT-OF-BALANCE.
033000     COMPUTE WS-DIFFERENCE = WS-MASTER-BALANCE - WS-ITEMS-TOTAL.
033100     MOVE WS-CURRENT-CUSTOMER TO WS-RPT-CUSTOMER.
033200     MOVE WS-MASTER-BALANCE TO WS-RPT-MASTER-BAL.
033300     MOVE WS-ITEMS-TOTAL TO WS-RPT-ITEMS-TOTAL.
033400     MOVE WS-DIFFERENCE TO WS-RPT-DIFFERENCE.
033500     WRITE RECON-REPORT-RECORD FROM WS-RPT-DETAIL-LINE.
033600 2300-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------*
033900*    2900-RETURN-INVOICE - NEXT SORTED REGISTER ENTRY INTO THE
034000*    WORKING LAYOUT, OR SET END OF FILE.
034100*----------------------------------------------------------------*
034200 2900-RETURN-INVOICE.
034300     RETURN RECON-SORT-FILE INTO OPEN-INVOICE-RECORD
034400         AT END
034500             MOVE "Y" TO WS-INVOICE-EOF-SW
034600             MOVE HIGH-VALUES TO WS-INVOICE-KEY
034700         NOT AT END
034800             ADD 1 TO WS-INVOICES-READ
034900             MOVE OIV-CUSTOMER-NO TO WS-INVOICE-KEY
035000     END-RETURN.
035100 2900-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------*
035400*    2950-READ-MASTER - NEXT MASTER RECORD IN KEY ORDER, OR SET
035500*    END OF FILE.
035600*----------------------------------------------------------------*
035700 2950-READ-MASTER.
035800     READ CUSTOMER-MASTER-FILE NEXT RECORD
035900         AT END
036000             MOVE "Y" TO WS-MASTER-EOF-SW
036100             MOVE HIGH-VALUES TO WS-MASTER-KEY
036200         NOT AT END
036300             MOVE CUST-CUSTOMER-NO TO WS-MASTER-KEY
036400     END-READ.
036500 2950-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------*
036800*    3000-FINALIZE-RTN - THE GRAND TOTALS.  THE OPEN ITEMS ARE
036900*    PROVED FIRST AGAINST THE MASTER BALANCES, THEN AGAINST THE
037000*    LEDGER CONTROL ACCOUNT.  CLEAN MEANS NO CUSTOMER OUT OF
037100*    BALANCE AND THE LEDGER AGREEING TO THE CENT.
037200*----------------------------------------------------------------*
037300 3000-FINALIZE-RTN.
037400     COMPUTE WS-SUBLEDGER-DIFF =
037500         WS-RUN-MASTER-TOTAL - WS-RUN-ITEMS-TOTAL.
037600     COMPUTE WS-LEDGER-DIFF =
037700         WS-RUN-GL-BALANCE - WS-RUN-ITEMS-TOTAL.
037800     MOVE SPACES TO RECON-REPORT-RECORD.
037900     WRITE RECON-REPORT-RECORD.
038000     MOVE "INVOICES READ . . . . . " TO WS-RPT-COUNT-LABEL.
038100     MOVE WS-INVOICES-READ TO WS-RPT-COUNT.
038200     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
038300     MOVE "CUSTOMERS READ. . . . . " TO WS-RPT-COUNT-LABEL.
038400     MOVE WS-CUSTOMERS-READ TO WS-RPT-COUNT.
038500     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
038600     MOVE "CUSTOMERS IN BALANCE. . " TO WS-RPT-COUNT-LABEL.
038700     MOVE WS-CUSTOMERS-AGREED TO WS-RPT-COUNT.
038800     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
038900     MOVE "CUSTOMERS OUT OF BALANCE" TO WS-RPT-COUNT-LABEL.
039000     MOVE WS-OUT-OF-BALANCE TO WS-RPT-COUNT.
039100     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
039200     MOVE "OPEN ITEMS NO MASTER. . " TO WS-RPT-COUNT-LABEL.
039300     MOVE WS-ITEMS-NO-MASTER TO WS-RPT-COUNT.
039400     WRITE RECON-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
039500     MOVE "OPEN ITEMS TOTAL. . . . " TO WS-RPT-AMOUNT-LABEL.
039600     MOVE WS-RUN-ITEMS-TOTAL TO WS-RPT-AMOUNT.
039700     WRITE RECON-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE.
039800     MOVE "MASTER BALANCES TOTAL . " TO WS-RPT-AMOUNT-LABEL.
039900     MOVE WS-RUN-MASTER-TOTAL TO WS-RPT-AMOUNT.
040000     WRITE RECON-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE.
040100     MOVE "MASTER LESS OPEN ITEMS. " TO WS-RPT-AMOUNT-LABEL.
040200     MOVE WS-SUBLEDGER-DIFF TO WS-RPT-AMOUNT.
040300     WRITE RECON-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE.
040400     IF GL-CONTROL-SUPPLIED
040500         MOVE WS-GL-AS-OF-DATE TO WS-RPT-GL-DATE
040600         WRITE RECON-REPORT-RECORD FROM WS-RPT-GL-DATE-LINE
040700         MOVE "GL RECEIVABLE 12000100. " TO WS-RPT-AMOUNT-LABEL
040800         MOVE WS-RUN-GL-BALANCE TO WS-RPT-AMOUNT
040900         WRITE RECON-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE
041000         MOVE "GL LESS OPEN ITEMS. . . " TO WS-RPT-AMOUNT-LABEL
041100         MOVE WS-LEDGER-DIFF TO WS-RPT-AMOUNT
041200         WRITE RECON-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE
041300     ELSE
041400         WRITE RECON-REPORT-RECORD FROM WS-RPT-NO-GL-LINE
041500     END-IF.
041600     MOVE SPACES TO RECON-REPORT-RECORD.
041700     WRITE RECON-REPORT-RECORD.
041800     IF WS-OUT-OF-BALANCE = ZERO
041900             AND WS-SUBLEDGER-DIFF = ZERO
042000             AND GL-CONTROL-SUPPLIED
042100             AND WS-LEDGER-DIFF = ZERO
042200         WRITE RECON-REPORT-RECORD FROM WS-RPT-CLEAN-LINE
042300         DISPLAY "ARRECON - RECONCILIATION CLEAN"
042400     ELSE
042500         WRITE RECON-REPORT-RECORD FROM WS-RPT-NOT-CLEAN-LINE
042600         DISPLAY "ARRECON - RECONCILIATION NOT CLEAN"
042700         MOVE 04 TO WS-RETURN-CODE
042800     END-IF.
042900     CLOSE CUSTOMER-MASTER-FILE RECON-REPORT.
043000     DISPLAY "CUSTOMERS READ    : " WS-CUSTOMERS-READ.
043100     DISPLAY "OUT OF BALANCE    : " WS-OUT-OF-BALANCE.
043200     DISPLAY "OPEN ITEMS TOTAL  : " WS-RUN-ITEMS-TOTAL.
043300 3000-EXIT.
043400     EXIT.
