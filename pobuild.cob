000100*****************************************************************
000200*    PROGRAM  : POBUILD
000300*    PURPOSE  : PURCHASE ORDER BUILD.  RUN ON DEMAND, NOT PART OF
000400*               THE NIGHTLY STREAM, ONCE PURCHASING HAS APPROVED
000500*               THE NIGHT'S SUGGESTIONS.  SORTS THE APPROVALS INTO
000600*               ITEM ORDER AND MATCHES THEM AGAINST THE PURSUGG
000700*               FILE THE REPLEN STEP WROTE (ALREADY IN ITEM
000800*               ORDER - IT IS BUILT OFF A PASS OF THE MASTER).
000900*               EVERY APPROVAL THAT MATCHES A SUGGESTION BECOMES A
001000*               NUMBERED PURCHASE ORDER ON POFILE; ONE THAT DOES
001100*               NOT, OR THAT NAMES A SUGGESTION ALREADY ORDERED,
001200*               GOES ON THE REGISTER AS REJECTED WITH A REASON.
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. POBUILD.
001500 AUTHOR. D L MARSH.
001600 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900*
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    ---------- ----  ----------------------------------------
002300*    2026-10-15 DLM   INITIAL VERSION - SUGGESTIONS USED TO BE
002400*                      PHONED THROUGH TO THE VENDOR OFF THE
002500*                      PURSRPT PRINT, WITH NOTHING ON FILE FOR THE
002600*                      DOCK TO RECEIVE AGAINST.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT APPROVAL-FILE ASSIGN TO "POAPPR"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-APPROVAL-STATUS.
003300     SELECT APPROVAL-SORT-FILE ASSIGN TO "POASORT".
003400     SELECT SUGGESTION-FILE ASSIGN TO "PURSUGG"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SUGGEST-STATUS.
003700     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-POFILE-STATUS.
004000     SELECT ORDER-SORT-FILE ASSIGN TO "POBSORT".
004100     SELECT ORDER-BY-ITEM-FILE ASSIGN TO "POBYITEM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-POBYITEM-STATUS.
004400     SELECT PO-CONTROL-FILE ASSIGN TO "POCTL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-POCTL-STATUS.
004700     SELECT REGISTER-FILE ASSIGN TO "POREG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REGISTER-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  APPROVAL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  APPROVAL-INPUT-RECORD        PIC X(26).
005500 SD  APPROVAL-SORT-FILE.
005600 01  ASRT-RECORD.
005700     05  ASRT-ITEM-ID             PIC X(05).
005800     05  FILLER                   PIC X(21).
005900 FD  SUGGESTION-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY PURSUGRC.
006200 FD  PURCHASE-ORDER-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY POREC.
006500 SD  ORDER-SORT-FILE.
006600 01  OSRT-RECORD.
006700     05  FILLER                   PIC X(13).
006800     05  OSRT-ITEM-ID             PIC X(05).
006900     05  FILLER                   PIC X(47).
007000*
007100*    THE ORDER FILE RE-SORTED INTO ITEM ORDER, SO IT CAN RIDE
007200*    ALONGSIDE THE SORTED APPROVALS.  ONLY THE FIELDS THE
007300*    ALREADY-ORDERED TEST NEEDS ARE NAMED.
007400 FD  ORDER-BY-ITEM-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  ORDER-BY-ITEM-RECORD.
007700     05  FILLER                   PIC X(13).
007800     05  OBI-ITEM-ID              PIC X(05).
007900     05  FILLER                   PIC X(31).
008000     05  OBI-SOURCE-BATCH-ID      PIC X(08).
008100     05  FILLER                   PIC X(08).
008200 FD  PO-CONTROL-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  PO-CONTROL-RECORD.
008500     05  POC-NEXT-PO-NO           PIC 9(07).
008600 FD  REGISTER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  REGISTER-RECORD              PIC X(80).
008900 WORKING-STORAGE SECTION.
009000 01  WS-SWITCHES.
009100     05  WS-APPROVAL-EOF-SW       PIC X(01) VALUE "N".
009200         88  APPROVAL-EOF                   VALUE "Y".
009300     05  WS-SUGGEST-EOF-SW        PIC X(01) VALUE "N".
009400         88  SUGGEST-EOF                    VALUE "Y".
009500     05  WS-ORDER-EOF-SW          PIC X(01) VALUE "N".
009600         88  ORDER-EOF                      VALUE "Y".
009700     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
009800         88  INIT-ERROR                     VALUE "Y".
009900     05  WS-NO-APPROVALS-SW       PIC X(01) VALUE "N".
010000         88  NO-APPROVALS-TODAY             VALUE "Y".
010100     05  WS-NO-ORDERS-SW          PIC X(01) VALUE "N".
010200         88  NO-ORDERS-ON-FILE              VALUE "Y".
010300     05  WS-REJECT-SW             PIC X(01) VALUE "N".
010400         88  APPROVAL-REJECTED              VALUE "Y".
010500     05  WS-ALREADY-ORDERED-SW    PIC X(01) VALUE "N".
010600         88  ALREADY-ORDERED                VALUE "Y".
010700 01  WS-FILE-STATUS.
010800     05  WS-APPROVAL-STATUS       PIC X(02) VALUE SPACES.
010900     05  WS-SUGGEST-STATUS        PIC X(02) VALUE SPACES.
011000     05  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
011100     05  WS-POBYITEM-STATUS       PIC X(02) VALUE SPACES.
011200     05  WS-POCTL-STATUS          PIC X(02) VALUE SPACES.
011300     05  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
011400 01  WS-COUNTERS.
011500     05  WS-APPROVALS-READ        PIC 9(07) COMP VALUE ZERO.
011600     05  WS-ORDERS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
011700     05  WS-APPROVALS-REJECTED    PIC 9(07) COMP VALUE ZERO.
011800 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
011900 01  WS-REASON-WORK.
012000     05  WS-REASON-CODE           PIC X(02) VALUE SPACES.
012100     05  WS-REASON-TEXT           PIC X(30) VALUE SPACES.
012200 01  WS-BUILD-WORK.
012300     05  WS-NEXT-PO-NO            PIC 9(07) VALUE 1.
012400     05  WS-HIGH-PO-NO            PIC 9(07) VALUE ZERO.
012500     05  WS-ORDER-QTY             PIC 9(07) VALUE ZERO.
012600     05  WS-EXPECTED-DATE         PIC 9(08) VALUE ZERO.
012700     05  WS-CHECKED-ITEM          PIC X(05) VALUE SPACES.
012800*
012900*    STANDARD VENDOR LEAD TIME, USED WHEN AN APPROVAL CARRIES NO
013000*    EXPECTED DATE OF ITS OWN - TWO WEEKS.
013100 01  WS-DEFAULT-LEAD-DAYS         PIC 9(03) VALUE 14.
013200*
013300*    THE SORTED APPROVAL IS RETURNED INTO THIS WORKING COPY OF
013400*    THE SHARED LAYOUT.
013500     COPY POAPPRC.
013600 01  WS-DATE-TIME.
013700     05  WS-CURRENT-DATE          PIC 9(08).
013800     05  WS-CURRENT-TIME          PIC 9(08).
013900*
014000*    CALENDAR WORK AREA FOR THE DEFAULT EXPECTED DATE.  THE DAYS
014100*    ARE WALKED ON ONE AT A TIME WITH MONTH AND LEAP-YEAR
014200*    ROLLOVER, THE SAME WAY THE INVOICING STEP DATES ITS TERMS.
014300 01  WS-DATE-CALC.
014400     05  WS-DC-DAYS               PIC 9(03) VALUE ZERO.
014500     05  WS-DC-DATE.
014600         10  WS-DC-YEAR           PIC 9(04).
014700         10  WS-DC-MONTH          PIC 9(02).
014800         10  WS-DC-DAY            PIC 9(02).
014900     05  WS-DC-DATE-N REDEFINES WS-DC-DATE
015000                                  PIC 9(08).
015100     05  WS-DC-MONTH-LEN          PIC 9(02) VALUE ZERO.
015200     05  WS-DC-LEAP-QUOT          PIC 9(04) VALUE ZERO.
015300     05  WS-DC-LEAP-REM           PIC 9(04) VALUE ZERO.
015400 01  WS-MONTH-DAYS-TABLE.
015500     05  FILLER                   PIC X(24)
015600             VALUE "312831303130313130313031".
015700 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
015800     05  WS-MONTH-LEN             PIC 9(02) OCCURS 12 TIMES.
015900 01  WS-REGISTER-LINES.
016000     05  WS-REG-TITLE-LINE.
016100         10  FILLER               PIC X(29)
016200                 VALUE "PURCHASE ORDER BUILD REGISTER".
016300         10  FILLER               PIC X(01) VALUE SPACES.
016400         10  WS-REG-TITLE-DATE    PIC 9(08).
016500     05  WS-REG-HEADING-LINE.
016600         10  FILLER               PIC X(40)
016700                 VALUE "PO NO   ITEM  VENDOR  ORDERED EXPECTED  ".
016800         10  FILLER               PIC X(18)
016900                 VALUE "STATUS   RC REASON".
017000     05  WS-REG-DETAIL-LINE.
017100         10  WS-REG-PO-NUMBER     PIC X(07).
017200         10  FILLER               PIC X(01) VALUE SPACES.
017300         10  WS-REG-ITEM-ID       PIC X(05).
017400         10  FILLER               PIC X(01) VALUE SPACES.
017500         10  WS-REG-VENDOR-ID     PIC X(06).
017600         10  FILLER               PIC X(01) VALUE SPACES.
017700         10  WS-REG-ORDER-QTY     PIC Z(06)9.
017800         10  FILLER               PIC X(01) VALUE SPACES.
017900         10  WS-REG-EXPECTED      PIC X(08).
018000         10  FILLER               PIC X(02) VALUE SPACES.
018100         10  WS-REG-STATUS        PIC X(08).
018200         10  FILLER               PIC X(01) VALUE SPACES.
018300         10  WS-REG-REASON-CODE   PIC X(02).
018400         10  FILLER               PIC X(01) VALUE SPACES.
018500         10  WS-REG-REASON-TEXT   PIC X(29).
018600     05  WS-REG-COUNT-LINE.
018700         10  WS-REG-COUNT-LABEL   PIC X(24).
018800         10  WS-REG-COUNT         PIC Z(06)9.
018900 PROCEDURE DIVISION.
019000*----------------------------------------------------------------*
019100*    0000-MAINLINE - SORT THE APPROVALS AND MATCH THEM AGAINST
019200*    THE NIGHT'S SUGGESTIONS.
019300*----------------------------------------------------------------*
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
019600     IF NOT INIT-ERROR
019700         IF NOT NO-APPROVALS-TODAY
019800             SORT APPROVAL-SORT-FILE
019900                 ON ASCENDING KEY ASRT-ITEM-ID
020000                 WITH DUPLICATES IN ORDER
020100                 USING APPROVAL-FILE
020200                 OUTPUT PROCEDURE IS 2000-BUILD-ORDERS
020300                     THRU 2000-EXIT
020400         END-IF
020500         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
020600     END-IF.
020700     MOVE WS-RETURN-CODE TO RETURN-CODE.
020800     STOP RUN.
020900*----------------------------------------------------------------*
021000*    1000-INITIALIZE-RTN - OPEN FILES, PICK UP THE NEXT PO NUMBER,
021100*    INDEX THE ORDERS ALREADY ON FILE BY ITEM, WRITE THE REGISTER
021200*    HEADINGS.  NO APPROVAL FILE MEANS NOTHING TO ORDER; NO
021300*    SUGGESTION FILE MEANS EVERY APPROVAL IS REJECTED.
021400*----------------------------------------------------------------*
021500 1000-INITIALIZE-RTN.
021600     MOVE ZERO TO WS-RETURN-CODE.
021700     MOVE "N" TO WS-INIT-ERROR-SW.
021800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
021900     ACCEPT WS-CURRENT-TIME FROM TIME.
022000*    PROBE THE APPROVAL FILE BEFORE HANDING IT TO THE SORT - THE
022100*    SORT HAS NO FILE-STATUS PROTECTION OF ITS OWN.
022200     OPEN INPUT APPROVAL-FILE.
022300     IF WS-APPROVAL-STATUS = "00"
022400         CLOSE APPROVAL-FILE
022500     ELSE
022600         MOVE "Y" TO WS-NO-APPROVALS-SW
022700         DISPLAY "POBUILD - NO POAPPR FILE, NOTHING TO ORDER"
022800     END-IF.
022900     PERFORM 1100-LOAD-PO-CONTROL THRU 1100-EXIT.
023000     PERFORM 1200-INDEX-ORDERS THRU 1200-EXIT.
023100     OPEN INPUT SUGGESTION-FILE.
023200     IF WS-SUGGEST-STATUS = "35"
023300         MOVE "Y" TO WS-SUGGEST-EOF-SW
023400     ELSE
023500         IF WS-SUGGEST-STATUS NOT = "00"
023600             DISPLAY "POBUILD - UNABLE TO OPEN PURSUGG, STATUS "
023700                 WS-SUGGEST-STATUS
023800             MOVE "Y" TO WS-INIT-ERROR-SW
023900         END-IF
024000     END-IF.
024100     OPEN EXTEND PURCHASE-ORDER-FILE.
024200     IF WS-POFILE-STATUS NOT = "00"
024300         OPEN OUTPUT PURCHASE-ORDER-FILE
024400     END-IF.
024500     IF WS-POFILE-STATUS NOT = "00"
024600         DISPLAY "POBUILD - UNABLE TO OPEN POFILE, STATUS "
024700             WS-POFILE-STATUS
024800         MOVE "Y" TO WS-INIT-ERROR-SW
024900     END-IF.
025000     OPEN OUTPUT REGISTER-FILE.
025100     IF WS-REGISTER-STATUS NOT = "00"
025200         DISPLAY "POBUILD - UNABLE TO OPEN POREG, STATUS "
025300             WS-REGISTER-STATUS
025400         MOVE "Y" TO WS-INIT-ERROR-SW
025500     END-IF.
025600     IF INIT-ERROR
025700         MOVE 12 TO WS-RETURN-CODE
025800         CLOSE SUGGESTION-FILE PURCHASE-ORDER-FILE
025900             ORDER-BY-ITEM-FILE REGISTER-FILE
026000         GO TO 1000-EXIT
026100     END-IF.
026200     MOVE WS-CURRENT-DATE TO WS-REG-TITLE-DATE.
026300     WRITE REGISTER-RECORD FROM WS-REG-TITLE-LINE.
026400     WRITE REGISTER-RECORD FROM WS-REG-HEADING-LINE.
026500     DISPLAY "POBUILD - PURCHASE ORDER BUILD STARTING".
026600     IF NOT SUGGEST-EOF
026700         PERFORM 2950-READ-SUGGESTION THRU 2950-EXIT
026800     END-IF.
026900 1000-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------*
027200*    1100-LOAD-PO-CONTROL - THE NEXT PO NUMBER COMES OFF THE
027300*    POCTL CONTROL FILE.  NO CONTROL FILE MEANS THE NUMBERING IS
027400*    JUST STARTING - BEGIN AT ONE.
027500*----------------------------------------------------------------*
027600 1100-LOAD-PO-CONTROL.
027700     OPEN INPUT PO-CONTROL-FILE.
027800     IF WS-POCTL-STATUS NOT = "00"
027900         DISPLAY "POBUILD - NO POCTL, NUMBERING STARTS AT 1"
028000         GO TO 1100-EXIT
028100     END-IF.
028200     READ PO-CONTROL-FILE
028300         AT END
028400             DISPLAY "POBUILD - POCTL EMPTY, NUMBERING STARTS "
028500                 "AT 1"
028600         NOT AT END
028700             MOVE POC-NEXT-PO-NO TO WS-NEXT-PO-NO
028800     END-READ.
028900     CLOSE PO-CONTROL-FILE.
029000 1100-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------*
029300*    1200-INDEX-ORDERS - ONE PASS OF THE ORDER FILE FOR ITS
029400*    HIGHEST PO NUMBER, THEN A SORT OF IT INTO ITEM ORDER FOR THE
029500*    ALREADY-ORDERED TEST.  THE CONTROL IS ONLY FILED AT A CLEAN
029600*    END OF RUN, SO A RUN THAT DIED AFTER WRITING ORDERS LEAVES
029700*    IT BEHIND THE FILE - THE NUMBERING ALWAYS RESUMES PAST THE
029800*    HIGHEST ORDER ACTUALLY ON FILE, WHICHEVER IS LATER.
029900*----------------------------------------------------------------*
030000 1200-INDEX-ORDERS.
030100     OPEN INPUT PURCHASE-ORDER-FILE.
030200     IF WS-POFILE-STATUS = "35"
030300         MOVE "Y" TO WS-NO-ORDERS-SW
030400         MOVE "Y" TO WS-ORDER-EOF-SW
030500         GO TO 1200-EXIT
030600     END-IF.
030700     IF WS-POFILE-STATUS NOT = "00"
030800         DISPLAY "POBUILD - UNABLE TO OPEN POFILE, STATUS "
030900             WS-POFILE-STATUS
031000         MOVE "Y" TO WS-INIT-ERROR-SW
031100         GO TO 1200-EXIT
031200     END-IF.
031300     PERFORM 1210-READ-ONE-ORDER THRU 1210-EXIT
031400         UNTIL ORDER-EOF.
031500     CLOSE PURCHASE-ORDER-FILE.
031600     IF WS-HIGH-PO-NO NOT < WS-NEXT-PO-NO
031700         COMPUTE WS-NEXT-PO-NO = WS-HIGH-PO-NO + 1
031800     END-IF.
031900     SORT ORDER-SORT-FILE
032000         ON ASCENDING KEY OSRT-ITEM-ID
032100         USING PURCHASE-ORDER-FILE
032200         GIVING ORDER-BY-ITEM-FILE.
032300     OPEN INPUT ORDER-BY-ITEM-FILE.
032400     IF WS-POBYITEM-STATUS NOT = "00"
032500         DISPLAY "POBUILD - UNABLE TO OPEN POBYITEM, STATUS "
032600             WS-POBYITEM-STATUS
032700         MOVE "Y" TO WS-INIT-ERROR-SW
032800         GO TO 1200-EXIT
032900     END-IF.
033000     MOVE "N" TO WS-ORDER-EOF-SW.
033100     PERFORM 2960-READ-ORDER-BY-ITEM THRU 2960-EXIT.
033200 1200-EXIT.
033300     EXIT.
033400 1210-READ-ONE-ORDER.
033500     READ PURCHASE-ORDER-FILE
033600         AT END
033700             MOVE "Y" TO WS-ORDER-EOF-SW
033800         NOT AT END
033900             IF PO-NUMBER > WS-HIGH-PO-NO
034000                 MOVE PO-NUMBER TO WS-HIGH-PO-NO
034100             END-IF
034200     END-READ.
034300 1210-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------*
034600*    2000-BUILD-ORDERS - SORT OUTPUT PROCEDURE.  THE APPROVALS,
034700*    THE SUGGESTIONS AND THE ORDERS BY ITEM ALL RISE ON ITEM ID,
034800*    SO ONE PASS OF EACH SETTLES EVERYTHING.
034900*----------------------------------------------------------------*
035000 2000-BUILD-ORDERS.
035100     PERFORM 2900-RETURN-APPROVAL THRU 2900-EXIT.
035200     PERFORM 2100-BUILD-ONE THRU 2100-EXIT
035300         UNTIL APPROVAL-EOF.
035400 2000-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------*
035700*    2100-BUILD-ONE - EDIT ONE APPROVAL, MATCH IT TO ITS
035800*    SUGGESTION, REFUSE IT IF THE SUGGESTION IS ALREADY ON ORDER,
035900*    OTHERWISE RAISE THE ORDER.  EVERY APPROVAL GETS A REGISTER
036000*    LINE EITHER WAY.
036100*----------------------------------------------------------------*
036200 2100-BUILD-ONE.
036300     PERFORM 2200-EDIT-APPROVAL THRU 2200-EXIT.
036400     IF NOT APPROVAL-REJECTED
036500         PERFORM 2300-MATCH-SUGGESTION THRU 2300-EXIT
036600     END-IF.
036700     IF NOT APPROVAL-REJECTED
036800         PERFORM 2400-CHECK-ALREADY-ORDERED THRU 2400-EXIT
036900     END-IF.
037000     IF NOT APPROVAL-REJECTED
037100         PERFORM 2500-WRITE-ORDER THRU 2500-EXIT
037200     END-IF.
037300     PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT.
037400     PERFORM 2900-RETURN-APPROVAL THRU 2900-EXIT.
037500 2100-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------*
037800*    2200-EDIT-APPROVAL - FIELD-LEVEL EDITS.  FIRST FAILURE WINS -
037900*    ONE REASON PER REJECTED APPROVAL.  A BLANK EXPECTED DATE
038000*    TAKES THE STANDARD LEAD TIME FROM TODAY.
038100*----------------------------------------------------------------*
038200 2200-EDIT-APPROVAL.
038300     MOVE "N" TO WS-REJECT-SW.
038400     MOVE SPACES TO WS-REASON-CODE.
038500     MOVE SPACES TO WS-REASON-TEXT.
038600     IF PAP-ITEM-ID = SPACES
038700         MOVE "01" TO WS-REASON-CODE
038800         MOVE "ITEM ID MISSING" TO WS-REASON-TEXT
038900         MOVE "Y" TO WS-REJECT-SW
039000         GO TO 2200-EXIT
039100     END-IF.
039200     IF PAP-VENDOR-ID = SPACES
039300         MOVE "02" TO WS-REASON-CODE
039400         MOVE "VENDOR ID MISSING" TO WS-REASON-TEXT
039500         MOVE "Y" TO WS-REJECT-SW
039600         GO TO 2200-EXIT
039700     END-IF.
039800     IF PAP-ORDER-QTY NOT = SPACES
039900         IF PAP-ORDER-QTY NOT NUMERIC
040000             MOVE "03" TO WS-REASON-CODE
040100             MOVE "ORDER QTY NOT NUMERIC" TO WS-REASON-TEXT
040200             MOVE "Y" TO WS-REJECT-SW
040300             GO TO 2200-EXIT
040400         END-IF
040500         IF PAP-ORDER-QTY-N = ZERO
040600             MOVE "04" TO WS-REASON-CODE
040700             MOVE "ORDER QTY IS ZERO" TO WS-REASON-TEXT
040800             MOVE "Y" TO WS-REJECT-SW
040900             GO TO 2200-EXIT
041000         END-IF
041100     END-IF.
041200     IF PAP-EXPECTED-DATE = SPACES
041300         MOVE WS-CURRENT-DATE TO WS-DC-DATE-N
041400         MOVE WS-DEFAULT-LEAD-DAYS TO WS-DC-DAYS
041500         PERFORM 8100-ADD-DAYS-TO-DATE THRU 8100-EXIT
041600         MOVE WS-DC-DATE-N TO WS-EXPECTED-DATE
041700         GO TO 2200-EXIT
041800     END-IF.
041900     IF PAP-EXPECTED-DATE NOT NUMERIC
042000         MOVE "05" TO WS-REASON-CODE
042100         MOVE "EXPECTED DATE NOT NUMERIC" TO WS-REASON-TEXT
042200         MOVE "Y" TO WS-REJECT-SW
042300         GO TO 2200-EXIT
042400     END-IF.
042500     IF PAP-EXPECTED-DATE-N < WS-CURRENT-DATE
042600         MOVE "06" TO WS-REASON-CODE
042700         MOVE "EXPECTED DATE BEFORE TODAY" TO WS-REASON-TEXT
042800         MOVE "Y" TO WS-REJECT-SW
042900         GO TO 2200-EXIT
043000     END-IF.
043100     MOVE PAP-EXPECTED-DATE-N TO WS-EXPECTED-DATE.
043200 2200-EXIT.
043300     EXIT.
043400*----------------------------------------------------------------*
043500*    2300-MATCH-SUGGESTION - BRING THE SUGGESTION STREAM UP TO
043600*    THE APPROVED ITEM.  ONLY AN ITEM THE REPLEN STEP ACTUALLY
043700*    SUGGESTED CAN BE ORDERED HERE.
043800*----------------------------------------------------------------*
043900 2300-MATCH-SUGGESTION.
044000     PERFORM 2950-READ-SUGGESTION THRU 2950-EXIT
044100         UNTIL SUGGEST-EOF
044200             OR PSG-ITEM-ID NOT < PAP-ITEM-ID.
044300     IF SUGGEST-EOF
044400         MOVE "07" TO WS-REASON-CODE
044500         MOVE "NO SUGGESTION FOR ITEM" TO WS-REASON-TEXT
044600         MOVE "Y" TO WS-REJECT-SW
044700         GO TO 2300-EXIT
044800     END-IF.
044900     IF PSG-ITEM-ID NOT = PAP-ITEM-ID
045000         MOVE "07" TO WS-REASON-CODE
045100         MOVE "NO SUGGESTION FOR ITEM" TO WS-REASON-TEXT
045200         MOVE "Y" TO WS-REJECT-SW
045300     END-IF.
045400 2300-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------*
045700*    2400-CHECK-ALREADY-ORDERED - A SUGGESTION IS ORDERED ONCE.
045800*    THE ORDERS FOR THE ITEM ARE SCANNED THE FIRST TIME THE ITEM
045900*    COMES UP; AN ORDER RAISED FROM THE SAME SUGGESTION BATCH -
046000*    ON FILE ALREADY OR WRITTEN EARLIER IN THIS RUN - REFUSES
046100*    THE APPROVAL, SO A RERUN OR A DOUBLE-KEYED APPROVAL CANNOT
046200*    ORDER THE SAME SHORTFALL TWICE.
046300*----------------------------------------------------------------*
046400 2400-CHECK-ALREADY-ORDERED.
046500     IF PAP-ITEM-ID NOT = WS-CHECKED-ITEM
046600         MOVE PAP-ITEM-ID TO WS-CHECKED-ITEM
046700         MOVE "N" TO WS-ALREADY-ORDERED-SW
046800         PERFORM 2410-SCAN-ONE-ORDER THRU 2410-EXIT
046900             UNTIL ORDER-EOF
047000                 OR OBI-ITEM-ID > PAP-ITEM-ID
047100     END-IF.
047200     IF ALREADY-ORDERED
047300         MOVE "08" TO WS-REASON-CODE
047400         MOVE "SUGGESTION ALREADY ORDERED" TO WS-REASON-TEXT
047500         MOVE "Y" TO WS-REJECT-SW
047600     END-IF.
047700 2400-EXIT.
047800     EXIT.
047900 2410-SCAN-ONE-ORDER.
048000     IF OBI-ITEM-ID = PAP-ITEM-ID
048100             AND OBI-SOURCE-BATCH-ID = PSG-BATCH-ID
048200         MOVE "Y" TO WS-ALREADY-ORDERED-SW
048300     END-IF.
048400     PERFORM 2960-READ-ORDER-BY-ITEM THRU 2960-EXIT.
048500 2410-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------*
048800*    2500-WRITE-ORDER - RAISE THE PURCHASE ORDER.  A BLANK ORDER
048900*    QUANTITY TAKES THE SUGGESTED QUANTITY AS IT STANDS.
049000*----------------------------------------------------------------*
049100 2500-WRITE-ORDER.
049200     IF PAP-ORDER-QTY = SPACES
049300         MOVE PSG-SUGGESTED-QTY TO WS-ORDER-QTY
049400     ELSE
049500         MOVE PAP-ORDER-QTY-N TO WS-ORDER-QTY
049600     END-IF.
049700     MOVE WS-NEXT-PO-NO TO PO-NUMBER.
049800     MOVE PAP-VENDOR-ID TO PO-VENDOR-ID.
049900     MOVE PAP-ITEM-ID TO PO-ITEM-ID.
050000     MOVE WS-ORDER-QTY TO PO-QTY-ORDERED.
050100     MOVE ZERO TO PO-QTY-RECEIVED.
050200     MOVE WS-CURRENT-DATE TO PO-ORDER-DATE.
050300     MOVE WS-EXPECTED-DATE TO PO-EXPECTED-DATE.
050400     MOVE "O" TO PO-STATUS.
050500     MOVE PSG-BATCH-ID TO PO-SOURCE-BATCH-ID.
050600     MOVE ZERO TO PO-LAST-RECEIPT-DATE.
050700     WRITE PURCHASE-ORDER-RECORD.
050800     ADD 1 TO WS-NEXT-PO-NO.
050900     ADD 1 TO WS-ORDERS-WRITTEN.
051000     MOVE "Y" TO WS-ALREADY-ORDERED-SW.
051100 2500-EXIT.
051200     EXIT.
051300*----------------------------------------------------------------*
051400*    2800-WRITE-REGISTER - ONE LINE PER APPROVAL, ORDERED OR
051500*    REJECTED, WITH THE REASON.
051600*----------------------------------------------------------------*
051700 2800-WRITE-REGISTER.
051800     MOVE PAP-ITEM-ID TO WS-REG-ITEM-ID.
051900     MOVE PAP-VENDOR-ID TO WS-REG-VENDOR-ID.
052000     IF APPROVAL-REJECTED
052100         MOVE SPACES TO WS-REG-PO-NUMBER
052200         MOVE ZERO TO WS-REG-ORDER-QTY
052300         MOVE PAP-EXPECTED-DATE TO WS-REG-EXPECTED
052400         MOVE "REJECTED" TO WS-REG-STATUS
052500         ADD 1 TO WS-APPROVALS-REJECTED
052600     ELSE
052700         MOVE PO-NUMBER TO WS-REG-PO-NUMBER
052800         MOVE PO-QTY-ORDERED TO WS-REG-ORDER-QTY
052900         MOVE PO-EXPECTED-DATE TO WS-REG-EXPECTED
053000         MOVE "ORDERED" TO WS-REG-STATUS
053100     END-IF.
053200     MOVE WS-REASON-CODE TO WS-REG-REASON-CODE.
053300     MOVE WS-REASON-TEXT TO WS-REG-REASON-TEXT.
053400     WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
053500 2800-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------*
053800*    2900-RETURN-APPROVAL - NEXT SORTED APPROVAL INTO THE WORKING
053900*    LAYOUT, OR SET END OF FILE.
054000*----------------------------------------------------------------*
054100 2900-RETURN-APPROVAL.
054200     RETURN APPROVAL-SORT-FILE INTO PO-APPROVAL-RECORD
054300         AT END
054400             MOVE "Y" TO WS-APPROVAL-EOF-SW
054500     END-RETURN.
054600     IF NOT APPROVAL-EOF
054700         ADD 1 TO WS-APPROVALS-READ
054800     END-IF.
054900 2900-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------*
055200*    2950-READ-SUGGESTION - NEXT SUGGESTION, OR SET END OF FILE.
055300*----------------------------------------------------------------*
055400 2950-READ-SUGGESTION.
055500     READ SUGGESTION-FILE
055600         AT END
055700             MOVE "Y" TO WS-SUGGEST-EOF-SW
055800     END-READ.
055900 2950-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------*
056200*    2960-READ-ORDER-BY-ITEM - NEXT ORDER IN ITEM ORDER, OR SET
056300*    END OF FILE.
056400*----------------------------------------------------------------*
056500 2960-READ-ORDER-BY-ITEM.
056600     READ ORDER-BY-ITEM-FILE
056700         AT END
056800             MOVE "Y" TO WS-ORDER-EOF-SW
056900     END-READ.
057000 2960-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------*
057300*    3000-FINALIZE-RTN - REGISTER TOTALS, FILE THE NEXT PO NUMBER,
057400*    CLOSE DOWN.  ANY REJECT LEAVES A WARNING CODE SO PURCHASING
057500*    LOOKS AT THE REGISTER.
057600*----------------------------------------------------------------*
057700 3000-FINALIZE-RTN.
057800     MOVE "APPROVALS READ. . . . . " TO WS-REG-COUNT-LABEL.
057900     MOVE WS-APPROVALS-READ TO WS-REG-COUNT.
058000     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
058100     MOVE "ORDERS RAISED . . . . . " TO WS-REG-COUNT-LABEL.
058200     MOVE WS-ORDERS-WRITTEN TO WS-REG-COUNT.
058300     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
058400     MOVE "APPROVALS REJECTED. . . " TO WS-REG-COUNT-LABEL.
058500     MOVE WS-APPROVALS-REJECTED TO WS-REG-COUNT.
058600     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
058700     CLOSE SUGGESTION-FILE PURCHASE-ORDER-FILE REGISTER-FILE.
058800     IF NOT NO-ORDERS-ON-FILE
058900         CLOSE ORDER-BY-ITEM-FILE
059000     END-IF.
059100     PERFORM 3100-REWRITE-CONTROL THRU 3100-EXIT.
059200     IF WS-APPROVALS-REJECTED > ZERO
059300         MOVE 04 TO WS-RETURN-CODE
059400     END-IF.
059500     DISPLAY "POBUILD - PURCHASE ORDER BUILD COMPLETE".
059600     DISPLAY "APPROVALS READ    : " WS-APPROVALS-READ.
059700     DISPLAY "ORDERS RAISED     : " WS-ORDERS-WRITTEN.
059800     DISPLAY "REJECTED          : " WS-APPROVALS-REJECTED.
059900     DISPLAY "NEXT PO NUMBER    : " WS-NEXT-PO-NO.
060000 3000-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------*
060300*    3100-REWRITE-CONTROL - FILE THE NEXT PO NUMBER.  THE CONTROL
060400*    ONLY EVER HOLDS THE LATEST VALUE, SO IT IS REWRITTEN IN
060500*    PLACE, THE SAME WAY THE INVOICE CONTROL IS.
060600*----------------------------------------------------------------*
060700 3100-REWRITE-CONTROL.
060800     OPEN OUTPUT PO-CONTROL-FILE.
060900     IF WS-POCTL-STATUS NOT = "00"
061000         DISPLAY "POBUILD - UNABLE TO REWRITE POCTL, STATUS "
061100             WS-POCTL-STATUS
061200         MOVE 12 TO WS-RETURN-CODE
061300         GO TO 3100-EXIT
061400     END-IF.
061500     MOVE WS-NEXT-PO-NO TO POC-NEXT-PO-NO.
061600     WRITE PO-CONTROL-RECORD.
061700     CLOSE PO-CONTROL-FILE.
061800 3100-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------*
062100*    8100-ADD-DAYS-TO-DATE - ADD WS-DC-DAYS CALENDAR DAYS TO
062200*    THE DATE IN WS-DC-DATE, IN PLACE, ONE DAY AT A TIME WITH
062300*    MONTH AND YEAR ROLLOVER.
062400*----------------------------------------------------------------*
062500 8100-ADD-DAYS-TO-DATE.
062600     IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
062700         GO TO 8100-EXIT
062800     END-IF.
062900     PERFORM 8110-ADD-ONE-DAY THRU 8110-EXIT
063000         WS-DC-DAYS TIMES.
063100 8100-EXIT.
063200     EXIT.
063300 8110-ADD-ONE-DAY.
063400     PERFORM 8120-SET-MONTH-LENGTH THRU 8120-EXIT.
063500     IF WS-DC-DAY < WS-DC-MONTH-LEN
063600         ADD 1 TO WS-DC-DAY
063700         GO TO 8110-EXIT
063800     END-IF.
063900     MOVE 1 TO WS-DC-DAY.
064000     IF WS-DC-MONTH < 12
064100         ADD 1 TO WS-DC-MONTH
064200     ELSE
064300         MOVE 1 TO WS-DC-MONTH
064400         ADD 1 TO WS-DC-YEAR
064500     END-IF.
064600 8110-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------*
064900*    8120-SET-MONTH-LENGTH - DAYS IN THE CURRENT MONTH, WITH
065000*    THE CENTURY LEAP RULE FOR FEBRUARY.
065100*----------------------------------------------------------------*
065200 8120-SET-MONTH-LENGTH.
065300     MOVE WS-MONTH-LEN (WS-DC-MONTH) TO WS-DC-MONTH-LEN.
065400     IF WS-DC-MONTH NOT = 2
065500         GO TO 8120-EXIT
065600     END-IF.
065700     DIVIDE WS-DC-YEAR BY 400
065800         GIVING WS-DC-LEAP-QUOT
065900         REMAINDER WS-DC-LEAP-REM.
066000     IF WS-DC-LEAP-REM = ZERO
066100         MOVE 29 TO WS-DC-MONTH-LEN
066200         GO TO 8120-EXIT
066300     END-IF.
066400     DIVIDE WS-DC-YEAR BY 100
066500         GIVING WS-DC-LEAP-QUOT
066600         REMAINDER WS-DC-LEAP-REM.
066700     IF WS-DC-LEAP-REM = ZERO
066800         GO TO 8120-EXIT
066900     END-IF.
067000     DIVIDE WS-DC-YEAR BY 4
067100         GIVING WS-DC-LEAP-QUOT
067200         REMAINDER WS-DC-LEAP-REM.
067300     IF WS-DC-LEAP-REM = ZERO
067400         MOVE 29 TO WS-DC-MONTH-LEN
067500     END-IF.
067600 8120-EXIT.
067700     EXIT.
