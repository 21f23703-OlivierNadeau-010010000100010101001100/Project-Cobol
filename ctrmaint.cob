000100*****************************************************************
000200*    PROGRAM  : CTRMAINT
000300*    PURPOSE  : CUSTOMER CONTRACT PRICE MAINTENANCE.  READS A
000400*               FILE OF ADD / CHANGE / DELETE MAINTENANCE
000500*               TRANSACTIONS, APPLIES THEM TO THE INDEXED
000600*               CONTRACT PRICE FILE (CTRPRICE, CTRPRCRC LAYOUT),
000700*               AND PRINTS A MAINTENANCE REGISTER SHOWING EVERY
000800*               APPLIED AND REJECTED TRANSACTION WITH A REASON
000900*               CODE, AND THE TERMS NOW ON FILE FOR EVERY ONE
001000*               APPLIED.  A CONTRACT CAN ONLY BE ADDED FOR A
001100*               CUSTOMER ON CUSTMAST AND AN ITEM ON ITEMMAST.
001200*               RUN ON DEMAND, THE SAME AS ITMMAINT AND CUSMAINT.
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. CTRMAINT.
001500 AUTHOR. D L MARSH.
001600 INSTALLATION. ORDER PROCESSING - BATCH SYSTEMS.
001700 DATE-WRITTEN. 2026-10-15.
001800 DATE-COMPILED.
001900*
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    ---------- ----  ----------------------------------------
002300*    2026-10-15 DLM   INITIAL VERSION - NEGOTIATED PRICES USED TO
002400*                      LIVE IN THE SALES DESK'S SPREADSHEET AND
002500*                      SHOW UP AS OVERRIDES ON PRCEXCP.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT MAINT-TRANS-FILE ASSIGN TO "CTRTRAN"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CTRTRAN-STATUS.
003200     SELECT CONTRACT-PRICE-FILE ASSIGN TO "CTRPRICE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CTR-KEY
003600         FILE STATUS IS WS-CTRPRICE-STATUS.
003700     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CUST-CUSTOMER-NO
004100         FILE STATUS IS WS-CUSTMAST-STATUS.
004200     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ITM-ITEM-ID
004600         FILE STATUS IS WS-ITEMMAST-STATUS.
004700     SELECT REGISTER-FILE ASSIGN TO "CTRREG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REGISTER-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MAINT-TRANS-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  MAINT-TRANS-RECORD.
005500     05  CTT-ACTION-CODE         PIC X(01).
005600         88  CTT-ACTION-ADD                 VALUE "A".
005700         88  CTT-ACTION-CHANGE              VALUE "C".
005800         88  CTT-ACTION-DELETE              VALUE "D".
005900     05  CTT-CUSTOMER-NO         PIC X(06).
006000     05  CTT-ITEM-ID             PIC X(05).
006100     05  CTT-EFFECTIVE-DATE      PIC X(08).
006200     05  CTT-EFFECTIVE-DATE-N REDEFINES CTT-EFFECTIVE-DATE
006300                                 PIC 9(08).
006400     05  CTT-EXPIRY-DATE         PIC X(08).
006500     05  CTT-EXPIRY-DATE-N REDEFINES CTT-EXPIRY-DATE
006600                                 PIC 9(08).
006700     05  CTT-TIER-DATA.
006800         10  CTT-TIER            OCCURS 5 TIMES.
006900             15  CTT-TIER-MIN-QTY    PIC X(05).
007000             15  CTT-TIER-MIN-QTY-N REDEFINES CTT-TIER-MIN-QTY
007100                                     PIC 9(05).
007200             15  CTT-TIER-PRICE      PIC X(05).
007300             15  CTT-TIER-PRICE-N REDEFINES CTT-TIER-PRICE
007400                                     PIC 9(03)V99.
007500 FD  CONTRACT-PRICE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CTRPRCRC.
007800 FD  CUSTOMER-MASTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CUSTREC.
008100 FD  ITEM-MASTER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY ITEMREC.
008400 FD  REGISTER-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  REGISTER-RECORD              PIC X(80).
008700 WORKING-STORAGE SECTION.
008800 01  WS-SWITCHES.
008900     05  WS-MAINT-EOF-SW          PIC X(01) VALUE "N".
009000         88  MAINT-EOF                      VALUE "Y".
009100     05  WS-INIT-ERROR-SW         PIC X(01) VALUE "N".
009200         88  INIT-ERROR                     VALUE "Y".
009300     05  WS-REJECT-SW             PIC X(01) VALUE "N".
009400         88  TRANS-REJECTED                 VALUE "Y".
009500     05  WS-TIER-END-SW           PIC X(01) VALUE "N".
009600         88  TIER-END-REACHED               VALUE "Y".
009700 01  WS-FILE-STATUS.
009800     05  WS-CTRTRAN-STATUS        PIC X(02) VALUE SPACES.
009900     05  WS-CTRPRICE-STATUS       PIC X(02) VALUE SPACES.
010000     05  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
010100     05  WS-ITEMMAST-STATUS       PIC X(02) VALUE SPACES.
010200     05  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
010300 01  WS-COUNTERS.
010400     05  WS-MAINT-READ            PIC 9(07) COMP VALUE ZERO.
010500     05  WS-ADDS-APPLIED          PIC 9(07) COMP VALUE ZERO.
010600     05  WS-CHANGES-APPLIED       PIC 9(07) COMP VALUE ZERO.
010700     05  WS-DELETES-APPLIED       PIC 9(07) COMP VALUE ZERO.
010800     05  WS-MAINT-REJECTED        PIC 9(07) COMP VALUE ZERO.
010900 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
011000 01  WS-REASON-WORK.
011100     05  WS-REASON-CODE           PIC X(02) VALUE SPACES.
011200     05  WS-REASON-TEXT           PIC X(30) VALUE SPACES.
011300*
011400*    THE TIERS KEYED ON THE TRANSACTION ARE EDITED INTO THIS
011500*    TABLE FIRST, AND ONLY MOVED ONTO THE CONTRACT RECORD ONCE
011600*    EVERY ONE OF THEM HAS PASSED.
011700 01  WS-TIER-WORK.
011800     05  WS-TIER-SUB              PIC 9(02) COMP VALUE ZERO.
011900     05  WS-TIER-COUNT            PIC 9(01) VALUE ZERO.
012000     05  WS-PRIOR-MIN-QTY         PIC 9(05) VALUE ZERO.
012100     05  WS-NEW-TIER              OCCURS 5 TIMES.
012200         10  WS-NEW-TIER-MIN-QTY  PIC 9(05).
012300         10  WS-NEW-TIER-PRICE    PIC 9(03)V99.
012400 01  WS-DATE-CHECK.
012500     05  WS-CHECK-DATE.
012600         10  WS-CHECK-YEAR        PIC 9(04).
012700         10  WS-CHECK-MONTH       PIC 9(02).
012800         10  WS-CHECK-DAY         PIC 9(02).
012900     05  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
013000                                  PIC 9(08).
013100     05  WS-DATE-OK-SW            PIC X(01) VALUE "N".
013200         88  DATE-IS-VALID                  VALUE "Y".
013300 01  WS-REGISTER-LINES.
013400     05  WS-REG-TITLE-LINE.
013500         10  FILLER               PIC X(36)
013600                 VALUE "CONTRACT PRICE MAINTENANCE REGISTER ".
013700         10  WS-REG-TITLE-DATE    PIC 9(08).
013800     05  WS-REG-HEADING-LINE.
013900         10  FILLER               PIC X(50)
014000                 VALUE "ACT CUST   ITEM  STATUS   RC REASON".
014100     05  WS-REG-DETAIL-LINE.
014200         10  WS-REG-ACTION        PIC X(01).
014300         10  FILLER               PIC X(03) VALUE SPACES.
014400         10  WS-REG-CUST-NO       PIC X(06).
014500         10  FILLER               PIC X(01) VALUE SPACES.
014600         10  WS-REG-ITEM-ID       PIC X(05).
014700         10  FILLER               PIC X(01) VALUE SPACES.
014800         10  WS-REG-STATUS        PIC X(08).
014900         10  FILLER               PIC X(01) VALUE SPACES.
015000         10  WS-REG-REASON-CODE   PIC X(02).
015100         10  FILLER               PIC X(01) VALUE SPACES.
015200         10  WS-REG-REASON-TEXT   PIC X(30).
015300     05  WS-REG-TERMS-LINE.
015400         10  FILLER               PIC X(14)
015500                 VALUE "    EFFECTIVE ".
015600         10  WS-REG-EFFECTIVE     PIC 9(08).
015700         10  FILLER               PIC X(10) VALUE "  EXPIRES ".
015800         10  WS-REG-EXPIRY        PIC X(08).
015900     05  WS-REG-TIER-LINE.
016000         10  FILLER               PIC X(10) VALUE "    TIERS ".
016100         10  WS-REG-TIER          OCCURS 5 TIMES.
016200             15  FILLER           PIC X(01) VALUE SPACE.
016300             15  WS-REG-TIER-QTY  PIC Z(04)9.
016400             15  FILLER           PIC X(02) VALUE " @".
016500             15  WS-REG-TIER-PRICE PIC Z(02)9.99.
016600     05  WS-REG-COUNT-LINE.
016700         10  WS-REG-COUNT-LABEL   PIC X(24).
016800         10  WS-REG-COUNT         PIC Z(06)9.
016900 01  WS-DATE-TIME.
017000     05  WS-CURRENT-DATE          PIC 9(08).
017100     05  WS-CURRENT-TIME          PIC 9(08).
017200 PROCEDURE DIVISION.
017300*----------------------------------------------------------------*
017400*    0000-MAINLINE - TOP LEVEL CONTROL FOR THE MAINTENANCE RUN.
017500*----------------------------------------------------------------*
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
017800     IF NOT INIT-ERROR
017900         PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
018000             UNTIL MAINT-EOF
018100         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
018200     END-IF.
018300     MOVE WS-RETURN-CODE TO RETURN-CODE.
018400     STOP RUN.
018500*----------------------------------------------------------------*
018600*    1000-INITIALIZE-RTN - OPEN FILES AND WRITE THE REGISTER
018700*    HEADINGS.  THE FIRST RUN CREATES THE CONTRACT FILE; THE
018800*    CUSTOMER AND ITEM MASTERS ARE ONLY READ, AND MUST EXIST.
018900*----------------------------------------------------------------*
019000 1000-INITIALIZE-RTN.
019100     MOVE ZERO TO WS-RETURN-CODE.
019200     MOVE "N" TO WS-INIT-ERROR-SW.
019300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019400     ACCEPT WS-CURRENT-TIME FROM TIME.
019500     OPEN INPUT MAINT-TRANS-FILE.
019600     IF WS-CTRTRAN-STATUS NOT = "00"
019700         DISPLAY "CTRMAINT - UNABLE TO OPEN CTRTRAN, STATUS "
019800             WS-CTRTRAN-STATUS
019900         MOVE "Y" TO WS-INIT-ERROR-SW
020000     END-IF.
020100     OPEN I-O CONTRACT-PRICE-FILE.
020200     IF WS-CTRPRICE-STATUS = "35"
020300         OPEN OUTPUT CONTRACT-PRICE-FILE
020400         CLOSE CONTRACT-PRICE-FILE
020500         OPEN I-O CONTRACT-PRICE-FILE
020600     END-IF.
020700     IF WS-CTRPRICE-STATUS NOT = "00"
020800         DISPLAY "CTRMAINT - UNABLE TO OPEN CTRPRICE, STATUS "
020900             WS-CTRPRICE-STATUS
021000         MOVE "Y" TO WS-INIT-ERROR-SW
021100     END-IF.
021200     OPEN INPUT CUSTOMER-MASTER-FILE.
021300     IF WS-CUSTMAST-STATUS NOT = "00"
021400         DISPLAY "CTRMAINT - UNABLE TO OPEN CUSTMAST, STATUS "
021500             WS-CUSTMAST-STATUS
021600         MOVE "Y" TO WS-INIT-ERROR-SW
021700     END-IF.
021800     OPEN INPUT ITEM-MASTER-FILE.
021900     IF WS-ITEMMAST-STATUS NOT = "00"
022000         DISPLAY "CTRMAINT - UNABLE TO OPEN ITEMMAST, STATUS "
022100             WS-ITEMMAST-STATUS
022200         MOVE "Y" TO WS-INIT-ERROR-SW
022300     END-IF.
022400     OPEN OUTPUT REGISTER-FILE.
022500     IF WS-REGISTER-STATUS NOT = "00"
022600         DISPLAY "CTRMAINT - UNABLE TO OPEN CTRREG, STATUS "
022700             WS-REGISTER-STATUS
022800         MOVE "Y" TO WS-INIT-ERROR-SW
022900     END-IF.
023000     IF INIT-ERROR
023100         MOVE 12 TO WS-RETURN-CODE
023200         CLOSE MAINT-TRANS-FILE CONTRACT-PRICE-FILE
023300             CUSTOMER-MASTER-FILE ITEM-MASTER-FILE REGISTER-FILE
023400         GO TO 1000-EXIT
023500     END-IF.
023600     MOVE WS-CURRENT-DATE TO WS-REG-TITLE-DATE.
023700     WRITE REGISTER-RECORD FROM WS-REG-TITLE-LINE.
023800     WRITE REGISTER-RECORD FROM WS-REG-HEADING-LINE.
023900     DISPLAY "CTRMAINT - CONTRACT PRICE MAINTENANCE STARTING".
024000     PERFORM 2900-READ-MAINT THRU 2900-EXIT.
024100 1000-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------*
024400*    2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
024500*    TRANSACTION, REGISTER THE OUTCOME, READ THE NEXT.
024600*----------------------------------------------------------------*
024700 2000-PROCESS-MAINT.
024800     ADD 1 TO WS-MAINT-READ.
024900     PERFORM 2100-EDIT-TRANS THRU 2100-EXIT.
025000     IF NOT TRANS-REJECTED
025100         IF CTT-ACTION-ADD
025200             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
025300         ELSE
025400             IF CTT-ACTION-CHANGE
025500                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
025600             ELSE
025700                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
025800             END-IF
025900         END-IF
026000     END-IF.
026100     PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT.
026200     PERFORM 2900-READ-MAINT THRU 2900-EXIT.
026300 2000-EXIT.
026400     EXIT.
026500*----------------------------------------------------------------*
026600*    2100-EDIT-TRANS - FIELD-LEVEL EDITS BEFORE THE CONTRACT
026700*    FILE IS TOUCHED.  AN ADD NEEDS A CUSTOMER AND ITEM THAT
026800*    EXIST, AN EFFECTIVE DATE AND AT LEAST ONE TIER.  A CHANGE
026900*    NEEDS SOMETHING TO CHANGE; ANY TIER KEYED ON A CHANGE
027000*    REPLACES THE WHOLE TIER TABLE, SO A BREAK CAN BE DROPPED
027100*    AS WELL AS REPRICED.
027200*----------------------------------------------------------------*
027300 2100-EDIT-TRANS.
027400     MOVE "N" TO WS-REJECT-SW.
027500     MOVE SPACES TO WS-REASON-CODE.
027600     MOVE SPACES TO WS-REASON-TEXT.
027700     IF NOT CTT-ACTION-ADD
027800             AND NOT CTT-ACTION-CHANGE
027900             AND NOT CTT-ACTION-DELETE
028000         MOVE "01" TO WS-REASON-CODE
028100         MOVE "INVALID ACTION CODE" TO WS-REASON-TEXT
028200         MOVE "Y" TO WS-REJECT-SW
028300         GO TO 2100-EXIT
028400     END-IF.
028500     IF CTT-CUSTOMER-NO = SPACES
028600         MOVE "02" TO WS-REASON-CODE
028700         MOVE "CUSTOMER NO MISSING" TO WS-REASON-TEXT
028800         MOVE "Y" TO WS-REJECT-SW
028900         GO TO 2100-EXIT
029000     END-IF.
029100     IF CTT-ITEM-ID = SPACES
029200         MOVE "03" TO WS-REASON-CODE
029300         MOVE "ITEM ID MISSING" TO WS-REASON-TEXT
029400         MOVE "Y" TO WS-REJECT-SW
029500         GO TO 2100-EXIT
029600     END-IF.
029700     IF CTT-ACTION-DELETE
029800         GO TO 2100-EXIT
029900     END-IF.
030000     IF CTT-ACTION-CHANGE
030100         IF CTT-EFFECTIVE-DATE = SPACES
030200                 AND CTT-EXPIRY-DATE = SPACES
030300                 AND CTT-TIER-DATA = SPACES
030400             MOVE "04" TO WS-REASON-CODE
030500             MOVE "NOTHING TO CHANGE" TO WS-REASON-TEXT
030600             MOVE "Y" TO WS-REJECT-SW
030700             GO TO 2100-EXIT
030800         END-IF
030900     END-IF.
031000     IF CTT-ACTION-ADD
031100         MOVE CTT-CUSTOMER-NO TO CUST-CUSTOMER-NO
031200         READ CUSTOMER-MASTER-FILE
031300             INVALID KEY
031400                 MOVE "05" TO WS-REASON-CODE
031500                 MOVE "CUSTOMER NOT ON CUSTMAST"
031600                     TO WS-REASON-TEXT
031700                 MOVE "Y" TO WS-REJECT-SW
031800                 GO TO 2100-EXIT
031900         END-READ
032000         MOVE CTT-ITEM-ID TO ITM-ITEM-ID
032100         READ ITEM-MASTER-FILE
032200             INVALID KEY
032300                 MOVE "08" TO WS-REASON-CODE
032400                 MOVE "ITEM NOT ON ITEMMAST" TO WS-REASON-TEXT
032500                 MOVE "Y" TO WS-REJECT-SW
032600                 GO TO 2100-EXIT
032700         END-READ
032800         IF CTT-EFFECTIVE-DATE = SPACES
032900             MOVE "10" TO WS-REASON-CODE
033000             MOVE "EFFECTIVE DATE MISSING" TO WS-REASON-TEXT
033100             MOVE "Y" TO WS-REJECT-SW
033200             GO TO 2100-EXIT
033300         END-IF
033400         IF CTT-TIER-DATA = SPACES
033500             MOVE "13" TO WS-REASON-CODE
033600             MOVE "NO PRICE TIERS" TO WS-REASON-TEXT
033700             MOVE "Y" TO WS-REJECT-SW
033800             GO TO 2100-EXIT
033900         END-IF
034000     END-IF.
034100     IF CTT-EFFECTIVE-DATE NOT = SPACES
034200         MOVE "N" TO WS-DATE-OK-SW
034300         IF CTT-EFFECTIVE-DATE NUMERIC
034400             MOVE CTT-EFFECTIVE-DATE-N TO WS-CHECK-DATE-N
034500             PERFORM 2150-CHECK-DATE THRU 2150-EXIT
034600         END-IF
034700         IF NOT DATE-IS-VALID
034800             MOVE "10" TO WS-REASON-CODE
034900             MOVE "EFFECTIVE DATE INVALID" TO WS-REASON-TEXT
035000             MOVE "Y" TO WS-REJECT-SW
035100             GO TO 2100-EXIT
035200         END-IF
035300     END-IF.
035400     IF CTT-EXPIRY-DATE NOT = SPACES
035500         MOVE "N" TO WS-DATE-OK-SW
035600         IF CTT-EXPIRY-DATE NUMERIC
035700             IF CTT-EXPIRY-DATE-N = ZERO
035800                 MOVE "Y" TO WS-DATE-OK-SW
035900             ELSE
036000                 MOVE CTT-EXPIRY-DATE-N TO WS-CHECK-DATE-N
036100                 PERFORM 2150-CHECK-DATE THRU 2150-EXIT
036200             END-IF
036300         END-IF
036400         IF NOT DATE-IS-VALID
036500             MOVE "11" TO WS-REASON-CODE
036600             MOVE "EXPIRY DATE INVALID" TO WS-REASON-TEXT
036700             MOVE "Y" TO WS-REJECT-SW
036800             GO TO 2100-EXIT
036900         END-IF
037000     END-IF.
037100     IF CTT-TIER-DATA NOT = SPACES
037200         PERFORM 2160-EDIT-TIERS THRU 2160-EXIT
037300     END-IF.
037400 2100-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------*
037700*    2150-CHECK-DATE - A PLAUSIBLE CCYYMMDD IN WS-CHECK-DATE.
037800*    THE DAY IS ONLY CHECKED AGAINST 31 - A 30 FEBRUARY SIMPLY
037900*    NEVER MATCHES A RUN DATE.
038000*----------------------------------------------------------------*
038100 2150-CHECK-DATE.
038200     MOVE "N" TO WS-DATE-OK-SW.
038300     IF WS-CHECK-YEAR < 1900
038400         GO TO 2150-EXIT
038500     END-IF.
038600     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
038700         GO TO 2150-EXIT
038800     END-IF.
038900     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
039000         GO TO 2150-EXIT
039100     END-IF.
039200     MOVE "Y" TO WS-DATE-OK-SW.
039300 2150-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------*
039600*    2160-EDIT-TIERS - THE KEYED TIERS RUN FROM THE FIRST SLOT
039700*    WITHOUT GAPS; THE FIRST BLANK SLOT ENDS THE TABLE AND
039800*    ANYTHING KEYED AFTER IT IS A REJECT.  EACH TIER NEEDS A
039900*    NUMERIC MINIMUM AND A NONZERO NUMERIC PRICE, AND THE
040000*    MINIMUMS MUST RISE FROM ONE TIER TO THE NEXT.
040100*----------------------------------------------------------------*
040200 2160-EDIT-TIERS.
040300     MOVE ZERO TO WS-TIER-COUNT.
040400     MOVE ZERO TO WS-PRIOR-MIN-QTY.
040500     MOVE "N" TO WS-TIER-END-SW.
040600     PERFORM 2170-EDIT-ONE-TIER THRU 2170-EXIT
040700         VARYING WS-TIER-SUB FROM 1 BY 1
040800         UNTIL WS-TIER-SUB > 5
040900             OR TRANS-REJECTED.
041000 2160-EXIT.
041100     EXIT.
041200 2170-EDIT-ONE-TIER.
041300     IF CTT-TIER-MIN-QTY (WS-TIER-SUB) = SPACES
041400             AND CTT-TIER-PRICE (WS-TIER-SUB) = SPACES
041500         MOVE "Y" TO WS-TIER-END-SW
041600         MOVE ZERO TO WS-NEW-TIER-MIN-QTY (WS-TIER-SUB)
041700         MOVE ZERO TO WS-NEW-TIER-PRICE (WS-TIER-SUB)
041800         GO TO 2170-EXIT
041900     END-IF.
042000     IF TIER-END-REACHED
042100         MOVE "15" TO WS-REASON-CODE
042200         MOVE "GAP IN PRICE TIERS" TO WS-REASON-TEXT
042300         MOVE "Y" TO WS-REJECT-SW
042400         GO TO 2170-EXIT
042500     END-IF.
042600     IF CTT-TIER-MIN-QTY (WS-TIER-SUB) NOT NUMERIC
042700             OR CTT-TIER-PRICE (WS-TIER-SUB) NOT NUMERIC
042800         MOVE "14" TO WS-REASON-CODE
042900         MOVE "TIER QTY OR PRICE NOT NUMERIC" TO WS-REASON-TEXT
043000         MOVE "Y" TO WS-REJECT-SW
043100         GO TO 2170-EXIT
043200     END-IF.
043300     IF CTT-TIER-PRICE-N (WS-TIER-SUB) = ZERO
043400         MOVE "16" TO WS-REASON-CODE
043500         MOVE "TIER PRICE IS ZERO" TO WS-REASON-TEXT
043600         MOVE "Y" TO WS-REJECT-SW
043700         GO TO 2170-EXIT
043800     END-IF.
043900     IF WS-TIER-COUNT > ZERO
044000             AND CTT-TIER-MIN-QTY-N (WS-TIER-SUB)
044100                 NOT > WS-PRIOR-MIN-QTY
044200         MOVE "15" TO WS-REASON-CODE
044300         MOVE "TIER QTYS NOT ASCENDING" TO WS-REASON-TEXT
044400         MOVE "Y" TO WS-REJECT-SW
044500         GO TO 2170-EXIT
044600     END-IF.
044700     ADD 1 TO WS-TIER-COUNT.
044800     MOVE CTT-TIER-MIN-QTY-N (WS-TIER-SUB) TO WS-PRIOR-MIN-QTY.
044900     MOVE CTT-TIER-MIN-QTY-N (WS-TIER-SUB)
045000         TO WS-NEW-TIER-MIN-QTY (WS-TIER-SUB).
045100     MOVE CTT-TIER-PRICE-N (WS-TIER-SUB)
045200         TO WS-NEW-TIER-PRICE (WS-TIER-SUB).
045300 2170-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------*
045600*    2200-APPLY-ADD - WRITE A NEW CONTRACT.  BLANK EXPIRY MEANS
045700*    OPEN-ENDED.  A DUPLICATE KEY IS A REJECT, NOT AN ABEND - AN
045800*    EXISTING CONTRACT IS REPRICED WITH A CHANGE.
045900*----------------------------------------------------------------*
046000 2200-APPLY-ADD.
046100     MOVE CTT-CUSTOMER-NO TO CTR-CUSTOMER-NO.
046200     MOVE CTT-ITEM-ID TO CTR-ITEM-ID.
046300     MOVE CTT-EFFECTIVE-DATE-N TO CTR-EFFECTIVE-DATE.
046400     IF CTT-EXPIRY-DATE = SPACES
046500         MOVE ZERO TO CTR-EXPIRY-DATE
046600     ELSE
046700         MOVE CTT-EXPIRY-DATE-N TO CTR-EXPIRY-DATE
046800     END-IF.
046900     PERFORM 2600-LOAD-TIERS THRU 2600-EXIT.
047000     PERFORM 2650-CHECK-DATE-RANGE THRU 2650-EXIT.
047100     IF TRANS-REJECTED
047200         GO TO 2200-EXIT
047300     END-IF.
047400     MOVE WS-CURRENT-DATE TO CTR-LAST-MAINT-DATE.
047500     WRITE CONTRACT-PRICE-RECORD
047600         INVALID KEY
047700             MOVE "06" TO WS-REASON-CODE
047800             MOVE "ALREADY ON FILE" TO WS-REASON-TEXT
047900             MOVE "Y" TO WS-REJECT-SW
048000     END-WRITE.
048100     IF NOT TRANS-REJECTED
048200         ADD 1 TO WS-ADDS-APPLIED
048300     END-IF.
048400 2200-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------*
048700*    2300-APPLY-CHANGE - REWRITE AN EXISTING CONTRACT.  A BLANK
048800*    DATE LEAVES THE DATE ON FILE AS IT WAS; KEYED TIERS REPLACE
048900*    THE WHOLE TIER TABLE.  AN EXPIRY OF ZEROS REOPENS THE
049000*    CONTRACT WITH NO END DATE.
049100*----------------------------------------------------------------*
049200 2300-APPLY-CHANGE.
049300     MOVE CTT-CUSTOMER-NO TO CTR-CUSTOMER-NO.
049400     MOVE CTT-ITEM-ID TO CTR-ITEM-ID.
049500     READ CONTRACT-PRICE-FILE
049600         INVALID KEY
049700             MOVE "07" TO WS-REASON-CODE
049800             MOVE "NOT ON FILE" TO WS-REASON-TEXT
049900             MOVE "Y" TO WS-REJECT-SW
050000     END-READ.
050100     IF TRANS-REJECTED
050200         GO TO 2300-EXIT
050300     END-IF.
050400     IF CTT-EFFECTIVE-DATE NOT = SPACES
050500         MOVE CTT-EFFECTIVE-DATE-N TO CTR-EFFECTIVE-DATE
050600     END-IF.
050700     IF CTT-EXPIRY-DATE NOT = SPACES
050800         MOVE CTT-EXPIRY-DATE-N TO CTR-EXPIRY-DATE
050900     END-IF.
051000     IF CTT-TIER-DATA NOT = SPACES
051100         PERFORM 2600-LOAD-TIERS THRU 2600-EXIT
051200     END-IF.
051300     PERFORM 2650-CHECK-DATE-RANGE THRU 2650-EXIT.
051400     IF TRANS-REJECTED
051500         GO TO 2300-EXIT
051600     END-IF.
051700     MOVE WS-CURRENT-DATE TO CTR-LAST-MAINT-DATE.
051800     REWRITE CONTRACT-PRICE-RECORD
051900         INVALID KEY
052000             MOVE "07" TO WS-REASON-CODE
052100             MOVE "NOT ON FILE" TO WS-REASON-TEXT
052200             MOVE "Y" TO WS-REJECT-SW
052300     END-REWRITE.
052400     IF NOT TRANS-REJECTED
052500         ADD 1 TO WS-CHANGES-APPLIED
052600     END-IF.
052700 2300-EXIT.
052800     EXIT.
052900*----------------------------------------------------------------*
053000*    2400-APPLY-DELETE - DELETE AN EXISTING CONTRACT.  ORDERS IN
053100*    FLIGHT FOR THE CUSTOMER SIMPLY PRICE OFF THE ITEM MASTER
053200*    FROM THE NEXT PRICING RUN, SO NO IN-FLIGHT GUARD IS NEEDED.
053300*----------------------------------------------------------------*
053400 2400-APPLY-DELETE.
053500     MOVE CTT-CUSTOMER-NO TO CTR-CUSTOMER-NO.
053600     MOVE CTT-ITEM-ID TO CTR-ITEM-ID.
053700     DELETE CONTRACT-PRICE-FILE RECORD
053800         INVALID KEY
053900             MOVE "07" TO WS-REASON-CODE
054000             MOVE "NOT ON FILE" TO WS-REASON-TEXT
054100             MOVE "Y" TO WS-REJECT-SW
054200     END-DELETE.
054300     IF NOT TRANS-REJECTED
054400         ADD 1 TO WS-DELETES-APPLIED
054500     END-IF.
054600 2400-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------*
054900*    2600-LOAD-TIERS - MOVE THE EDITED TIERS ONTO THE RECORD,
055000*    UNUSED SLOTS ZERO.
055100*----------------------------------------------------------------*
055200 2600-LOAD-TIERS.
055300     MOVE WS-TIER-COUNT TO CTR-TIER-COUNT.
055400     PERFORM 2610-LOAD-ONE-TIER THRU 2610-EXIT
055500         VARYING WS-TIER-SUB FROM 1 BY 1
055600         UNTIL WS-TIER-SUB > 5.
055700 2600-EXIT.
055800     EXIT.
055900 2610-LOAD-ONE-TIER.
056000     IF WS-TIER-SUB > WS-TIER-COUNT
056100         MOVE ZERO TO CTR-TIER-MIN-QTY (WS-TIER-SUB)
056200         MOVE ZERO TO CTR-TIER-PRICE (WS-TIER-SUB)
056300     ELSE
056400         MOVE WS-NEW-TIER-MIN-QTY (WS-TIER-SUB)
056500             TO CTR-TIER-MIN-QTY (WS-TIER-SUB)
056600         MOVE WS-NEW-TIER-PRICE (WS-TIER-SUB)
056700             TO CTR-TIER-PRICE (WS-TIER-SUB)
056800     END-IF.
056900 2610-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------*
057200*    2650-CHECK-DATE-RANGE - ON THE RECORD AS IT WILL BE FILED,
057300*    A CONTRACT MUST NOT EXPIRE BEFORE IT TAKES EFFECT.  CHECKED
057400*    AFTER A CHANGE HAS BEEN MERGED, SINCE EITHER DATE MAY HAVE
057500*    COME FROM THE FILE.
057600*----------------------------------------------------------------*
057700 2650-CHECK-DATE-RANGE.
057800     IF CTR-EXPIRY-DATE NOT = ZERO
057900             AND CTR-EXPIRY-DATE < CTR-EFFECTIVE-DATE
058000         MOVE "12" TO WS-REASON-CODE
058100         MOVE "EXPIRES BEFORE EFFECTIVE" TO WS-REASON-TEXT
058200         MOVE "Y" TO WS-REJECT-SW
058300     END-IF.
058400 2650-EXIT.
058500     EXIT.
058600*----------------------------------------------------------------*
058700*    2800-WRITE-REGISTER - ONE REGISTER LINE PER TRANSACTION,
058800*    APPLIED OR REJECTED.  AN APPLIED ADD OR CHANGE IS FOLLOWED
058900*    BY THE DATES AND TIERS NOW ON FILE, SO THE SALES DESK CAN
059000*    CHECK THE DEAL AGAINST THE SIGNED CONTRACT.
059100*----------------------------------------------------------------*
059200 2800-WRITE-REGISTER.
059300     MOVE CTT-ACTION-CODE TO WS-REG-ACTION.
059400     MOVE CTT-CUSTOMER-NO TO WS-REG-CUST-NO.
059500     MOVE CTT-ITEM-ID TO WS-REG-ITEM-ID.
059600     IF TRANS-REJECTED
059700         MOVE "REJECTED" TO WS-REG-STATUS
059800         ADD 1 TO WS-MAINT-REJECTED
059900     ELSE
060000         MOVE "APPLIED" TO WS-REG-STATUS
060100     END-IF.
060200     MOVE WS-REASON-CODE TO WS-REG-REASON-CODE.
060300     MOVE WS-REASON-TEXT TO WS-REG-REASON-TEXT.
060400     WRITE REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
060500     IF TRANS-REJECTED OR CTT-ACTION-DELETE
060600         GO TO 2800-EXIT
060700     END-IF.
060800     MOVE CTR-EFFECTIVE-DATE TO WS-REG-EFFECTIVE.
060900     IF CTR-EXPIRY-DATE = ZERO
061000         MOVE "OPEN" TO WS-REG-EXPIRY
061100     ELSE
061200         MOVE CTR-EXPIRY-DATE TO WS-REG-EXPIRY
061300     END-IF.
061400     WRITE REGISTER-RECORD FROM WS-REG-TERMS-LINE.
061500     PERFORM 2810-FORMAT-ONE-TIER THRU 2810-EXIT
061600         VARYING WS-TIER-SUB FROM 1 BY 1
061700         UNTIL WS-TIER-SUB > 5.
061800     WRITE REGISTER-RECORD FROM WS-REG-TIER-LINE.
061900 2800-EXIT.
062000     EXIT.
062100 2810-FORMAT-ONE-TIER.
062200     IF WS-TIER-SUB > CTR-TIER-COUNT
062300         MOVE ZERO TO WS-REG-TIER-QTY (WS-TIER-SUB)
062400         MOVE ZERO TO WS-REG-TIER-PRICE (WS-TIER-SUB)
062500     ELSE
062600         MOVE CTR-TIER-MIN-QTY (WS-TIER-SUB)
062700             TO WS-REG-TIER-QTY (WS-TIER-SUB)
062800         MOVE CTR-TIER-PRICE (WS-TIER-SUB)
062900             TO WS-REG-TIER-PRICE (WS-TIER-SUB)
063000     END-IF.
063100 2810-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------*
063400*    2900-READ-MAINT - NEXT MAINTENANCE TRANSACTION, OR SET END
063500*    OF FILE.
063600*----------------------------------------------------------------*
063700 2900-READ-MAINT.
063800     READ MAINT-TRANS-FILE
063900         AT END
064000             MOVE "Y" TO WS-MAINT-EOF-SW
064100     END-READ.
064200 2900-EXIT.
064300     EXIT.
064400*----------------------------------------------------------------*
064500*    3000-FINALIZE-RTN - REGISTER TOTALS, CLOSE DOWN, SET THE
064600*    RETURN CODE.  ANY REJECT LEAVES A WARNING CODE SO THE
064700*    OPERATOR LOOKS AT THE REGISTER.
064800*----------------------------------------------------------------*
064900 3000-FINALIZE-RTN.
065000     MOVE "TRANSACTIONS READ . . . " TO WS-REG-COUNT-LABEL.
065100     MOVE WS-MAINT-READ TO WS-REG-COUNT.
065200     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
065300     MOVE "ADDS APPLIED. . . . . . " TO WS-REG-COUNT-LABEL.
065400     MOVE WS-ADDS-APPLIED TO WS-REG-COUNT.
065500     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
065600     MOVE "CHANGES APPLIED . . . . " TO WS-REG-COUNT-LABEL.
065700     MOVE WS-CHANGES-APPLIED TO WS-REG-COUNT.
065800     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
065900     MOVE "DELETES APPLIED . . . . " TO WS-REG-COUNT-LABEL.
066000     MOVE WS-DELETES-APPLIED TO WS-REG-COUNT.
066100     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
066200     MOVE "TRANSACTIONS REJECTED . " TO WS-REG-COUNT-LABEL.
066300     MOVE WS-MAINT-REJECTED TO WS-REG-COUNT.
066400     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
066500     CLOSE MAINT-TRANS-FILE CONTRACT-PRICE-FILE
066600         CUSTOMER-MASTER-FILE ITEM-MASTER-FILE REGISTER-FILE.
066700     IF WS-MAINT-REJECTED > ZERO
066800         MOVE 04 TO WS-RETURN-CODE
066900     END-IF.
067000     DISPLAY "CTRMAINT - CONTRACT PRICE MAINTENANCE COMPLETE".
067100     DISPLAY "TRANSACTIONS READ : " WS-MAINT-READ.
067200     DISPLAY "REJECTED          : " WS-MAINT-REJECTED.
067300 3000-EXIT.
067400     EXIT.
