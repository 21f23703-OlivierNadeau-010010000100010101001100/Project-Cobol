000800*               REJECT FILE WITH A REASON PER RECORD.  BAD DATA
000900*               DIES AT THE DOOR INSTEAD OF INSIDE THE CONTROL
001000*               TOTAL.  CALLED AS A STEP FROM BATCHDRV.
001010*               TRANSFIL IS BRACKETED BY A HEADER AND A TRAILER
001020*               RECORD; THE WHOLE FILE IS REFUSED, AND THE STREAM
001030*               STOPPED, WHEN THE TRAILER DOES NOT AGREE WITH WHAT
001040*               WAS READ OR THE SUBMISSION REGISTER SHOWS THE FILE
001050*               WAS ALREADY PROCESSED OR ONE AHEAD OF IT SKIPPED.
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. EDITTRAN.
001300 AUTHOR. D L MARSH.
002485*                      THEM BY HAND ON TOP.  THE RECYCLE FILE
002490*                      THAT STEP WRITES IS EDITED IN BEHIND
002495*                      TRANSFIL.
002500*    2026-10-15 DLM   TRANSFIL NOW OPENS WITH A HEADER RECORD AND
002505*                      CLOSES WITH A TRAILER (TRNCTLRC), AND IS
002510*                      READ THROUGH ONCE BEFORE ANY LINE IS
002515*                      EDITED.  A MISSING OR BAD HEADER OR
002520*                      TRAILER, A LINE COUNT OR HASH THAT
002525*                      DISAGREES, OR A SEQUENCE NUMBER THE NEW
002530*                      SUBMISSION REGISTER (SUBMREG) SHOWS AS
002535*                      ALREADY TAKEN OR OUT OF TURN REFUSES THE
002540*                      WHOLE FILE WITH RC 08, WHICH STOPS THE
002545*                      STREAM AHEAD OF PRICING.  A GENUINE GAP IS
002550*                      LET THROUGH BY NAMING THE FILE ON SUBMOVR.
002555 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TRANS-FILE ASSIGN TO "TRANSFIL"
003674     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFIL"
003686         ORGANIZATION IS LINE SEQUENTIAL
003698         FILE STATUS IS WS-SUSP-STATUS.
003699     SELECT SUBMISSION-REGISTER-FILE ASSIGN TO "SUBMREG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003701         FILE STATUS IS WS-SUBREG-STATUS.
003702     SELECT SUBMISSION-OVERRIDE-FILE ASSIGN TO "SUBMOVR"
003703         ORGANIZATION IS LINE SEQUENTIAL
003704         FILE STATUS IS WS-SUBOVR-STATUS.
003705     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
003710         ORGANIZATION IS INDEXED
003720         ACCESS MODE IS RANDOM
003730         RECORD KEY IS CUST-CUSTOMER-NO
005620     05  EDT-UNIT-PRICE-N REDEFINES EDT-UNIT-PRICE
005640                                 PIC 9(03)V99.
005650     05  EDT-CUSTOMER-NO         PIC X(06).
005660*
005670*    THE HEADER AND TRAILER CONTROL RECORDS THAT BRACKET THE
005680*    ORDER LINES.
005690     COPY TRNCTLRC.
005700 FD  CLEAN-TRANS-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY TRANSREC.
006249 FD  SUSPENSE-FILE
006250     LABEL RECORDS ARE STANDARD.
006260     COPY SUSPREC.
006280 FD  SUBMISSION-REGISTER-FILE
006300     LABEL RECORDS ARE STANDARD.
006320     COPY SUBREGRC.
006340*
006360*    ONE RECORD NAMING A SUBMITTER AND THE SEQUENCE NUMBER TO
006380*    LET THROUGH DESPITE A GAP - FOR A FILE THE SUBMITTER HAS
006400*    CONFIRMED WAS NEVER SENT.  A REPEATED FILE IS NEVER WAIVED.
006420 FD  SUBMISSION-OVERRIDE-FILE
006440     LABEL RECORDS ARE STANDARD.
006460 01  SUBMISSION-OVERRIDE-RECORD.
006480     05  SOV-SUBMITTER-ID         PIC X(06).
006500     05  SOV-FILE-SEQ             PIC X(05).
006800 FD  ITEM-MASTER-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY ITEMREC.
008129         88  REJ-SCRUB-EOF                  VALUE "Y".
008130     05  WS-SUSP-EOF-SW           PIC X(01) VALUE "N".
008140         88  SUSP-EOF                       VALUE "Y".
008142     05  WS-REFUSED-SW            PIC X(01) VALUE "N".
008144         88  TRANSFIL-REFUSED               VALUE "Y".
008146     05  WS-VERIFY-EOF-SW         PIC X(01) VALUE "N".
008148         88  VERIFY-EOF                     VALUE "Y".
008150     05  WS-HEADER-SEEN-SW        PIC X(01) VALUE "N".
008152         88  HEADER-SEEN                    VALUE "Y".
008154     05  WS-TRAILER-SEEN-SW       PIC X(01) VALUE "N".
008156         88  TRAILER-SEEN                   VALUE "Y".
008158     05  WS-SUBREG-EOF-SW         PIC X(01) VALUE "N".
008160         88  SUBREG-EOF                     VALUE "Y".
008162     05  WS-SUBMITTER-KNOWN-SW    PIC X(01) VALUE "N".
008164         88  SUBMITTER-KNOWN                VALUE "Y".
008166     05  WS-DUPLICATE-SW          PIC X(01) VALUE "N".
008168         88  SUBMISSION-DUPLICATE           VALUE "Y".
008170     05  WS-RERUN-SW              PIC X(01) VALUE "N".
008172         88  SUBMISSION-RERUN               VALUE "Y".
008174     05  WS-GAP-WAIVED-SW         PIC X(01) VALUE "N".
008176         88  GAP-WAIVED                     VALUE "Y".
008178     05  WS-DATE-OK-SW            PIC X(01) VALUE "N".
008180         88  DATE-IS-VALID                  VALUE "Y".
008200 01  WS-FILE-STATUS.
008300     05  WS-TRANS-STATUS          PIC X(02) VALUE SPACES.
008400     05  WS-CLEAN-STATUS          PIC X(02) VALUE SPACES.
008668     05  WS-REJWORK-STATUS        PIC X(02) VALUE SPACES.
008670     05  WS-SUSPWORK-STATUS       PIC X(02) VALUE SPACES.
008699     05  WS-SUSP-STATUS           PIC X(02) VALUE SPACES.
008700     05  WS-SUBREG-STATUS         PIC X(02) VALUE SPACES.
008720     05  WS-SUBOVR-STATUS         PIC X(02) VALUE SPACES.
008740     05  WS-EDITRPT-STATUS        PIC X(02) VALUE SPACES.
008800 01  WS-COUNTERS.
008900     05  WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
009000     05  WS-RECORDS-CLEAN         PIC 9(07) COMP VALUE ZERO.
009420     05  WS-REJECT-LINE-NO        PIC 9(05) VALUE ZERO.
009500 01  WS-EDIT-WORK.
009600     05  WS-QTY-NUM               PIC 9(05) VALUE ZERO.
009602*
009604*    WHAT THE VERIFYING PASS OVER TRANSFIL COUNTED, THE TRAILER
009606*    IT IS HELD AGAINST, AND THE HEADER THE FILE CAME UNDER.
009608 01  WS-CONTROL-WORK.
009610     05  WS-CTL-LINE-COUNT        PIC 9(07) VALUE ZERO.
009612     05  WS-CTL-QTY-HASH          PIC 9(09) VALUE ZERO.
009614     05  WS-CTL-PRICE-HASH        PIC 9(07)V99 VALUE ZERO.
009616     05  WS-HDR-SUBMITTER-ID      PIC X(06) VALUE SPACES.
009618     05  WS-HDR-CREATE-DATE       PIC X(08) VALUE SPACES.
009620     05  WS-HDR-FILE-SEQ          PIC X(05) VALUE SPACES.
009622     05  WS-HDR-FILE-SEQ-N REDEFINES WS-HDR-FILE-SEQ
009624                                  PIC 9(05).
009626     05  WS-TRL-LINE-COUNT        PIC X(07) VALUE SPACES.
009628     05  WS-TRL-LINE-COUNT-N REDEFINES WS-TRL-LINE-COUNT
009630                                  PIC 9(07).
009632     05  WS-TRL-QTY-HASH          PIC X(09) VALUE SPACES.
009634     05  WS-TRL-QTY-HASH-N REDEFINES WS-TRL-QTY-HASH
009636                                  PIC 9(09).
009638     05  WS-TRL-PRICE-HASH        PIC X(09) VALUE SPACES.
009640     05  WS-TRL-PRICE-HASH-N REDEFINES WS-TRL-PRICE-HASH
009642                                  PIC 9(07)V99.
009644     05  WS-LAST-SEQ              PIC 9(05) VALUE ZERO.
009646     05  WS-EXPECTED-SEQ          PIC 9(05) VALUE ZERO.
009648     05  WS-PRIOR-SUBM-BATCH      PIC X(08) VALUE SPACES.
009650     05  WS-SUBM-STATUS           PIC X(01) VALUE SPACE.
009652 01  WS-REFUSE-WORK.
009654     05  WS-REFUSE-CODE           PIC X(02) VALUE SPACES.
009656     05  WS-REFUSE-TEXT           PIC X(30) VALUE SPACES.
009658 01  WS-DATE-CHECK.
009660     05  WS-CHECK-DATE.
009662         10  WS-CHECK-YEAR        PIC 9(04).
009664         10  WS-CHECK-MONTH       PIC 9(02).
009666         10  WS-CHECK-DAY         PIC 9(02).
009668     05  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
009670                                  PIC 9(08).
009700 01  WS-DATE-TIME.
009800     05  WS-CURRENT-DATE          PIC 9(08).
009900     05  WS-CURRENT-TIME          PIC 9(08).
010500     05  WS-RPT-COUNT-LINE.
010600         10  WS-RPT-COUNT-LABEL   PIC X(24).
010700         10  WS-RPT-COUNT         PIC Z(06)9.
010702     05  WS-RPT-REFUSE-LINE.
010704         10  FILLER               PIC X(19)
010706                 VALUE "TRANSFIL REFUSED - ".
010708         10  WS-RPT-REFUSE-CODE   PIC X(02).
010710         10  FILLER               PIC X(01) VALUE SPACE.
010712         10  WS-RPT-REFUSE-TEXT   PIC X(30).
010714     05  WS-RPT-HEADER-LINE.
010716         10  FILLER               PIC X(10) VALUE "SUBMITTER ".
010718         10  WS-RPT-SUBMITTER     PIC X(06).
010720         10  FILLER               PIC X(10) VALUE "  CREATED ".
010722         10  WS-RPT-CREATE-DATE   PIC X(08).
010724         10  FILLER               PIC X(11) VALUE "  SEQUENCE ".
010726         10  WS-RPT-FILE-SEQ      PIC X(05).
010728     05  WS-RPT-CONTROL-HEAD.
010730         10  FILLER               PIC X(40)
010732                 VALUE "CONTROL            TRAILER       COUNTED".
010734     05  WS-RPT-CONTROL-LINE.
010736         10  WS-RPT-CTL-LABEL     PIC X(12).
010738         10  FILLER               PIC X(02) VALUE SPACES.
010740         10  WS-RPT-CTL-TRAILER   PIC X(12).
010742         10  FILLER               PIC X(02) VALUE SPACES.
010744         10  WS-RPT-CTL-COUNTED   PIC X(12).
010746     05  WS-RPT-PRIOR-LINE.
010748         10  FILLER               PIC X(32)
010750                 VALUE "SEQUENCE ALREADY TAKEN BY BATCH ".
010752         10  WS-RPT-PRIOR-BATCH   PIC X(08).
010754     05  WS-RPT-SEQ-LINE.
010756         10  FILLER               PIC X(23)
010758                 VALUE "LAST SEQUENCE ACCEPTED ".
010760         10  WS-RPT-LAST-SEQ      PIC 9(05).
010762         10  FILLER               PIC X(11) VALUE "  EXPECTED ".
010764         10  WS-RPT-EXPECTED-SEQ  PIC 9(05).
010766     05  WS-RPT-ACTION-LINE.
010768         10  FILLER               PIC X(30)
010770                 VALUE "NO LINES EDITED - CORRECT THE ".
010772         10  FILLER               PIC X(30)
010774                 VALUE "FILE AND RESUME AT THE EDIT   ".
010776 01  WS-EDIT-FIELDS.
010778     05  WS-EDIT-COUNT            PIC Z(11)9.
010780     05  WS-EDIT-AMOUNT           PIC Z(08)9.99.
010800 LINKAGE SECTION.
010900 01  LK-BATCH-ID                  PIC X(08).
011000 01  LK-RETURN-CODE               PIC 9(02).
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
011700     IF NOT INIT-ERROR
011750             AND NOT TRANSFIL-REFUSED
011800         PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
011900             UNTIL TRANS-EOF
012000         PERFORM 3000-FINALIZE-RTN THRU 3000-EXIT
012100     END-IF.
012200     GOBACK.
012300*----------------------------------------------------------------*
012400*    1000-INITIALIZE-RTN - OPEN FILES, VERIFY TRANSFIL AS A
012450*    WHOLE, READ THE FIRST RECORD.
012500*----------------------------------------------------------------*
012600 1000-INITIALIZE-RTN.
012700     MOVE ZERO TO LK-RETURN-CODE.
016450             SUSPENSE-FILE
016500         GO TO 1000-EXIT
016600     END-IF.
016605     PERFORM 1400-VERIFY-TRANSFIL THRU 1400-EXIT.
016610     IF INIT-ERROR
016615         MOVE 12 TO LK-RETURN-CODE
016620         CLOSE TRANS-FILE CLEAN-TRANS-FILE REJECT-FILE
016625             ITEM-MASTER-FILE CUSTOMER-MASTER-FILE EDIT-REPORT
016630             SUSPENSE-FILE
016635         GO TO 1000-EXIT
016640     END-IF.
016645     IF TRANSFIL-REFUSED
016650         PERFORM 1600-REFUSE-TRANSFIL THRU 1600-EXIT
016655         GO TO 1000-EXIT
016660     END-IF.
016700     DISPLAY "EDITTRAN - TRANSACTION EDIT STARTING".
016800     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
016900 1000-EXIT.
017262     END-READ.
017265 1370-EXIT.
017268     EXIT.
017269*----------------------------------------------------------------*
017270*    1400-VERIFY-TRANSFIL - READ TRANSFIL THROUGH ONCE BEFORE
017271*    ANYTHING IS EDITED.  IT MUST OPEN WITH A GOOD HEADER AND
017272*    CLOSE WITH A TRAILER WHOSE LINE COUNT AND HASHES AGREE
017273*    WITH THE ORDER LINES BETWEEN THEM, AND ITS SEQUENCE NUMBER
017274*    MUST BE THE ONE THE SUBMISSION REGISTER EXPECTS NEXT FROM
017275*    THAT SUBMITTER.  ANY FAILURE REFUSES THE WHOLE FILE - A
017276*    SHORT OR REPEATED FILE IS NEVER PART-PRICED.  A GOOD FILE
017277*    IS REGISTERED AND REOPENED PAST ITS HEADER FOR THE EDIT.
017278*----------------------------------------------------------------*
017279 1400-VERIFY-TRANSFIL.
017280     MOVE ZERO TO WS-CTL-LINE-COUNT.
017281     MOVE ZERO TO WS-CTL-QTY-HASH.
017282     MOVE ZERO TO WS-CTL-PRICE-HASH.
017283     MOVE "N" TO WS-VERIFY-EOF-SW.
017284     READ TRANS-FILE
017285         AT END
017286             MOVE "Y" TO WS-VERIFY-EOF-SW
017287     END-READ.
017288     IF VERIFY-EOF
017289         MOVE "01" TO WS-REFUSE-CODE
017290         MOVE "EMPTY FILE - NO HEADER RECORD" TO WS-REFUSE-TEXT
017291         MOVE "Y" TO WS-REFUSED-SW
017292         GO TO 1400-EXIT
017293     END-IF.
017294     IF NOT TFH-IS-HEADER
017295         MOVE "01" TO WS-REFUSE-CODE
017296         MOVE "HEADER RECORD MISSING" TO WS-REFUSE-TEXT
017297         MOVE "Y" TO WS-REFUSED-SW
017298         GO TO 1400-EXIT
017299     END-IF.
017300     MOVE "Y" TO WS-HEADER-SEEN-SW.
017301     MOVE TFH-SUBMITTER-ID TO WS-HDR-SUBMITTER-ID.
017302     MOVE TFH-CREATE-DATE TO WS-HDR-CREATE-DATE.
017303     MOVE TFH-FILE-SEQ TO WS-HDR-FILE-SEQ.
017304     PERFORM 1410-CHECK-HEADER THRU 1410-EXIT.
017305     IF TRANSFIL-REFUSED
017306         GO TO 1400-EXIT
017307     END-IF.
017308     PERFORM 1420-VERIFY-ONE-RECORD THRU 1420-EXIT
017309         UNTIL VERIFY-EOF
017310             OR TRANSFIL-REFUSED.
017311     IF TRANSFIL-REFUSED
017312         GO TO 1400-EXIT
017313     END-IF.
017314     PERFORM 1430-CHECK-TRAILER THRU 1430-EXIT.
017315     IF TRANSFIL-REFUSED
017316         GO TO 1400-EXIT
017317     END-IF.
017318     PERFORM 1450-CHECK-SUBMISSION THRU 1450-EXIT.
017319     IF TRANSFIL-REFUSED OR INIT-ERROR
017320         GO TO 1400-EXIT
017321     END-IF.
017322     CLOSE TRANS-FILE.
017323     OPEN INPUT TRANS-FILE.
017324     IF WS-TRANS-STATUS NOT = "00"
017325         DISPLAY "EDITTRAN - UNABLE TO REOPEN TRANSFIL, STATUS "
017326             WS-TRANS-STATUS
017327         MOVE "Y" TO WS-INIT-ERROR-SW
017328         GO TO 1400-EXIT
017329     END-IF.
017330     READ TRANS-FILE
017331         AT END
017332             MOVE "Y" TO WS-TRANS-EOF-SW
017333     END-READ.
017334*    A RESUMED RERUN OF THE BATCH THAT FIRST TOOK THIS FILE IS
017335*    ALREADY ON THE REGISTER.
017336     IF NOT SUBMISSION-RERUN
017337         MOVE "A" TO WS-SUBM-STATUS
017338         PERFORM 1490-WRITE-SUBMISSION THRU 1490-EXIT
017339     END-IF.
017340 1400-EXIT.
017341     EXIT.
017342*----------------------------------------------------------------*
017343*    1410-CHECK-HEADER - A SUBMITTER, A PLAUSIBLE CCYYMMDD
017344*    CREATION DATE AND A NONZERO NUMERIC SEQUENCE NUMBER.
017345*----------------------------------------------------------------*
017346 1410-CHECK-HEADER.
017347     IF TFH-SUBMITTER-ID = SPACES
017348         MOVE "02" TO WS-REFUSE-CODE
017349         MOVE "HEADER SUBMITTER ID MISSING" TO WS-REFUSE-TEXT
017350         MOVE "Y" TO WS-REFUSED-SW
017351         GO TO 1410-EXIT
017352     END-IF.
017353     MOVE "N" TO WS-DATE-OK-SW.
017354     IF TFH-CREATE-DATE NUMERIC
017355         MOVE TFH-CREATE-DATE-N TO WS-CHECK-DATE-N
017356         IF WS-CHECK-YEAR NOT < 1900
017357                 AND WS-CHECK-MONTH NOT < 1
017358                 AND WS-CHECK-MONTH NOT > 12
017359                 AND WS-CHECK-DAY NOT < 1
017360                 AND WS-CHECK-DAY NOT > 31
017361             MOVE "Y" TO WS-DATE-OK-SW
017362         END-IF
017363     END-IF.
017364     IF NOT DATE-IS-VALID
017365         MOVE "02" TO WS-REFUSE-CODE
017366         MOVE "HEADER CREATION DATE INVALID" TO WS-REFUSE-TEXT
017367         MOVE "Y" TO WS-REFUSED-SW
017368         GO TO 1410-EXIT
017369     END-IF.
017370     IF TFH-FILE-SEQ NOT NUMERIC
017371         MOVE "02" TO WS-REFUSE-CODE
017372         MOVE "HEADER SEQUENCE NOT NUMERIC" TO WS-REFUSE-TEXT
017373         MOVE "Y" TO WS-REFUSED-SW
017374         GO TO 1410-EXIT
017375     END-IF.
017376     IF TFH-FILE-SEQ-N = ZERO
017377         MOVE "02" TO WS-REFUSE-CODE
017378         MOVE "HEADER SEQUENCE IS ZERO" TO WS-REFUSE-TEXT
017379         MOVE "Y" TO WS-REFUSED-SW
017380     END-IF.
017381 1410-EXIT.
017382     EXIT.
017383*----------------------------------------------------------------*
017384*    1420-VERIFY-ONE-RECORD - COUNT AND HASH ONE ORDER LINE, OR
017385*    TAKE THE TRAILER.  NOTHING MAY FOLLOW THE TRAILER AND NO
017386*    SECOND HEADER MAY APPEAR - EITHER MEANS TWO FILES WERE RUN
017387*    TOGETHER.  A FIELD THAT IS NOT NUMERIC ADDS NOTHING TO ITS
017388*    HASH; THE LINE ITSELF IS REJECTED LATER BY THE EDIT.
017389*----------------------------------------------------------------*
017390 1420-VERIFY-ONE-RECORD.
017391     READ TRANS-FILE
017392         AT END
017393             MOVE "Y" TO WS-VERIFY-EOF-SW
017394     END-READ.
017395     IF VERIFY-EOF
017396         GO TO 1420-EXIT
017397     END-IF.
017398     IF TRAILER-SEEN
017399         MOVE "09" TO WS-REFUSE-CODE
017400         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-REFUSE-TEXT
017401         MOVE "Y" TO WS-REFUSED-SW
017402         GO TO 1420-EXIT
017403     END-IF.
017404     IF TFH-IS-HEADER
017405         MOVE "08" TO WS-REFUSE-CODE
017406         MOVE "SECOND HEADER RECORD" TO WS-REFUSE-TEXT
017407         MOVE "Y" TO WS-REFUSED-SW
017408         GO TO 1420-EXIT
017409     END-IF.
017410     IF TFH-IS-TRAILER
017411         MOVE "Y" TO WS-TRAILER-SEEN-SW
017412         MOVE TFT-LINE-COUNT TO WS-TRL-LINE-COUNT
017413         MOVE TFT-QTY-HASH TO WS-TRL-QTY-HASH
017414         MOVE TFT-PRICE-HASH TO WS-TRL-PRICE-HASH
017415         GO TO 1420-EXIT
017416     END-IF.
017417     ADD 1 TO WS-CTL-LINE-COUNT.
017418     IF EDT-QUANTITY NUMERIC
017419         MOVE EDT-QUANTITY TO WS-QTY-NUM
017420         ADD WS-QTY-NUM TO WS-CTL-QTY-HASH
017421     END-IF.
017422     IF EDT-UNIT-PRICE NUMERIC
017423         ADD EDT-UNIT-PRICE-N TO WS-CTL-PRICE-HASH
017424     END-IF.
017425 1420-EXIT.
017426     EXIT.
017427*----------------------------------------------------------------*
017428*    1430-CHECK-TRAILER - THE TRAILER MUST BE THERE, NUMERIC,
017429*    AND AGREE WITH WHAT WAS COUNTED.
017430*----------------------------------------------------------------*
017431 1430-CHECK-TRAILER.
017432     IF NOT TRAILER-SEEN
017433         MOVE "03" TO WS-REFUSE-CODE
017434         MOVE "TRAILER RECORD MISSING" TO WS-REFUSE-TEXT
017435         MOVE "Y" TO WS-REFUSED-SW
017436         GO TO 1430-EXIT
017437     END-IF.
017438     IF WS-TRL-LINE-COUNT NOT NUMERIC
017439             OR WS-TRL-QTY-HASH NOT NUMERIC
017440             OR WS-TRL-PRICE-HASH NOT NUMERIC
017441         MOVE "04" TO WS-REFUSE-CODE
017442         MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-REFUSE-TEXT
017443         MOVE "Y" TO WS-REFUSED-SW
017444         GO TO 1430-EXIT
017445     END-IF.
017446     IF WS-TRL-LINE-COUNT-N NOT = WS-CTL-LINE-COUNT
017447         MOVE "05" TO WS-REFUSE-CODE
017448         MOVE "LINE COUNT DISAGREES" TO WS-REFUSE-TEXT
017449         MOVE "Y" TO WS-REFUSED-SW
017450         GO TO 1430-EXIT
017451     END-IF.
017452     IF WS-TRL-QTY-HASH-N NOT = WS-CTL-QTY-HASH
017453         MOVE "06" TO WS-REFUSE-CODE
017454         MOVE "QUANTITY HASH DISAGREES" TO WS-REFUSE-TEXT
017455         MOVE "Y" TO WS-REFUSED-SW
017456         GO TO 1430-EXIT
017457     END-IF.
017458     IF WS-TRL-PRICE-HASH-N NOT = WS-CTL-PRICE-HASH
017459         MOVE "07" TO WS-REFUSE-CODE
017460         MOVE "PRICE HASH DISAGREES" TO WS-REFUSE-TEXT
017461         MOVE "Y" TO WS-REFUSED-SW
017462     END-IF.
017463 1430-EXIT.
017464     EXIT.
017465*----------------------------------------------------------------*
017466*    1450-CHECK-SUBMISSION - LOOK THE SUBMITTER UP ON THE
017467*    SUBMISSION REGISTER.  THE SEQUENCE NUMBER MUST NOT HAVE
017468*    BEEN ACCEPTED BEFORE - UNLESS BY THIS SAME BATCH, WHICH IS
017469*    A RESUMED RERUN OF THE EDIT - AND MUST FOLLOW ON FROM THE
017470*    LAST ONE ACCEPTED, 99999 WRAPPING TO 00001.  A SUBMITTER'S
017471*    FIRST FILE STARTS ITS SEQUENCE WHEREVER IT LIKES.  NO
017472*    REGISTER YET MEANS NOTHING HAS EVER BEEN ACCEPTED.
017473*----------------------------------------------------------------*
017474 1450-CHECK-SUBMISSION.
017475     MOVE ZERO TO WS-LAST-SEQ.
017476     OPEN INPUT SUBMISSION-REGISTER-FILE.
017477     IF WS-SUBREG-STATUS = "35"
017478         GO TO 1450-EXIT
017479     END-IF.
017480     IF WS-SUBREG-STATUS NOT = "00"
017481         DISPLAY "EDITTRAN - UNABLE TO OPEN SUBMREG, STATUS "
017482             WS-SUBREG-STATUS
017483         MOVE "Y" TO WS-INIT-ERROR-SW
017484         GO TO 1450-EXIT
017485     END-IF.
017486     MOVE "N" TO WS-SUBREG-EOF-SW.
017487     PERFORM 1460-SCAN-ONE-SUBMISSION THRU 1460-EXIT
017488         UNTIL SUBREG-EOF.
017489     CLOSE SUBMISSION-REGISTER-FILE.
017490     IF SUBMISSION-RERUN
017491         GO TO 1450-EXIT
017492     END-IF.
017493     IF SUBMISSION-DUPLICATE
017494         MOVE "10" TO WS-REFUSE-CODE
017495         MOVE "FILE ALREADY PROCESSED" TO WS-REFUSE-TEXT
017496         MOVE "Y" TO WS-REFUSED-SW
017497         GO TO 1450-EXIT
017498     END-IF.
017499     IF NOT SUBMITTER-KNOWN
017500         GO TO 1450-EXIT
017501     END-IF.
017502     IF WS-LAST-SEQ = 99999
017503         MOVE 1 TO WS-EXPECTED-SEQ
017504     ELSE
017505         MOVE WS-LAST-SEQ TO WS-EXPECTED-SEQ
017506         ADD 1 TO WS-EXPECTED-SEQ
017507     END-IF.
017508     IF WS-HDR-FILE-SEQ-N = WS-EXPECTED-SEQ
017509         GO TO 1450-EXIT
017510     END-IF.
017511     PERFORM 1470-CHECK-GAP-OVERRIDE THRU 1470-EXIT.
017512     IF GAP-WAIVED
017513         DISPLAY "EDITTRAN - SEQUENCE GAP WAIVED BY SUBMOVR FOR "
017514             WS-HDR-SUBMITTER-ID " " WS-HDR-FILE-SEQ
017515         GO TO 1450-EXIT
017516     END-IF.
017517     IF WS-HDR-FILE-SEQ-N > WS-EXPECTED-SEQ
017518         MOVE "11" TO WS-REFUSE-CODE
017519         MOVE "SEQUENCE GAP - FILE MISSING" TO WS-REFUSE-TEXT
017520     ELSE
017521         MOVE "12" TO WS-REFUSE-CODE
017522         MOVE "SEQUENCE OUT OF ORDER" TO WS-REFUSE-TEXT
017523     END-IF.
017524     MOVE "Y" TO WS-REFUSED-SW.
017525 1450-EXIT.
017526     EXIT.
017527*----------------------------------------------------------------*
017528*    1460-SCAN-ONE-SUBMISSION - ONE REGISTER ENTRY.  ONLY FILES
017529*    ACCEPTED FROM THIS SUBMITTER COUNT; THE REGISTER IS IN
017530*    ARRIVAL ORDER, SO THE LAST ONE SEEN IS THE LATEST.
017531*----------------------------------------------------------------*
017532 1460-SCAN-ONE-SUBMISSION.
017533     READ SUBMISSION-REGISTER-FILE
017534         AT END
017535             MOVE "Y" TO WS-SUBREG-EOF-SW
017536     END-READ.
017537     IF SUBREG-EOF
017538         GO TO 1460-EXIT
017539     END-IF.
017540     IF NOT SBR-ACCEPTED
017541             OR SBR-SUBMITTER-ID NOT = WS-HDR-SUBMITTER-ID
017542         GO TO 1460-EXIT
017543     END-IF.
017544     MOVE "Y" TO WS-SUBMITTER-KNOWN-SW.
017545     MOVE SBR-FILE-SEQ-N TO WS-LAST-SEQ.
017546     IF SBR-FILE-SEQ-N = WS-HDR-FILE-SEQ-N
017547         IF SBR-BATCH-ID = LK-BATCH-ID
017548             MOVE "Y" TO WS-RERUN-SW
017549         ELSE
017550             MOVE "Y" TO WS-DUPLICATE-SW
017551             MOVE SBR-BATCH-ID TO WS-PRIOR-SUBM-BATCH
017552         END-IF
017553     END-IF.
017554 1460-EXIT.
017555     EXIT.
017556*----------------------------------------------------------------*
017557*    1470-CHECK-GAP-OVERRIDE - SUBMOVR, WHEN PRESENT, NAMES ONE
017558*    SUBMITTER AND SEQUENCE NUMBER TO LET THROUGH DESPITE A GAP.
017559*    ONCE THAT FILE IS ACCEPTED THE SAME OVERRIDE CAN NEVER
017560*    MATCH AGAIN - A REPEAT IS REFUSED AS A DUPLICATE FIRST.
017561*----------------------------------------------------------------*
017562 1470-CHECK-GAP-OVERRIDE.
017563     MOVE "N" TO WS-GAP-WAIVED-SW.
017564     OPEN INPUT SUBMISSION-OVERRIDE-FILE.
017565     IF WS-SUBOVR-STATUS NOT = "00"
017566         GO TO 1470-EXIT
017567     END-IF.
017568     READ SUBMISSION-OVERRIDE-FILE
017569         AT END
017570             CLOSE SUBMISSION-OVERRIDE-FILE
017571             GO TO 1470-EXIT
017572     END-READ.
017573     IF SOV-SUBMITTER-ID = WS-HDR-SUBMITTER-ID
017574             AND SOV-FILE-SEQ = WS-HDR-FILE-SEQ
017575         MOVE "Y" TO WS-GAP-WAIVED-SW
017576     END-IF.
017577     CLOSE SUBMISSION-OVERRIDE-FILE.
017578 1470-EXIT.
017579     EXIT.
017580*----------------------------------------------------------------*
017581*    1490-WRITE-SUBMISSION - APPEND THIS FILE TO THE SUBMISSION
017582*    REGISTER AS ACCEPTED OR REFUSED (WS-SUBM-STATUS).  AN
017583*    ACCEPTED FILE THAT CANNOT BE REGISTERED WOULD SLIP PAST
017584*    THE NEXT DUPLICATE CHECK, SO THAT STOPS THE STEP.
017585*----------------------------------------------------------------*
017586 1490-WRITE-SUBMISSION.
017587     OPEN EXTEND SUBMISSION-REGISTER-FILE.
017588     IF WS-SUBREG-STATUS NOT = "00"
017589         OPEN OUTPUT SUBMISSION-REGISTER-FILE
017590     END-IF.
017591     IF WS-SUBREG-STATUS NOT = "00"
017592         DISPLAY "EDITTRAN - UNABLE TO OPEN SUBMREG, STATUS "
017593             WS-SUBREG-STATUS
017594         MOVE "Y" TO WS-INIT-ERROR-SW
017595         GO TO 1490-EXIT
017596     END-IF.
017597     MOVE WS-HDR-SUBMITTER-ID TO SBR-SUBMITTER-ID.
017598     MOVE WS-HDR-CREATE-DATE TO SBR-CREATE-DATE.
017599     MOVE WS-HDR-FILE-SEQ TO SBR-FILE-SEQ.
017600     MOVE WS-SUBM-STATUS TO SBR-STATUS.
017601     MOVE WS-REFUSE-CODE TO SBR-REASON-CODE.
017602     MOVE LK-BATCH-ID TO SBR-BATCH-ID.
017603     MOVE WS-CURRENT-DATE TO SBR-PROCESS-DATE.
017604     MOVE WS-CURRENT-TIME TO SBR-PROCESS-TIME.
017605     MOVE WS-CTL-LINE-COUNT TO SBR-LINE-COUNT.
017606     MOVE WS-CTL-QTY-HASH TO SBR-QTY-HASH.
017607     MOVE WS-CTL-PRICE-HASH TO SBR-PRICE-HASH.
017608     WRITE SUBMISSION-REGISTER-RECORD.
017609     CLOSE SUBMISSION-REGISTER-FILE.
017610 1490-EXIT.
017611     EXIT.
017612*----------------------------------------------------------------*
017613*    1600-REFUSE-TRANSFIL - NOTHING FROM A REFUSED FILE IS
017614*    EDITED, NOR ANYTHING QUEUED BEHIND IT - THE RECYCLE,
017615*    RELEASE AND REPAIRED FILES WAIT FOR THE RESUMED EDIT.  THE
017616*    EDIT REPORT SAYS WHY, THE REFUSAL IS REGISTERED, CLEANTRN
017617*    IS LEFT EMPTY, AND RC 08 STOPS THE STREAM AHEAD OF PRICING.
017618*----------------------------------------------------------------*
017619 1600-REFUSE-TRANSFIL.
017620     MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE.
017621     WRITE EDIT-REPORT-RECORD FROM WS-RPT-TITLE-LINE.
017622     MOVE WS-REFUSE-CODE TO WS-RPT-REFUSE-CODE.
017623     MOVE WS-REFUSE-TEXT TO WS-RPT-REFUSE-TEXT.
017624     WRITE EDIT-REPORT-RECORD FROM WS-RPT-REFUSE-LINE.
017625     IF HEADER-SEEN
017626         PERFORM 1640-WRITE-HEADER-LINE THRU 1640-EXIT
017627     END-IF.
017628     IF VERIFY-EOF AND HEADER-SEEN
017629         PERFORM 1650-WRITE-CONTROL-LINES THRU 1650-EXIT
017630     END-IF.
017631     IF SUBMISSION-DUPLICATE
017632         MOVE WS-PRIOR-SUBM-BATCH TO WS-RPT-PRIOR-BATCH
017633         WRITE EDIT-REPORT-RECORD FROM WS-RPT-PRIOR-LINE
017634     END-IF.
017635     IF WS-REFUSE-CODE = "11" OR "12"
017636         MOVE WS-LAST-SEQ TO WS-RPT-LAST-SEQ
017637         MOVE WS-EXPECTED-SEQ TO WS-RPT-EXPECTED-SEQ
017638         WRITE EDIT-REPORT-RECORD FROM WS-RPT-SEQ-LINE
017639     END-IF.
017640     WRITE EDIT-REPORT-RECORD FROM WS-RPT-ACTION-LINE.
017641     MOVE "R" TO WS-SUBM-STATUS.
017642     PERFORM 1490-WRITE-SUBMISSION THRU 1490-EXIT.
017643     CLOSE TRANS-FILE CLEAN-TRANS-FILE REJECT-FILE
017644         ITEM-MASTER-FILE CUSTOMER-MASTER-FILE EDIT-REPORT
017645         SUSPENSE-FILE.
017646     MOVE 08 TO LK-RETURN-CODE.
017647     DISPLAY "EDITTRAN - TRANSFIL REFUSED, REASON " WS-REFUSE-CODE
017648         " " WS-REFUSE-TEXT.
017649 1600-EXIT.
017650     EXIT.
017651*----------------------------------------------------------------*
017652*    1640-WRITE-HEADER-LINE - THE SUBMITTER, CREATION DATE AND
017653*    SEQUENCE NUMBER THE FILE CAME UNDER.
017654*----------------------------------------------------------------*
017655 1640-WRITE-HEADER-LINE.
017656     MOVE WS-HDR-SUBMITTER-ID TO WS-RPT-SUBMITTER.
017657     MOVE WS-HDR-CREATE-DATE TO WS-RPT-CREATE-DATE.
017658     MOVE WS-HDR-FILE-SEQ TO WS-RPT-FILE-SEQ.
017659     WRITE EDIT-REPORT-RECORD FROM WS-RPT-HEADER-LINE.
017660 1640-EXIT.
017661     EXIT.
017662*----------------------------------------------------------------*
017663*    1650-WRITE-CONTROL-LINES - THE TRAILER'S FIGURES BESIDE THE
017664*    ONES COUNTED.  A TRAILER FIGURE THAT IS NOT NUMERIC PRINTS
017665*    AS IT WAS SENT.
017666*----------------------------------------------------------------*
017667 1650-WRITE-CONTROL-LINES.
017668     WRITE EDIT-REPORT-RECORD FROM WS-RPT-CONTROL-HEAD.
017669     MOVE "LINE COUNT" TO WS-RPT-CTL-LABEL.
017670     IF WS-TRL-LINE-COUNT NUMERIC
017671         MOVE WS-TRL-LINE-COUNT-N TO WS-EDIT-COUNT
017672         MOVE WS-EDIT-COUNT TO WS-RPT-CTL-TRAILER
017673     ELSE
017674         MOVE WS-TRL-LINE-COUNT TO WS-RPT-CTL-TRAILER
017675     END-IF.
017676     MOVE WS-CTL-LINE-COUNT TO WS-EDIT-COUNT.
017677     MOVE WS-EDIT-COUNT TO WS-RPT-CTL-COUNTED.
017678     WRITE EDIT-REPORT-RECORD FROM WS-RPT-CONTROL-LINE.
017679     MOVE "QTY HASH" TO WS-RPT-CTL-LABEL.
017680     IF WS-TRL-QTY-HASH NUMERIC
017681         MOVE WS-TRL-QTY-HASH-N TO WS-EDIT-COUNT
017682         MOVE WS-EDIT-COUNT TO WS-RPT-CTL-TRAILER
017683     ELSE
017684         MOVE WS-TRL-QTY-HASH TO WS-RPT-CTL-TRAILER
017685     END-IF.
017686     MOVE WS-CTL-QTY-HASH TO WS-EDIT-COUNT.
017687     MOVE WS-EDIT-COUNT TO WS-RPT-CTL-COUNTED.
017688     WRITE EDIT-REPORT-RECORD FROM WS-RPT-CONTROL-LINE.
017689     MOVE "PRICE HASH" TO WS-RPT-CTL-LABEL.
017690     IF WS-TRL-PRICE-HASH NUMERIC
017691         MOVE WS-TRL-PRICE-HASH-N TO WS-EDIT-AMOUNT
017692         MOVE WS-EDIT-AMOUNT TO WS-RPT-CTL-TRAILER
017693     ELSE
017694         MOVE WS-TRL-PRICE-HASH TO WS-RPT-CTL-TRAILER
017695     END-IF.
017696     MOVE WS-CTL-PRICE-HASH TO WS-EDIT-AMOUNT.
017697     MOVE WS-EDIT-AMOUNT TO WS-RPT-CTL-COUNTED.
017698     WRITE EDIT-REPORT-RECORD FROM WS-RPT-CONTROL-LINE.
017699 1650-EXIT.
017700     EXIT.
017701*----------------------------------------------------------------*
017702*    2000-PROCESS-TRANS - EDIT ONE TRANSACTION, ROUTE IT TO THE
017703*    CLEAN FILE OR THE REJECT FILE, READ THE NEXT.
017704*----------------------------------------------------------------*
017705 2000-PROCESS-TRANS.
017706     ADD 1 TO WS-RECORDS-READ.
017707     PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT.
017800     IF NOT TRANS-REJECTED
017900         PERFORM 2300-CHECK-ITEM-MASTER THRU 2300-EXIT
018000     END-IF.
025882 2550-EXIT.
025884     EXIT.
025900*----------------------------------------------------------------*
026000*    2900-READ-TRANS - NEXT TRANSACTION UP TO THE TRAILER, THEN
026005*    THE RECYCLE FILE
026010*    BEHIND IT, THEN THE BACKORDER RELEASES, THEN THE CREDIT
026020*    RELEASES, THEN THE REPAIRED REJECTS, OR SET END OF FILE.
026100*----------------------------------------------------------------*
026300     READ TRANS-FILE
026400         AT END
026500             PERFORM 2960-START-RECYCLE-INPUT THRU 2960-EXIT
026520         NOT AT END
026540             IF TFH-IS-TRAILER
026560                 PERFORM 2960-START-RECYCLE-INPUT THRU 2960-EXIT
026580             END-IF
026600     END-READ.
026650     GO TO 2900-EXIT.
026660*    NEXT RECYCLED TRANSACTION INTO THE SAME INPUT AREA.
027400 3000-FINALIZE-RTN.
027500     MOVE WS-CURRENT-DATE TO WS-RPT-TITLE-DATE.
027600     WRITE EDIT-REPORT-RECORD FROM WS-RPT-TITLE-LINE.
027620     PERFORM 1640-WRITE-HEADER-LINE THRU 1640-EXIT.
027640     PERFORM 1650-WRITE-CONTROL-LINES THRU 1650-EXIT.
027700     MOVE "TRANSACTIONS READ . . . " TO WS-RPT-COUNT-LABEL.
027800     MOVE WS-RECORDS-READ TO WS-RPT-COUNT.
027900     WRITE EDIT-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
