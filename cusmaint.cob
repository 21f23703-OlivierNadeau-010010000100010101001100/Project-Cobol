002000*
002100*    MODIFICATION HISTORY
002200*    DATE       INIT  DESCRIPTION
002210*    ---------- ----  ----------------------------------------
002220*    2026-10-15 DLM   MAINTAINS THE NEW SALES-TAX JURISDICTION
002230*                      AND TAX-EXEMPT CERTIFICATE.  A KEYED
002240*                      JURISDICTION MUST BE ON THE TAXRATE TABLE
002250*                      (REASON 12); A CERTIFICATE OF *NONE*
002260*                      CLEARS THE EXEMPTION.  BLANK MEANS NONE ON
002270*                      AN ADD AND LEAVE-AS-IS ON A CHANGE.
002301*    2026-10-15 DLM   THE TRANSFIL SCAN SKIPS THE NEW HEADER AND
002302*                      TRAILER CONTROL RECORDS - NEITHER CARRIES
002303*                      A CUSTOMER.
002304*    2026-09-02 DLM   THE DELETE GUARD ALSO TABLES CUSTOMERS
002305*                      WITH LINES ON THE CREDIT-HOLD FILE AND ON
002306*                      THE CARRIED REJECT FILE - A DELETED
002307*                      CUSTOMER'S HELD OR REJECTED LINE WOULD
002308*                      CHURN FOREVER BETWEEN RELEASE / REPAIR
002309*                      AND THE EDIT'S REASON-07 REJECT.
002310*    2026-09-02 DLM   MAINTAINS THE NEW CREDIT LIMIT AND CREDIT
002320*                      STATUS FLAG.  BOTH ARE OPTIONAL ON THE
002330*                      TRANSACTION - BLANK MEANS ZERO / ACTIVE
004840     SELECT REJECT-FILE ASSIGN TO "REJECTS"
004850         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-REJECT-STATUS.
004870     SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
004880         ORGANIZATION IS LINE SEQUENTIAL
004890         FILE STATUS IS WS-TAXRATE-STATUS.
004900     SELECT REGISTER-FILE ASSIGN TO "CUSREG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-REGISTER-STATUS.
006520     05  CMT-CREDIT-LIMIT-N REDEFINES CMT-CREDIT-LIMIT
006530                                 PIC 9(07)V99.
006540     05  CMT-CREDIT-STATUS       PIC X(01).
006550     05  CMT-TAX-JURISDICTION    PIC X(04).
006560     05  CMT-TAX-EXEMPT-CERT     PIC X(15).
006570         88  CMT-TAX-EXEMPT-CLEAR           VALUE "*NONE*".
006600 FD  CUSTOMER-MASTER-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CUSTREC.
007100 01  TRANS-RECORD.
007200     05  FILLER                  PIC X(15).
007300     05  TRANS-CUSTOMER-NO       PIC X(06).
007350     COPY TRNCTLRC.
007400 FD  SUSPENSE-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY SUSPREC.
007940 FD  REJECT-FILE
007950     LABEL RECORDS ARE STANDARD.
007960     COPY REJREC.
007970 FD  TAX-RATE-FILE
007980     LABEL RECORDS ARE STANDARD.
007990     COPY TAXRATRC.
008000 FD  REGISTER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  REGISTER-RECORD              PIC X(80).
009800         88  FLIGHT-TABLE-FULL              VALUE "Y".
009900     05  WS-CUST-IN-FLIGHT-SW     PIC X(01) VALUE "N".
010000         88  CUST-IN-FLIGHT                 VALUE "Y".
010010     05  WS-TAXRATE-EOF-SW        PIC X(01) VALUE "N".
010020         88  TAXRATE-EOF                    VALUE "Y".
010030     05  WS-JURIS-FOUND-SW        PIC X(01) VALUE "N".
010040         88  JURIS-FOUND                    VALUE "Y".
010100 01  WS-FILE-STATUS.
010200     05  WS-CSTTRAN-STATUS        PIC X(02) VALUE SPACES.
010300     05  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
010600     05  WS-BACKORD-STATUS        PIC X(02) VALUE SPACES.
010610     05  WS-CREDHOLD-STATUS       PIC X(02) VALUE SPACES.
010620     05  WS-REJECT-STATUS         PIC X(02) VALUE SPACES.
010630     05  WS-TAXRATE-STATUS        PIC X(02) VALUE SPACES.
010700     05  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
010800 01  WS-COUNTERS.
010900     05  WS-MAINT-READ            PIC 9(07) COMP VALUE ZERO.
012800 01  WS-SCAN-WORK.
012900     05  WS-FLT-SUB               PIC 9(05) COMP VALUE ZERO.
013000     05  WS-SCAN-CUST-NO          PIC X(06) VALUE SPACES.
013010     05  WS-JUR-SUB               PIC 9(05) COMP VALUE ZERO.
013020     05  WS-SCAN-JURIS            PIC X(04) VALUE SPACES.
013030*
013040*    EACH JURISDICTION CODE ON THE SALES-TAX RATE TABLE, ONCE,
013050*    SO A CUSTOMER CANNOT BE GIVEN A CODE INVOICING WILL FIND
013060*    NO RATE FOR.
013070 01  WS-JURIS-TABLE.
013080     05  WS-JURIS-COUNT           PIC 9(05) COMP VALUE ZERO.
013085     05  WS-JURIS-MAX             PIC 9(05) COMP VALUE 500.
013090     05  WS-JURIS-CODE            PIC X(04) OCCURS 500 TIMES.
013100 01  WS-REGISTER-LINES.
013200     05  WS-REG-TITLE-LINE.
013300         10  FILLER               PIC X(37)
016800*----------------------------------------------------------------*
016900*    1000-INITIALIZE-RTN - OPEN FILES, LOAD THE IN-FLIGHT
017000*    CUSTOMER TABLE, WRITE THE REGISTER HEADINGS.
017050*    THE SALES-TAX JURISDICTIONS ARE TABLED TOO.
017100*----------------------------------------------------------------*
017200 1000-INITIALIZE-RTN.
017300     MOVE ZERO TO WS-RETURN-CODE.
020900             REGISTER-FILE
021000         GO TO 1000-EXIT
021100     END-IF.
021110     PERFORM 1600-LOAD-JURISDICTIONS THRU 1600-EXIT.
021120     IF INIT-ERROR
021130         CLOSE MAINT-TRANS-FILE CUSTOMER-MASTER-FILE
021140             REGISTER-FILE
021150         GO TO 1000-EXIT
021160     END-IF.
021200     MOVE WS-CURRENT-DATE TO WS-REG-TITLE-DATE.
021300     WRITE REGISTER-RECORD FROM WS-REG-TITLE-LINE.
021400     WRITE REGISTER-RECORD FROM WS-REG-HEADING-LINE.
025000         AT END
025100             MOVE "Y" TO WS-TRANS-EOF-SW
025200         NOT AT END
025250             IF NOT TFH-IS-CONTROL
025300                 MOVE TRANS-CUSTOMER-NO TO WS-SCAN-CUST-NO
025350                 PERFORM 1160-TABLE-ONE-CUSTOMER THRU 1160-EXIT
025400             END-IF
025500     END-READ.
025600 1125-EXIT.
025700     EXIT.
034400     END-IF.
034500 1510-EXIT.
034600     EXIT.
034601*----------------------------------------------------------------*
034602*    1600-LOAD-JURISDICTIONS - TABLE EACH JURISDICTION CODE ON
034603*    THE SALES-TAX RATE TABLE ONCE.  NO TAXRATE FILE MEANS NO
034604*    CODE CAN BE GIVEN TO A CUSTOMER YET.  AN ENTRY INVOICING
034605*    WOULD IGNORE IS IGNORED HERE TOO.
034606*----------------------------------------------------------------*
034607 1600-LOAD-JURISDICTIONS.
034608     OPEN INPUT TAX-RATE-FILE.
034609     IF WS-TAXRATE-STATUS = "35"
034610         GO TO 1600-EXIT
034611     END-IF.
034612     IF WS-TAXRATE-STATUS NOT = "00"
034613         DISPLAY "CUSMAINT - UNABLE TO OPEN TAXRATE, STATUS "
034614             WS-TAXRATE-STATUS
034615         MOVE "Y" TO WS-INIT-ERROR-SW
034616         MOVE 12 TO WS-RETURN-CODE
034617         GO TO 1600-EXIT
034618     END-IF.
034619     PERFORM 1610-TABLE-ONE-RATE THRU 1610-EXIT
034620         UNTIL TAXRATE-EOF OR INIT-ERROR.
034621     CLOSE TAX-RATE-FILE.
034622 1600-EXIT.
034623     EXIT.
034624 1610-TABLE-ONE-RATE.
034625     READ TAX-RATE-FILE
034626         AT END
034627             MOVE "Y" TO WS-TAXRATE-EOF-SW
034628             GO TO 1610-EXIT
034629     END-READ.
034630     IF TXR-JURISDICTION = SPACES
034631         OR TXR-EFF-DATE NOT NUMERIC
034632         OR TXR-RATE NOT NUMERIC
034633         GO TO 1610-EXIT
034634     END-IF.
034635     MOVE TXR-JURISDICTION TO WS-SCAN-JURIS.
034636     PERFORM 1620-SCAN-JURIS-TABLE THRU 1620-EXIT.
034637     IF JURIS-FOUND
034638         GO TO 1610-EXIT
034639     END-IF.
034640     IF WS-JURIS-COUNT >= WS-JURIS-MAX
034641         DISPLAY "CUSMAINT - JURISDICTION TABLE OVERFLOW AT "
034642             WS-JURIS-MAX " CODES, RUN STOPPED"
034643         MOVE "Y" TO WS-INIT-ERROR-SW
034644         MOVE 12 TO WS-RETURN-CODE
034645         GO TO 1610-EXIT
034646     END-IF.
034647     ADD 1 TO WS-JURIS-COUNT.
034648     MOVE WS-SCAN-JURIS TO WS-JURIS-CODE (WS-JURIS-COUNT).
034649 1610-EXIT.
034650     EXIT.
034651*----------------------------------------------------------------*
034652*    1620-SCAN-JURIS-TABLE - SET JURIS-FOUND IF WS-SCAN-JURIS IS
034653*    IN THE JURISDICTION TABLE.
034654*----------------------------------------------------------------*
034655 1620-SCAN-JURIS-TABLE.
034656     MOVE "N" TO WS-JURIS-FOUND-SW.
034657     PERFORM 1630-SCAN-ONE-JURIS THRU 1630-EXIT
034658         VARYING WS-JUR-SUB FROM 1 BY 1
034659         UNTIL WS-JUR-SUB > WS-JURIS-COUNT
034660             OR JURIS-FOUND.
034661 1620-EXIT.
034662     EXIT.
034663 1630-SCAN-ONE-JURIS.
034664     IF WS-JURIS-CODE (WS-JUR-SUB) = WS-SCAN-JURIS
034665         MOVE "Y" TO WS-JURIS-FOUND-SW
034666     END-IF.
034667 1630-EXIT.
034668     EXIT.
034700*----------------------------------------------------------------*
034800*    2000-PROCESS-MAINT - EDIT AND APPLY ONE MAINTENANCE
034900*    TRANSACTION, REGISTER THE OUTCOME, READ THE NEXT.
040500                 AND CMT-CREDIT-TERMS = SPACES
040510                 AND CMT-CREDIT-LIMIT = SPACES
040520                 AND CMT-CREDIT-STATUS = SPACES
040530                 AND CMT-TAX-JURISDICTION = SPACES
040540                 AND CMT-TAX-EXEMPT-CERT = SPACES
040600             MOVE "04" TO WS-REASON-CODE
040700             MOVE "NOTHING TO CHANGE" TO WS-REASON-TEXT
040800             MOVE "Y" TO WS-REJECT-SW
041194             GO TO 2100-EXIT
041196         END-IF
041198     END-IF.
041199     PERFORM 2150-EDIT-TAX-FIELDS THRU 2150-EXIT.
041200     IF CMT-ACTION-DELETE
041300         MOVE CMT-CUSTOMER-NO TO WS-SCAN-CUST-NO
041400         PERFORM 1500-SCAN-FLIGHT-TABLE THRU 1500-EXIT
042700     END-IF.
042800 2100-EXIT.
042900     EXIT.
042902*----------------------------------------------------------------*
042904*    2150-EDIT-TAX-FIELDS - A JURISDICTION KEYED ON AN ADD OR A
042906*    CHANGE MUST BE ON THE SALES-TAX RATE TABLE, OR THE CUSTOMER
042908*    WOULD BE INVOICED WITH NO RATE TO APPLY.
042910*----------------------------------------------------------------*
042912 2150-EDIT-TAX-FIELDS.
042914     IF NOT CMT-ACTION-ADD AND NOT CMT-ACTION-CHANGE
042916         GO TO 2150-EXIT
042918     END-IF.
042920     IF CMT-TAX-JURISDICTION = SPACES
042922         GO TO 2150-EXIT
042924     END-IF.
042926     MOVE CMT-TAX-JURISDICTION TO WS-SCAN-JURIS.
042928     PERFORM 1620-SCAN-JURIS-TABLE THRU 1620-EXIT.
042930     IF NOT JURIS-FOUND
042932         MOVE "12" TO WS-REASON-CODE
042934         MOVE "TAX JURISDICTION NOT ON FILE" TO WS-REASON-TEXT
042936         MOVE "Y" TO WS-REJECT-SW
042938     END-IF.
042940 2150-EXIT.
042942     EXIT.
043000*----------------------------------------------------------------*
043100*    2200-APPLY-ADD - WRITE A NEW MASTER RECORD.  A DUPLICATE
043200*    KEY IS A REJECT, NOT AN ABEND.
043990     ELSE
043992         MOVE CMT-CREDIT-STATUS TO CUST-CREDIT-STATUS
043994     END-IF.
043995     MOVE CMT-TAX-JURISDICTION TO CUST-TAX-JURISDICTION.
043996     MOVE CMT-TAX-EXEMPT-CERT TO CUST-TAX-EXEMPT-CERT.
043997     IF CMT-TAX-EXEMPT-CLEAR
043998         MOVE SPACES TO CUST-TAX-EXEMPT-CERT
043999     END-IF.
044000     WRITE CUSTOMER-MASTER-RECORD
044100         INVALID KEY
044200             MOVE "06" TO WS-REASON-CODE
047740     IF CMT-CREDIT-STATUS NOT = SPACE
047750         MOVE CMT-CREDIT-STATUS TO CUST-CREDIT-STATUS
047760     END-IF.
047770     IF CMT-TAX-JURISDICTION NOT = SPACES
047772         MOVE CMT-TAX-JURISDICTION TO CUST-TAX-JURISDICTION
047774     END-IF.
047780     IF CMT-TAX-EXEMPT-CLEAR
047782         MOVE SPACES TO CUST-TAX-EXEMPT-CERT
047784     ELSE
047786         IF CMT-TAX-EXEMPT-CERT NOT = SPACES
047788             MOVE CMT-TAX-EXEMPT-CERT TO CUST-TAX-EXEMPT-CERT
047790         END-IF
047792     END-IF.
047800     REWRITE CUSTOMER-MASTER-RECORD
047900         INVALID KEY
048000             MOVE "07" TO WS-REASON-CODE
