002700*                      OPTIONAL ON THE TRANSACTION - BLANK
002800*                      MEANS ZERO ON AN ADD AND LEAVE-AS-IS ON
002900*                      A CHANGE.
002910*    2026-10-15 DLM   EVERY ON-HAND CHANGE NOW APPENDS A STOCK
002920*                      MOVEMENT TO STKMOVE - A NEW ITEM'S OPENING
002930*                      QUANTITY, A CHANGED QUANTITY AS AN
002940*                      ADJUSTMENT IN OR OUT, AND A DELETED ITEM'S
002950*                      LAST QUANTITY OUT - UNDER A MAINTENANCE
002960*                      BATCH ID OF "MT" AND THE RUN DATE.
002970*    2026-10-15 DLM   THE TRANSFIL SCAN SKIPS THE NEW HEADER AND
002980*                      TRAILER CONTROL RECORDS - NEITHER CARRIES
002990*                      AN ITEM.
002991*    2026-10-15 DLM   MAINTAINS THE NEW SALES-TAX STATUS - "T"
002992*                      TAXABLE OR "N" NOT TAXED, ANYTHING ELSE
002993*                      A REASON 15 REJECT.  BLANK MEANS TAXABLE
002994*                      ON AN ADD AND LEAVE-AS-IS ON A CHANGE.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
004400     SELECT REGISTER-FILE ASSIGN TO "MNTREG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REGISTER-STATUS.
004620     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE"
004640         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-STKMOVE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  MAINT-TRANS-FILE
006200     05  MNT-PRICE-EFF-DATE      PIC X(08).
006210     05  MNT-REORDER-POINT       PIC X(05).
006220     05  MNT-REORDER-QTY         PIC X(05).
006230     05  MNT-TAX-STATUS          PIC X(01).
006240         88  MNT-TAX-STATUS-OK              VALUES "T" "N" SPACE.
006300 FD  ITEM-MASTER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY ITEMREC.
006800 01  TRANS-RECORD.
006900     05  TRANS-ITEM-ID           PIC X(05).
007000     05  FILLER                  PIC X(16).
007050     COPY TRNCTLRC.
007100 FD  REGISTER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  REGISTER-RECORD              PIC X(80).
007320 FD  STOCK-MOVEMENT-FILE
007340     LABEL RECORDS ARE STANDARD.
007360     COPY STKMVREC.
007400 WORKING-STORAGE SECTION.
007500 01  WS-SWITCHES.
007600     05  WS-MAINT-EOF-SW          PIC X(01) VALUE "N".
009000     05  WS-ITEMMAST-STATUS       PIC X(02) VALUE SPACES.
009100     05  WS-TRANS-STATUS          PIC X(02) VALUE SPACES.
009200     05  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
009250     05  WS-STKMOVE-STATUS        PIC X(02) VALUE SPACES.
009300 01  WS-COUNTERS.
009400     05  WS-MAINT-READ            PIC 9(07) COMP VALUE ZERO.
009500     05  WS-ADDS-APPLIED          PIC 9(07) COMP VALUE ZERO.
011400     05  WS-SCAN-ITEM-ID          PIC X(05) VALUE SPACES.
011410 01  WS-PRICE-WORK.
011420     05  WS-EFF-DATE-NUM          PIC 9(08) VALUE ZERO.
011430 01  WS-MOVEMENT-WORK.
011440     05  WS-ON-HAND-BEFORE        PIC 9(05) VALUE ZERO.
011445     05  WS-ON-HAND-AFTER         PIC 9(05) VALUE ZERO.
011450     05  WS-MAINT-BATCH-ID.
011460         10  FILLER               PIC X(02) VALUE "MT".
011470         10  WS-MAINT-BATCH-DATE  PIC X(06).
011500 01  WS-REGISTER-LINES.
011600     05  WS-REG-TITLE-LINE.
011700         10  FILLER               PIC X(33)
013500         10  WS-REG-COUNT         PIC Z(06)9.
013600 01  WS-DATE-TIME.
013700     05  WS-CURRENT-DATE          PIC 9(08).
013720     05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
013740         10  FILLER               PIC X(02).
013760         10  WS-CURRENT-YYMMDD    PIC X(06).
013800     05  WS-CURRENT-TIME          PIC 9(08).
013900 PROCEDURE DIVISION.
014000*----------------------------------------------------------------*
018100             WS-REGISTER-STATUS
018200         MOVE "Y" TO WS-INIT-ERROR-SW
018300     END-IF.
018310     OPEN EXTEND STOCK-MOVEMENT-FILE.
018320     IF WS-STKMOVE-STATUS NOT = "00"
018330         OPEN OUTPUT STOCK-MOVEMENT-FILE
018340     END-IF.
018350     IF WS-STKMOVE-STATUS NOT = "00"
018360         DISPLAY "ITMMAINT - UNABLE TO OPEN STKMOVE, STATUS "
018370             WS-STKMOVE-STATUS
018380         MOVE "Y" TO WS-INIT-ERROR-SW
018390     END-IF.
018400     IF INIT-ERROR
018500         MOVE 12 TO WS-RETURN-CODE
018600         CLOSE MAINT-TRANS-FILE ITEM-MASTER-FILE REGISTER-FILE
018650             STOCK-MOVEMENT-FILE
018700         GO TO 1000-EXIT
018800     END-IF.
018900     PERFORM 1100-LOAD-ORDER-ITEMS THRU 1100-EXIT.
019000     IF INIT-ERROR
019100         CLOSE MAINT-TRANS-FILE ITEM-MASTER-FILE REGISTER-FILE
019150             STOCK-MOVEMENT-FILE
019200         GO TO 1000-EXIT
019300     END-IF.
019350     MOVE WS-CURRENT-YYMMDD TO WS-MAINT-BATCH-DATE.
019400     MOVE WS-CURRENT-DATE TO WS-REG-TITLE-DATE.
019500     WRITE REGISTER-RECORD FROM WS-REG-TITLE-LINE.
019600     WRITE REGISTER-RECORD FROM WS-REG-HEADING-LINE.
022600*    TABLE IF IT IS NOT ALREADY THERE.
022700*----------------------------------------------------------------*
022800 1110-TABLE-ONE-ORDER.
022820     IF TFH-IS-CONTROL
022840         PERFORM 1190-READ-TRANS THRU 1190-EXIT
022860         GO TO 1110-EXIT
022880     END-IF.
022900     MOVE TRANS-ITEM-ID TO WS-SCAN-ITEM-ID.
023000     PERFORM 1500-SCAN-ORDER-TABLE THRU 1500-EXIT.
023100     IF NOT ITEM-ON-ORDER
033500                 AND MNT-PRICE-EFF-DATE = SPACES
033510                 AND MNT-REORDER-POINT = SPACES
033520                 AND MNT-REORDER-QTY = SPACES
033530                 AND MNT-TAX-STATUS = SPACE
033600             MOVE "05" TO WS-REASON-CODE
033700             MOVE "NOTHING TO CHANGE" TO WS-REASON-TEXT
033800             MOVE "Y" TO WS-REJECT-SW
036470             GO TO 2100-EXIT
036480         END-IF
036490     END-IF.
036491     IF MNT-ACTION-ADD OR MNT-ACTION-CHANGE
036492         IF NOT MNT-TAX-STATUS-OK
036494             MOVE "15" TO WS-REASON-CODE
036495             MOVE "TAX STATUS NOT T OR N" TO WS-REASON-TEXT
036496             MOVE "Y" TO WS-REJECT-SW
036497             GO TO 2100-EXIT
036498         END-IF
036499     END-IF.
036500     IF MNT-ACTION-DELETE
036600         MOVE MNT-ITEM-ID TO WS-SCAN-ITEM-ID
036700         PERFORM 1500-SCAN-ORDER-TABLE THRU 1500-EXIT
039800     ELSE
039900         MOVE MNT-PRICE-EFF-DATE TO ITM-PRICE-EFF-DATE
040000     END-IF.
040001     IF MNT-TAX-STATUS = SPACE
040002         MOVE "T" TO ITM-TAX-STATUS
040003     ELSE
040004         MOVE MNT-TAX-STATUS TO ITM-TAX-STATUS
040005     END-IF.
040010*    A NEW ITEM HAS NO PRICE CHANGE WAITING - ITS FIRST PRICE
040020*    GOES LIVE AT ONCE, WHATEVER ITS DATE SAYS.
040030     MOVE ZERO TO ITM-PENDING-PRICE.
040096     ELSE
040098         MOVE MNT-REORDER-QTY TO ITM-REORDER-QTY
040099     END-IF.
040100     MOVE ITM-QUANTITY-ON-HAND TO WS-ON-HAND-AFTER.
040150     WRITE ITEM-MASTER-RECORD
040200         INVALID KEY
040300             MOVE "06" TO WS-REASON-CODE
040400             MOVE "ALREADY ON FILE" TO WS-REASON-TEXT
040600     END-WRITE.
040700     IF NOT TRANS-REJECTED
040800         ADD 1 TO WS-ADDS-APPLIED
040820         MOVE ZERO TO WS-ON-HAND-BEFORE
040840         MOVE "NW" TO SMV-MOVEMENT-TYPE
040860         PERFORM 2700-WRITE-MOVEMENT THRU 2700-EXIT
040900     END-IF.
041000 2200-EXIT.
041100     EXIT.
042400     IF TRANS-REJECTED
042500         GO TO 2300-EXIT
042600     END-IF.
042650     MOVE ITM-QUANTITY-ON-HAND TO WS-ON-HAND-BEFORE.
042700     IF MNT-DESCRIPTION NOT = SPACES
042800         MOVE MNT-DESCRIPTION TO ITM-DESCRIPTION
042900     END-IF.
043550     IF MNT-REORDER-QTY NOT = SPACES
043560         MOVE MNT-REORDER-QTY TO ITM-REORDER-QTY
043570     END-IF.
043580     IF MNT-TAX-STATUS NOT = SPACE
043585         MOVE MNT-TAX-STATUS TO ITM-TAX-STATUS
043590     END-IF.
043600     MOVE ITM-QUANTITY-ON-HAND TO WS-ON-HAND-AFTER.
043900     REWRITE ITEM-MASTER-RECORD
044000         INVALID KEY
044100             MOVE "07" TO WS-REASON-CODE
044400     END-REWRITE.
044500     IF NOT TRANS-REJECTED
044600         ADD 1 TO WS-CHANGES-APPLIED
044620         MOVE "AD" TO SMV-MOVEMENT-TYPE
044640         PERFORM 2700-WRITE-MOVEMENT THRU 2700-EXIT
044700     END-IF.
044800 2300-EXIT.
044900     EXIT.
045000*----------------------------------------------------------------*
045100*    2400-APPLY-DELETE - DELETE AN EXISTING MASTER RECORD.  THE
045200*    IN-FLIGHT ORDER CHECK HAS ALREADY PASSED IN 2100.  THE
045220*    RECORD IS READ FIRST SO THE STOCK IT STILL CARRIED CAN GO
045240*    OUT ON THE MOVEMENT FILE WITH IT.
045300*----------------------------------------------------------------*
045400 2400-APPLY-DELETE.
045500     MOVE MNT-ITEM-ID TO ITM-ITEM-ID.
045505     READ ITEM-MASTER-FILE
045510         INVALID KEY
045515             MOVE "07" TO WS-REASON-CODE
045520             MOVE "NOT ON FILE" TO WS-REASON-TEXT
045525             MOVE "Y" TO WS-REJECT-SW
045530     END-READ.
045535     IF TRANS-REJECTED
045540         GO TO 2400-EXIT
045545     END-IF.
045550     MOVE ITM-QUANTITY-ON-HAND TO WS-ON-HAND-BEFORE.
045600     DELETE ITEM-MASTER-FILE RECORD
045700         INVALID KEY
045800             MOVE "07" TO WS-REASON-CODE
046100     END-DELETE.
046200     IF NOT TRANS-REJECTED
046300         ADD 1 TO WS-DELETES-APPLIED
046320         MOVE ZERO TO WS-ON-HAND-AFTER
046340         MOVE "DL" TO SMV-MOVEMENT-TYPE
046360         PERFORM 2700-WRITE-MOVEMENT THRU 2700-EXIT
046400     END-IF.
046500 2400-EXIT.
046600     EXIT.
046602*----------------------------------------------------------------*
046604*    2700-WRITE-MOVEMENT - ONE STOCK MOVEMENT FOR AN APPLIED
046606*    TRANSACTION THAT CHANGED ON-HAND, TYPE SET BY THE CALLER.
046608*    THE DIFFERENCE BETWEEN THE BALANCES BEFORE AND AFTER IS
046610*    THE QUANTITY IN OR OUT.  NO CHANGE, NO MOVEMENT.
046612*----------------------------------------------------------------*
046614 2700-WRITE-MOVEMENT.
046616     IF WS-ON-HAND-AFTER = WS-ON-HAND-BEFORE
046618         GO TO 2700-EXIT
046620     END-IF.
046622     MOVE ZERO TO SMV-QUANTITY-IN SMV-QUANTITY-OUT.
046624     IF WS-ON-HAND-AFTER > WS-ON-HAND-BEFORE
046626         COMPUTE SMV-QUANTITY-IN =
046628             WS-ON-HAND-AFTER - WS-ON-HAND-BEFORE
046630     ELSE
046632         COMPUTE SMV-QUANTITY-OUT =
046634             WS-ON-HAND-BEFORE - WS-ON-HAND-AFTER
046636     END-IF.
046638     MOVE MNT-ITEM-ID TO SMV-ITEM-ID.
046640     MOVE WS-ON-HAND-BEFORE TO SMV-BEFORE-ON-HAND.
046642     MOVE WS-ON-HAND-AFTER TO SMV-AFTER-ON-HAND.
046644     MOVE WS-MAINT-BATCH-ID TO SMV-BATCH-ID.
046646     MOVE "ITMMAINT" TO SMV-SOURCE-PROGRAM.
046648     MOVE WS-CURRENT-DATE TO SMV-MOVE-DATE.
046650     MOVE WS-CURRENT-TIME TO SMV-MOVE-TIME.
046652     WRITE STOCK-MOVEMENT-RECORD.
046654 2700-EXIT.
046656     EXIT.
046700*----------------------------------------------------------------*
046800*    2800-WRITE-REGISTER - ONE REGISTER LINE PER TRANSACTION,
046900*    APPLIED OR REJECTED.
051400     MOVE "TRANSACTIONS REJECTED . " TO WS-REG-COUNT-LABEL.
051500     MOVE WS-MAINT-REJECTED TO WS-REG-COUNT.
051600     WRITE REGISTER-RECORD FROM WS-REG-COUNT-LINE.
051700     CLOSE MAINT-TRANS-FILE ITEM-MASTER-FILE REGISTER-FILE
051750         STOCK-MOVEMENT-FILE.
051800     IF WS-MAINT-REJECTED > ZERO
051900         MOVE 04 TO WS-RETURN-CODE
052000     END-IF.
