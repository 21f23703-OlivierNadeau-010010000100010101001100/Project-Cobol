004825*                      POSITION LEAVES IT OFF.  RC 04 (AGED
004826*                      REJECTS OR UNMATCHED CORRECTIONS) IS A
004827*                      WARNING, NOT A STOP.
004830*    2026-10-15 DLM   ADDED THE RCVPOST GOODS-RECEIPT STEP
004835*                      BEHIND THE RECYCLE SWEEP AND AHEAD OF THE
004840*                      BACKORDER RELEASE, SO STOCK BOOKED IN AT
004845*                      THE DOCK IS ON HAND BEFORE BACKORDERS ARE
004850*                      OFFERED IT.  IT REWRITES THE PURCHASE
004855*                      ORDER FILE IN PLACE AND EMPTIES RCPTFIL,
004860*                      SO IT HAS ITS OWN RUN SWITCH AND EVERY
004865*                      RESUME POSITION LEAVES IT OFF.  RC 04
004870*                      (RECEIVING EXCEPTIONS) IS A WARNING.
004872*    2026-10-15 DLM   ADDED THE RETPOST CUSTOMER-RETURNS STEP
004874*                      BEHIND THE GOODS-RECEIPT STEP AND AHEAD OF
004876*                      THE BACKORDER RELEASE, SO RETURNED STOCK
004878*                      CAN FILL TONIGHT'S BACKORDERS.  IT
004880*                      REWRITES OPENINV AND INVLINE IN PLACE AND
004882*                      EMPTIES RETNFIL, SO IT HAS ITS OWN RUN
004884*                      SWITCH AND EVERY RESUME POSITION LEAVES IT
004886*                      OFF.  RC 04 (REFUSED RETURNS OR CREDIT
004888*                      LEFT UNAPPLIED) IS A WARNING.
004889*    2026-10-15 DLM   RESTORING THE ITEM MASTER FROM ITEMBKP
004890*                      NOW APPENDS A RESTORE MOVEMENT TO STKMOVE
004891*                      FOR EVERY ITEM WHOSE ON-HAND THE RESTORE
004892*                      PUTS BACK, SO THE STOCK LEDGER CARRIES THE
004893*                      UNDONE RELIEF.  ADDED A BACKUP RECORD VIEW
004894*                      THAT EXPOSES THE ON-HAND QUANTITY.
004900*    2026-10-15 DLM   THE EDIT STEP NOW REFUSES A WHOLE TRANSFIL
004910*                      WHOSE HEADER, TRAILER OR SUBMISSION
004920*                      SEQUENCE IS WRONG WITH RC 08, WHICH STOPS
004930*                      THE STREAM LIKE ANY ABEND BUT IS LOGGED AS
004940*                      A REFUSAL.  THE OPERATOR CORRECTS THE FILE
004950*                      AND RESUMES AT THE EDIT STEP.
004952*    2026-10-15 DLM   ITEM BACKUP RECORD GROWN BY ONE BYTE FOR
004954*                      THE ITEM MASTER'S NEW SALES-TAX STATUS.
004960 ENVIRONMENT DIVISION.
004970 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005680         ACCESS MODE IS DYNAMIC
005690         RECORD KEY IS BKP-ITEM-ID
005695         FILE STATUS IS WS-ITEMBKP-STATUS.
005696     SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE"
005697         ORGANIZATION IS LINE SEQUENTIAL
005698         FILE STATUS IS WS-STKMOVE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  JOB-LOG-FILE
006450     LABEL RECORDS ARE STANDARD.
006460 01  ITEM-BACKUP-RECORD.
006470     05  BKP-ITEM-ID               PIC X(05).
006480     05  BKP-ITEM-DATA             PIC X(62).
006481*    THE SAME RECORD SEEN THROUGH THE ITEMREC LAYOUT, AS FAR AS
006482*    THE ON-HAND QUANTITY.  GROWS WITH ITEMREC.
006483 01  ITEM-BACKUP-VIEW.
006484     05  BKV-ITEM-ID               PIC X(05).
006485     05  BKV-DESCRIPTION           PIC X(20).
006486     05  BKV-QUANTITY-ON-HAND      PIC 9(05).
006487     05  FILLER                    PIC X(37).
006488 FD  STOCK-MOVEMENT-FILE
006489     LABEL RECORDS ARE STANDARD.
006490     COPY STKMVREC.
006500 WORKING-STORAGE SECTION.
006600 01  WS-BATCH-ID.
006610     05  WS-BATCH-DATE             PIC X(06).
007340 01  WS-RETURN-CODE-9              PIC 9(02) VALUE ZERO.
007350 01  WS-RETURN-CODE-10             PIC 9(02) VALUE ZERO.
007360 01  WS-RETURN-CODE-11             PIC 9(02) VALUE ZERO.
007380 01  WS-RETURN-CODE-12             PIC 9(02) VALUE ZERO.
007390 01  WS-RETURN-CODE-13             PIC 9(02) VALUE ZERO.
007400 01  WS-FINAL-RC                   PIC 9(02) VALUE ZERO.
007500 01  WS-SWITCHES.
007600     05  WS-ABEND-SW               PIC X(01) VALUE "N".
007715         88  RUN-PRCACT-STEP                 VALUE "Y".
007720     05  WS-RUN-RECYCLE-SW         PIC X(01) VALUE "Y".
007740         88  RUN-RECYCLE-STEP                VALUE "Y".
007742     05  WS-RUN-RECEIVE-SW         PIC X(01) VALUE "Y".
007744         88  RUN-RECEIVE-STEP                VALUE "Y".
007746     05  WS-RUN-RETURN-SW          PIC X(01) VALUE "Y".
007748         88  RUN-RETURN-STEP                 VALUE "Y".
007750     05  WS-RUN-BACKREL-SW         PIC X(01) VALUE "Y".
007760         88  RUN-BACKREL-STEP                VALUE "Y".
007770     05  WS-RUN-CREDREL-SW         PIC X(01) VALUE "Y".
009420     05  WS-ITEMBKP-STATUS         PIC X(02) VALUE SPACES.
009430     05  WS-BATSEQ-STATUS          PIC X(02) VALUE SPACES.
009440     05  WS-BATCHREG-STATUS        PIC X(02) VALUE SPACES.
009450     05  WS-STKMOVE-STATUS         PIC X(02) VALUE SPACES.
009500 01  WS-CUTOFF-WORK.
009600     05  WS-CUTOFF-TIME            PIC 9(04) VALUE ZERO.
009700 01  WS-PROCESS-MODE               PIC X(01) VALUE "R".
013000             PERFORM 1400-RUN-RECYCLE-STEP THRU 1400-EXIT
013100         END-IF
013200     END-IF.
013201     IF NOT JOB-ABENDED AND NOT RUN-CONTROL-INVALID
013202             AND RUN-RECEIVE-STEP
013203         PERFORM 1200-CHECK-CUTOFF THRU 1200-EXIT
013204         IF NOT CUTOFF-HIT
013205             PERFORM 1435-RUN-RECEIVE-STEP THRU 1435-EXIT
013206         END-IF
013207     END-IF.
013208     IF NOT JOB-ABENDED AND NOT RUN-CONTROL-INVALID
013209             AND RUN-RETURN-STEP
013210         PERFORM 1200-CHECK-CUTOFF THRU 1200-EXIT
013211         IF NOT CUTOFF-HIT
013212             PERFORM 1445-RUN-RETURN-STEP THRU 1445-EXIT
013213         END-IF
013214     END-IF.
013215     IF NOT JOB-ABENDED AND NOT RUN-CONTROL-INVALID
013220             AND RUN-BACKREL-STEP
013230         PERFORM 1200-CHECK-CUTOFF THRU 1200-EXIT
013240         IF NOT CUTOFF-HIT
023040         MOVE "N" TO WS-RUN-PRCACT-SW
023045         MOVE "N" TO WS-RUN-REPLEN-SW
023050         MOVE "N" TO WS-RUN-RECYCLE-SW
023055         MOVE "N" TO WS-RUN-RECEIVE-SW
023056         MOVE "N" TO WS-RUN-RETURN-SW
023060         MOVE "N" TO WS-RUN-BACKREL-SW
023070         MOVE "N" TO WS-RUN-CREDREL-SW
023075         MOVE "N" TO WS-RUN-REJREPR-SW
025400 1110-SET-RESUME-STEPS.
025440     MOVE "N" TO WS-RUN-PRCACT-SW.
025450     MOVE "N" TO WS-RUN-RECYCLE-SW.
025455     MOVE "N" TO WS-RUN-RECEIVE-SW.
025456     MOVE "N" TO WS-RUN-RETURN-SW.
025460     MOVE "N" TO WS-RUN-BACKREL-SW.
025470     MOVE "N" TO WS-RUN-CREDREL-SW.
025480     MOVE "N" TO WS-RUN-REJREPR-SW.
033435     END-IF.
033436 1490-EXIT.
033437     EXIT.
033439*----------------------------------------------------------------*
033441*    1435-RUN-RECEIVE-STEP - CALL THE GOODS-RECEIPT POSTING.  RC
033443*    04 MEANS RECEIVING EXCEPTIONS (REJECTED OR OVER-RECEIVED
033445*    DELIVERIES) - LOGGED BUT THE STREAM CARRIES ON.
033447*----------------------------------------------------------------*
033449 1435-RUN-RECEIVE-STEP.
033451     PERFORM 1436-LOG-STEP-START THRU 1436-EXIT.
033453     CALL "RCVPOST" USING WS-BATCH-ID WS-RETURN-CODE-12
033455         ON EXCEPTION
033457             MOVE 99 TO WS-RETURN-CODE-12
033459     END-CALL.
033461     PERFORM 1437-LOG-STEP-END THRU 1437-EXIT.
033463     IF WS-RETURN-CODE-12 > 04
033465         MOVE "Y" TO WS-ABEND-SW
033467         MOVE WS-RETURN-CODE-12 TO WS-FINAL-RC
033469         DISPLAY "BATCHDRV - RCVPOST STEP ABENDED, RC = "
033471             WS-RETURN-CODE-12
033473     ELSE
033475         IF WS-RETURN-CODE-12 > WS-FINAL-RC
033477             MOVE WS-RETURN-CODE-12 TO WS-FINAL-RC
033479         END-IF
033481     END-IF.
033483 1435-EXIT.
033485     EXIT.
033486*----------------------------------------------------------------*
033488*    1445-RUN-RETURN-STEP - CALL THE CUSTOMER-RETURNS POSTING.
033490*    RC 04 MEANS REFUSED RETURNS OR A CREDIT LEFT UNAPPLIED FOR
033492*    A REFUND - LOGGED BUT THE STREAM CARRIES ON.
033494*----------------------------------------------------------------*
033496 1445-RUN-RETURN-STEP.
033498     PERFORM 1446-LOG-STEP-START THRU 1446-EXIT.
033500     CALL "RETPOST" USING WS-BATCH-ID WS-RETURN-CODE-13
033502         ON EXCEPTION
033504             MOVE 99 TO WS-RETURN-CODE-13
033506     END-CALL.
033508     PERFORM 1447-LOG-STEP-END THRU 1447-EXIT.
033510     IF WS-RETURN-CODE-13 > 04
033512         MOVE "Y" TO WS-ABEND-SW
033514         MOVE WS-RETURN-CODE-13 TO WS-FINAL-RC
033516         DISPLAY "BATCHDRV - RETPOST STEP ABENDED, RC = "
033518             WS-RETURN-CODE-13
033520     ELSE
033522         IF WS-RETURN-CODE-13 > WS-FINAL-RC
033524             MOVE WS-RETURN-CODE-13 TO WS-FINAL-RC
033526         END-IF
033528     END-IF.
033530 1445-EXIT.
033532     EXIT.
033534*----------------------------------------------------------------*
033536*    1500-RUN-EDIT-STEP - CALL THE FRONT-END TRANSACTION EDIT.
033600*    RC 04 MEANS SOME RECORDS WERE REJECTED - LOGGED BUT THE
033700*    STREAM CARRIES ON WITH THE CLEAN FILE.  RC 08 MEANS THE
033720*    WHOLE TRANSFIL WAS REFUSED (SEE EDITRPT) - THE STREAM STOPS
033740*    AHEAD OF PRICING SO A SHORT OR REPEATED FILE IS NEVER BILLED.
033800*----------------------------------------------------------------*
033900 1500-RUN-EDIT-STEP.
034000     PERFORM 1510-LOG-STEP-START THRU 1510-EXIT.
034600     IF WS-RETURN-CODE-0 > 04
034700         MOVE "Y" TO WS-ABEND-SW
034800         MOVE WS-RETURN-CODE-0 TO WS-FINAL-RC
034820         IF WS-RETURN-CODE-0 = 08
034840             DISPLAY "BATCHDRV - TRANSFIL REFUSED BY THE EDIT, "
034860                 "STREAM STOPPED - SEE EDITRPT"
034880         ELSE
034900             DISPLAY "BATCHDRV - EDIT STEP ABENDED, RC = "
034920                 WS-RETURN-CODE-0
034940         END-IF
035100     ELSE
035200         IF WS-RETURN-CODE-0 > WS-FINAL-RC
035300             MOVE WS-RETURN-CODE-0 TO WS-FINAL-RC
035800             "STATUS " WS-ITEMBKP-STATUS
035802         GO TO 1700-EXIT
035804     END-IF.
035805     PERFORM 1720-RECORD-RESTORE THRU 1720-EXIT.
035806     OPEN INPUT ITEM-BACKUP-FILE.
035807     IF WS-ITEMBKP-STATUS NOT = "00"
035808         DISPLAY "BATCHDRV - UNABLE TO REOPEN ITEMBKP, STATUS "
035809             WS-ITEMBKP-STATUS
035810         GO TO 1700-EXIT
035811     END-IF.
035812     OPEN OUTPUT ITEM-MASTER-FILE.
035813     IF WS-ITEMMAST-STATUS NOT = "00"
035814         DISPLAY "BATCHDRV - UNABLE TO REBUILD ITEMMAST, "
035815             "STATUS " WS-ITEMMAST-STATUS
035816         CLOSE ITEM-BACKUP-FILE
035817         GO TO 1700-EXIT
035818     END-IF.
035820     MOVE "N" TO WS-COPY-EOF-SW.
035822     PERFORM 1710-COPY-ONE-TO-MASTER THRU 1710-EXIT
035850     END-READ.
035852 1710-EXIT.
035854     EXIT.
035855*----------------------------------------------------------------*
035856*    1720-RECORD-RESTORE - BEFORE THE MASTER IS REBUILT, WRITE
035857*    A RESTORE MOVEMENT FOR EVERY ITEM WHOSE ON-HAND THE REBUILD
035858*    WILL CHANGE - FROM THE BACKUP SIDE FOR ITEMS IN THE
035859*    SNAPSHOT, THEN FROM THE MASTER SIDE FOR ANY ITEM ADDED
035860*    SINCE, WHICH THE REBUILD DROPS.  LEAVES ITEMBKP CLOSED.  A
035861*    MOVEMENT FILE THAT WILL NOT OPEN IS REPORTED BUT DOES NOT
035862*    STOP THE RESTORE.
035863*----------------------------------------------------------------*
035864 1720-RECORD-RESTORE.
035866     OPEN INPUT ITEM-MASTER-FILE.
035867     IF WS-ITEMMAST-STATUS NOT = "00"
035868         DISPLAY "BATCHDRV - NO ITEMMAST TO COMPARE, STATUS "
035869             WS-ITEMMAST-STATUS
035870         CLOSE ITEM-BACKUP-FILE
035871         GO TO 1720-EXIT
035872     END-IF.
035873     OPEN EXTEND STOCK-MOVEMENT-FILE.
035874     IF WS-STKMOVE-STATUS NOT = "00"
035875         OPEN OUTPUT STOCK-MOVEMENT-FILE
035876     END-IF.
035877     IF WS-STKMOVE-STATUS NOT = "00"
035878         DISPLAY "BATCHDRV - UNABLE TO OPEN STKMOVE, STATUS "
035879             WS-STKMOVE-STATUS ", RESTORE NOT LEDGERED"
035880         CLOSE ITEM-MASTER-FILE ITEM-BACKUP-FILE
035881         GO TO 1720-EXIT
035882     END-IF.
035884     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035885     ACCEPT WS-CURRENT-TIME FROM TIME.
035886     MOVE "N" TO WS-COPY-EOF-SW.
035887     PERFORM 1730-COMPARE-FROM-BACKUP THRU 1730-EXIT
035888         UNTIL COPY-EOF.
035889     MOVE LOW-VALUES TO ITM-ITEM-ID.
035890     START ITEM-MASTER-FILE KEY IS NOT LESS THAN ITM-ITEM-ID
035891         INVALID KEY
035892             MOVE "Y" TO WS-COPY-EOF-SW
035893         NOT INVALID KEY
035894             MOVE "N" TO WS-COPY-EOF-SW
035895     END-START.
035896     PERFORM 1740-COMPARE-FROM-MASTER THRU 1740-EXIT
035897         UNTIL COPY-EOF.
035898     CLOSE ITEM-MASTER-FILE ITEM-BACKUP-FILE STOCK-MOVEMENT-FILE.
035899 1720-EXIT.
035900     EXIT.
035901 1730-COMPARE-FROM-BACKUP.
035902     READ ITEM-BACKUP-FILE NEXT RECORD
035903         AT END
035904             MOVE "Y" TO WS-COPY-EOF-SW
035905             GO TO 1730-EXIT
035906     END-READ.
035907     MOVE BKV-ITEM-ID TO ITM-ITEM-ID.
035908     READ ITEM-MASTER-FILE
035909         INVALID KEY
035910             MOVE ZERO TO ITM-QUANTITY-ON-HAND
035911     END-READ.
035912     IF ITM-QUANTITY-ON-HAND = BKV-QUANTITY-ON-HAND
035913         GO TO 1730-EXIT
035914     END-IF.
035915     MOVE BKV-ITEM-ID TO SMV-ITEM-ID.
035916     MOVE ITM-QUANTITY-ON-HAND TO SMV-BEFORE-ON-HAND.
035917     MOVE BKV-QUANTITY-ON-HAND TO SMV-AFTER-ON-HAND.
035918     PERFORM 1750-WRITE-RESTORE-MOVE THRU 1750-EXIT.
035919 1730-EXIT.
035920     EXIT.
035921 1740-COMPARE-FROM-MASTER.
035922     READ ITEM-MASTER-FILE NEXT RECORD
035923         AT END
035924             MOVE "Y" TO WS-COPY-EOF-SW
035925             GO TO 1740-EXIT
035926     END-READ.
035927     IF ITM-QUANTITY-ON-HAND = ZERO
035928         GO TO 1740-EXIT
035929     END-IF.
035930     MOVE ITM-ITEM-ID TO BKP-ITEM-ID.
035931     READ ITEM-BACKUP-FILE
035932         INVALID KEY
035933             MOVE ITM-ITEM-ID TO SMV-ITEM-ID
035934             MOVE ITM-QUANTITY-ON-HAND TO SMV-BEFORE-ON-HAND
035935             MOVE ZERO TO SMV-AFTER-ON-HAND
035936             PERFORM 1750-WRITE-RESTORE-MOVE THRU 1750-EXIT
035937     END-READ.
035938 1740-EXIT.
035939     EXIT.
035940 1750-WRITE-RESTORE-MOVE.
035941     MOVE "RS" TO SMV-MOVEMENT-TYPE.
035942     MOVE ZERO TO SMV-QUANTITY-IN SMV-QUANTITY-OUT.
035943     IF SMV-AFTER-ON-HAND > SMV-BEFORE-ON-HAND
035944         COMPUTE SMV-QUANTITY-IN =
035945             SMV-AFTER-ON-HAND - SMV-BEFORE-ON-HAND
035946     ELSE
035947         COMPUTE SMV-QUANTITY-OUT =
035948             SMV-BEFORE-ON-HAND - SMV-AFTER-ON-HAND
035949     END-IF.
035950     MOVE WS-BATCH-ID TO SMV-BATCH-ID.
035951     MOVE "BATCHDRV" TO SMV-SOURCE-PROGRAM.
035952     MOVE WS-CURRENT-DATE TO SMV-MOVE-DATE.
035953     MOVE WS-CURRENT-TIME TO SMV-MOVE-TIME.
035954     WRITE STOCK-MOVEMENT-RECORD.
035955 1750-EXIT.
035956     EXIT.
035957*----------------------------------------------------------------*
035958*    2000-RUN-PRICING-STEP - CALL THE EXTENSION-PRICE BATCH JOB.
036000*----------------------------------------------------------------*
036100 2000-RUN-PRICING-STEP.
036105*    HIGH-VOLUME PRICING HAS NO CHECKPOINT RESTART, SO THE
045480     PERFORM 5000-WRITE-LOG-LINE THRU 5000-EXIT.
045485 1440-EXIT.
045490     EXIT.
045495 1436-LOG-STEP-START.
045500     MOVE "RCVPOST" TO WS-LOG-STEP-NAME.
045505     MOVE "START" TO WS-LOG-EVENT.
045510     MOVE ZERO TO WS-LOG-RC.
045515     PERFORM 5000-WRITE-LOG-LINE THRU 5000-EXIT.
045520 1436-EXIT.
045525     EXIT.
045530 1437-LOG-STEP-END.
045535     MOVE "RCVPOST" TO WS-LOG-STEP-NAME.
045540     MOVE "END" TO WS-LOG-EVENT.
045545     MOVE WS-RETURN-CODE-12 TO WS-LOG-RC.
045550     PERFORM 5000-WRITE-LOG-LINE THRU 5000-EXIT.
045555 1437-EXIT.
045560     EXIT.
045562 1446-LOG-STEP-START.
045564     MOVE "RETPOST" TO WS-LOG-STEP-NAME.
045566     MOVE "START" TO WS-LOG-EVENT.
045568     MOVE ZERO TO WS-LOG-RC.
045570     PERFORM 5000-WRITE-LOG-LINE THRU 5000-EXIT.
045572 1446-EXIT.
045574     EXIT.
045576 1447-LOG-STEP-END.
045578     MOVE "RETPOST" TO WS-LOG-STEP-NAME.
045580     MOVE "END" TO WS-LOG-EVENT.
045582     MOVE WS-RETURN-CODE-13 TO WS-LOG-RC.
045584     PERFORM 5000-WRITE-LOG-LINE THRU 5000-EXIT.
045586 1447-EXIT.
045588     EXIT.
045590 1510-LOG-STEP-START.
045600     MOVE "EDITTRAN" TO WS-LOG-STEP-NAME.
045700     MOVE "START" TO WS-LOG-EVENT.
045800     MOVE ZERO TO WS-LOG-RC.
055810     MOVE WS-CURRENT-TIME TO BREG-END-TIME.
055820     MOVE WS-RETURN-CODE-9 TO BREG-RC-PRCACT.
055830     MOVE WS-RETURN-CODE-5 TO BREG-RC-RECYCLE.
055835     MOVE WS-RETURN-CODE-12 TO BREG-RC-RECEIVE.
055836     MOVE WS-RETURN-CODE-13 TO BREG-RC-RETURNS.
055840     MOVE WS-RETURN-CODE-6 TO BREG-RC-BACKREL.
055850     MOVE WS-RETURN-CODE-7 TO BREG-RC-CREDREL.
055855     MOVE WS-RETURN-CODE-11 TO BREG-RC-REJREPR.
