001500*    2026-09-02 DLM   INITIAL VERSION.
001510*    2026-09-02 DLM   ADDED THE REJREPR STEP RETURN CODE WHEN
001520*                     THE REJECT REPAIR STEP JOINED THE STREAM.
001540*    2026-10-15 DLM   ADDED THE RCVPOST STEP RETURN CODE WHEN
001560*                     THE GOODS-RECEIPT STEP JOINED THE STREAM.
001570*    2026-10-15 DLM   ADDED THE RETPOST STEP RETURN CODE WHEN
001580*                     THE CUSTOMER-RETURNS STEP JOINED THE STREAM.
001600******************************************************************
001700 01  BATCH-REGISTER-RECORD.
001800     05  BREG-BATCH-ID           PIC X(08).
002300     05  BREG-STEP-RCS.
002400         10  BREG-RC-PRCACT      PIC 9(02).
002500         10  BREG-RC-RECYCLE     PIC 9(02).
002550         10  BREG-RC-RECEIVE     PIC 9(02).
002560         10  BREG-RC-RETURNS     PIC 9(02).
002600         10  BREG-RC-BACKREL     PIC 9(02).
002700         10  BREG-RC-CREDREL     PIC 9(02).
002750         10  BREG-RC-REJREPR     PIC 9(02).
