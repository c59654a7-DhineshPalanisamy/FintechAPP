      *                WTO - WRITES THE ITEM OFF: HISTORY ROW GOES TO  *
      *                      'REJECTED', SUSPENSE ROW TO 'WRITEOFF'    *
      *                      WITH THE OPERATOR ID AND REASON RECORDED  *
      *                      (A CLEARING ITEM'S CBS_CLR_ITEM REGISTER  *
      *                      ENTRY IS MARKED 'W' WITH THE SUSPENSE     *
      *                      REASON SO CLRRTRN RETURNS IT)             *
      *                AGE - LISTS EVERY OPEN SUSPENSE ROW OLDER THAN  *
      *                      THE REQUESTED NUMBER OF DAYS (DEFAULT 30) *
      *                      WITH ITS AGE, SO ITEMS STOP FALLING       *
      *                      THROUGH THE CRACKS AT MONTH END           *
      *              DUAL CONTROL: A WTO CARD, AND AN REI CARD WHOSE   *
      *              AMOUNT IS OVER THE LIMIT ON THE DUALPARM CARD     *
      *              (DEFAULT 10,000.00), IS NOT APPLIED - IT IS       *
      *              QUEUED ON CBS_MAINT_REQUEST AS A PENDING REQUEST  *
      *              (THE OPERATOR ID IS THEN REQUIRED) FOR A SECOND   *
      *              OPERATOR TO APPROVE OR REJECT IN MAINTAPR.        *
      *              REQUESTS APPROVED SINCE THE LAST RUN ARE APPLIED  *
      *              FIRST, BEFORE THE CARDS, WITH THE SAME CHECKS.    *
      *              EVERY COR, REI AND WTO ACTION - APPLIED, PENDING  *
      *              OR REJECTED - IS JOURNALED ON CBS_OPER_JOURNAL.   *
      *              RESULTS AND EXCEPTIONS GO TO THE REPRRPT REPORT.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPR-RPT ASSIGN TO REPRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUAL-PARM-IN ASSIGN TO DUALPARM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-TXN-IN
           RECORDING MODE IS F.
       01  REPR-RPT-REC             PIC X(132).

       FD  DUAL-PARM-IN
           RECORDING MODE IS F.
       01  DUAL-PARM-REC.
           05 DP-LIMIT-AMT          PIC 9(10)V9(2).
           05 FILLER                PIC X(68).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSSUSP.
           COPY CBSCODE.
           COPY CBSCLRI.
           COPY CBSOJRN.
           COPY CBSMREQ.
       01  WS-AGE-LIMIT-DAYS           PIC S9(4) USAGE COMP.
       01  WS-DAYS-IN-SUSPENSE         PIC S9(9) USAGE COMP.
       01  WS-OPEN-REQ-COUNT           PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'SUSPREPR'.
       01  WS-DUAL-LIMIT-AMT           PIC S9(10)V9(2) COMP-3
                                       VALUE 10000.00.
       01  WS-DUAL-LIMIT-EDIT          PIC Z(9)9.99.

       01  WS-PENDING-MSG.
           05 FILLER                   PIC X(27) VALUE
              'PENDING APPROVAL - REQUEST '.
           05 WS-PM-REQUEST-ID         PIC Z(8)9.

       01  WS-HDR1                     PIC X(40) VALUE
           'SUSPENSE REPAIR ACTIVITY LISTING'.
       01  WS-HDR2                     PIC X(132) VALUE
           05 WS-ROWS-WRITTEN-OFF      PIC 9(9) VALUE ZERO.
           05 WS-ROWS-AGED             PIC 9(9) VALUE ZERO.
           05 WS-TXNS-REJECTED         PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-QUEUED       PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-APPLIED      PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-FAILED       PIC 9(9) VALUE ZERO.

       01  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TXNS             VALUE 'Y'.
           88 WS-CODE-FOUND               VALUE 'Y'.
       01  WS-SUSP-CLOSED-SWITCH       PIC X(1) VALUE 'N'.
           88 WS-SUSP-CLOSED              VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-APPROVED-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-APPLYING-APPROVED        VALUE 'Y'.
       01  WS-REQ-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-APPROVED         VALUE 'Y'.

           EXEC SQL
               DECLARE SUSPAGE-CSR CURSOR FOR

       1000-INITIALIZE.
           OPEN INPUT SUSP-TXN-IN
           OPEN INPUT DUAL-PARM-IN
           OPEN OUTPUT REPR-RPT
           MOVE WS-HDR1 TO REPR-RPT-REC
           WRITE REPR-RPT-REC
           MOVE WS-HDR2 TO REPR-RPT-REC
           WRITE REPR-RPT-REC
           PERFORM 1400-READ-DUAL-PARM
           PERFORM 1500-APPLY-APPROVED-REQUESTS
           PERFORM 1100-READ-NEXT-TXN.

       1100-READ-NEXT-TXN.
                   SET WS-NO-MORE-TXNS TO TRUE
           END-READ.

       1400-READ-DUAL-PARM.
           READ DUAL-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           IF NOT WS-NO-PARM-CARD
               IF DP-LIMIT-AMT IS NUMERIC
                      AND DP-LIMIT-AMT > ZERO
                   MOVE DP-LIMIT-AMT TO WS-DUAL-LIMIT-AMT
               END-IF
           END-IF
           MOVE WS-DUAL-LIMIT-AMT TO WS-DUAL-LIMIT-EDIT
           DISPLAY 'SUSPREPR DUAL-CONTROL LIMIT : ' WS-DUAL-LIMIT-EDIT.

       1500-APPLY-APPROVED-REQUESTS.
           SET WS-APPROVED-SWITCH TO 'Y'
           SET WS-REQ-EOF-SWITCH TO 'N'
           MOVE ZERO TO H32-REQUEST-ID
           PERFORM 1510-FETCH-APPROVED-REQUEST
           PERFORM 1520-APPLY-ONE-REQUEST UNTIL WS-NO-MORE-APPROVED
           SET WS-APPROVED-SWITCH TO 'N'.

       1510-FETCH-APPROVED-REQUEST.
           EXEC SQL
               SELECT REQUEST_ID, APPROVER_USERID, CARD_IMAGE
                 INTO :H32-REQUEST-ID, :H32-APPROVER-USERID,
                      :H32-CARD-IMAGE
                 FROM COREBK.CBS_MAINT_REQUEST
                WHERE PROGRAM_ID = 'SUSPREPR'
                  AND REQ_STATUS = 'A'
                  AND REQUEST_ID > :H32-REQUEST-ID
                ORDER BY REQUEST_ID
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-NO-MORE-APPROVED TO TRUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       1520-APPLY-ONE-REQUEST.
           MOVE H32-CARD-IMAGE TO SUSP-TXN-REC
           PERFORM 2100-DISPATCH-TXN
           IF H31-ACTION-STATUS = 'A'
               MOVE 'X' TO H32-REQ-STATUS
               ADD 1 TO WS-REQUESTS-APPLIED
           ELSE
               MOVE 'F' TO H32-REQ-STATUS
               ADD 1 TO WS-REQUESTS-FAILED
           END-IF
           EXEC SQL
               UPDATE COREBK.CBS_MAINT_REQUEST
                  SET REQ_STATUS = :H32-REQ-STATUS,
                      APPLIED_TS = CURRENT TIMESTAMP
                WHERE REQUEST_ID = :H32-REQUEST-ID
                  AND REQ_STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           PERFORM 1510-FETCH-APPROVED-REQUEST.

       2000-PROCESS-TXN.
           ADD 1 TO WS-TXNS-READ
           MOVE ZERO   TO H32-REQUEST-ID
           MOVE SPACES TO H32-APPROVER-USERID
           PERFORM 2100-DISPATCH-TXN
           PERFORM 1100-READ-NEXT-TXN.

       2100-DISPATCH-TXN.
           MOVE 'R'               TO H31-ACTION-STATUS
           MOVE ST-TRANSACTION-ID TO H11-TRANSACTION-ID
           MOVE SPACES            TO H11-TRAN-TYPE
           MOVE ZERO              TO H11-ACCOUNT-NUMBER
           MOVE ZERO              TO H11-TRAN-AMOUNT
           EVALUATE ST-FUNC-CODE
               WHEN 'COR'
                   PERFORM 3000-CORRECT-SUSPENSE-ROW
                   MOVE 'UNKNOWN FUNCTION CODE - SKIPPED'
                       TO WS-D-MESSAGE
                   PERFORM 7000-WRITE-DETAIL-LINE
           END-EVALUATE.

       3000-CORRECT-SUSPENSE-ROW.
           PERFORM 3100-FETCH-OPEN-SUSP-ROW

       3100-FETCH-OPEN-SUSP-ROW.
           EXEC SQL
               SELECT ACCOUNT_NUMBER, TRAN_AMOUNT, TRAN_TYPE, STATUS,
                      SUSPENSE_REASON
                 INTO :H11-ACCOUNT-NUMBER, :H11-TRAN-AMOUNT,
                      :H11-TRAN-TYPE, :H11-STATUS,
                      :H11-SUSPENSE-REASON
                 FROM COREBK.CBS_TRAN_SUSPENSE
                WHERE TRANSACTION_ID = :H11-TRANSACTION-ID
                  AND REPAIR_STATUS = 'OPEN'
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) > 0
               ADD 1 TO WS-ROWS-CORRECTED
               MOVE 'A' TO H31-ACTION-STATUS
               MOVE 'SUSPENSE ROW CORRECTED' TO WS-D-MESSAGE
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
                       TO WS-D-MESSAGE
                   PERFORM 7000-WRITE-DETAIL-LINE
               ELSE
                   IF H11-TRAN-AMOUNT > WS-DUAL-LIMIT-AMT
                          AND NOT WS-APPLYING-APPROVED
                       PERFORM 8500-QUEUE-FOR-APPROVAL
                       PERFORM 7000-WRITE-DETAIL-LINE
                   ELSE
                       PERFORM 4200-APPLY-REINJECT
                   END-IF
               END-IF
           END-IF.

               PERFORM 4100-CLOSE-SUSP-REINJECTED
               IF WS-SUSP-CLOSED
                   ADD 1 TO WS-ROWS-REINJECTED
                   MOVE 'A' TO H31-ACTION-STATUS
                   MOVE 'RE-INJECTED AS PENDING' TO WS-D-MESSAGE
               ELSE
                   ADD 1 TO WS-TXNS-REJECTED
                   MOVE 'NO OPEN SUSPENSE ROW' TO WS-D-MESSAGE
                   PERFORM 7000-WRITE-DETAIL-LINE
               ELSE
                   IF WS-APPLYING-APPROVED
                       PERFORM 5100-APPLY-WRITE-OFF
                   ELSE
                       PERFORM 8500-QUEUE-FOR-APPROVAL
                       PERFORM 7000-WRITE-DETAIL-LINE
                   END-IF
               END-IF
           END-IF.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               PERFORM 5200-CLOSE-SUSP-WRITEOFF
               IF WS-SUSP-CLOSED
                   PERFORM 5300-NOTE-CLEARING-WRITEOFF
                   ADD 1 TO WS-ROWS-WRITTEN-OFF
                   MOVE 'A' TO H31-ACTION-STATUS
                   MOVE 'WRITTEN OFF' TO WS-D-MESSAGE
               ELSE
                   ADD 1 TO WS-TXNS-REJECTED
               SET WS-SUSP-CLOSED-SWITCH TO 'N'
           END-IF.

       5300-NOTE-CLEARING-WRITEOFF.
           MOVE H11-TRANSACTION-ID  TO H22-TRANSACTION-ID
           MOVE H11-SUSPENSE-REASON TO H22-FINAL-REASON
           EXEC SQL
               UPDATE COREBK.CBS_CLR_ITEM
                  SET ITEM_STATUS   = 'W',
                      FINAL_REASON  = :H22-FINAL-REASON,
                      FINAL_DATE    = CURRENT DATE,
                      UPD_TIMESTAMP = CURRENT TIMESTAMP
                WHERE TRANSACTION_ID = :H22-TRANSACTION-ID
                  AND ITEM_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6000-AGE-REPORT.
           IF ST-AGE-DAYS IS NUMERIC AND ST-AGE-DAYS > 0
               MOVE ST-AGE-DAYS TO WS-AGE-LIMIT-DAYS
           MOVE ST-TRANSACTION-ID  TO WS-D-TRANSACTION-ID
           MOVE H11-TRAN-TYPE      TO WS-D-TRAN-TYPE
           MOVE WS-DETAIL-LINE     TO REPR-RPT-REC
           WRITE REPR-RPT-REC
           IF ST-FUNC-CODE NOT = 'AGE'
               PERFORM 8600-WRITE-JOURNAL-ROW
           END-IF.

       8500-QUEUE-FOR-APPROVAL.
           MOVE 'SUSPREPR'         TO H32-PROGRAM-ID
           MOVE ST-FUNC-CODE       TO H32-FUNC-CODE
           MOVE H11-ACCOUNT-NUMBER TO H32-ACCOUNT-NUMBER
           MOVE ST-TRANSACTION-ID  TO H32-ITEM-KEY
           MOVE H11-TRAN-AMOUNT    TO H32-REQUEST-AMT
           MOVE ST-OPERATOR-ID     TO H32-REQUEST-USERID
           MOVE SUSP-TXN-REC       TO H32-CARD-IMAGE
           PERFORM 8510-COUNT-OPEN-REQUESTS
           EVALUATE TRUE
               WHEN H32-REQUEST-USERID = SPACES
                   ADD 1 TO WS-TXNS-REJECTED
                   MOVE 'OPERATOR ID REQUIRED FOR APPROVAL'
                       TO WS-D-MESSAGE
               WHEN WS-OPEN-REQ-COUNT > 0
                   ADD 1 TO WS-TXNS-REJECTED
                   MOVE 'REQUEST ALREADY AWAITING APPROVAL'
                       TO WS-D-MESSAGE
               WHEN OTHER
                   PERFORM 8520-INSERT-REQUEST
           END-EVALUATE.

       8510-COUNT-OPEN-REQUESTS.
           MOVE ZERO TO WS-OPEN-REQ-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-REQ-COUNT
                 FROM COREBK.CBS_MAINT_REQUEST
                WHERE PROGRAM_ID = :H32-PROGRAM-ID
                  AND FUNC_CODE = :H32-FUNC-CODE
                  AND ACCOUNT_NUMBER = :H32-ACCOUNT-NUMBER
                  AND ITEM_KEY = :H32-ITEM-KEY
                  AND REQ_STATUS IN ('P', 'A')
           END-EXEC.

       8520-INSERT-REQUEST.
           EXEC SQL
               SELECT COALESCE(MAX(REQUEST_ID), 0) + 1
                 INTO :H32-REQUEST-ID
                 FROM COREBK.CBS_MAINT_REQUEST
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE 'P'    TO H32-REQ-STATUS
           MOVE SPACES TO H32-APPROVER-USERID
           MOVE SPACES TO H32-DECISION-REASON
           EXEC SQL
               INSERT INTO COREBK.CBS_MAINT_REQUEST
                   (REQUEST_ID, PROGRAM_ID, FUNC_CODE, REQ_STATUS,
                    ACCOUNT_NUMBER, ITEM_KEY, REQUEST_AMT,
                    REQUEST_USERID, REQUEST_TS, APPROVER_USERID,
                    DECISION_TS, DECISION_REASON, APPLIED_TS,
                    CARD_IMAGE)
                   VALUES
                   (:H32-REQUEST-ID, :H32-PROGRAM-ID,
                    :H32-FUNC-CODE, :H32-REQ-STATUS,
                    :H32-ACCOUNT-NUMBER, :H32-ITEM-KEY,
                    :H32-REQUEST-AMT, :H32-REQUEST-USERID,
                    CURRENT TIMESTAMP, :H32-APPROVER-USERID,
                    '0001-01-01-00.00.00.000000',
                    :H32-DECISION-REASON,
                    '0001-01-01-00.00.00.000000', :H32-CARD-IMAGE)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           ADD 1 TO WS-REQUESTS-QUEUED
           MOVE 'P'            TO H31-ACTION-STATUS
           MOVE H32-REQUEST-ID TO WS-PM-REQUEST-ID
           MOVE WS-PENDING-MSG TO WS-D-MESSAGE.

       8600-WRITE-JOURNAL-ROW.
           MOVE 'SUSPREPR'          TO H31-PROGRAM-ID
           MOVE ST-FUNC-CODE        TO H31-FUNC-CODE
           MOVE ST-OPERATOR-ID      TO H31-OPERATOR-ID
           IF H31-OPERATOR-ID = SPACES
               MOVE WS-RUN-USERID   TO H31-OPERATOR-ID
           END-IF
           MOVE H32-APPROVER-USERID TO H31-APPROVER-ID
           MOVE H32-REQUEST-ID      TO H31-REQUEST-ID
           MOVE H11-ACCOUNT-NUMBER  TO H31-ACCOUNT-NUMBER
           MOVE ST-TRANSACTION-ID   TO H31-ITEM-KEY
           MOVE H11-TRAN-AMOUNT     TO H31-ACTION-AMT
           MOVE WS-D-MESSAGE        TO H31-ACTION-TEXT
           EXEC SQL
               INSERT INTO COREBK.CBS_OPER_JOURNAL
                   (JOURNAL_DATE, JOURNAL_TS, PROGRAM_ID, FUNC_CODE,
                    ACTION_STATUS, OPERATOR_ID, APPROVER_ID,
                    REQUEST_ID, ACCOUNT_NUMBER, ITEM_KEY,
                    ACTION_AMT, ACTION_TEXT)
                   VALUES
                   (CURRENT DATE, CURRENT TIMESTAMP,
                    :H31-PROGRAM-ID, :H31-FUNC-CODE,
                    :H31-ACTION-STATUS, :H31-OPERATOR-ID,
                    :H31-APPROVER-ID, :H31-REQUEST-ID,
                    :H31-ACCOUNT-NUMBER, :H31-ITEM-KEY,
                    :H31-ACTION-AMT, :H31-ACTION-TEXT)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'SUSPREPR FETCH ERROR - SQLCODE: ' SQLCODE
           DISPLAY 'SUSPREPR ROWS WRITTEN OFF  : ' WS-ROWS-WRITTEN-OFF
           DISPLAY 'SUSPREPR ROWS ON AGE LIST  : ' WS-ROWS-AGED
           DISPLAY 'SUSPREPR TXNS REJECTED     : ' WS-TXNS-REJECTED
           DISPLAY 'SUSPREPR REQUESTS QUEUED   : ' WS-REQUESTS-QUEUED
           DISPLAY 'SUSPREPR APPROVALS APPLIED : ' WS-REQUESTS-APPLIED
           DISPLAY 'SUSPREPR APPROVALS FAILED  : ' WS-REQUESTS-FAILED
           CLOSE SUSP-TXN-IN
           CLOSE DUAL-PARM-IN
           CLOSE REPR-RPT.
