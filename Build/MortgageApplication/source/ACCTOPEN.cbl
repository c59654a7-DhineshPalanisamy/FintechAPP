      * PROGRAM-ID : ACCTOPEN                                          *
      * FUNCTION   : BATCH ACCOUNT OPENING INTAKE.  READS A CARD FILE  *
      *              OF OPENING REQUESTS (OPENIN) AND BOARDS EACH NEW  *
      *              ACCOUNT END TO END: VALIDATES THE CUSTOMER-ID     *
      *              (MUST BE ON THE CBS_CUSTOMER_MASTER CIF TABLE,    *
      *              MAINTAINED BY CUSTMNT) AND ACCOUNT-TYPE (ACTIVE   *
      *              'ACCTTYPE' CODE ON CBS_TRAN_CODE_VALUES),         *
      *              CONFIRMS THE ACCOUNT DOES NOT ALREADY EXIST ON    *
      *              CBS_ACCT_BAL_DTL, CONFIRMS A                      *
      *              NON-BASE CURRENCY HAS A CBS_FX_RATE ROW, THEN     *
      *              INSERTS THE CBS_ACCT_BAL_DTL ROW WITH ZERO        *
      *              BALANCES AND THE CBS_CUST_ACCT_XREF ROW WITH THE  *
      *              CHECK IS REJECTED BEFORE THE FIRST INSERT AND A   *
      *              CARD WHOSE INSERTS FAIL MID-WAY IS ROLLED BACK,   *
      *              SO NOTHING EVER REACHES THE DATABASE HALF-DONE.   *
      *              DUAL CONTROL: A CARD WHOSE INITIAL DEPOSIT IS     *
      *              OVER THE LIMIT ON THE DUALPARM CARD (DEFAULT      *
      *              10,000.00) PASSES THE SAME CHECKS BUT IS NOT      *
      *              BOARDED - IT IS QUEUED ON CBS_MAINT_REQUEST AS A  *
      *              PENDING REQUEST (THE OPERATOR ID IS THEN          *
      *              REQUIRED) FOR A SECOND OPERATOR TO APPROVE OR     *
      *              REJECT IN MAINTAPR.  REQUESTS APPROVED SINCE THE  *
      *              LAST RUN ARE CHECKED AGAIN AND BOARDED FIRST,     *
      *              BEFORE THE CARDS.  EVERY CARD - OPENED, PENDING   *
      *              OR REJECTED - IS JOURNALED ON CBS_OPER_JOURNAL    *
      *              UNDER FUNCTION 'OPN'.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPEN.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-RPT ASSIGN TO OPENRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUAL-PARM-IN ASSIGN TO DUALPARM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-TXN-IN
           05 OT-ACCOUNT-TYPE       PIC X(10).
           05 OT-CURRENCY           PIC X(3).
           05 OT-INITIAL-DEPOSIT    PIC 9(10)V9(2).
           05 OT-OPERATOR-ID        PIC X(10).
           05 FILLER                PIC X(58).

       FD  OPEN-RPT
           RECORDING MODE IS F.
       01  OPEN-RPT-REC             PIC X(132).

       FD  DUAL-PARM-IN
           RECORDING MODE IS F.
       01  DUAL-PARM-REC.
           05 DP-LIMIT-AMT          PIC 9(10)V9(2).
           05 FILLER                PIC X(68).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY CBSHIS.
           COPY CBSCODE.
           COPY CBSFXRT.
           COPY CBSCUST.
           COPY CBSOJRN.
           COPY CBSMREQ.
       01  WS-CURRENT-DATE             PIC X(10).
       01  WS-DUP-ROW-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RATE-ROW-COUNT           PIC S9(9) USAGE COMP.
       01  WS-CUST-ROW-COUNT           PIC S9(9) USAGE COMP.
       01  WS-OPEN-REQ-COUNT           PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'ACCTOPEN'.
       01  WS-BASE-CURRENCY            PIC X(3)  VALUE 'USD'.
       01  WS-DUAL-LIMIT-AMT           PIC S9(10)V9(2) COMP-3
                                       VALUE 10000.00.
       01  WS-DUAL-LIMIT-EDIT          PIC Z(9)9.99.

       01  WS-PENDING-MSG.
           05 FILLER                   PIC X(27) VALUE
              'PENDING APPROVAL - REQUEST '.
           05 WS-PM-REQUEST-ID         PIC Z(8)9.

       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC X(4).
           05 WS-ACCOUNTS-OPENED       PIC 9(9) VALUE ZERO.
           05 WS-CARDS-REJECTED        PIC 9(9) VALUE ZERO.
           05 WS-DEPOSITS-STAGED       PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-QUEUED       PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-APPLIED      PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-FAILED       PIC 9(9) VALUE ZERO.

       01  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TXNS             VALUE 'Y'.
           88 WS-CARD-VALID               VALUE 'Y'.
       01  WS-CODE-FOUND-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-CODE-FOUND               VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-APPROVED-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-APPLYING-APPROVED        VALUE 'Y'.
       01  WS-REQ-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-APPROVED         VALUE 'Y'.

       01  WS-CODE-ROW-COUNT           PIC S9(9) COMP-3.
       01  WS-SEED-IX                  PIC 9(2) COMP.

       1000-INITIALIZE.
           OPEN INPUT OPEN-TXN-IN
           OPEN INPUT DUAL-PARM-IN
           OPEN OUTPUT OPEN-RPT
           MOVE WS-HDR1 TO OPEN-RPT-REC
           WRITE OPEN-RPT-REC
           EXEC SQL
               COMMIT
           END-EXEC
           PERFORM 1400-READ-DUAL-PARM
           PERFORM 1500-APPLY-APPROVED-REQUESTS
           PERFORM 1100-READ-NEXT-CARD.

       1200-SEED-CODE-VALUES.
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
           DISPLAY 'ACCTOPEN DUAL-CONTROL LIMIT : ' WS-DUAL-LIMIT-EDIT.

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
                WHERE PROGRAM_ID = 'ACCTOPEN'
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
           MOVE H32-CARD-IMAGE TO OPEN-TXN-REC
           PERFORM 2100-PROCESS-ONE-CARD
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
           EXEC SQL
               COMMIT
           END-EXEC
           PERFORM 1510-FETCH-APPROVED-REQUEST.

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE ZERO   TO H32-REQUEST-ID
           MOVE SPACES TO H32-APPROVER-USERID
           PERFORM 2100-PROCESS-ONE-CARD
           PERFORM 1100-READ-NEXT-CARD.

       2100-PROCESS-ONE-CARD.
           MOVE 'R' TO H31-ACTION-STATUS
           PERFORM 3000-VALIDATE-CARD
           IF WS-CARD-VALID
               IF OT-INITIAL-DEPOSIT > WS-DUAL-LIMIT-AMT
                      AND NOT WS-APPLYING-APPROVED
                   PERFORM 8500-QUEUE-FOR-APPROVAL
                   PERFORM 5000-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 4000-BOARD-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 5000-WRITE-DETAIL-LINE
           END-IF.

       3000-VALIDATE-CARD.
           SET WS-CARD-VALID-SWITCH TO 'Y'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-VALID
               PERFORM 3050-CHECK-CUSTOMER-MASTER
               IF WS-CUST-ROW-COUNT = 0
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'CUSTOMER-ID NOT ON CUSTOMER MASTER'
                       TO WS-D-MESSAGE
               END-IF
           END-IF
           IF WS-CARD-VALID
               PERFORM 3100-CHECK-ACCOUNT-TYPE
               IF NOT WS-CODE-FOUND
               END-IF
           END-IF.

       3050-CHECK-CUSTOMER-MASTER.
           MOVE OT-CUSTOMER-ID TO H19-CUSTOMER-ID
           MOVE ZERO TO WS-CUST-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CUST-ROW-COUNT
                 FROM COREBK.CBS_CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC.

       3100-CHECK-ACCOUNT-TYPE.
           MOVE 'ACCTTYPE'       TO H10-CODE-TYPE
           MOVE OT-ACCOUNT-TYPE  TO H10-CODE-VALUE
               COMMIT
           END-EXEC
           ADD 1 TO WS-ACCOUNTS-OPENED
           MOVE 'A' TO H31-ACTION-STATUS
           MOVE 'ACCOUNT OPENED' TO WS-D-MESSAGE
           PERFORM 5000-WRITE-DETAIL-LINE.

           MOVE OT-ACCOUNT-TYPE   TO WS-D-ACCOUNT-TYPE
           MOVE OT-CURRENCY       TO WS-D-CURRENCY
           MOVE WS-DETAIL-LINE    TO OPEN-RPT-REC
           WRITE OPEN-RPT-REC
           PERFORM 8600-WRITE-JOURNAL-ROW.

       8500-QUEUE-FOR-APPROVAL.
           MOVE 'ACCTOPEN'         TO H32-PROGRAM-ID
           MOVE 'OPN'              TO H32-FUNC-CODE
           MOVE OT-ACCOUNT-NUMBER  TO H32-ACCOUNT-NUMBER
           MOVE OT-CUSTOMER-ID     TO H32-ITEM-KEY
           MOVE OT-INITIAL-DEPOSIT TO H32-REQUEST-AMT
           MOVE OT-OPERATOR-ID     TO H32-REQUEST-USERID
           MOVE OPEN-TXN-REC       TO H32-CARD-IMAGE
           PERFORM 8510-COUNT-OPEN-REQUESTS
           EVALUATE TRUE
               WHEN H32-REQUEST-USERID = SPACES
                   ADD 1 TO WS-CARDS-REJECTED
                   MOVE 'OPERATOR ID REQUIRED FOR APPROVAL'
                       TO WS-D-MESSAGE
               WHEN WS-OPEN-REQ-COUNT > 0
                   ADD 1 TO WS-CARDS-REJECTED
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
           MOVE 'ACCTOPEN'          TO H31-PROGRAM-ID
           MOVE 'OPN'               TO H31-FUNC-CODE
           MOVE OT-OPERATOR-ID      TO H31-OPERATOR-ID
           IF H31-OPERATOR-ID = SPACES
               MOVE WS-RUN-USERID   TO H31-OPERATOR-ID
           END-IF
           MOVE H32-APPROVER-USERID TO H31-APPROVER-ID
           MOVE H32-REQUEST-ID      TO H31-REQUEST-ID
           MOVE OT-CUSTOMER-ID      TO H31-ITEM-KEY
           IF OT-ACCOUNT-NUMBER IS NUMERIC
               MOVE OT-ACCOUNT-NUMBER  TO H31-ACCOUNT-NUMBER
           ELSE
               MOVE ZERO               TO H31-ACCOUNT-NUMBER
           END-IF
           IF OT-INITIAL-DEPOSIT IS NUMERIC
               MOVE OT-INITIAL-DEPOSIT TO H31-ACTION-AMT
           ELSE
               MOVE ZERO               TO H31-ACTION-AMT
           END-IF
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
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC.


       9800-ABEND-SQL-ERROR.
           DISPLAY 'ACCTOPEN FETCH ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           EXEC SQL
           DISPLAY 'ACCTOPEN ACCOUNTS OPENED  : ' WS-ACCOUNTS-OPENED
           DISPLAY 'ACCTOPEN CARDS REJECTED   : ' WS-CARDS-REJECTED
           DISPLAY 'ACCTOPEN DEPOSITS STAGED  : ' WS-DEPOSITS-STAGED
           DISPLAY 'ACCTOPEN REQUESTS QUEUED  : ' WS-REQUESTS-QUEUED
           DISPLAY 'ACCTOPEN APPROVALS APPLIED: ' WS-REQUESTS-APPLIED
           DISPLAY 'ACCTOPEN APPROVALS FAILED : ' WS-REQUESTS-FAILED
           CLOSE OPEN-TXN-IN
           CLOSE DUAL-PARM-IN
           CLOSE OPEN-RPT.
