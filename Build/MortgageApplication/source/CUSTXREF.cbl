      *              READS A TRANSACTION FILE OF ADD/INQ REQUESTS:     *
      *                ADD - INSERTS A NEW CUSTOMER/ACCOUNT XREF ROW   *
      *                INQ - LISTS EVERY ACCOUNT TIED TO A CUSTOMER    *
      *              DUAL CONTROL: AN ADD THAT WOULD TIE A CUSTOMER TO *
      *              AN ACCOUNT WHOSE LEDGER BALANCE IS OVER THE LIMIT *
      *              ON THE DUALPARM CARD (DEFAULT 10,000.00) IS NOT   *
      *              APPLIED - IT IS QUEUED ON CBS_MAINT_REQUEST AS A  *
      *              PENDING REQUEST (THE OPERATOR ID IS THEN          *
      *              REQUIRED) FOR A SECOND OPERATOR TO APPROVE OR     *
      *              REJECT IN MAINTAPR.  REQUESTS APPROVED SINCE THE  *
      *              LAST RUN ARE APPLIED FIRST, BEFORE THE CARDS.     *
      *              EVERY ADD - APPLIED, PENDING OR REJECTED - IS     *
      *              JOURNALED ON CBS_OPER_JOURNAL.                    *
      *              RESULTS AND EXCEPTIONS GO TO THE XREFRPT REPORT.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-RPT ASSIGN TO XREFRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUAL-PARM-IN ASSIGN TO DUALPARM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-TXN-IN
           05 XT-CUSTOMER-ID        PIC 9(9).
           05 XT-ACCOUNT-NUMBER     PIC 9(18).
           05 XT-ACCOUNT-TYPE       PIC X(10).
           05 XT-OPERATOR-ID        PIC X(10).
           05 FILLER                PIC X(82).

       FD  XREF-RPT
           RECORDING MODE IS F.
       01  XREF-RPT-REC             PIC X(132).

       FD  DUAL-PARM-IN
           RECORDING MODE IS F.
       01  DUAL-PARM-REC.
           05 DP-LIMIT-AMT          PIC 9(10)V9(2).
           05 FILLER                PIC X(68).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSXREF.
           COPY CBSBAL.
           COPY CBSOJRN.
           COPY CBSMREQ.
       01  WS-OPEN-REQ-COUNT           PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'BATCHXREF'.
       01  WS-DUAL-LIMIT-AMT           PIC S9(10)V9(2) COMP-3
                                       VALUE 10000.00.
       01  WS-DUAL-LIMIT-EDIT          PIC Z(9)9.99.

       01  WS-PENDING-MSG.
           05 FILLER                   PIC X(27) VALUE
              'PENDING APPROVAL - REQUEST '.
           05 WS-PM-REQUEST-ID         PIC Z(8)9.

       01  WS-DETAIL-LINE.
           05 WS-D-CUSTOMER-ID         PIC Z(8)9.
           05 WS-ADDS-DONE             PIC 9(9) VALUE ZERO.
           05 WS-ADDS-REJECTED         PIC 9(9) VALUE ZERO.
           05 WS-INQUIRIES-DONE        PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-QUEUED       PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-APPLIED      PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-FAILED       PIC 9(9) VALUE ZERO.

       01  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TXNS             VALUE 'Y'.
       01  WS-XREF-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-XREF-ROWS        VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-APPROVED-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-APPLYING-APPROVED        VALUE 'Y'.
       01  WS-REQ-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-APPROVED         VALUE 'Y'.
       01  WS-ACCOUNTS-FOUND           PIC 9(5) VALUE ZERO.

           EXEC SQL

       1000-INITIALIZE.
           OPEN INPUT XREF-TXN-IN
           OPEN INPUT DUAL-PARM-IN
           OPEN OUTPUT XREF-RPT
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
           DISPLAY 'CUSTXREF DUAL-CONTROL LIMIT : ' WS-DUAL-LIMIT-EDIT.

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
                WHERE PROGRAM_ID = 'CUSTXREF'
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
           MOVE H32-CARD-IMAGE TO XREF-TXN-REC
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
           MOVE ZERO              TO H2-LEDGER-BALANCE
           MOVE XT-CUSTOMER-ID    TO H4-CUSTOMER-ID
           MOVE XT-ACCOUNT-NUMBER TO H4-ACCOUNT-NUMBER
           MOVE XT-ACCOUNT-TYPE   TO H4-ACCOUNT-TYPE
                   MOVE 'UNKNOWN FUNCTION CODE - SKIPPED'
                       TO WS-D-MESSAGE
                   PERFORM 5000-WRITE-DETAIL-LINE
           END-EVALUATE.

       3000-ADD-XREF-ROW.
           PERFORM 3050-FETCH-LEDGER-BALANCE
           IF H2-LEDGER-BALANCE > WS-DUAL-LIMIT-AMT
                  AND NOT WS-APPLYING-APPROVED
               PERFORM 8500-QUEUE-FOR-APPROVAL
               PERFORM 5000-WRITE-DETAIL-LINE
           ELSE
               PERFORM 3100-INSERT-XREF-ROW
           END-IF.

       3050-FETCH-LEDGER-BALANCE.
           MOVE H4-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
           EXEC SQL
               SELECT LEDGER_BALANCE
                 INTO :H2-LEDGER-BALANCE
                 FROM COREBK.CBS_ACCT_BAL_DTL
                WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO H2-LEDGER-BALANCE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3100-INSERT-XREF-ROW.
           MOVE 'A'            TO H4-XREF-STATUS
           MOVE WS-RUN-USERID  TO H4-UPD-USERID
           EXEC SQL
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-ADDS-DONE
               MOVE 'A' TO H31-ACTION-STATUS
               MOVE 'XREF ADDED'     TO WS-D-MESSAGE
           ELSE
               ADD 1 TO WS-ADDS-REJECTED
           MOVE H4-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE H4-ACCOUNT-TYPE   TO WS-D-ACCOUNT-TYPE
           MOVE WS-DETAIL-LINE    TO XREF-RPT-REC
           WRITE XREF-RPT-REC
           IF XT-FUNC-CODE NOT = 'INQ'
               PERFORM 8600-WRITE-JOURNAL-ROW
           END-IF.

       8500-QUEUE-FOR-APPROVAL.
           MOVE 'CUSTXREF'         TO H32-PROGRAM-ID
           MOVE XT-FUNC-CODE       TO H32-FUNC-CODE
           MOVE H4-ACCOUNT-NUMBER  TO H32-ACCOUNT-NUMBER
           MOVE XT-CUSTOMER-ID     TO H32-ITEM-KEY
           MOVE H2-LEDGER-BALANCE  TO H32-REQUEST-AMT
           MOVE XT-OPERATOR-ID     TO H32-REQUEST-USERID
           MOVE XREF-TXN-REC       TO H32-CARD-IMAGE
           PERFORM 8510-COUNT-OPEN-REQUESTS
           EVALUATE TRUE
               WHEN H32-REQUEST-USERID = SPACES
                   ADD 1 TO WS-ADDS-REJECTED
                   MOVE 'OPERATOR ID REQUIRED FOR APPROVAL'
                       TO WS-D-MESSAGE
               WHEN WS-OPEN-REQ-COUNT > 0
                   ADD 1 TO WS-ADDS-REJECTED
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
           MOVE 'CUSTXREF'          TO H31-PROGRAM-ID
           MOVE XT-FUNC-CODE        TO H31-FUNC-CODE
           MOVE XT-OPERATOR-ID      TO H31-OPERATOR-ID
           IF H31-OPERATOR-ID = SPACES
               MOVE WS-RUN-USERID   TO H31-OPERATOR-ID
           END-IF
           MOVE H32-APPROVER-USERID TO H31-APPROVER-ID
           MOVE H32-REQUEST-ID      TO H31-REQUEST-ID
           MOVE H4-ACCOUNT-NUMBER   TO H31-ACCOUNT-NUMBER
           MOVE XT-CUSTOMER-ID      TO H31-ITEM-KEY
           MOVE H2-LEDGER-BALANCE   TO H31-ACTION-AMT
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
           DISPLAY 'CUSTXREF FETCH ERROR - SQLCODE: ' SQLCODE
           DISPLAY 'CUSTXREF ADDS COMPLETED    : ' WS-ADDS-DONE
           DISPLAY 'CUSTXREF ADDS REJECTED     : ' WS-ADDS-REJECTED
           DISPLAY 'CUSTXREF INQUIRIES RUN     : ' WS-INQUIRIES-DONE
           DISPLAY 'CUSTXREF REQUESTS QUEUED   : ' WS-REQUESTS-QUEUED
           DISPLAY 'CUSTXREF APPROVALS APPLIED : ' WS-REQUESTS-APPLIED
           DISPLAY 'CUSTXREF APPROVALS FAILED  : ' WS-REQUESTS-FAILED
           CLOSE XREF-TXN-IN
           CLOSE DUAL-PARM-IN
           CLOSE XREF-RPT.
