      *              ROWS (NOR OPEN CBS_TRAN_SUSPENSE ITEMS) REMAIN -  *
      *              SO AN ACCOUNT CANNOT BE CLOSED OUT FROM UNDER     *
      *              ITS OWN UNPOSTED FINAL-INTEREST SWEEP.            *
      *              A RESIDUAL CBS_INT_ACCRUAL AMOUNT IS SWEPT OUT AS *
      *              A FINAL INTEREST TRANSACTION STAGED 'PENDING' ON  *
      *              CBS_ACCT_TRAN_HSTRY_DTL (CREDIT WITH REASON-CODE  *
      *              'INT-PAID', OR DEBIT WITH 'INT-CHARGE') SO IT     *
      *              POSTS THROUGH THE NORMAL TRNVALID/TRNPOST STREAM; *
      *              THE CLOSURE IS THEN DEFERRED - THE ACCOUNT MUST   *
      *              BE RESUBMITTED AFTER THE SWEEP POSTS AND THE      *
      *              BALANCE IS ZEROED, BECAUSE A CLOSED XREF WOULD    *
      *              STOP TRNPOST FROM POSTING THE SWEEP ITSELF.  ONLY *
      *              WHEN EVERY CHECK PASSES IS XREF-STATUS ON         *
      *              CBS_CUST_ACCT_XREF FLIPPED TO 'C', WHICH TAKES    *
      *              THE ACCOUNT OUT OF STMTGEN, TRNPOST AND AMRTDLNQ. *
      *              EVERY REQUEST IS LISTED ON THE CLSERPT REPORT     *
      *              WITH ITS RESULT OR THE REASON IT FAILED, IN THE   *
      *              SUSPREPR EXCEPTION STYLE, SO THE BRANCH CAN CLEAR *
      *              THE BLOCKER.                                      *
      *              DUAL CONTROL: EVERY CLOSURE IS A PENDING REQUEST. *
      *              A CARD THAT PASSES EVERY CHECK IS NOT CLOSED - IT *
      *              IS QUEUED ON CBS_MAINT_REQUEST (THE OPERATOR ID   *
      *              IS THEN REQUIRED) FOR A SECOND OPERATOR TO        *
      *              APPROVE OR REJECT IN MAINTAPR.  REQUESTS APPROVED *
      *              SINCE THE LAST RUN ARE CHECKED AGAIN AND CLOSED   *
      *              FIRST, BEFORE THE CARDS.  EVERY CARD - CLOSED,    *
      *              PENDING OR FAILED - IS JOURNALED ON               *
      *              CBS_OPER_JOURNAL UNDER FUNCTION 'CLS'.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLSE.
           COPY CBSXREF.
           COPY CBSHIS.
           COPY CBSINTA.
           COPY CBSOJRN.
           COPY CBSMREQ.
       01  WS-ACTIVE-HOLD-COUNT        PIC S9(9) USAGE COMP.
       01  WS-UNPOSTED-TRAN-COUNT      PIC S9(9) USAGE COMP.
       01  WS-OPEN-SUSP-COUNT          PIC S9(9) USAGE COMP.
       01  WS-CURRENT-DATE             PIC X(10).
       01  WS-OPEN-REQ-COUNT           PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'ACCTCLSE'.

       01  WS-PENDING-MSG.
           05 FILLER                   PIC X(27) VALUE
              'PENDING APPROVAL - REQUEST '.
           05 WS-PM-REQUEST-ID         PIC Z(8)9.

       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC X(4).
           05 FILLER                   PIC X(1).
           05 WS-ACCOUNTS-CLOSED       PIC 9(9) VALUE ZERO.
           05 WS-SWEEPS-STAGED         PIC 9(9) VALUE ZERO.
           05 WS-CARDS-FAILED          PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-QUEUED       PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-APPLIED      PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-FAILED       PIC 9(9) VALUE ZERO.

       01  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TXNS             VALUE 'Y'.
           88 WS-CLOSE-OK                 VALUE 'Y'.
       01  WS-SWEEP-STAGED-SWITCH      PIC X(1) VALUE 'N'.
           88 WS-SWEEP-STAGED             VALUE 'Y'.
       01  WS-APPROVED-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-APPLYING-APPROVED        VALUE 'Y'.
       01  WS-REQ-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-APPROVED         VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE WS-DS-MM        TO WS-GT-MM
           MOVE WS-DS-DD        TO WS-GT-DD
           MOVE ZERO            TO WS-GT-SEQ
           PERFORM 1500-APPLY-APPROVED-REQUESTS
           PERFORM 1100-READ-NEXT-CARD.

       1100-READ-NEXT-CARD.
                   SET WS-NO-MORE-TXNS TO TRUE
           END-READ.

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
                WHERE PROGRAM_ID = 'ACCTCLSE'
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
           MOVE H32-CARD-IMAGE TO CLSE-TXN-REC
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
           PERFORM 1510-FETCH-APPROVED-REQUEST.

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE ZERO   TO H32-REQUEST-ID
           MOVE SPACES TO H32-APPROVER-USERID
           PERFORM 2100-PROCESS-ONE-CARD
           PERFORM 1100-READ-NEXT-CARD.

       2100-PROCESS-ONE-CARD.
           MOVE 'R' TO H31-ACTION-STATUS
           SET WS-CLOSE-OK-SWITCH TO 'N'
           SET WS-SWEEP-STAGED-SWITCH TO 'N'
           IF CT-ACCOUNT-NUMBER IS NOT NUMERIC
               MOVE CT-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
               PERFORM 3000-CHECK-CLOSURE
               IF WS-CLOSE-OK
                   IF WS-APPLYING-APPROVED
                       PERFORM 4000-CLOSE-ACCOUNT
                   ELSE
                       PERFORM 8500-QUEUE-FOR-APPROVAL
                       PERFORM 5000-WRITE-DETAIL-LINE
                   END-IF
               ELSE
                   IF NOT WS-SWEEP-STAGED
                       ADD 1 TO WS-CARDS-FAILED
                   END-IF
                   PERFORM 5000-WRITE-DETAIL-LINE
               END-IF
           END-IF.

       3000-CHECK-CLOSURE.
           PERFORM 3100-FETCH-BALANCE-ROW
           IF H14-ACCRUED-AMOUNT > 0
               MOVE 'CREDIT'             TO H3-TRAN-TYPE
               MOVE H14-ACCRUED-AMOUNT   TO H3-TRAN-AMOUNT
               MOVE 'INT-PAID'           TO H3-REASON-CODE
           ELSE
               MOVE 'DEBIT'              TO H3-TRAN-TYPE
               COMPUTE H3-TRAN-AMOUNT = 0 - H14-ACCRUED-AMOUNT
                   COMMIT
               END-EXEC
               ADD 1 TO WS-ACCOUNTS-CLOSED
               MOVE 'A' TO H31-ACTION-STATUS
               MOVE 'ACCOUNT CLOSED' TO WS-D-MESSAGE
           ELSE
               ADD 1 TO WS-CARDS-FAILED
       5000-WRITE-DETAIL-LINE.
           MOVE CT-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE WS-DETAIL-LINE    TO CLSE-RPT-REC
           WRITE CLSE-RPT-REC
           PERFORM 8600-WRITE-JOURNAL-ROW.

       8500-QUEUE-FOR-APPROVAL.
           MOVE 'ACCTCLSE'         TO H32-PROGRAM-ID
           MOVE 'CLS'              TO H32-FUNC-CODE
           MOVE CT-ACCOUNT-NUMBER  TO H32-ACCOUNT-NUMBER
           MOVE SPACES             TO H32-ITEM-KEY
           MOVE ZERO               TO H32-REQUEST-AMT
           MOVE CT-OPERATOR-ID     TO H32-REQUEST-USERID
           MOVE CLSE-TXN-REC       TO H32-CARD-IMAGE
           PERFORM 8510-COUNT-OPEN-REQUESTS
           EVALUATE TRUE
               WHEN H32-REQUEST-USERID = SPACES
                   ADD 1 TO WS-CARDS-FAILED
                   MOVE 'OPERATOR ID REQUIRED FOR APPROVAL'
                       TO WS-D-MESSAGE
               WHEN WS-OPEN-REQ-COUNT > 0
                   ADD 1 TO WS-CARDS-FAILED
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
           MOVE 'ACCTCLSE'          TO H31-PROGRAM-ID
           MOVE 'CLS'               TO H31-FUNC-CODE
           MOVE CT-OPERATOR-ID      TO H31-OPERATOR-ID
           IF H31-OPERATOR-ID = SPACES
               MOVE WS-RUN-USERID   TO H31-OPERATOR-ID
           END-IF
           MOVE H32-APPROVER-USERID TO H31-APPROVER-ID
           MOVE H32-REQUEST-ID      TO H31-REQUEST-ID
           MOVE SPACES              TO H31-ITEM-KEY
           IF CT-ACCOUNT-NUMBER IS NUMERIC
               MOVE CT-ACCOUNT-NUMBER TO H31-ACCOUNT-NUMBER
           ELSE
               MOVE ZERO              TO H31-ACCOUNT-NUMBER
           END-IF
           MOVE ZERO                TO H31-ACTION-AMT
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
           DISPLAY 'ACCTCLSE FETCH ERROR - SQLCODE: ' SQLCODE
           DISPLAY 'ACCTCLSE ACCOUNTS CLOSED  : ' WS-ACCOUNTS-CLOSED
           DISPLAY 'ACCTCLSE SWEEPS STAGED    : ' WS-SWEEPS-STAGED
           DISPLAY 'ACCTCLSE CARDS FAILED     : ' WS-CARDS-FAILED
           DISPLAY 'ACCTCLSE REQUESTS QUEUED  : ' WS-REQUESTS-QUEUED
           DISPLAY 'ACCTCLSE APPROVALS APPLIED: ' WS-REQUESTS-APPLIED
           DISPLAY 'ACCTCLSE APPROVALS FAILED : ' WS-REQUESTS-FAILED
           CLOSE CLSE-TXN-IN
           CLOSE CLSE-RPT.
