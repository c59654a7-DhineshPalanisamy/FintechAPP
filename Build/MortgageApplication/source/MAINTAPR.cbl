      ******************************************************************
      * PROGRAM-ID : MAINTAPR                                          *
      * FUNCTION   : MAINTENANCE APPROVAL RUN.  CARD-DRIVEN (APPRIN)   *
      *              SECOND-OPERATOR DECISION ON THE DUAL-CONTROL      *
      *              REQUESTS THE MAINTENANCE PROGRAMS QUEUE ON        *
      *              CBS_MAINT_REQUEST:                                *
      *                APP - APPROVE A PENDING REQUEST.  THE APPROVER  *
      *                      MUST NOT BE THE OPERATOR WHO MADE IT -    *
      *                      SUCH A CARD IS REFUSED.  THE OWNING       *
      *                      PROGRAM APPLIES IT AT ITS NEXT RUN        *
      *                REJ - REJECT A PENDING REQUEST.  THE REQUESTING *
      *                      OPERATOR MAY REJECT (WITHDRAW) THEIR OWN  *
      *                LST - LIST THE REQUESTS AWAITING APPROVAL       *
      *              EVERY APP AND REJ CARD, ACCEPTED OR REFUSED, IS   *
      *              JOURNALED ON CBS_OPER_JOURNAL.  APPRRPT LISTS     *
      *              EACH CARD WITH ITS OUTCOME.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-TXN-IN ASSIGN TO APPRIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPR-RPT ASSIGN TO APPRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  APPR-TXN-IN
           RECORDING MODE IS F.
       01  APPR-TXN-REC.
           05 AP-FUNC-CODE          PIC X(3).
           05 AP-REQUEST-ID         PIC 9(9).
           05 AP-APPROVER-ID        PIC X(10).
           05 AP-REASON             PIC X(30).
           05 FILLER                PIC X(28).

       FD  APPR-RPT
           RECORDING MODE IS F.
       01  APPR-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSMREQ.
           COPY CBSOJRN.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'MAINTAPR'.

       01  WS-JRNL-ITEM-KEY.
           05 WS-JK-PROGRAM-ID         PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-JK-FUNC-CODE          PIC X(3).
           05 FILLER                   PIC X(4) VALUE SPACES.

       01  WS-HDR1                     PIC X(40) VALUE
           'MAINTENANCE APPROVAL ACTIVITY LISTING'.
       01  WS-HDR2                     PIC X(132) VALUE
           'FUN REQUEST-ID  PROGRAM   FNC      ACCOUNT-NUMBER  REQUESTER
      -    '   MESSAGE'.
       01  WS-HDR3                     PIC X(132) VALUE
           '    REQUEST-ID  PROGRAM   FNC      ACCOUNT-NUMBER  ITEM-KEY 
      -    '                 AMOUNT  REQUESTER   REQUESTED-AT'.

       01  WS-DETAIL-LINE.
           05 WS-D-FUNC-CODE           PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-REQUEST-ID          PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-PROGRAM-ID          PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-REQ-FUNC-CODE       PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-REQUEST-USERID      PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-MESSAGE             PIC X(40).

       01  WS-PENDING-LINE.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 WS-P-REQUEST-ID          PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-P-PROGRAM-ID          PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-P-FUNC-CODE           PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-P-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-P-ITEM-KEY            PIC X(16).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-P-REQUEST-AMT         PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-P-REQUEST-USERID      PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-P-REQUEST-TS          PIC X(26).

       01  WS-COUNTERS.
           05 WS-TXNS-READ             PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-APPROVED     PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-REJECTED     PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-LISTED       PIC 9(9) VALUE ZERO.
           05 WS-TXNS-REJECTED         PIC 9(9) VALUE ZERO.

       01  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TXNS             VALUE 'Y'.
       01  WS-PEND-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-PENDING          VALUE 'Y'.
       01  WS-REQ-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-REQ-FOUND                VALUE 'Y'.
       01  WS-CARD-OK-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-CARD-OK                  VALUE 'Y'.
       01  WS-DECISION-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-DECISION-RECORDED        VALUE 'Y'.

           EXEC SQL
               DECLARE MREQPEND-CSR CURSOR FOR
                   SELECT REQUEST_ID, PROGRAM_ID, FUNC_CODE,
                          ACCOUNT_NUMBER, ITEM_KEY, REQUEST_AMT,
                          REQUEST_USERID, REQUEST_TS
                     FROM COREBK.CBS_MAINT_REQUEST
                    WHERE REQ_STATUS = 'P'
                    ORDER BY REQUEST_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TXN UNTIL WS-NO-MORE-TXNS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT APPR-TXN-IN
           OPEN OUTPUT APPR-RPT
           MOVE WS-HDR1 TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE WS-HDR2 TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           PERFORM 1100-READ-NEXT-TXN.

       1100-READ-NEXT-TXN.
           READ APPR-TXN-IN
               AT END
                   SET WS-NO-MORE-TXNS TO TRUE
           END-READ.

       2000-PROCESS-TXN.
           ADD 1 TO WS-TXNS-READ
           PERFORM 2200-CLEAR-REQUEST-FIELDS
           SET WS-DECISION-SWITCH TO 'N'
           MOVE 'R' TO H31-ACTION-STATUS
           EVALUATE AP-FUNC-CODE
               WHEN 'APP'
                   PERFORM 3000-APPROVE-REQUEST
               WHEN 'REJ'
                   PERFORM 4000-REJECT-REQUEST
               WHEN 'LST'
                   PERFORM 5000-LIST-PENDING
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   MOVE 'UNKNOWN FUNCTION CODE - SKIPPED'
                       TO WS-D-MESSAGE
                   PERFORM 7000-WRITE-DETAIL-LINE
           END-EVALUATE
           PERFORM 1100-READ-NEXT-TXN.

       2200-CLEAR-REQUEST-FIELDS.
           MOVE ZERO   TO H32-REQUEST-ID
           MOVE SPACES TO H32-PROGRAM-ID
           MOVE SPACES TO H32-FUNC-CODE
           MOVE SPACES TO H32-REQ-STATUS
           MOVE ZERO   TO H32-ACCOUNT-NUMBER
           MOVE SPACES TO H32-ITEM-KEY
           MOVE ZERO   TO H32-REQUEST-AMT
           MOVE SPACES TO H32-REQUEST-USERID
           MOVE SPACES TO H32-APPROVER-USERID
           MOVE SPACES TO H32-DECISION-REASON.

       2300-FETCH-REQUEST.
           SET WS-REQ-FOUND-SWITCH TO 'N'
           IF AP-REQUEST-ID IS NUMERIC AND AP-REQUEST-ID > ZERO
               MOVE AP-REQUEST-ID TO H32-REQUEST-ID
               EXEC SQL
                   SELECT PROGRAM_ID, FUNC_CODE, REQ_STATUS,
                          ACCOUNT_NUMBER, ITEM_KEY, REQUEST_AMT,
                          REQUEST_USERID
                     INTO :H32-PROGRAM-ID, :H32-FUNC-CODE,
                          :H32-REQ-STATUS, :H32-ACCOUNT-NUMBER,
                          :H32-ITEM-KEY, :H32-REQUEST-AMT,
                          :H32-REQUEST-USERID
                     FROM COREBK.CBS_MAINT_REQUEST
                    WHERE REQUEST_ID = :H32-REQUEST-ID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       SET WS-REQ-FOUND-SWITCH TO 'Y'
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9800-ABEND-SQL-ERROR
               END-EVALUATE
           END-IF.

       2400-VALIDATE-DECISION.
           SET WS-CARD-OK-SWITCH TO 'N'
           PERFORM 2300-FETCH-REQUEST
           EVALUATE TRUE
               WHEN AP-APPROVER-ID = SPACES
                   MOVE 'APPROVER ID REQUIRED' TO WS-D-MESSAGE
               WHEN NOT WS-REQ-FOUND
                   MOVE 'NO REQUEST FOR REQUEST-ID' TO WS-D-MESSAGE
               WHEN H32-REQ-STATUS NOT = 'P'
                   MOVE 'REQUEST NOT PENDING' TO WS-D-MESSAGE
               WHEN OTHER
                   SET WS-CARD-OK-SWITCH TO 'Y'
           END-EVALUATE.

       2500-RECORD-DECISION.
           SET WS-DECISION-SWITCH TO 'N'
           MOVE AP-APPROVER-ID TO H32-APPROVER-USERID
           MOVE AP-REASON      TO H32-DECISION-REASON
           EXEC SQL
               UPDATE COREBK.CBS_MAINT_REQUEST
                  SET REQ_STATUS      = :H32-REQ-STATUS,
                      APPROVER_USERID = :H32-APPROVER-USERID,
                      DECISION_TS     = CURRENT TIMESTAMP,
                      DECISION_REASON = :H32-DECISION-REASON
                WHERE REQUEST_ID = :H32-REQUEST-ID
                  AND REQ_STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           IF SQLCODE = 0 AND SQLERRD(3) > 0
               SET WS-DECISION-SWITCH TO 'Y'
           ELSE
               MOVE SPACES TO H32-APPROVER-USERID
               MOVE 'REQUEST NOT PENDING' TO WS-D-MESSAGE
           END-IF.

       3000-APPROVE-REQUEST.
           PERFORM 2400-VALIDATE-DECISION
           IF WS-CARD-OK
               IF AP-APPROVER-ID = H32-REQUEST-USERID
                   SET WS-CARD-OK-SWITCH TO 'N'
                   MOVE 'APPROVER SAME AS REQUESTING OPERATOR'
                       TO WS-D-MESSAGE
               END-IF
           END-IF
           IF WS-CARD-OK
               MOVE 'A' TO H32-REQ-STATUS
               PERFORM 2500-RECORD-DECISION
               IF WS-DECISION-RECORDED
                   ADD 1 TO WS-REQUESTS-APPROVED
                   MOVE 'V' TO H31-ACTION-STATUS
                   MOVE 'APPROVED - APPLIED AT NEXT PROGRAM RUN'
                       TO WS-D-MESSAGE
               END-IF
           END-IF
           IF H31-ACTION-STATUS NOT = 'V'
               ADD 1 TO WS-TXNS-REJECTED
           END-IF
           PERFORM 7000-WRITE-DETAIL-LINE.

       4000-REJECT-REQUEST.
           PERFORM 2400-VALIDATE-DECISION
           IF WS-CARD-OK
               MOVE 'R' TO H32-REQ-STATUS
               PERFORM 2500-RECORD-DECISION
               IF WS-DECISION-RECORDED
                   ADD 1 TO WS-REQUESTS-REJECTED
                   IF AP-APPROVER-ID = H32-REQUEST-USERID
                       MOVE 'REQUEST WITHDRAWN BY REQUESTER'
                           TO WS-D-MESSAGE
                   ELSE
                       MOVE 'REQUEST REJECTED' TO WS-D-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-DECISION-RECORDED
               ADD 1 TO WS-TXNS-REJECTED
           END-IF
           PERFORM 7000-WRITE-DETAIL-LINE.

       5000-LIST-PENDING.
           MOVE 'REQUESTS AWAITING APPROVAL FOLLOW' TO WS-D-MESSAGE
           PERFORM 7000-WRITE-DETAIL-LINE
           MOVE WS-HDR3 TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           SET WS-PEND-EOF-SWITCH TO 'N'
           EXEC SQL
               OPEN MREQPEND-CSR
           END-EXEC
           PERFORM 5100-FETCH-PENDING-ROW UNTIL WS-NO-MORE-PENDING
           EXEC SQL
               CLOSE MREQPEND-CSR
           END-EXEC.

       5100-FETCH-PENDING-ROW.
           EXEC SQL
               FETCH MREQPEND-CSR
                   INTO :H32-REQUEST-ID, :H32-PROGRAM-ID,
                        :H32-FUNC-CODE, :H32-ACCOUNT-NUMBER,
                        :H32-ITEM-KEY, :H32-REQUEST-AMT,
                        :H32-REQUEST-USERID, :H32-REQUEST-TS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-REQUESTS-LISTED
                   PERFORM 5200-WRITE-PENDING-LINE
               WHEN 100
                   SET WS-NO-MORE-PENDING TO TRUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       5200-WRITE-PENDING-LINE.
           MOVE H32-REQUEST-ID     TO WS-P-REQUEST-ID
           MOVE H32-PROGRAM-ID     TO WS-P-PROGRAM-ID
           MOVE H32-FUNC-CODE      TO WS-P-FUNC-CODE
           MOVE H32-ACCOUNT-NUMBER TO WS-P-ACCOUNT-NUMBER
           MOVE H32-ITEM-KEY       TO WS-P-ITEM-KEY
           MOVE H32-REQUEST-AMT    TO WS-P-REQUEST-AMT
           MOVE H32-REQUEST-USERID TO WS-P-REQUEST-USERID
           MOVE H32-REQUEST-TS     TO WS-P-REQUEST-TS
           MOVE WS-PENDING-LINE    TO APPR-RPT-REC
           WRITE APPR-RPT-REC.

       7000-WRITE-DETAIL-LINE.
           MOVE AP-FUNC-CODE       TO WS-D-FUNC-CODE
           MOVE H32-REQUEST-ID     TO WS-D-REQUEST-ID
           MOVE H32-PROGRAM-ID     TO WS-D-PROGRAM-ID
           MOVE H32-FUNC-CODE      TO WS-D-REQ-FUNC-CODE
           MOVE H32-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE H32-REQUEST-USERID TO WS-D-REQUEST-USERID
           MOVE WS-DETAIL-LINE     TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           IF AP-FUNC-CODE = 'APP' OR AP-FUNC-CODE = 'REJ'
               PERFORM 8600-WRITE-JOURNAL-ROW
           END-IF.

       8600-WRITE-JOURNAL-ROW.
           MOVE H32-PROGRAM-ID      TO WS-JK-PROGRAM-ID
           MOVE H32-FUNC-CODE       TO WS-JK-FUNC-CODE
           MOVE 'MAINTAPR'          TO H31-PROGRAM-ID
           MOVE AP-FUNC-CODE        TO H31-FUNC-CODE
           MOVE AP-APPROVER-ID      TO H31-OPERATOR-ID
           IF H31-OPERATOR-ID = SPACES
               MOVE WS-RUN-USERID   TO H31-OPERATOR-ID
           END-IF
           MOVE H32-APPROVER-USERID TO H31-APPROVER-ID
           MOVE H32-REQUEST-ID      TO H31-REQUEST-ID
           MOVE H32-ACCOUNT-NUMBER  TO H31-ACCOUNT-NUMBER
           MOVE WS-JRNL-ITEM-KEY    TO H31-ITEM-KEY
           MOVE H32-REQUEST-AMT     TO H31-ACTION-AMT
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
           DISPLAY 'MAINTAPR FETCH ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'MAINTAPR CARDS READ         : ' WS-TXNS-READ
           DISPLAY 'MAINTAPR REQUESTS APPROVED  : ' WS-REQUESTS-APPROVED
           DISPLAY 'MAINTAPR REQUESTS REJECTED  : ' WS-REQUESTS-REJECTED
           DISPLAY 'MAINTAPR REQUESTS LISTED    : ' WS-REQUESTS-LISTED
           DISPLAY 'MAINTAPR CARDS REFUSED      : ' WS-TXNS-REJECTED
           CLOSE APPR-TXN-IN
           CLOSE APPR-RPT.
