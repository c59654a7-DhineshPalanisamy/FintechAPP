      ******************************************************************
      * PROGRAM-ID : TDEPMNT                                           *
      * FUNCTION   : TERM DEPOSIT (CERTIFICATE OF DEPOSIT)             *
      *              MAINTENANCE.  READS A CARD FILE OF REQUESTS       *
      *              (TDEPIN):                                         *
      *                TRM - ADDS OR CHANGES A ROW OF THE TERM         *
      *                      SCHEDULE CBS_TD_TERM_SCHED: TERM IN       *
      *                      MONTHS, EFFECTIVE DATE, ANNUAL RATE AND   *
      *                      THE EARLY-WITHDRAWAL PENALTY IN DAYS OF   *
      *                      INTEREST.                                 *
      *                OPN - MAKES AN EXISTING ACCOUNT A TERM          *
      *                      DEPOSIT ON CBS_TERM_DEPOSIT: PRINCIPAL,   *
      *                      TERM AND ROLLOVER INSTRUCTION (R = RENEW  *
      *                      FOR THE SAME TERM, P = PAY OUT TO THE     *
      *                      LINKED PAYOUT ACCOUNT, H = HOLD ON        *
      *                      DEMAND).  THE RATE IS LOCKED FROM THE     *
      *                      SCHEDULE ROW IN FORCE TODAY FOR THE TERM  *
      *                      AND THE MATURITY DATE IS TODAY PLUS THE   *
      *                      TERM.  REJECTED IF THE ACCOUNT ALREADY    *
      *                      HAS AN ACTIVE TERM DEPOSIT; A MATURED     *
      *                      DEPOSIT THAT IS PAID OUT OR HELD MAY BE   *
      *                      OPENED AGAIN FOR A NEW TERM.              *
      *                ROL - CHANGES THE ROLLOVER INSTRUCTION AND      *
      *                      PAYOUT ACCOUNT OF AN ACTIVE DEPOSIT.      *
      *                EWA - AUTHORIZES AN EARLY WITHDRAWAL UP TO      *
      *                      THE AMOUNT ON THE CARD (NOT MORE THAN     *
      *                      THE PRINCIPAL); ZERO REVOKES IT.  TRNPOST *
      *                      REFUSES ANY OTHER DEBIT BEFORE MATURITY   *
      *                      AND STAGES THE PENALTY WHEN THE           *
      *                      AUTHORIZED WITHDRAWAL POSTS.              *
      *              THE DEPOSIT ITSELF IS FUNDED THROUGH THE          *
      *              ACCOUNT LIKE ANY OTHER CREDIT (E.G. THE ACCTOPEN  *
      *              INITIAL DEPOSIT).  TDMATUR RENEWS, PAYS OUT OR    *
      *              HOLDS IT AT MATURITY.                             *
      *              DUAL CONTROL: AN OPN CARD WHOSE PRINCIPAL, OR AN  *
      *              EWA CARD WHOSE AMOUNT, IS OVER THE LIMIT ON THE   *
      *              DUALPARM CARD (DEFAULT 10,000.00) IS NOT APPLIED  *
      *              - IT IS QUEUED ON CBS_MAINT_REQUEST AS A PENDING  *
      *              REQUEST (THE OPERATOR ID IS THEN REQUIRED) FOR A  *
      *              SECOND OPERATOR TO APPROVE OR REJECT IN MAINTAPR. *
      *              REQUESTS APPROVED SINCE THE LAST RUN ARE APPLIED  *
      *              FIRST, BEFORE THE CARDS, WITH THE SAME CHECKS.    *
      *              EVERY TRM, OPN, ROL AND EWA ACTION - APPLIED,     *
      *              PENDING OR REJECTED - IS JOURNALED ON             *
      *              CBS_OPER_JOURNAL UNDER THE OPERATOR ID IN COLUMNS *
      *              56-65 OF THE CARD.                                *
      *              RESULTS AND EXCEPTIONS GO TO THE TDEPRPT REPORT.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDEPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDEP-TXN-IN ASSIGN TO TDEPIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDEP-RPT ASSIGN TO TDEPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUAL-PARM-IN ASSIGN TO DUALPARM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TDEP-TXN-IN
           RECORDING MODE IS F.
       01  TDEP-TXN-REC.
           05 TD-FUNC-CODE          PIC X(3).
           05 TD-ACCOUNT-NUMBER     PIC 9(18).
           05 TD-AMOUNT             PIC 9(10)V9(2).
           05 TD-TERM-MONTHS        PIC 9(3).
           05 TD-ROLLOVER-INSTR     PIC X(1).
           05 TD-PAYOUT-ACCOUNT     PIC 9(18).
           05 TD-OPERATOR-ID        PIC X(10).
           05 FILLER                PIC X(15).
       01  TDEP-TRM-REC.
           05 FILLER                PIC X(3).
           05 TT-TERM-MONTHS        PIC 9(3).
           05 TT-EFFECTIVE-DATE     PIC X(10).
           05 TT-ANNUAL-RATE        PIC 9(6)V9(6).
           05 TT-PENALTY-DAYS       PIC 9(3).
           05 FILLER                PIC X(49).

       FD  TDEP-RPT
           RECORDING MODE IS F.
       01  TDEP-RPT-REC             PIC X(132).

       FD  DUAL-PARM-IN
           RECORDING MODE IS F.
       01  DUAL-PARM-REC.
           05 DP-LIMIT-AMT          PIC 9(10)V9(2).
           05 FILLER                PIC X(68).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSBAL.
           COPY CBSTDEP.
           COPY CBSTDTS.
           COPY CBSOJRN.
           COPY CBSMREQ.
       01  WS-BAL-ROW-COUNT            PIC S9(9) USAGE COMP.
       01  WS-CHECK-ACCOUNT            PIC S9(18) USAGE COMP.
       01  WS-OPEN-REQ-COUNT           PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'TDEPMNT'.
       01  WS-DUAL-LIMIT-AMT           PIC S9(10)V9(2) COMP-3
                                       VALUE 10000.00.
       01  WS-DUAL-LIMIT-EDIT          PIC Z(9)9.99.

       01  WS-PENDING-MSG.
           05 FILLER                   PIC X(27) VALUE
              'PENDING APPROVAL - REQUEST '.
           05 WS-PM-REQUEST-ID         PIC Z(8)9.

       01  WS-HDR1                     PIC X(40) VALUE
           'TERM DEPOSIT MAINTENANCE'.
       01  WS-HDR2                     PIC X(132) VALUE
           'FUN     ACCOUNT-NUMBER      MESSAGE'.

       01  WS-DETAIL-LINE.
           05 WS-D-FUNC-CODE           PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-D-MESSAGE             PIC X(40).

       01  WS-TERM-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-T-LABEL               PIC X(26).
           05 WS-T-RATE                PIC Z(5)9.9(6).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-T-DATE                PIC X(10).

       01  WS-COUNTERS.
           05 WS-CARDS-READ            PIC 9(9) VALUE ZERO.
           05 WS-TERM-RATES-SET        PIC 9(9) VALUE ZERO.
           05 WS-DEPOSITS-OPENED       PIC 9(9) VALUE ZERO.
           05 WS-ROLLOVERS-CHANGED     PIC 9(9) VALUE ZERO.
           05 WS-EARLY-WD-SET          PIC 9(9) VALUE ZERO.
           05 WS-CARDS-REJECTED        PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-QUEUED       PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-APPLIED      PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-FAILED       PIC 9(9) VALUE ZERO.

       01  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TXNS             VALUE 'Y'.
       01  WS-CARD-VALID-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-CARD-VALID               VALUE 'Y'.
       01  WS-TD-ON-FILE-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-TD-ON-FILE               VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-APPROVED-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-APPLYING-APPROVED        VALUE 'Y'.
       01  WS-REQ-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-APPROVED         VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD UNTIL WS-NO-MORE-TXNS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TDEP-TXN-IN
           OPEN INPUT DUAL-PARM-IN
           OPEN OUTPUT TDEP-RPT
           MOVE WS-HDR1 TO TDEP-RPT-REC
           WRITE TDEP-RPT-REC
           MOVE WS-HDR2 TO TDEP-RPT-REC
           WRITE TDEP-RPT-REC
           PERFORM 1400-READ-DUAL-PARM
           PERFORM 1500-APPLY-APPROVED-REQUESTS
           PERFORM 1100-READ-NEXT-CARD.

       1100-READ-NEXT-CARD.
           READ TDEP-TXN-IN
               AT END
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
           DISPLAY 'TDEPMNT DUAL-CONTROL LIMIT  : ' WS-DUAL-LIMIT-EDIT.

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
                WHERE PROGRAM_ID = 'TDEPMNT'
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
           MOVE H32-CARD-IMAGE TO TDEP-TXN-REC
           PERFORM 2050-DISPATCH-CARD
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
           PERFORM 2050-DISPATCH-CARD
           PERFORM 1100-READ-NEXT-CARD.

       2050-DISPATCH-CARD.
           MOVE 'R' TO H31-ACTION-STATUS
           EVALUATE TD-FUNC-CODE
               WHEN 'TRM'
                   PERFORM 3000-MAINTAIN-TERM-RATE
               WHEN 'OPN'
                   PERFORM 4000-OPEN-TERM-DEPOSIT
               WHEN 'ROL'
                   PERFORM 5000-CHANGE-ROLLOVER
               WHEN 'EWA'
                   PERFORM 6000-AUTHORIZE-EARLY-WD
               WHEN OTHER
                   ADD 1 TO WS-CARDS-REJECTED
                   MOVE 'UNKNOWN FUNCTION CODE - SKIPPED'
                       TO WS-D-MESSAGE
                   PERFORM 8000-WRITE-DETAIL-LINE
           END-EVALUATE.

       2100-VALIDATE-ACCOUNT.
           SET WS-CARD-VALID-SWITCH TO 'Y'
           IF TD-ACCOUNT-NUMBER IS NOT NUMERIC
                  OR TD-ACCOUNT-NUMBER = ZERO
               SET WS-CARD-VALID-SWITCH TO 'N'
               MOVE 'ACCOUNT-NUMBER MISSING OR BAD'
                   TO WS-D-MESSAGE
           ELSE
               MOVE TD-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
               PERFORM 2300-CHECK-ACCOUNT-EXISTS
               IF WS-BAL-ROW-COUNT = 0
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'ACCOUNT NOT ON FILE'
                       TO WS-D-MESSAGE
               END-IF
           END-IF.

       2200-VALIDATE-ROLLOVER.
           EVALUATE TRUE
               WHEN TD-ROLLOVER-INSTR NOT = 'R'
                AND TD-ROLLOVER-INSTR NOT = 'P'
                AND TD-ROLLOVER-INSTR NOT = 'H'
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'ROLLOVER MUST BE R, P OR H'
                       TO WS-D-MESSAGE
               WHEN TD-ROLLOVER-INSTR NOT = 'P'
                   CONTINUE
               WHEN TD-PAYOUT-ACCOUNT IS NOT NUMERIC
                 OR TD-PAYOUT-ACCOUNT = ZERO
                 OR TD-PAYOUT-ACCOUNT = TD-ACCOUNT-NUMBER
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'PAYOUT ACCOUNT MISSING OR BAD'
                       TO WS-D-MESSAGE
               WHEN OTHER
                   MOVE TD-PAYOUT-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM 2300-CHECK-ACCOUNT-EXISTS
                   IF WS-BAL-ROW-COUNT = 0
                       SET WS-CARD-VALID-SWITCH TO 'N'
                       MOVE 'PAYOUT ACCOUNT NOT ON FILE'
                           TO WS-D-MESSAGE
                   END-IF
           END-EVALUATE
           IF TD-PAYOUT-ACCOUNT IS NUMERIC
               MOVE TD-PAYOUT-ACCOUNT TO H28-PAYOUT-ACCOUNT
           ELSE
               MOVE ZERO TO H28-PAYOUT-ACCOUNT
           END-IF
           MOVE TD-ROLLOVER-INSTR TO H28-ROLLOVER-INSTR.

       2300-CHECK-ACCOUNT-EXISTS.
           MOVE WS-CHECK-ACCOUNT TO H2-ACCOUNT-NUMBER
           MOVE ZERO TO WS-BAL-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-BAL-ROW-COUNT
                 FROM COREBK.CBS_ACCT_BAL_DTL
                WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
           END-EXEC.

       2400-FETCH-TERM-DEPOSIT.
           SET WS-TD-ON-FILE-SWITCH TO 'N'
           MOVE TD-ACCOUNT-NUMBER TO H28-ACCOUNT-NUMBER
           EXEC SQL
               SELECT TD_STATUS, PRINCIPAL_AMT, MATURITY_DATE
                 INTO :H28-TD-STATUS, :H28-PRINCIPAL-AMT,
                      :H28-MATURITY-DATE
                 FROM COREBK.CBS_TERM_DEPOSIT
                WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-TD-ON-FILE-SWITCH TO 'Y'
               WHEN 100
                   MOVE SPACES TO H28-TD-STATUS
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3000-MAINTAIN-TERM-RATE.
           PERFORM 3100-VALIDATE-TERM-CARD
           IF WS-CARD-VALID
               MOVE TT-TERM-MONTHS    TO H29-TERM-MONTHS
               MOVE TT-EFFECTIVE-DATE TO H29-EFFECTIVE-DATE
               MOVE TT-ANNUAL-RATE    TO H29-ANNUAL-RATE
               MOVE TT-PENALTY-DAYS   TO H29-PENALTY-DAYS
               MOVE WS-RUN-USERID     TO H29-UPD-USERID
               EXEC SQL
                   UPDATE COREBK.CBS_TD_TERM_SCHED
                      SET ANNUAL_RATE   = :H29-ANNUAL-RATE,
                          PENALTY_DAYS  = :H29-PENALTY-DAYS,
                          UPD_USERID    = :H29-UPD-USERID,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE TERM_MONTHS = :H29-TERM-MONTHS
                      AND EFFECTIVE_DATE = :H29-EFFECTIVE-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'TERM RATE CHANGED' TO WS-D-MESSAGE
                   WHEN 100
                       PERFORM 3200-INSERT-TERM-RATE
                       MOVE 'TERM RATE ADDED' TO WS-D-MESSAGE
                   WHEN OTHER
                       PERFORM 9800-ABEND-SQL-ERROR
               END-EVALUATE
               ADD 1 TO WS-TERM-RATES-SET
               MOVE 'A' TO H31-ACTION-STATUS
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

       3100-VALIDATE-TERM-CARD.
           SET WS-CARD-VALID-SWITCH TO 'Y'
           EVALUATE TRUE
               WHEN TT-TERM-MONTHS IS NOT NUMERIC
                 OR TT-TERM-MONTHS = ZERO
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'TERM MISSING OR NOT NUMERIC'
                       TO WS-D-MESSAGE
               WHEN TT-EFFECTIVE-DATE = SPACES
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'EFFECTIVE DATE MISSING'
                       TO WS-D-MESSAGE
               WHEN TT-ANNUAL-RATE IS NOT NUMERIC
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'RATE MISSING OR NOT NUMERIC'
                       TO WS-D-MESSAGE
               WHEN TT-PENALTY-DAYS IS NOT NUMERIC
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'PENALTY DAYS NOT NUMERIC'
                       TO WS-D-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-INSERT-TERM-RATE.
           EXEC SQL
               INSERT INTO COREBK.CBS_TD_TERM_SCHED
                   (TERM_MONTHS, EFFECTIVE_DATE, ANNUAL_RATE,
                    PENALTY_DAYS, UPD_USERID, UPD_TIMESTAMP)
                   VALUES
                   (:H29-TERM-MONTHS, :H29-EFFECTIVE-DATE,
                    :H29-ANNUAL-RATE, :H29-PENALTY-DAYS,
                    :H29-UPD-USERID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       4000-OPEN-TERM-DEPOSIT.
           PERFORM 4100-VALIDATE-OPEN-CARD
           IF WS-CARD-VALID
               IF TD-AMOUNT > WS-DUAL-LIMIT-AMT
                      AND NOT WS-APPLYING-APPROVED
                   PERFORM 8500-QUEUE-FOR-APPROVAL
                   PERFORM 8000-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 4050-APPLY-OPEN
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.

       4050-APPLY-OPEN.
           EXEC SQL
               SELECT CURRENT DATE, CURRENT DATE
                          + :H28-TERM-MONTHS MONTHS
                 INTO :H28-OPEN-DATE, :H28-MATURITY-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE TD-AMOUNT     TO H28-PRINCIPAL-AMT
           MOVE WS-RUN-USERID TO H28-UPD-USERID
           IF WS-TD-ON-FILE
               PERFORM 4300-REOPEN-TERM-DEPOSIT
           ELSE
               PERFORM 4200-INSERT-TERM-DEPOSIT
           END-IF
           ADD 1 TO WS-DEPOSITS-OPENED
           MOVE 'A' TO H31-ACTION-STATUS
           MOVE 'TERM DEPOSIT OPENED' TO WS-D-MESSAGE
           PERFORM 8000-WRITE-DETAIL-LINE
           PERFORM 4500-WRITE-TERM-LINES.

       4100-VALIDATE-OPEN-CARD.
           PERFORM 2100-VALIDATE-ACCOUNT
           IF WS-CARD-VALID
               EVALUATE TRUE
                   WHEN TD-AMOUNT IS NOT NUMERIC
                     OR TD-AMOUNT = ZERO
                       SET WS-CARD-VALID-SWITCH TO 'N'
                       MOVE 'PRINCIPAL MISSING OR NOT NUMERIC'
                           TO WS-D-MESSAGE
                   WHEN TD-TERM-MONTHS IS NOT NUMERIC
                     OR TD-TERM-MONTHS = ZERO
                       SET WS-CARD-VALID-SWITCH TO 'N'
                       MOVE 'TERM MISSING OR NOT NUMERIC'
                           TO WS-D-MESSAGE
                   WHEN OTHER
                       PERFORM 2200-VALIDATE-ROLLOVER
               END-EVALUATE
           END-IF
           IF WS-CARD-VALID
               PERFORM 2400-FETCH-TERM-DEPOSIT
               IF H28-TD-STATUS = 'A'
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'TERM DEPOSIT ALREADY ON FILE'
                       TO WS-D-MESSAGE
               END-IF
           END-IF
           IF WS-CARD-VALID
               MOVE TD-TERM-MONTHS TO H28-TERM-MONTHS
               MOVE TD-TERM-MONTHS TO H29-TERM-MONTHS
               EXEC SQL
                   SELECT ANNUAL_RATE
                     INTO :H29-ANNUAL-RATE
                     FROM COREBK.CBS_TD_TERM_SCHED
                    WHERE TERM_MONTHS = :H29-TERM-MONTHS
                      AND EFFECTIVE_DATE <= CURRENT DATE
                    ORDER BY EFFECTIVE_DATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE H29-ANNUAL-RATE TO H28-LOCKED-RATE
                   WHEN 100
                       SET WS-CARD-VALID-SWITCH TO 'N'
                       MOVE 'NO SCHEDULE RATE FOR TERM'
                           TO WS-D-MESSAGE
                   WHEN OTHER
                       PERFORM 9800-ABEND-SQL-ERROR
               END-EVALUATE
           END-IF.

       4200-INSERT-TERM-DEPOSIT.
           EXEC SQL
               INSERT INTO COREBK.CBS_TERM_DEPOSIT
                   (ACCOUNT_NUMBER, TD_STATUS, PRINCIPAL_AMT,
                    LOCKED_RATE, TERM_MONTHS, OPEN_DATE,
                    MATURITY_DATE, ROLLOVER_INSTR, PAYOUT_ACCOUNT,
                    NOTICE_DATE, EARLY_WD_AUTH, EARLY_WD_AMOUNT,
                    UPD_USERID, UPD_TIMESTAMP)
                   VALUES
                   (:H28-ACCOUNT-NUMBER, 'A', :H28-PRINCIPAL-AMT,
                    :H28-LOCKED-RATE, :H28-TERM-MONTHS,
                    :H28-OPEN-DATE, :H28-MATURITY-DATE,
                    :H28-ROLLOVER-INSTR, :H28-PAYOUT-ACCOUNT,
                    '0001-01-01', 'N', 0,
                    :H28-UPD-USERID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       4300-REOPEN-TERM-DEPOSIT.
           EXEC SQL
               UPDATE COREBK.CBS_TERM_DEPOSIT
                  SET TD_STATUS       = 'A',
                      PRINCIPAL_AMT   = :H28-PRINCIPAL-AMT,
                      LOCKED_RATE     = :H28-LOCKED-RATE,
                      TERM_MONTHS     = :H28-TERM-MONTHS,
                      OPEN_DATE       = :H28-OPEN-DATE,
                      MATURITY_DATE   = :H28-MATURITY-DATE,
                      ROLLOVER_INSTR  = :H28-ROLLOVER-INSTR,
                      PAYOUT_ACCOUNT  = :H28-PAYOUT-ACCOUNT,
                      NOTICE_DATE     = '0001-01-01',
                      EARLY_WD_AUTH   = 'N',
                      EARLY_WD_AMOUNT = 0,
                      UPD_USERID      = :H28-UPD-USERID,
                      UPD_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       4500-WRITE-TERM-LINES.
           MOVE 'LOCKED ANNUAL RATE        ' TO WS-T-LABEL
           MOVE H28-LOCKED-RATE               TO WS-T-RATE
           MOVE SPACES                        TO WS-T-DATE
           MOVE WS-TERM-LINE                  TO TDEP-RPT-REC
           WRITE TDEP-RPT-REC
           MOVE 'MATURITY DATE             ' TO WS-T-LABEL
           MOVE ZERO                          TO WS-T-RATE
           MOVE H28-MATURITY-DATE             TO WS-T-DATE
           MOVE WS-TERM-LINE                  TO TDEP-RPT-REC
           WRITE TDEP-RPT-REC.

       5000-CHANGE-ROLLOVER.
           PERFORM 2100-VALIDATE-ACCOUNT
           IF WS-CARD-VALID
               PERFORM 2200-VALIDATE-ROLLOVER
           END-IF
           IF WS-CARD-VALID
               MOVE TD-ACCOUNT-NUMBER TO H28-ACCOUNT-NUMBER
               MOVE WS-RUN-USERID     TO H28-UPD-USERID
               EXEC SQL
                   UPDATE COREBK.CBS_TERM_DEPOSIT
                      SET ROLLOVER_INSTR = :H28-ROLLOVER-INSTR,
                          PAYOUT_ACCOUNT = :H28-PAYOUT-ACCOUNT,
                          UPD_USERID     = :H28-UPD-USERID,
                          UPD_TIMESTAMP  = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
                      AND TD_STATUS = 'A'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-ROLLOVERS-CHANGED
                       MOVE 'A' TO H31-ACTION-STATUS
                       MOVE 'ROLLOVER INSTRUCTION CHANGED'
                           TO WS-D-MESSAGE
                   WHEN 100
                       ADD 1 TO WS-CARDS-REJECTED
                       MOVE 'NO ACTIVE TERM DEPOSIT' TO WS-D-MESSAGE
                   WHEN OTHER
                       PERFORM 9800-ABEND-SQL-ERROR
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

       6000-AUTHORIZE-EARLY-WD.
           PERFORM 2100-VALIDATE-ACCOUNT
           IF WS-CARD-VALID
               IF TD-AMOUNT IS NOT NUMERIC
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-D-MESSAGE
               ELSE
                   PERFORM 2400-FETCH-TERM-DEPOSIT
                   EVALUATE TRUE
                       WHEN H28-TD-STATUS NOT = 'A'
                           SET WS-CARD-VALID-SWITCH TO 'N'
                           MOVE 'NO ACTIVE TERM DEPOSIT'
                               TO WS-D-MESSAGE
                       WHEN TD-AMOUNT > H28-PRINCIPAL-AMT
                           SET WS-CARD-VALID-SWITCH TO 'N'
                           MOVE 'AMOUNT EXCEEDS PRINCIPAL'
                               TO WS-D-MESSAGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-CARD-VALID
               IF TD-AMOUNT > WS-DUAL-LIMIT-AMT
                      AND NOT WS-APPLYING-APPROVED
                   PERFORM 8500-QUEUE-FOR-APPROVAL
               ELSE
                   PERFORM 6100-APPLY-EARLY-WD
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

       6100-APPLY-EARLY-WD.
           MOVE TD-AMOUNT     TO H28-EARLY-WD-AMOUNT
           MOVE WS-RUN-USERID TO H28-UPD-USERID
           IF TD-AMOUNT = ZERO
               MOVE 'N' TO H28-EARLY-WD-AUTH
               MOVE 'EARLY WITHDRAWAL REVOKED' TO WS-D-MESSAGE
           ELSE
               MOVE 'Y' TO H28-EARLY-WD-AUTH
               MOVE 'EARLY WITHDRAWAL AUTHORIZED'
                   TO WS-D-MESSAGE
           END-IF
           EXEC SQL
               UPDATE COREBK.CBS_TERM_DEPOSIT
                  SET EARLY_WD_AUTH   = :H28-EARLY-WD-AUTH,
                      EARLY_WD_AMOUNT = :H28-EARLY-WD-AMOUNT,
                      UPD_USERID      = :H28-UPD-USERID,
                      UPD_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           ADD 1 TO WS-EARLY-WD-SET
           MOVE 'A' TO H31-ACTION-STATUS.

       8000-WRITE-DETAIL-LINE.
           MOVE TD-FUNC-CODE TO WS-D-FUNC-CODE
           IF TD-ACCOUNT-NUMBER IS NUMERIC
               MOVE TD-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           ELSE
               MOVE ZERO              TO WS-D-ACCOUNT-NUMBER
           END-IF
           MOVE WS-DETAIL-LINE TO TDEP-RPT-REC
           WRITE TDEP-RPT-REC
           PERFORM 8600-WRITE-JOURNAL-ROW.

       8500-QUEUE-FOR-APPROVAL.
           MOVE 'TDEPMNT'          TO H32-PROGRAM-ID
           MOVE TD-FUNC-CODE       TO H32-FUNC-CODE
           MOVE TD-ACCOUNT-NUMBER  TO H32-ACCOUNT-NUMBER
           MOVE SPACES             TO H32-ITEM-KEY
           MOVE TD-AMOUNT          TO H32-REQUEST-AMT
           MOVE TD-OPERATOR-ID     TO H32-REQUEST-USERID
           MOVE TDEP-TXN-REC       TO H32-CARD-IMAGE
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
           MOVE 'TDEPMNT'           TO H31-PROGRAM-ID
           MOVE TD-FUNC-CODE        TO H31-FUNC-CODE
           MOVE TD-OPERATOR-ID      TO H31-OPERATOR-ID
           IF H31-OPERATOR-ID = SPACES
               MOVE WS-RUN-USERID   TO H31-OPERATOR-ID
           END-IF
           MOVE H32-APPROVER-USERID TO H31-APPROVER-ID
           MOVE H32-REQUEST-ID      TO H31-REQUEST-ID
           MOVE ZERO                TO H31-ACCOUNT-NUMBER
           MOVE SPACES              TO H31-ITEM-KEY
           MOVE ZERO                TO H31-ACTION-AMT
           IF TD-FUNC-CODE = 'TRM'
               MOVE TT-TERM-MONTHS  TO H31-ITEM-KEY
           ELSE
               IF TD-ACCOUNT-NUMBER IS NUMERIC
                   MOVE TD-ACCOUNT-NUMBER TO H31-ACCOUNT-NUMBER
               END-IF
               IF TD-AMOUNT IS NUMERIC
                   MOVE TD-AMOUNT   TO H31-ACTION-AMT
               END-IF
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
           END-IF.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'TDEPMNT SQL ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'TDEPMNT CARDS READ        : ' WS-CARDS-READ
           DISPLAY 'TDEPMNT TERM RATES SET    : ' WS-TERM-RATES-SET
           DISPLAY 'TDEPMNT DEPOSITS OPENED   : ' WS-DEPOSITS-OPENED
           DISPLAY 'TDEPMNT ROLLOVERS CHANGED : ' WS-ROLLOVERS-CHANGED
           DISPLAY 'TDEPMNT EARLY WD SET      : ' WS-EARLY-WD-SET
           DISPLAY 'TDEPMNT CARDS REJECTED    : ' WS-CARDS-REJECTED
           DISPLAY 'TDEPMNT REQUESTS QUEUED   : ' WS-REQUESTS-QUEUED
           DISPLAY 'TDEPMNT APPROVALS APPLIED : ' WS-REQUESTS-APPLIED
           DISPLAY 'TDEPMNT APPROVALS FAILED  : ' WS-REQUESTS-FAILED
           CLOSE TDEP-TXN-IN
           CLOSE DUAL-PARM-IN
           CLOSE TDEP-RPT.
