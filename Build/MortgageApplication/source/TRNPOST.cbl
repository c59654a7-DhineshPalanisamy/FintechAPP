      *              CARRYING REASON-CODE 'INT-CHARGE' (SYSTEM-        *
      *              GENERATED OVERDRAFT INTEREST FROM INTACCR) OR A   *
      *              FEEASSES FEE CODE ('NSF-FEE', 'DORM-FEE',         *
      *              'SVC-FEE') OR AN ESCRDISB ESCROW DISBURSEMENT     *
      *              ('ESC-DISB', 'ESC-RFND') IS EXEMPT FROM THE FUNDS *
      *              CHECK - THE CHARGE ALWAYS APPLIES, AND AN ESCROW  *
      *              DISBURSEMENT BEYOND THE ESCROW HELD IS ADVANCED.  *
      *              A DEBIT - OR THE DEBIT LEG OF A TRANSFER - AGAINST*
      *              AN ACTIVE TERM DEPOSIT ON CBS_TERM_DEPOSIT WHOSE  *
      *              MATURITY-DATE IS AFTER THE BUSINESS DATE IS       *
      *              REFUSED AS 'TERM DEPOSIT NOT MATURED' (A DEBIT IS *
      *              REJECTED OUTRIGHT, A TRANSFER PAIR SUSPENDED)     *
      *              UNLESS TDEPMNT HAS AUTHORIZED AN EARLY WITHDRAWAL *
      *              OF AT LEAST THE AMOUNT.  AN AUTHORIZED WITHDRAWAL *
      *              IS FUNDS-CHECKED AS USUAL; ONCE APPLIED IT REDUCES*
      *              THE PRINCIPAL, USES UP THE AUTHORIZATION AND      *
      *              STAGES A 'PENDING' DEBIT, REASON-CODE             *
      *              'TD-PENALTY', OF THE AMOUNT TIMES THE LOCKED RATE *
      *              FOR THE PENALTY-DAYS THAT CBS_TD_TERM_SCHED       *
      *              CARRIED FOR THE TERM WHEN THE DEPOSIT OPENED.  THE*
      *              PENALTY ITSELF IS EXEMPT FROM THE FUNDS CHECK.    *
      *              THE TRANSACTION ROW IS THEN FLIPPED TO 'POSTED'   *
      *              OR, IF IT CANNOT BE APPLIED, 'REJECTED'.  A       *
      *              REJECTED ROW THAT CAME IN ON THE CLEARING FILE    *
      *              HAS ITS CBS_CLR_ITEM REGISTER ENTRY MARKED 'J'    *
      *              WITH THE REJECT REASON FOR CLRRTRN TO RETURN.     *
      *              EVERY BALANCE UPDATE ALSO WRITES A BEFORE/AFTER   *
      *              ROW TO CBS_ACCT_BAL_HIST.                         *
      *              WORK IS COMMITTED EVERY WS-COMMIT-FREQUENCY ROWS, *
      *              AND THE LAST TRANSACTION-ID COMMITTED IS SAVED TO *
      *              CBS_BATCH_CHECKPOINT SO AN ABENDED RUN RESTARTS   *
      *              AFTER THAT POINT INSTEAD OF FROM THE BEGINNING.   *
      *              PARTITIONED RUNS: THE POSTPARM CARD GIVES THIS    *
      *              INSTANCE'S PARTITION NUMBER, PARTITION COUNT AND  *
      *              ACCOUNT-NUMBER RANGE, AND SEVERAL INSTANCES RUN   *
      *              CONCURRENTLY, EACH AS ITS OWN JOB (TRNPOST1,      *
      *              TRNPOST2, ...) WITH ITS OWN CHECKPOINT AND        *
      *              CBS_BATCH_RUN_CTRL ENTRY SO ONE PARTITION         *
      *              RESTARTS WITHOUT THE OTHERS.  EACH                *
      *              INSTANCE RECORDS ITS RANGE ON CBS_POST_PARTITION  *
      *              FOR THE BUSINESS DATE AND IS REFUSED IF IT        *
      *              OVERLAPS, OR LEAVES A GAP AGAINST, A NEIGHBOURING *
      *              PARTITION OR DISAGREES ON THE PARTITION COUNT;    *
      *              PARTITION 1 MUST START AT ZERO AND THE LAST MUST  *
      *              END AT THE HIGHEST ACCOUNT-NUMBER.  A TRANSFER    *
      *              PAIR WHOSE LEGS FALL IN DIFFERENT PARTITIONS IS   *
      *              OWNED BY THE DEBIT LEG'S PARTITION, WHICH POSTS   *
      *              OR SUSPENDS BOTH LEGS AS ONE UNIT OF WORK; THE    *
      *              CREDIT LEG'S PARTITION LEAVES IT FOR THE OWNER.   *
      *              NO CARD RUNS ONE INSTANCE AS JOB TRNPOST OVER     *
      *              EVERY ACCOUNT.  DOWNSTREAM JOBS WAIT UNTIL EVERY  *
      *              PARTITION FOR THE BUSINESS DATE IS COMPLETE.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-PARM-IN ASSIGN TO POSTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-RPT ASSIGN TO POSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POST-PARM-IN
           RECORDING MODE IS F.
       01  POST-PARM-REC.
           05 PP-PARTITION-NO       PIC 9(1).
           05 FILLER                PIC X(1).
           05 PP-PARTITION-COUNT    PIC 9(1).
           05 FILLER                PIC X(1).
           05 PP-LOW-ACCOUNT        PIC 9(18).
           05 FILLER                PIC X(1).
           05 PP-HIGH-ACCOUNT       PIC 9(18).
           05 FILLER                PIC X(39).

       FD  POST-RPT
           RECORDING MODE IS F.
       01  POST-RPT-REC                PIC X(132).
           COPY CBSCKPT.
           COPY CBSOVDR.
           COPY CBSSUSP.
           COPY CBSCLRI.
           COPY CBSPART.
           COPY CBSTDEP.
           COPY CBSTDTS.
       01  WS-RESTART-TRAN-ID          PIC X(16).
       01  WS-ORIG-TRAN-TYPE           PIC X(10).
       01  WS-ORIG-STATUS              PIC X(10).
       01  WS-TRF-CR-TRAN-ID           PIC X(16).
       01  WS-TRF-DR-CUSTOMER          PIC S9(9) USAGE COMP.
       01  WS-TRF-CR-CUSTOMER          PIC S9(9) USAGE COMP.
       01  WS-TD-WD-TRAN-ID            PIC X(16).
       01  WS-TD-PEN-TRAN-ID           PIC X(16).
       01  WS-TD-PEN-PATTERN           PIC X(11).
       01  WS-TD-PENALTY               PIC S9(10)V9(2) COMP-3.
           COPY CBSRUNC.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-PRED-JOB-NAME            PIC X(8).

       01  WS-RUN-USERID               PIC X(10) VALUE 'TRNPOST'.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'TRNPOST'.
       01  FILLER REDEFINES WS-JOB-NAME.
           05 FILLER                   PIC X(7).
           05 WS-JOB-PARTITION-NO      PIC X(1).
       01  WS-MAX-ACCOUNT-NUMBER       PIC S9(18) COMP
                                       VALUE 999999999999999999.

       01  WS-BEFORE-AVAIL-BAL   PIC S9(10)V9(2) COMP-3.
       01  WS-BEFORE-LEDGER-BAL  PIC S9(10)V9(2) COMP-3.
       01  WS-BEFORE-HOLD-BAL    PIC S9(10)V9(2) COMP-3.

       01  WS-PEN-GEN-ID.
           05 WS-PG-PREFIX.
              10 FILLER                PIC X(1) VALUE 'P'.
              10 WS-PG-YYYY            PIC X(4).
              10 WS-PG-MM              PIC X(2).
              10 WS-PG-DD              PIC X(2).
              10 WS-PG-PARTITION       PIC 9(1).
           05 WS-PG-SEQ                PIC 9(6).
       01  WS-PEN-ID-PATTERN.
           05 WS-PP-PREFIX             PIC X(10).
           05 FILLER                   PIC X(1) VALUE '%'.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC X(4).
           05 FILLER                   PIC X(1).
           05 WS-DS-MM                 PIC X(2).
           05 FILLER                   PIC X(1).
           05 WS-DS-DD                 PIC X(2).

       01  WS-OD-LIMIT           PIC S9(10)V9(2) COMP-3.
       01  WS-FUNDS-AVAILABLE    PIC S9(10)V9(2) COMP-3.

           05 WS-ROWS-NSF-HELD         PIC 9(9) VALUE ZERO.
           05 WS-ROWS-NSF-RETRY-OK     PIC 9(9) VALUE ZERO.
           05 WS-ROWS-TRF-SUSPENDED    PIC 9(9) VALUE ZERO.
           05 WS-ROWS-TRF-DEFERRED     PIC 9(9) VALUE ZERO.
           05 WS-ROWS-TD-REFUSED       PIC 9(9) VALUE ZERO.
           05 WS-ROWS-TD-PENALTY       PIC 9(9) VALUE ZERO.

       01  WS-NSF-QUEUE.
           05 WS-NSF-COUNT             PIC 9(5)  COMP VALUE ZERO.
           88 WS-TRF-POSTED                VALUE 'Y'.
       01  WS-TRF-SUSP-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-TRF-SUSPENDED             VALUE 'Y'.
       01  WS-TRF-DEFER-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-TRF-DEFERRED              VALUE 'Y'.
       01  WS-TRF-STEP-OK-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-TRF-STEP-OK               VALUE 'Y'.
       01  WS-TD-REFUSED-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-TD-REFUSED                VALUE 'Y'.
       01  WS-TD-EARLY-WD-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-TD-EARLY-WD               VALUE 'Y'.
       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ROWS              VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD              VALUE 'Y'.

           EXEC SQL
               DECLARE TRNPOST-CSR CURSOR WITH HOLD FOR
                     FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                    WHERE STATUS = 'PENDING'
                      AND TRANSACTION_ID > :WS-RESTART-TRAN-ID
                      AND ACCOUNT_NUMBER BETWEEN :H24-LOW-ACCOUNT
                                             AND :H24-HIGH-ACCOUNT
                    ORDER BY TRANSACTION_ID
                    FOR UPDATE OF STATUS, POST_DATE
           END-EXEC.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-PARTITION-CARD
           PERFORM 1300-REGISTER-RUN-START
           PERFORM 1400-REGISTER-PARTITION
           OPEN OUTPUT POST-RPT
           PERFORM 1100-LOAD-CHECKPOINT
           PERFORM 1200-INIT-PENALTY-TRAN-ID
           EXEC SQL
               OPEN TRNPOST-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-ROW.

       1050-READ-PARTITION-CARD.
           OPEN INPUT POST-PARM-IN
           READ POST-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           CLOSE POST-PARM-IN
           IF WS-NO-PARM-CARD OR POST-PARM-REC = SPACES
               MOVE 1                     TO H24-PARTITION-NO
               MOVE 1                     TO H24-PARTITION-COUNT
               MOVE ZERO                  TO H24-LOW-ACCOUNT
               MOVE WS-MAX-ACCOUNT-NUMBER TO H24-HIGH-ACCOUNT
           ELSE
               IF PP-PARTITION-NO NOT NUMERIC
                      OR PP-PARTITION-COUNT NOT NUMERIC
                      OR PP-LOW-ACCOUNT NOT NUMERIC
                      OR PP-HIGH-ACCOUNT NOT NUMERIC
                   DISPLAY 'TRNPOST PARTITION CARD NOT NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PP-PARTITION-NO    TO H24-PARTITION-NO
               MOVE PP-PARTITION-COUNT TO H24-PARTITION-COUNT
               MOVE PP-LOW-ACCOUNT     TO H24-LOW-ACCOUNT
               MOVE PP-HIGH-ACCOUNT    TO H24-HIGH-ACCOUNT
               IF H24-PARTITION-NO = 0
                      OR H24-PARTITION-NO > H24-PARTITION-COUNT
                      OR H24-LOW-ACCOUNT > H24-HIGH-ACCOUNT
                      OR (H24-PARTITION-NO = 1
                          AND H24-LOW-ACCOUNT NOT = ZERO)
                      OR (H24-PARTITION-NO = H24-PARTITION-COUNT
                          AND H24-HIGH-ACCOUNT
                              NOT = WS-MAX-ACCOUNT-NUMBER)
                   DISPLAY 'TRNPOST PARTITION CARD INVALID: '
                       POST-PARM-REC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF H24-PARTITION-COUNT > 1
                   MOVE PP-PARTITION-NO TO WS-JOB-PARTITION-NO
               END-IF
           END-IF
           MOVE WS-JOB-NAME TO H24-JOB-NAME
           DISPLAY 'TRNPOST RUNNING AS ' WS-JOB-NAME
               ' ACCOUNTS ' H24-LOW-ACCOUNT ' THRU ' H24-HIGH-ACCOUNT.

       1100-LOAD-CHECKPOINT.
           MOVE LOW-VALUES TO WS-RESTART-TRAN-ID
           MOVE WS-JOB-NAME TO H9-JOB-NAME
                   WS-RESTART-TRAN-ID
           END-IF.

       1200-INIT-PENALTY-TRAN-ID.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT
           MOVE WS-DS-YYYY       TO WS-PG-YYYY
           MOVE WS-DS-MM         TO WS-PG-MM
           MOVE WS-DS-DD         TO WS-PG-DD
           MOVE H24-PARTITION-NO TO WS-PG-PARTITION
           MOVE ZERO             TO WS-PG-SEQ
           MOVE WS-PG-PREFIX      TO WS-PP-PREFIX
           MOVE WS-PEN-ID-PATTERN TO WS-TD-PEN-PATTERN
           EXEC SQL
               SELECT COALESCE(MAX(TRANSACTION_ID), ' ')
                 INTO :WS-TD-PEN-TRAN-ID
                 FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                WHERE TRANSACTION_ID LIKE :WS-TD-PEN-PATTERN
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           IF WS-TD-PEN-TRAN-ID NOT = SPACES
               MOVE WS-TD-PEN-TRAN-ID TO WS-PEN-GEN-ID
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-ROWS-READ
           SET WS-XREF-FOUND-SWITCH TO 'N'
           SET WS-TRF-SKIP-SWITCH TO 'N'
           SET WS-TRF-POSTED-SWITCH TO 'N'
           SET WS-TRF-SUSP-SWITCH TO 'N'
           SET WS-TRF-DEFER-SWITCH TO 'N'
           MOVE 'NOT POSTED - SEE REPORT' TO WS-REJECT-REASON
           MOVE H3-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
           PERFORM 3000-LOOKUP-CUSTOMER
               WHEN WS-TRF-SKIPPED
                   MOVE SPACES     TO WS-NEW-STATUS
                   MOVE 'PROCESSED WITH PARTNER LEG' TO WS-D-MESSAGE
               WHEN WS-TRF-DEFERRED
                   MOVE SPACES     TO WS-NEW-STATUS
                   MOVE 'PAIR POSTS IN DEBIT PARTITION' TO WS-D-MESSAGE
                   ADD 1 TO WS-ROWS-TRF-DEFERRED
               WHEN WS-TRF-POSTED
                   MOVE 'POSTED'   TO WS-NEW-STATUS
                   MOVE 'TRANSFER PAIR POSTED' TO WS-D-MESSAGE
                   MOVE WS-REJECT-REASON TO WS-D-MESSAGE
                   ADD 1 TO WS-ROWS-REJECTED
                   PERFORM 5000-UPDATE-TRAN-STATUS
                   PERFORM 5200-NOTE-CLEARING-REJECT
           END-EVALUATE
           PERFORM 5100-WRITE-DETAIL-LINE
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           END-IF.

       4200-POST-DEBIT.
           SET WS-TD-REFUSED-SWITCH TO 'N'
           SET WS-TD-EARLY-WD-SWITCH TO 'N'
           PERFORM 4050-CAPTURE-BEFORE-IMAGE
           IF H3-REASON-CODE = 'INT-CHARGE'
                  OR H3-REASON-CODE = 'NSF-FEE'
                  OR H3-REASON-CODE = 'DORM-FEE'
                  OR H3-REASON-CODE = 'SVC-FEE'
                  OR H3-REASON-CODE = 'ESC-DISB'
                  OR H3-REASON-CODE = 'ESC-RFND'
                  OR H3-REASON-CODE = 'TD-PENALTY'
               SET WS-FUNDS-OK-SWITCH TO 'Y'
           ELSE
               IF SQLCODE = 0
                   PERFORM 4230-CHECK-TERM-DEPOSIT
                   PERFORM 4210-CHECK-FUNDS
               ELSE
                   SET WS-FUNDS-OK-SWITCH TO 'Y'
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-TD-REFUSED
                   MOVE 'TERM DEPOSIT NOT MATURED' TO WS-REJECT-REASON
                   ADD 1 TO WS-ROWS-TD-REFUSED
               WHEN WS-FUNDS-OK
                   PERFORM 4220-APPLY-DEBIT
                   IF WS-BAL-UPDATED AND WS-TD-EARLY-WD
                       MOVE H3-TRANSACTION-ID TO WS-TD-WD-TRAN-ID
                       PERFORM 4240-APPLY-EARLY-WITHDRAWAL
                   END-IF
               WHEN WS-RETRY-PASS
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
               WHEN OTHER
                   SET WS-NSF-HELD-SWITCH TO 'Y'
           END-EVALUATE.

       4210-CHECK-FUNDS.
           MOVE H2-CUSTOMER-ID TO H12-CUSTOMER-ID
               MOVE 'BALANCE ROW NOT FOUND' TO WS-REJECT-REASON
           END-IF.

       4230-CHECK-TERM-DEPOSIT.
           SET WS-TD-REFUSED-SWITCH TO 'N'
           SET WS-TD-EARLY-WD-SWITCH TO 'N'
           MOVE H2-ACCOUNT-NUMBER TO H28-ACCOUNT-NUMBER
           EXEC SQL
               SELECT PRINCIPAL_AMT, LOCKED_RATE, TERM_MONTHS,
                      OPEN_DATE, EARLY_WD_AUTH, EARLY_WD_AMOUNT
                 INTO :H28-PRINCIPAL-AMT, :H28-LOCKED-RATE,
                      :H28-TERM-MONTHS, :H28-OPEN-DATE,
                      :H28-EARLY-WD-AUTH, :H28-EARLY-WD-AMOUNT
                 FROM COREBK.CBS_TERM_DEPOSIT
                WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
                  AND TD_STATUS = 'A'
                  AND MATURITY_DATE > :WS-BUSINESS-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               WHEN H28-EARLY-WD-AUTH = 'Y'
                AND H3-TRAN-AMOUNT NOT > H28-EARLY-WD-AMOUNT
                   SET WS-TD-EARLY-WD-SWITCH TO 'Y'
               WHEN OTHER
                   SET WS-TD-REFUSED-SWITCH TO 'Y'
           END-EVALUATE.

       4240-APPLY-EARLY-WITHDRAWAL.
           MOVE H28-TERM-MONTHS TO H29-TERM-MONTHS
           EXEC SQL
               SELECT PENALTY_DAYS
                 INTO :H29-PENALTY-DAYS
                 FROM COREBK.CBS_TD_TERM_SCHED
                WHERE TERM_MONTHS = :H29-TERM-MONTHS
                  AND EFFECTIVE_DATE <= :H28-OPEN-DATE
                ORDER BY EFFECTIVE_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO H29-PENALTY-DAYS
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           COMPUTE WS-TD-PENALTY ROUNDED =
               (H3-TRAN-AMOUNT * H28-LOCKED-RATE * H29-PENALTY-DAYS)
                   / 365
           MOVE H3-TRAN-AMOUNT TO H28-EARLY-WD-AMOUNT
           MOVE WS-RUN-USERID  TO H28-UPD-USERID
           EXEC SQL
               UPDATE COREBK.CBS_TERM_DEPOSIT
                  SET TD_STATUS       =
                          CASE WHEN PRINCIPAL_AMT > :H28-EARLY-WD-AMOUNT
                               THEN 'A' ELSE 'W' END,
                      PRINCIPAL_AMT   =
                          CASE WHEN PRINCIPAL_AMT > :H28-EARLY-WD-AMOUNT
                               THEN PRINCIPAL_AMT - :H28-EARLY-WD-AMOUNT
                               ELSE 0 END,
                      EARLY_WD_AUTH   = 'N',
                      EARLY_WD_AMOUNT = 0,
                      UPD_USERID      = :H28-UPD-USERID,
                      UPD_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           IF WS-TD-PENALTY > ZERO
               PERFORM 4250-STAGE-TD-PENALTY
           END-IF.

       4250-STAGE-TD-PENALTY.
           ADD 1 TO WS-PG-SEQ
           MOVE WS-PEN-GEN-ID TO WS-TD-PEN-TRAN-ID
           EXEC SQL
               INSERT INTO COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                   (ACCOUNT_NUMBER, TRANSACTION_ID, TRAN_AMOUNT,
                    TRAN_TYPE, STATUS, ORIG_TRAN_ID, REASON_CODE,
                    POST_DATE)
                   VALUES
                   (:H28-ACCOUNT-NUMBER, :WS-TD-PEN-TRAN-ID,
                    :WS-TD-PENALTY, 'DEBIT', 'PENDING',
                    :WS-TD-WD-TRAN-ID, 'TD-PENALTY',
                    '0001-01-01')
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           ADD 1 TO WS-ROWS-TD-PENALTY.

       4300-QUEUE-NSF-ITEM.
           IF WS-NSF-COUNT < WS-NSF-MAX
               ADD 1 TO WS-NSF-COUNT
                       WHEN SQLCODE NOT = 0
                           MOVE 'TRANSFER PARTNER NOT FOUND'
                               TO WS-REJECT-REASON
                       WHEN H3-REASON-CODE = 'TRF-CR'
                        AND WS-PTNR-STATUS = 'PENDING'
                        AND (WS-PTNR-ACCOUNT-NUMBER < H24-LOW-ACCOUNT
                          OR WS-PTNR-ACCOUNT-NUMBER > H24-HIGH-ACCOUNT)
                           SET WS-TRF-DEFER-SWITCH TO 'Y'
                       WHEN WS-PTNR-STATUS NOT = 'PENDING'
                           MOVE 'TRANSFER PARTNER NOT PENDING'
                               TO WS-REJECT-REASON
               MOVE 'DR BALANCE ROW NOT FOUND' TO WS-REJECT-REASON
               PERFORM 4680-SUSPEND-BOTH-LEGS
           ELSE
               PERFORM 4230-CHECK-TERM-DEPOSIT
               PERFORM 4210-CHECK-FUNDS
               EVALUATE TRUE
                   WHEN WS-TD-REFUSED
                       MOVE 'TERM DEPOSIT NOT MATURED'
                           TO WS-REJECT-REASON
                       ADD 1 TO WS-ROWS-TD-REFUSED
                       PERFORM 4680-SUSPEND-BOTH-LEGS
                   WHEN WS-FUNDS-OK
                       PERFORM 4650-APPLY-TRANSFER
                       IF WS-TRF-POSTED AND WS-TD-EARLY-WD
                           MOVE WS-TRF-DR-TRAN-ID TO WS-TD-WD-TRAN-ID
                           PERFORM 4240-APPLY-EARLY-WITHDRAWAL
                       END-IF
                   WHEN OTHER
                       MOVE 'INSUFFICIENT FUNDS - PAIR'
                           TO WS-REJECT-REASON
                       PERFORM 4680-SUSPEND-BOTH-LEGS
               END-EVALUATE
           END-IF.

       4650-APPLY-TRANSFER.
           MOVE WS-DETAIL-LINE     TO POST-RPT-REC
           WRITE POST-RPT-REC.

       5200-NOTE-CLEARING-REJECT.
           MOVE H3-TRANSACTION-ID TO H22-TRANSACTION-ID
           MOVE WS-REJECT-REASON  TO H22-FINAL-REASON
           EXEC SQL
               UPDATE COREBK.CBS_CLR_ITEM
                  SET ITEM_STATUS   = 'J',
                      FINAL_REASON  = :H22-FINAL-REASON,
                      FINAL_DATE    = CURRENT DATE,
                      UPD_TIMESTAMP = CURRENT TIMESTAMP
                WHERE TRANSACTION_ID = :H22-TRANSACTION-ID
                  AND ITEM_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       7000-CHECKPOINT-COMMIT.
           PERFORM 7100-SAVE-CHECKPOINT
           EXEC SQL
               MOVE 'REJECTED' TO WS-NEW-STATUS
               MOVE WS-REJECT-REASON TO WS-D-MESSAGE
               ADD 1 TO WS-ROWS-REJECTED
               PERFORM 5200-NOTE-CLEARING-REJECT
           END-IF
           PERFORM 8200-UPDATE-RETRY-STATUS
           PERFORM 5100-WRITE-DETAIL-LINE
                WHERE JOB_NAME = :WS-PRED-JOB-NAME
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           MOVE WS-JOB-NAME TO H15-JOB-NAME
           MOVE WS-BUSINESS-DATE TO H15-BUSINESS-DATE
           EXEC SQL
               SELECT COUNT(*)
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           IF WS-RUN-CTL-COUNT > 0
               DISPLAY WS-JOB-NAME ' ALREADY COMPLETE FOR '
                   WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               COMMIT
           END-EXEC.

       1400-REGISTER-PARTITION.
           MOVE WS-BUSINESS-DATE TO H24-BUSINESS-DATE
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RUN-CTL-COUNT
                 FROM COREBK.CBS_POST_PARTITION
                WHERE BUSINESS_DATE = :H24-BUSINESS-DATE
                  AND PARTITION_NO <> :H24-PARTITION-NO
                  AND (PARTITION_COUNT <> :H24-PARTITION-COUNT
                       OR (LOW_ACCOUNT <= :H24-HIGH-ACCOUNT
                           AND HIGH_ACCOUNT >= :H24-LOW-ACCOUNT)
                       OR (PARTITION_NO = :H24-PARTITION-NO - 1
                           AND HIGH_ACCOUNT + 1 <> :H24-LOW-ACCOUNT)
                       OR (PARTITION_NO = :H24-PARTITION-NO + 1
                           AND LOW_ACCOUNT - 1 <> :H24-HIGH-ACCOUNT))
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           IF WS-RUN-CTL-COUNT > 0
               DISPLAY WS-JOB-NAME ' RANGE CONFLICTS WITH PARTITION '
                   'MAP FOR ' WS-BUSINESS-DATE
               PERFORM 9900-REGISTER-RUN-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL
               UPDATE COREBK.CBS_POST_PARTITION
                  SET PARTITION_COUNT = :H24-PARTITION-COUNT,
                      JOB_NAME        = :H24-JOB-NAME,
                      LOW_ACCOUNT     = :H24-LOW-ACCOUNT,
                      HIGH_ACCOUNT    = :H24-HIGH-ACCOUNT,
                      UPD_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE BUSINESS_DATE = :H24-BUSINESS-DATE
                  AND PARTITION_NO = :H24-PARTITION-NO
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO COREBK.CBS_POST_PARTITION
                       (BUSINESS_DATE, PARTITION_NO, PARTITION_COUNT,
                        JOB_NAME, LOW_ACCOUNT, HIGH_ACCOUNT,
                        UPD_TIMESTAMP)
                       VALUES
                       (:H24-BUSINESS-DATE, :H24-PARTITION-NO,
                        :H24-PARTITION-COUNT, :H24-JOB-NAME,
                        :H24-LOW-ACCOUNT, :H24-HIGH-ACCOUNT,
                        CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC.

       9100-REGISTER-RUN-END.
           MOVE WS-ROWS-READ TO WS-RUN-CTL-ROWS
           EXEC SQL
           DISPLAY 'TRNPOST NSF HELD      : ' WS-ROWS-NSF-HELD
           DISPLAY 'TRNPOST NSF RETRY OK  : ' WS-ROWS-NSF-RETRY-OK
           DISPLAY 'TRNPOST TRF SUSPENDED : ' WS-ROWS-TRF-SUSPENDED
           DISPLAY 'TRNPOST TRF DEFERRED  : ' WS-ROWS-TRF-DEFERRED
           DISPLAY 'TRNPOST TD REFUSED    : ' WS-ROWS-TD-REFUSED
           DISPLAY 'TRNPOST TD PENALTIES  : ' WS-ROWS-TD-PENALTY
           CLOSE POST-RPT.
