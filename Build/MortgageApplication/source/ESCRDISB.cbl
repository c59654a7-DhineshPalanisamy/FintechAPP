      ******************************************************************
      * PROGRAM-ID : ESCRDISB                                          *
      * FUNCTION   : NIGHTLY MORTGAGE ESCROW DISBURSEMENT.  EVERY PAYEE*
      *              ON CBS_ESCROW_DISB (TAX, INSURANCE, OTHER, AND THE*
      *              SURPLUS REFUNDS ESCRANAL SCHEDULES) IS PAID OUT OF*
      *              THE ESCROW HELD ON CBS_ESCROW_ACCT.  THE RUN:     *
      *                - RESOLVES DISBURSEMENTS STAGED EARLIER: A      *
      *                  POSTED ONE IS MARKED PAID ('P') WITH ITS POST *
      *                  DATE AND TAKEN OFF ESCROW-BALANCE, AND FOR A  *
      *                  RECURRING PAYEE (FREQUENCY-MONTHS > 0) THE    *
      *                  NEXT OCCURRENCE IS SCHEDULED ('D') THAT MANY  *
      *                  MONTHS AFTER THE DUE-DATE; A REJECTED ONE     *
      *                  GOES BACK TO DUE ('D') SO IT IS STAGED AGAIN. *
      *                  A SUSPENDED ONE STAYS STAGED ('S') UNTIL THE  *
      *                  SUSPENSE DESK RE-INJECTS OR WRITES IT OFF IN  *
      *                  SUSPREPR                                      *
      *                - STAGES EVERY DUE ('D') DISBURSEMENT WHOSE     *
      *                  DUE-DATE HAS ARRIVED ON AN ACTIVE ESCROW      *
      *                  ACCOUNT AS A 'PENDING' DEBIT ON THE MORTGAGE  *
      *                  ACCOUNT-NUMBER ON CBS_ACCT_TRAN_HSTRY_DTL,    *
      *                  REASON-CODE 'ESC-DISB' ('ESC-RFND' FOR A      *
      *                  SURPLUS REFUND), AND MARKS IT STAGED ('S').   *
      *                  IT POSTS THROUGH TRNVALID/TRNPOST, WHICH DOES *
      *                  NOT FUNDS-CHECK IT: A DISBURSEMENT LARGER THAN*
      *                  THE ESCROW HELD IS AN ESCROW ADVANCE, FLAGGED *
      *                  ON THE REPORT AND RECOVERED BY THE NEXT ANNUAL*
      *                  ESCROW ANALYSIS (ESCRANAL).                   *
      *              THE ESCDRPT REPORT LISTS EVERY ACTION AND A       *
      *              SUMMARY.  THE RUN REGISTERS IN CBS_BATCH_RUN_CTRL *
      *              BEHIND EVERY TRNPOST PARTITION FOR THE BUSINESS   *
      *              DATE AND COMMITS ONCE AT THE END, SO A FAILED RUN *
      *              LEAVES NOTHING HALF-STAGED AND CAN SIMPLY BE      *
      *              RERUN.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRDISB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCD-RPT ASSIGN TO ESCDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCD-RPT
           RECORDING MODE IS F.
       01  ESCD-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSHIS.
           COPY CBSESCR.
           COPY CBSESCD.
           COPY CBSRUNC.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-PRED-JOB-NAME            PIC X(8).
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-COMPLETE            PIC S9(9) USAGE COMP.
       01  WS-ESCROW-HELD              PIC S9(11)V9(2) COMP-3.
       01  WS-NEXT-DUE-DATE            PIC X(10).
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'ESCRDISB'.
       01  WS-ACTION                   PIC X(24).

       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC X(4).
           05 FILLER                   PIC X(1).
           05 WS-DS-MM                 PIC X(2).
           05 FILLER                   PIC X(1).
           05 WS-DS-DD                 PIC X(2).

       01  WS-GEN-TRAN-ID.
           05 FILLER                   PIC X(1) VALUE 'E'.
           05 WS-GT-YYYY               PIC X(4).
           05 WS-GT-MM                 PIC X(2).
           05 WS-GT-DD                 PIC X(2).
           05 WS-GT-SEQ                PIC 9(7).

       01  WS-HDR1                     PIC X(40) VALUE
           'MORTGAGE ESCROW DISBURSEMENT'.
       01  WS-HDR2                     PIC X(132) VALUE
           '    ACCOUNT-NUMBER  SQ  TYP  DUE-DATE            AMOUNT  AC
      -    'TION'.

       01  WS-DETAIL-LINE.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-PAYEE-SEQ           PIC Z9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-PAYEE-TYPE          PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-DUE-DATE            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-AMOUNT              PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ACTION              PIC X(24).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-PAYEE-NAME          PIC X(30).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL             PIC X(30).
           05 WS-SUM-COUNT             PIC Z(8)9.

       01  WS-SUM-AMT-LINE.
           05 WS-SUM-AMT-LABEL         PIC X(30).
           05 WS-SUM-AMOUNT            PIC -Z(12)9.99.

       01  WS-COUNTERS.
           05 WS-ROWS-READ             PIC 9(9) VALUE ZERO.
           05 WS-DISB-STAGED           PIC 9(9) VALUE ZERO.
           05 WS-DISB-ADVANCED         PIC 9(9) VALUE ZERO.
           05 WS-DISB-PAID             PIC 9(9) VALUE ZERO.
           05 WS-DISB-RETURNED         PIC 9(9) VALUE ZERO.
           05 WS-DISB-RESCHEDULED      PIC 9(9) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05 WS-STAGED-AMT            PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-ADVANCED-AMT          PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-PAID-AMT              PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-PEND-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-PEND-ROWS        VALUE 'Y'.
       01  WS-DUE-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-DUE-ROWS         VALUE 'Y'.

           EXEC SQL
               DECLARE ESPEND-CSR CURSOR FOR
                   SELECT D.ACCOUNT_NUMBER, D.PAYEE_SEQ, D.DUE_DATE,
                          D.PAYEE_TYPE, D.PAYEE_NAME, D.DISB_AMOUNT,
                          D.FREQUENCY_MONTHS, T.STATUS, T.POST_DATE
                     FROM COREBK.CBS_ESCROW_DISB D
                          INNER JOIN COREBK.CBS_ACCT_TRAN_HSTRY_DTL T
                             ON T.TRANSACTION_ID = D.DISB_TRAN_ID
                    WHERE D.DISB_STATUS = 'S'
                      AND T.STATUS IN ('POSTED', 'REJECTED')
                    ORDER BY D.ACCOUNT_NUMBER, D.PAYEE_SEQ,
                             D.DUE_DATE
           END-EXEC.

           EXEC SQL
               DECLARE ESDUE-CSR CURSOR FOR
                   SELECT D.ACCOUNT_NUMBER, D.PAYEE_SEQ, D.DUE_DATE,
                          D.PAYEE_TYPE, D.PAYEE_NAME, D.DISB_AMOUNT
                     FROM COREBK.CBS_ESCROW_DISB D
                          INNER JOIN COREBK.CBS_ESCROW_ACCT E
                             ON E.ACCOUNT_NUMBER = D.ACCOUNT_NUMBER
                    WHERE D.DISB_STATUS = 'D'
                      AND D.DUE_DATE <= :WS-BUSINESS-DATE
                      AND E.ESCROW_STATUS = 'A'
                    ORDER BY D.ACCOUNT_NUMBER, D.DUE_DATE,
                             D.PAYEE_SEQ
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESOLVE-DISBURSEMENTS
           PERFORM 3000-STAGE-DISBURSEMENTS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT ESCD-RPT
           MOVE WS-HDR1 TO ESCD-RPT-REC
           WRITE ESCD-RPT-REC
           MOVE WS-HDR2 TO ESCD-RPT-REC
           WRITE ESCD-RPT-REC
           PERFORM 1300-REGISTER-RUN-START
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT
           MOVE WS-DS-YYYY       TO WS-GT-YYYY
           MOVE WS-DS-MM         TO WS-GT-MM
           MOVE WS-DS-DD         TO WS-GT-DD
           MOVE ZERO             TO WS-GT-SEQ.

       2000-RESOLVE-DISBURSEMENTS.
           EXEC SQL
               OPEN ESPEND-CSR
           END-EXEC
           PERFORM 2100-FETCH-PEND-ROW
           PERFORM 2200-RESOLVE-ONE-DISB
               UNTIL WS-NO-MORE-PEND-ROWS
           EXEC SQL
               CLOSE ESPEND-CSR
           END-EXEC.

       2100-FETCH-PEND-ROW.
           EXEC SQL
               FETCH ESPEND-CSR
                   INTO :H27-ACCOUNT-NUMBER, :H27-PAYEE-SEQ,
                        :H27-DUE-DATE, :H27-PAYEE-TYPE,
                        :H27-PAYEE-NAME, :H27-DISB-AMOUNT,
                        :H27-FREQUENCY-MONTHS, :H3-STATUS,
                        :H3-POST-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-PEND-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       2200-RESOLVE-ONE-DISB.
           ADD 1 TO WS-ROWS-READ
           MOVE WS-RUN-USERID TO H27-UPD-USERID
           IF H3-STATUS = 'POSTED'
               EXEC SQL
                   UPDATE COREBK.CBS_ESCROW_DISB
                      SET DISB_STATUS   = 'P',
                          PAID_DATE     = :H3-POST-DATE,
                          UPD_USERID    = :H27-UPD-USERID,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H27-ACCOUNT-NUMBER
                      AND PAYEE_SEQ = :H27-PAYEE-SEQ
                      AND DUE_DATE = :H27-DUE-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               END-IF
               MOVE H27-ACCOUNT-NUMBER TO H26-ACCOUNT-NUMBER
               MOVE H27-DISB-AMOUNT    TO H26-ESCROW-BALANCE
               MOVE WS-RUN-USERID      TO H26-UPD-USERID
               EXEC SQL
                   UPDATE COREBK.CBS_ESCROW_ACCT
                      SET ESCROW_BALANCE =
                              ESCROW_BALANCE - :H26-ESCROW-BALANCE,
                          UPD_USERID     = :H26-UPD-USERID,
                          UPD_TIMESTAMP  = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               END-IF
               ADD 1 TO WS-DISB-PAID
               ADD H27-DISB-AMOUNT TO WS-PAID-AMT
               MOVE 'DISBURSEMENT PAID' TO WS-ACTION
               PERFORM 6000-WRITE-DETAIL-LINE
               IF H27-FREQUENCY-MONTHS > 0
                   PERFORM 2300-SCHEDULE-NEXT-DUE
               END-IF
           ELSE
               EXEC SQL
                   UPDATE COREBK.CBS_ESCROW_DISB
                      SET DISB_STATUS   = 'D',
                          DISB_TRAN_ID  = ' ',
                          UPD_USERID    = :H27-UPD-USERID,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H27-ACCOUNT-NUMBER
                      AND PAYEE_SEQ = :H27-PAYEE-SEQ
                      AND DUE_DATE = :H27-DUE-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               END-IF
               ADD 1 TO WS-DISB-RETURNED
               MOVE 'NOT POSTED - RETURNED' TO WS-ACTION
               PERFORM 6000-WRITE-DETAIL-LINE
           END-IF
           PERFORM 2100-FETCH-PEND-ROW.

       2300-SCHEDULE-NEXT-DUE.
           EXEC SQL
               SELECT DATE(:H27-DUE-DATE)
                          + :H27-FREQUENCY-MONTHS MONTHS
                 INTO :WS-NEXT-DUE-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           EXEC SQL
               INSERT INTO COREBK.CBS_ESCROW_DISB
                   (ACCOUNT_NUMBER, PAYEE_SEQ, DUE_DATE, PAYEE_TYPE,
                    PAYEE_NAME, DISB_AMOUNT, FREQUENCY_MONTHS,
                    DISB_STATUS, DISB_TRAN_ID, PAID_DATE,
                    UPD_USERID, UPD_TIMESTAMP)
                   VALUES
                   (:H27-ACCOUNT-NUMBER, :H27-PAYEE-SEQ,
                    :WS-NEXT-DUE-DATE, :H27-PAYEE-TYPE,
                    :H27-PAYEE-NAME, :H27-DISB-AMOUNT,
                    :H27-FREQUENCY-MONTHS,
                    'D', ' ', '0001-01-01',
                    :H27-UPD-USERID, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-DISB-RESCHEDULED
                   MOVE WS-NEXT-DUE-DATE TO H27-DUE-DATE
                   MOVE 'NEXT DUE SCHEDULED' TO WS-ACTION
                   PERFORM 6000-WRITE-DETAIL-LINE
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3000-STAGE-DISBURSEMENTS.
           EXEC SQL
               OPEN ESDUE-CSR
           END-EXEC
           PERFORM 3100-FETCH-DUE-ROW
           PERFORM 3200-STAGE-ONE-DISB
               UNTIL WS-NO-MORE-DUE-ROWS
           EXEC SQL
               CLOSE ESDUE-CSR
           END-EXEC.

       3100-FETCH-DUE-ROW.
           EXEC SQL
               FETCH ESDUE-CSR
                   INTO :H27-ACCOUNT-NUMBER, :H27-PAYEE-SEQ,
                        :H27-DUE-DATE, :H27-PAYEE-TYPE,
                        :H27-PAYEE-NAME, :H27-DISB-AMOUNT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-DUE-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3200-STAGE-ONE-DISB.
           ADD 1 TO WS-ROWS-READ
           PERFORM 3300-FETCH-ESCROW-HELD
           ADD 1 TO WS-GT-SEQ
           MOVE H27-ACCOUNT-NUMBER TO H3-ACCOUNT-NUMBER
           MOVE WS-GEN-TRAN-ID     TO H3-TRANSACTION-ID
           MOVE H27-DISB-AMOUNT    TO H3-TRAN-AMOUNT
           MOVE 'DEBIT'            TO H3-TRAN-TYPE
           MOVE 'PENDING'          TO H3-STATUS
           MOVE SPACES             TO H3-ORIG-TRAN-ID
           IF H27-PAYEE-TYPE = 'RFD'
               MOVE 'ESC-RFND'     TO H3-REASON-CODE
           ELSE
               MOVE 'ESC-DISB'     TO H3-REASON-CODE
           END-IF
           EXEC SQL
               INSERT INTO COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                   (ACCOUNT_NUMBER, TRANSACTION_ID, TRAN_AMOUNT,
                    TRAN_TYPE, STATUS, ORIG_TRAN_ID, REASON_CODE,
                    POST_DATE)
                   VALUES
                   (:H3-ACCOUNT-NUMBER, :H3-TRANSACTION-ID,
                    :H3-TRAN-AMOUNT, :H3-TRAN-TYPE, :H3-STATUS,
                    :H3-ORIG-TRAN-ID, :H3-REASON-CODE,
                    '0001-01-01')
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE WS-GEN-TRAN-ID TO H27-DISB-TRAN-ID
           MOVE WS-RUN-USERID  TO H27-UPD-USERID
           EXEC SQL
               UPDATE COREBK.CBS_ESCROW_DISB
                  SET DISB_STATUS   = 'S',
                      DISB_TRAN_ID  = :H27-DISB-TRAN-ID,
                      UPD_USERID    = :H27-UPD-USERID,
                      UPD_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H27-ACCOUNT-NUMBER
                  AND PAYEE_SEQ = :H27-PAYEE-SEQ
                  AND DUE_DATE = :H27-DUE-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           ADD 1 TO WS-DISB-STAGED
           ADD H27-DISB-AMOUNT TO WS-STAGED-AMT
           IF WS-ESCROW-HELD < H27-DISB-AMOUNT
               ADD 1 TO WS-DISB-ADVANCED
               IF WS-ESCROW-HELD > ZERO
                   COMPUTE WS-ADVANCED-AMT = WS-ADVANCED-AMT
                       + H27-DISB-AMOUNT - WS-ESCROW-HELD
               ELSE
                   ADD H27-DISB-AMOUNT TO WS-ADVANCED-AMT
               END-IF
               MOVE 'STAGED - ESCROW ADVANCE' TO WS-ACTION
           ELSE
               MOVE 'DISBURSEMENT STAGED' TO WS-ACTION
           END-IF
           PERFORM 6000-WRITE-DETAIL-LINE
           PERFORM 3100-FETCH-DUE-ROW.

       3300-FETCH-ESCROW-HELD.
           MOVE H27-ACCOUNT-NUMBER TO H26-ACCOUNT-NUMBER
           EXEC SQL
               SELECT E.ESCROW_BALANCE -
                      COALESCE((SELECT SUM(S.DISB_AMOUNT)
                                  FROM COREBK.CBS_ESCROW_DISB S
                                 WHERE S.ACCOUNT_NUMBER =
                                           E.ACCOUNT_NUMBER
                                   AND S.DISB_STATUS = 'S'), 0)
                 INTO :WS-ESCROW-HELD
                 FROM COREBK.CBS_ESCROW_ACCT E
                WHERE E.ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6000-WRITE-DETAIL-LINE.
           MOVE H27-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE H27-PAYEE-SEQ      TO WS-D-PAYEE-SEQ
           MOVE H27-PAYEE-TYPE     TO WS-D-PAYEE-TYPE
           MOVE H27-DUE-DATE       TO WS-D-DUE-DATE
           MOVE H27-DISB-AMOUNT    TO WS-D-AMOUNT
           MOVE WS-ACTION          TO WS-D-ACTION
           MOVE H27-PAYEE-NAME     TO WS-D-PAYEE-NAME
           MOVE WS-DETAIL-LINE     TO ESCD-RPT-REC
           WRITE ESCD-RPT-REC.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO ESCD-RPT-REC
           WRITE ESCD-RPT-REC
           MOVE 'DISBURSEMENTS STAGED' TO WS-SUM-LABEL
           MOVE WS-DISB-STAGED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'AMOUNT STAGED' TO WS-SUM-AMT-LABEL
           MOVE WS-STAGED-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'ESCROW ADVANCES' TO WS-SUM-LABEL
           MOVE WS-DISB-ADVANCED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'AMOUNT ADVANCED' TO WS-SUM-AMT-LABEL
           MOVE WS-ADVANCED-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'DISBURSEMENTS PAID' TO WS-SUM-LABEL
           MOVE WS-DISB-PAID TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'AMOUNT PAID' TO WS-SUM-AMT-LABEL
           MOVE WS-PAID-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'NEXT OCCURRENCES SCHEDULED' TO WS-SUM-LABEL
           MOVE WS-DISB-RESCHEDULED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'DISBURSEMENTS NOT POSTED' TO WS-SUM-LABEL
           MOVE WS-DISB-RETURNED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE.

       8100-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO ESCD-RPT-REC
           WRITE ESCD-RPT-REC.

       8200-WRITE-SUM-AMT-LINE.
           MOVE WS-SUM-AMT-LINE TO ESCD-RPT-REC
           WRITE ESCD-RPT-REC.

       1300-REGISTER-RUN-START.
           MOVE 'TRNPOST%' TO WS-PRED-JOB-NAME
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RUN-CTL-COUNT
                 FROM COREBK.CBS_BATCH_RUN_CTRL
                WHERE JOB_NAME LIKE :WS-PRED-JOB-NAME
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           IF WS-RUN-CTL-COUNT = 0
               DISPLAY 'ESCRDISB PREDECESSOR TRNPOST NOT COMPLETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL
               SELECT MAX(BUSINESS_DATE)
                 INTO :WS-BUSINESS-DATE
                 FROM COREBK.CBS_BATCH_RUN_CTRL
                WHERE JOB_NAME LIKE :WS-PRED-JOB-NAME
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           PERFORM 1310-CHECK-POST-PARTITIONS
           MOVE 'ESCRDISB' TO H15-JOB-NAME
           MOVE WS-BUSINESS-DATE TO H15-BUSINESS-DATE
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RUN-CTL-COUNT
                 FROM COREBK.CBS_BATCH_RUN_CTRL
                WHERE JOB_NAME = :H15-JOB-NAME
                  AND BUSINESS_DATE = :H15-BUSINESS-DATE
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           IF WS-RUN-CTL-COUNT > 0
               DISPLAY 'ESCRDISB ALREADY COMPLETE FOR '
                   WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL
               UPDATE COREBK.CBS_BATCH_RUN_CTRL
                  SET START_TIMESTAMP = CURRENT TIMESTAMP,
                      END_TIMESTAMP   = CURRENT TIMESTAMP,
                      RUN_STATUS      = 'RUNNING',
                      COMPLETION_CODE = ' ',
                      ROWS_PROCESSED  = 0
                WHERE JOB_NAME = :H15-JOB-NAME
                  AND BUSINESS_DATE = :H15-BUSINESS-DATE
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO COREBK.CBS_BATCH_RUN_CTRL
                       (JOB_NAME, BUSINESS_DATE, START_TIMESTAMP,
                        END_TIMESTAMP, RUN_STATUS, COMPLETION_CODE,
                        ROWS_PROCESSED)
                       VALUES
                       (:H15-JOB-NAME, :H15-BUSINESS-DATE,
                        CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                        'RUNNING', ' ', 0)
               END-EXEC
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC.

       1310-CHECK-POST-PARTITIONS.
           EXEC SQL
               SELECT COALESCE(MAX(PARTITION_COUNT), 0)
                 INTO :WS-PART-EXPECTED
                 FROM COREBK.CBS_POST_PARTITION
                WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PART-COMPLETE
                 FROM COREBK.CBS_POST_PARTITION P
                      INNER JOIN COREBK.CBS_BATCH_RUN_CTRL R
                         ON R.JOB_NAME = P.JOB_NAME
                        AND R.BUSINESS_DATE = P.BUSINESS_DATE
                WHERE P.BUSINESS_DATE = :WS-BUSINESS-DATE
                  AND R.RUN_STATUS = 'COMPLETE'
           END-EXEC
           IF WS-PART-EXPECTED = 0
                  OR WS-PART-COMPLETE < WS-PART-EXPECTED
               DISPLAY 'ESCRDISB TRNPOST PARTITIONS NOT COMPLETE FOR '
                   WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-REGISTER-RUN-END.
           MOVE WS-ROWS-READ TO WS-RUN-CTL-ROWS
           EXEC SQL
               UPDATE COREBK.CBS_BATCH_RUN_CTRL
                  SET END_TIMESTAMP   = CURRENT TIMESTAMP,
                      RUN_STATUS      = 'COMPLETE',
                      COMPLETION_CODE = '0000',
                      ROWS_PROCESSED  = :WS-RUN-CTL-ROWS
                WHERE JOB_NAME = :H15-JOB-NAME
                  AND BUSINESS_DATE = :H15-BUSINESS-DATE
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC.

       9900-REGISTER-RUN-FAILED.
           MOVE '0016' TO H15-COMPLETION-CODE
           EXEC SQL
               UPDATE COREBK.CBS_BATCH_RUN_CTRL
                  SET END_TIMESTAMP   = CURRENT TIMESTAMP,
                      RUN_STATUS      = 'FAILED',
                      COMPLETION_CODE = :H15-COMPLETION-CODE
                WHERE JOB_NAME = :H15-JOB-NAME
                  AND BUSINESS_DATE = :H15-BUSINESS-DATE
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'ESCRDISB SQL ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           PERFORM 9900-REGISTER-RUN-FAILED
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           EXEC SQL
               COMMIT
           END-EXEC
           PERFORM 9100-REGISTER-RUN-END
           DISPLAY 'ESCRDISB ROWS READ          : ' WS-ROWS-READ
           DISPLAY 'ESCRDISB DISB STAGED        : ' WS-DISB-STAGED
           DISPLAY 'ESCRDISB ESCROW ADVANCES    : ' WS-DISB-ADVANCED
           DISPLAY 'ESCRDISB DISB PAID          : ' WS-DISB-PAID
           DISPLAY 'ESCRDISB NEXT DUE SCHEDULED : ' WS-DISB-RESCHEDULED
           DISPLAY 'ESCRDISB DISB NOT POSTED    : ' WS-DISB-RETURNED
           CLOSE ESCD-RPT.
