      *                      'S' AND 'D' ROWS) PLUS THE CBS_INT_ACCRUAL*
      *                      BALANCE PLUS PER-DIEM INTEREST FROM THE   *
      *                      LAST ACCRUAL DATE THROUGH THE REQUESTED   *
      *                      GOOD-THROUGH DATE, LESS THE ESCROW BALANCE*
      *                      HELD (NET OF DISBURSEMENTS STAGED BUT NOT *
      *                      YET POSTED), ON A PRINTABLE REPORT.       *
      *                ESC - SETS UP OR CHANGES THE LOAN'S ESCROW      *
      *                      ACCOUNT ON CBS_ESCROW_ACCT: THE ESCROW    *
      *                      PORTION OF EACH MONTHLY PAYMENT, CUSHION  *
      *                      MONTHS (DEFAULT 2), OPENING DEPOSIT AND   *
      *                      FIRST ANALYSIS DATE (DEFAULT ONE YEAR     *
      *                      OUT).  A CHANGED PAYMENT APPLIES FROM THE *
      *                      NEXT OPEN INSTALLMENT.                    *
      *                DSB - ADDS AN ESCROW PAYEE TO CBS_ESCROW_DISB,  *
      *                      OR CHANGES THE PAYEE'S NEXT SCHEDULED     *
      *                      DISBURSEMENT: PAYEE NAME (UP TO 20        *
      *                      CHARACTERS ON THE CARD) AND TYPE (TAX,    *
      *                      INS OR OTH), DUE DATE, AMOUNT AND         *
      *                      FREQUENCY IN MONTHS (00 = ONE-TIME).      *
      *                      ESCRDISB STAGES IT WHEN DUE.              *
      *                DSX - CANCELS A PAYEE'S SCHEDULED DISBURSEMENTS.*
      *              BLD AND REG ALSO SHOW THE ESCROW PAYMENT AND THE  *
      *              TOTAL MONTHLY PAYMENT WHEN THE LOAN IS ESCROWED.  *
      *              DUAL CONTROL: A REG CARD WHOSE NEW PRINCIPAL IS   *
      *              OVER THE LIMIT ON THE DUALPARM CARD (DEFAULT      *
      *              10,000.00) IS NOT APPLIED - IT IS QUEUED ON       *
      *              CBS_MAINT_REQUEST AS A PENDING REQUEST (THE       *
      *              OPERATOR ID IS THEN REQUIRED) FOR A SECOND        *
      *              OPERATOR TO APPROVE OR REJECT IN MAINTAPR.        *
      *              REQUESTS APPROVED SINCE THE LAST RUN ARE APPLIED  *
      *              FIRST, BEFORE THE CARDS, WITH THE SAME CHECKS.    *
      *              EVERY BLD, REG, ESC, DSB AND DSX ACTION -         *
      *              APPLIED, PENDING OR REJECTED - IS JOURNALED ON    *
      *              CBS_OPER_JOURNAL UNDER THE OPERATOR ID IN COLUMNS *
      *              71-80 OF THE CARD.                                *
      *              RESULTS AND EXCEPTIONS GO TO THE AMRTRPT REPORT.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMRT-RPT ASSIGN TO AMRTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUAL-PARM-IN ASSIGN TO DUALPARM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AMRT-TXN-IN
           05 AM-TERM-MONTHS        PIC 9(3).
           05 AM-FIRST-DUE-DATE     PIC X(10).
           05 AM-GOOD-THRU-DATE     PIC X(10).
           05 FILLER                PIC X(2).
           05 AM-OPERATOR-ID        PIC X(10).
       01  AMRT-ESC-REC.
           05 FILLER                PIC X(21).
           05 AE-ESCROW-PAYMENT     PIC 9(10)V9(2).
           05 AE-CUSHION-MONTHS     PIC 9(1).
           05 AE-OPENING-BALANCE    PIC 9(10)V9(2).
           05 AE-ANALYSIS-DATE      PIC X(10).
           05 FILLER                PIC X(24).
       01  AMRT-DSB-REC.
           05 FILLER                PIC X(21).
           05 AD-PAYEE-SEQ          PIC 9(2).
           05 AD-PAYEE-TYPE         PIC X(3).
           05 AD-DISB-AMOUNT        PIC 9(10)V9(2).
           05 AD-DUE-DATE           PIC X(10).
           05 AD-FREQUENCY-MONTHS   PIC 9(2).
           05 AD-PAYEE-NAME         PIC X(20).
           05 FILLER                PIC X(10).

       FD  AMRT-RPT
           RECORDING MODE IS F.
       01  AMRT-RPT-REC             PIC X(132).

       FD  DUAL-PARM-IN
           RECORDING MODE IS F.
       01  DUAL-PARM-REC.
           05 DP-LIMIT-AMT          PIC 9(10)V9(2).
           05 FILLER                PIC X(68).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSAMRT.
           COPY CBSINTA.
           COPY CBSESCR.
           COPY CBSESCD.
           COPY CBSOJRN.
           COPY CBSMREQ.
       01  WS-OPEN-ROW-COUNT           PIC S9(9) USAGE COMP.
       01  WS-BAL-ROW-COUNT            PIC S9(9) USAGE COMP.
       01  WS-REMAIN-PRINCIPAL         PIC S9(11)V9(2) COMP-3.
       01  WS-GOOD-THRU-DATE           PIC X(10).
       01  WS-MONTH-OFFSET             PIC S9(4) USAGE COMP.
       01  WS-PER-DIEM-DAYS            PIC S9(9) USAGE COMP.
       01  WS-ESCROW-CREDIT            PIC S9(11)V9(2) COMP-3.
       01  WS-OPEN-REQ-COUNT           PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'AMRTMNT'.
       01  WS-DEFAULT-CUSHION-MONTHS   PIC S9(4) USAGE COMP VALUE 2.
       01  WS-DUAL-LIMIT-AMT           PIC S9(10)V9(2) COMP-3
                                       VALUE 10000.00.
       01  WS-DUAL-LIMIT-EDIT          PIC Z(9)9.99.

       01  WS-PENDING-MSG.
           05 FILLER                   PIC X(27) VALUE
              'PENDING APPROVAL - REQUEST '.
           05 WS-PM-REQUEST-ID         PIC Z(8)9.

       01  WS-MONTHLY-RATE             PIC S9(3)V9(12) COMP-3.
       01  WS-COMPOUND-FACTOR          PIC S9(5)V9(12) COMP-3.
       01  WS-PAYMENT                  PIC S9(10)V9(2) COMP-3.
           05 WS-SCHEDULES-REGEN       PIC 9(9) VALUE ZERO.
           05 WS-QUOTES-PRODUCED       PIC 9(9) VALUE ZERO.
           05 WS-CARDS-REJECTED        PIC 9(9) VALUE ZERO.
           05 WS-ESCROW-CHANGES        PIC 9(9) VALUE ZERO.
           05 WS-PAYEE-CHANGES         PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-QUEUED       PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-APPLIED      PIC 9(9) VALUE ZERO.
           05 WS-REQUESTS-FAILED       PIC 9(9) VALUE ZERO.

       01  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TXNS             VALUE 'Y'.
       01  WS-CARD-VALID-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-CARD-VALID               VALUE 'Y'.
       01  WS-ESCROWED-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-ESCROWED                 VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-APPROVED-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-APPLYING-APPROVED        VALUE 'Y'.
       01  WS-REQ-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-APPROVED         VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.

       1000-INITIALIZE.
           OPEN INPUT AMRT-TXN-IN
           OPEN INPUT DUAL-PARM-IN
           OPEN OUTPUT AMRT-RPT
           MOVE WS-HDR1 TO AMRT-RPT-REC
           WRITE AMRT-RPT-REC
           MOVE WS-HDR2 TO AMRT-RPT-REC
           WRITE AMRT-RPT-REC
           PERFORM 1400-READ-DUAL-PARM
           PERFORM 1500-APPLY-APPROVED-REQUESTS
           PERFORM 1100-READ-NEXT-CARD.

       1100-READ-NEXT-CARD.
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
           DISPLAY 'AMRTMNT DUAL-CONTROL LIMIT  : ' WS-DUAL-LIMIT-EDIT.

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
                WHERE PROGRAM_ID = 'AMRTMNT'
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
           MOVE H32-CARD-IMAGE TO AMRT-TXN-REC
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
           EVALUATE AM-FUNC-CODE
               WHEN 'BLD'
                   PERFORM 3000-BUILD-NEW-SCHEDULE
                   PERFORM 4000-REGENERATE-SCHEDULE
               WHEN 'PAY'
                   PERFORM 5000-PAYOFF-QUOTE
               WHEN 'ESC'
                   PERFORM 6000-MAINTAIN-ESCROW
               WHEN 'DSB'
                   PERFORM 6500-MAINTAIN-PAYEE
               WHEN 'DSX'
                   PERFORM 6800-CANCEL-PAYEE
               WHEN OTHER
                   ADD 1 TO WS-CARDS-REJECTED
                   MOVE 'UNKNOWN FUNCTION CODE - SKIPPED'
                       TO WS-D-MESSAGE
                   PERFORM 8000-WRITE-DETAIL-LINE
           END-EVALUATE.

       2100-VALIDATE-LOAN-CARD.
           SET WS-CARD-VALID-SWITCH TO 'Y'
           IF WS-CARD-VALID
               PERFORM 7000-BUILD-SCHEDULE-ROWS
               ADD 1 TO WS-SCHEDULES-BUILT
               MOVE 'A' TO H31-ACTION-STATUS
               MOVE 'SCHEDULE BUILT' TO WS-D-MESSAGE
               PERFORM 8000-WRITE-DETAIL-LINE
               PERFORM 7500-WRITE-PAYMENT-LINE
       4000-REGENERATE-SCHEDULE.
           PERFORM 2100-VALIDATE-LOAN-CARD
           IF WS-CARD-VALID
               IF AM-PRINCIPAL > WS-DUAL-LIMIT-AMT
                      AND NOT WS-APPLYING-APPROVED
                   PERFORM 8500-QUEUE-FOR-APPROVAL
                   PERFORM 8000-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 4100-APPLY-REGENERATION
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.

       4100-APPLY-REGENERATION.
           MOVE AM-ACCOUNT-NUMBER TO H8-ACCOUNT-NUMBER
           EXEC SQL
               DELETE FROM COREBK.CBS_AMORT_SCHEDULE
                WHERE ACCOUNT_NUMBER = :H8-ACCOUNT-NUMBER
                  AND SCHEDULE_STATUS = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           PERFORM 7000-BUILD-SCHEDULE-ROWS
           ADD 1 TO WS-SCHEDULES-REGEN
           MOVE 'A' TO H31-ACTION-STATUS
           MOVE 'SCHEDULE REGENERATED' TO WS-D-MESSAGE
           PERFORM 8000-WRITE-DETAIL-LINE
           PERFORM 7500-WRITE-PAYMENT-LINE.

       5000-PAYOFF-QUOTE.
           IF AM-ACCOUNT-NUMBER IS NOT NUMERIC
                  OR AM-ACCOUNT-NUMBER = ZERO
               PERFORM 5100-SUM-REMAINING-PRINCIPAL
               PERFORM 5200-FETCH-ACCRUED-INTEREST
               PERFORM 5300-COMPUTE-PER-DIEM
               PERFORM 5350-FETCH-ESCROW-CREDIT
               COMPUTE WS-PAYOFF-TOTAL =
                   WS-REMAIN-PRINCIPAL + WS-ACCRUED-AMOUNT
                   + WS-PER-DIEM-AMT - WS-ESCROW-CREDIT
               ADD 1 TO WS-QUOTES-PRODUCED
               MOVE 'PAYOFF QUOTE FOLLOWS' TO WS-D-MESSAGE
               PERFORM 8000-WRITE-DETAIL-LINE
               END-IF
           END-IF.

       5350-FETCH-ESCROW-CREDIT.
           MOVE ZERO TO WS-ESCROW-CREDIT
           SET WS-ESCROWED-SWITCH TO 'N'
           MOVE H8-ACCOUNT-NUMBER TO H26-ACCOUNT-NUMBER
           EXEC SQL
               SELECT E.ESCROW_BALANCE -
                      COALESCE((SELECT SUM(D.DISB_AMOUNT)
                                  FROM COREBK.CBS_ESCROW_DISB D
                                 WHERE D.ACCOUNT_NUMBER =
                                           E.ACCOUNT_NUMBER
                                   AND D.DISB_STATUS = 'S'), 0)
                 INTO :WS-ESCROW-CREDIT
                 FROM COREBK.CBS_ESCROW_ACCT E
                WHERE E.ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
                  AND E.ESCROW_STATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-ESCROWED-SWITCH TO 'Y'
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       5400-WRITE-QUOTE-LINES.
           MOVE 'REMAINING PRINCIPAL       ' TO WS-P-LABEL
           MOVE WS-REMAIN-PRINCIPAL           TO WS-P-AMOUNT
           MOVE WS-PER-DIEM-AMT               TO WS-P-AMOUNT
           MOVE WS-PAY-LINE                   TO AMRT-RPT-REC
           WRITE AMRT-RPT-REC
           IF WS-ESCROWED
               MOVE 'LESS ESCROW BALANCE HELD  ' TO WS-P-LABEL
               COMPUTE WS-P-AMOUNT = 0 - WS-ESCROW-CREDIT
               MOVE WS-PAY-LINE                   TO AMRT-RPT-REC
               WRITE AMRT-RPT-REC
           END-IF
           MOVE 'PAYOFF GOOD THROUGH       ' TO WS-Q-LABEL
           MOVE WS-PAYOFF-TOTAL               TO WS-Q-AMOUNT
           MOVE WS-GOOD-THRU-DATE             TO WS-Q-DATE
           MOVE WS-QUOTE-LINE                 TO AMRT-RPT-REC
           WRITE AMRT-RPT-REC.

       6000-MAINTAIN-ESCROW.
           PERFORM 6100-VALIDATE-ESCROW-CARD
           IF WS-CARD-VALID
               PERFORM 6200-FETCH-ESCROW-ROW
               IF SQLCODE = 100
                   PERFORM 6300-OPEN-ESCROW-ACCT
                   MOVE 'ESCROW ACCOUNT OPENED' TO WS-D-MESSAGE
               ELSE
                   PERFORM 6400-CHANGE-ESCROW-ACCT
                   MOVE 'ESCROW ACCOUNT CHANGED' TO WS-D-MESSAGE
               END-IF
               ADD 1 TO WS-ESCROW-CHANGES
               MOVE 'A' TO H31-ACTION-STATUS
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

       6100-VALIDATE-ESCROW-CARD.
           SET WS-CARD-VALID-SWITCH TO 'Y'
           EVALUATE TRUE
               WHEN AM-ACCOUNT-NUMBER IS NOT NUMERIC
                 OR AM-ACCOUNT-NUMBER = ZERO
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'ACCOUNT-NUMBER MISSING OR BAD'
                       TO WS-D-MESSAGE
               WHEN AE-ESCROW-PAYMENT IS NOT NUMERIC
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'ESCROW PAYMENT NOT NUMERIC'
                       TO WS-D-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-VALID
               PERFORM 2300-CHECK-ACCOUNT-EXISTS
               IF WS-BAL-ROW-COUNT = 0
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'ACCOUNT NOT ON FILE'
                       TO WS-D-MESSAGE
               END-IF
           END-IF.

       6200-FETCH-ESCROW-ROW.
           MOVE AM-ACCOUNT-NUMBER TO H26-ACCOUNT-NUMBER
           EXEC SQL
               SELECT CUSHION_MONTHS, NEXT_ANALYSIS_DATE
                 INTO :H26-CUSHION-MONTHS, :H26-NEXT-ANALYSIS-DATE
                 FROM COREBK.CBS_ESCROW_ACCT
                WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6300-OPEN-ESCROW-ACCT.
           MOVE AE-ESCROW-PAYMENT TO H26-ESCROW-PAYMENT
           MOVE AE-ESCROW-PAYMENT TO H26-PRIOR-ESCROW-PMT
           IF AE-OPENING-BALANCE IS NUMERIC
               MOVE AE-OPENING-BALANCE TO H26-ESCROW-BALANCE
           ELSE
               MOVE ZERO TO H26-ESCROW-BALANCE
           END-IF
           IF AE-CUSHION-MONTHS IS NUMERIC
               MOVE AE-CUSHION-MONTHS TO H26-CUSHION-MONTHS
           ELSE
               MOVE WS-DEFAULT-CUSHION-MONTHS TO H26-CUSHION-MONTHS
           END-IF
           IF AE-ANALYSIS-DATE = SPACES
               EXEC SQL
                   SELECT CURRENT DATE + 1 YEAR
                     INTO :H26-NEXT-ANALYSIS-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE AE-ANALYSIS-DATE TO H26-NEXT-ANALYSIS-DATE
           END-IF
           MOVE WS-RUN-USERID TO H26-UPD-USERID
           EXEC SQL
               INSERT INTO COREBK.CBS_ESCROW_ACCT
                   (ACCOUNT_NUMBER, ESCROW_STATUS, ESCROW_BALANCE,
                    ESCROW_PAYMENT, PRIOR_ESCROW_PMT,
                    PMT_EFFECTIVE_DATE, CUSHION_MONTHS,
                    REQUIRED_CUSHION, SHORTAGE_AMT, SURPLUS_AMT,
                    LAST_ANALYSIS_DATE, NEXT_ANALYSIS_DATE,
                    UPD_USERID, UPD_TIMESTAMP)
                   VALUES
                   (:H26-ACCOUNT-NUMBER, 'A', :H26-ESCROW-BALANCE,
                    :H26-ESCROW-PAYMENT, :H26-PRIOR-ESCROW-PMT,
                    CURRENT DATE, :H26-CUSHION-MONTHS,
                    0, 0, 0,
                    '0001-01-01', :H26-NEXT-ANALYSIS-DATE,
                    :H26-UPD-USERID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6400-CHANGE-ESCROW-ACCT.
           MOVE AE-ESCROW-PAYMENT TO H26-ESCROW-PAYMENT
           IF AE-CUSHION-MONTHS IS NUMERIC
               MOVE AE-CUSHION-MONTHS TO H26-CUSHION-MONTHS
           END-IF
           IF AE-ANALYSIS-DATE NOT = SPACES
               MOVE AE-ANALYSIS-DATE TO H26-NEXT-ANALYSIS-DATE
           END-IF
           EXEC SQL
               SELECT COALESCE(MIN(DUE_DATE), CURRENT DATE)
                 INTO :H26-PMT-EFFECTIVE-DATE
                 FROM COREBK.CBS_AMORT_SCHEDULE
                WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
                  AND SCHEDULE_STATUS = 'S'
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE WS-RUN-USERID TO H26-UPD-USERID
           EXEC SQL
               UPDATE COREBK.CBS_ESCROW_ACCT
                  SET ESCROW_STATUS      = 'A',
                      PRIOR_ESCROW_PMT   = ESCROW_PAYMENT,
                      ESCROW_PAYMENT     = :H26-ESCROW-PAYMENT,
                      PMT_EFFECTIVE_DATE = :H26-PMT-EFFECTIVE-DATE,
                      CUSHION_MONTHS     = :H26-CUSHION-MONTHS,
                      NEXT_ANALYSIS_DATE = :H26-NEXT-ANALYSIS-DATE,
                      UPD_USERID         = :H26-UPD-USERID,
                      UPD_TIMESTAMP      = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6500-MAINTAIN-PAYEE.
           PERFORM 6600-VALIDATE-PAYEE-CARD
           IF WS-CARD-VALID
               MOVE AD-DUE-DATE         TO H27-DUE-DATE
               MOVE AD-PAYEE-TYPE       TO H27-PAYEE-TYPE
               MOVE AD-PAYEE-NAME       TO H27-PAYEE-NAME
               MOVE AD-DISB-AMOUNT      TO H27-DISB-AMOUNT
               MOVE AD-FREQUENCY-MONTHS TO H27-FREQUENCY-MONTHS
               MOVE WS-RUN-USERID       TO H27-UPD-USERID
               EXEC SQL
                   UPDATE COREBK.CBS_ESCROW_DISB
                      SET DUE_DATE         = :H27-DUE-DATE,
                          PAYEE_TYPE       = :H27-PAYEE-TYPE,
                          PAYEE_NAME       = :H27-PAYEE-NAME,
                          DISB_AMOUNT      = :H27-DISB-AMOUNT,
                          FREQUENCY_MONTHS = :H27-FREQUENCY-MONTHS,
                          UPD_USERID       = :H27-UPD-USERID,
                          UPD_TIMESTAMP    = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H27-ACCOUNT-NUMBER
                      AND PAYEE_SEQ = :H27-PAYEE-SEQ
                      AND DISB_STATUS = 'D'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'ESCROW PAYEE CHANGED' TO WS-D-MESSAGE
                   WHEN 100
                       PERFORM 6700-INSERT-PAYEE
                       MOVE 'ESCROW PAYEE ADDED' TO WS-D-MESSAGE
                   WHEN OTHER
                       PERFORM 9800-ABEND-SQL-ERROR
               END-EVALUATE
               ADD 1 TO WS-PAYEE-CHANGES
               MOVE 'A' TO H31-ACTION-STATUS
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

       6600-VALIDATE-PAYEE-CARD.
           SET WS-CARD-VALID-SWITCH TO 'Y'
           EVALUATE TRUE
               WHEN AM-ACCOUNT-NUMBER IS NOT NUMERIC
                 OR AM-ACCOUNT-NUMBER = ZERO
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'ACCOUNT-NUMBER MISSING OR BAD'
                       TO WS-D-MESSAGE
               WHEN AD-PAYEE-SEQ IS NOT NUMERIC
                 OR AD-PAYEE-SEQ = ZERO
                 OR AD-PAYEE-SEQ = 99
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'PAYEE SEQ MUST BE 01-98'
                       TO WS-D-MESSAGE
               WHEN AM-FUNC-CODE = 'DSX'
                   CONTINUE
               WHEN AD-PAYEE-TYPE NOT = 'TAX'
                AND AD-PAYEE-TYPE NOT = 'INS'
                AND AD-PAYEE-TYPE NOT = 'OTH'
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'PAYEE TYPE MUST BE TAX, INS OR OTH'
                       TO WS-D-MESSAGE
               WHEN AD-PAYEE-NAME = SPACES
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'PAYEE NAME MISSING'
                       TO WS-D-MESSAGE
               WHEN AD-DISB-AMOUNT IS NOT NUMERIC
                 OR AD-DISB-AMOUNT = ZERO
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'DISBURSEMENT AMOUNT MISSING OR BAD'
                       TO WS-D-MESSAGE
               WHEN AD-DUE-DATE = SPACES
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'DUE DATE MISSING'
                       TO WS-D-MESSAGE
               WHEN AD-FREQUENCY-MONTHS IS NOT NUMERIC
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'FREQUENCY MONTHS NOT NUMERIC'
                       TO WS-D-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-VALID
               MOVE AM-ACCOUNT-NUMBER TO H27-ACCOUNT-NUMBER
               MOVE AD-PAYEE-SEQ      TO H27-PAYEE-SEQ
               MOVE AM-ACCOUNT-NUMBER TO H26-ACCOUNT-NUMBER
               EXEC SQL
                   SELECT ESCROW_STATUS
                     INTO :H26-ESCROW-STATUS
                     FROM COREBK.CBS_ESCROW_ACCT
                    WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0 OR H26-ESCROW-STATUS NOT = 'A'
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'NO ACTIVE ESCROW ACCOUNT'
                       TO WS-D-MESSAGE
               END-IF
           END-IF.

       6700-INSERT-PAYEE.
           EXEC SQL
               INSERT INTO COREBK.CBS_ESCROW_DISB
                   (ACCOUNT_NUMBER, PAYEE_SEQ, DUE_DATE, PAYEE_TYPE,
                    PAYEE_NAME, DISB_AMOUNT, FREQUENCY_MONTHS,
                    DISB_STATUS, DISB_TRAN_ID, PAID_DATE,
                    UPD_USERID, UPD_TIMESTAMP)
                   VALUES
                   (:H27-ACCOUNT-NUMBER, :H27-PAYEE-SEQ,
                    :H27-DUE-DATE, :H27-PAYEE-TYPE, :H27-PAYEE-NAME,
                    :H27-DISB-AMOUNT, :H27-FREQUENCY-MONTHS,
                    'D', ' ', '0001-01-01',
                    :H27-UPD-USERID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6800-CANCEL-PAYEE.
           PERFORM 6600-VALIDATE-PAYEE-CARD
           IF WS-CARD-VALID
               MOVE WS-RUN-USERID TO H27-UPD-USERID
               EXEC SQL
                   UPDATE COREBK.CBS_ESCROW_DISB
                      SET DISB_STATUS   = 'X',
                          UPD_USERID    = :H27-UPD-USERID,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H27-ACCOUNT-NUMBER
                      AND PAYEE_SEQ = :H27-PAYEE-SEQ
                      AND DISB_STATUS = 'D'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-PAYEE-CHANGES
                       MOVE 'A' TO H31-ACTION-STATUS
                       MOVE 'ESCROW PAYEE CANCELLED' TO WS-D-MESSAGE
                   WHEN 100
                       ADD 1 TO WS-CARDS-REJECTED
                       MOVE 'NO SCHEDULED DISBURSEMENT FOR PAYEE'
                           TO WS-D-MESSAGE
                   WHEN OTHER
                       PERFORM 9800-ABEND-SQL-ERROR
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

       7000-BUILD-SCHEDULE-ROWS.
           MOVE AM-ACCOUNT-NUMBER TO H8-ACCOUNT-NUMBER
           MOVE AM-FIRST-DUE-DATE TO WS-FIRST-DUE-DATE
           MOVE 'LEVEL MONTHLY PAYMENT     ' TO WS-P-LABEL
           MOVE WS-PAYMENT                    TO WS-P-AMOUNT
           MOVE WS-PAY-LINE                   TO AMRT-RPT-REC
           WRITE AMRT-RPT-REC
           MOVE AM-ACCOUNT-NUMBER TO H26-ACCOUNT-NUMBER
           EXEC SQL
               SELECT ESCROW_PAYMENT
                 INTO :H26-ESCROW-PAYMENT
                 FROM COREBK.CBS_ESCROW_ACCT
                WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
                  AND ESCROW_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0
               MOVE 'ESCROW PAYMENT            ' TO WS-P-LABEL
               MOVE H26-ESCROW-PAYMENT            TO WS-P-AMOUNT
               MOVE WS-PAY-LINE                   TO AMRT-RPT-REC
               WRITE AMRT-RPT-REC
               MOVE 'TOTAL MONTHLY PAYMENT     ' TO WS-P-LABEL
               COMPUTE WS-P-AMOUNT = WS-PAYMENT + H26-ESCROW-PAYMENT
               MOVE WS-PAY-LINE                   TO AMRT-RPT-REC
               WRITE AMRT-RPT-REC
           END-IF.

       8000-WRITE-DETAIL-LINE.
           MOVE AM-FUNC-CODE TO WS-D-FUNC-CODE
               MOVE ZERO              TO WS-D-ACCOUNT-NUMBER
           END-IF
           MOVE WS-DETAIL-LINE TO AMRT-RPT-REC
           WRITE AMRT-RPT-REC
           IF AM-FUNC-CODE NOT = 'PAY'
               PERFORM 8600-WRITE-JOURNAL-ROW
           END-IF.

       8500-QUEUE-FOR-APPROVAL.
           MOVE 'AMRTMNT'          TO H32-PROGRAM-ID
           MOVE AM-FUNC-CODE       TO H32-FUNC-CODE
           MOVE AM-ACCOUNT-NUMBER  TO H32-ACCOUNT-NUMBER
           MOVE SPACES             TO H32-ITEM-KEY
           MOVE AM-PRINCIPAL       TO H32-REQUEST-AMT
           MOVE AM-OPERATOR-ID     TO H32-REQUEST-USERID
           MOVE AMRT-TXN-REC       TO H32-CARD-IMAGE
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
           MOVE 'AMRTMNT'           TO H31-PROGRAM-ID
           MOVE AM-FUNC-CODE        TO H31-FUNC-CODE
           MOVE AM-OPERATOR-ID      TO H31-OPERATOR-ID
           IF H31-OPERATOR-ID = SPACES
               MOVE WS-RUN-USERID   TO H31-OPERATOR-ID
           END-IF
           MOVE H32-APPROVER-USERID TO H31-APPROVER-ID
           MOVE H32-REQUEST-ID      TO H31-REQUEST-ID
           IF AM-ACCOUNT-NUMBER IS NUMERIC
               MOVE AM-ACCOUNT-NUMBER TO H31-ACCOUNT-NUMBER
           ELSE
               MOVE ZERO              TO H31-ACCOUNT-NUMBER
           END-IF
           MOVE SPACES              TO H31-ITEM-KEY
           MOVE ZERO                TO H31-ACTION-AMT
           EVALUATE AM-FUNC-CODE
               WHEN 'ESC'
                   IF AE-ESCROW-PAYMENT IS NUMERIC
                       MOVE AE-ESCROW-PAYMENT TO H31-ACTION-AMT
                   END-IF
               WHEN 'DSB'
               WHEN 'DSX'
                   MOVE AD-PAYEE-SEQ TO H31-ITEM-KEY
                   IF AD-DISB-AMOUNT IS NUMERIC
                       MOVE AD-DISB-AMOUNT TO H31-ACTION-AMT
                   END-IF
               WHEN OTHER
                   IF AM-PRINCIPAL IS NUMERIC
                       MOVE AM-PRINCIPAL TO H31-ACTION-AMT
                   END-IF
           END-EVALUATE
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
           DISPLAY 'AMRTMNT FETCH ERROR - SQLCODE: ' SQLCODE
           DISPLAY 'AMRTMNT SCHEDULES BUILT   : ' WS-SCHEDULES-BUILT
           DISPLAY 'AMRTMNT SCHEDULES REGEN   : ' WS-SCHEDULES-REGEN
           DISPLAY 'AMRTMNT QUOTES PRODUCED   : ' WS-QUOTES-PRODUCED
           DISPLAY 'AMRTMNT ESCROW ACCTS SET  : ' WS-ESCROW-CHANGES
           DISPLAY 'AMRTMNT ESCROW PAYEES SET : ' WS-PAYEE-CHANGES
           DISPLAY 'AMRTMNT CARDS REJECTED    : ' WS-CARDS-REJECTED
           DISPLAY 'AMRTMNT REQUESTS QUEUED   : ' WS-REQUESTS-QUEUED
           DISPLAY 'AMRTMNT APPROVALS APPLIED : ' WS-REQUESTS-APPLIED
           DISPLAY 'AMRTMNT APPROVALS FAILED  : ' WS-REQUESTS-FAILED
           CLOSE AMRT-TXN-IN
           CLOSE DUAL-PARM-IN
           CLOSE AMRT-RPT.
