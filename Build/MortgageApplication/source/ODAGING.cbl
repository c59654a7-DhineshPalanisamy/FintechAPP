      ******************************************************************
      * PROGRAM-ID : ODAGING                                           *
      * FUNCTION   : NIGHTLY OVERDRAWN-ACCOUNT AGING, COLLECTIONS      *
      *              WORK-LIST AND CHARGE-OFF.  EVERY ACCOUNT WITH AN  *
      *              ACTIVE CBS_CUST_ACCT_XREF OWNER AND A NEGATIVE    *
      *              LEDGER-BALANCE ON CBS_ACCT_BAL_DTL IS TRACKED ON  *
      *              CBS_OD_AGING FROM THE FIRST BUSINESS DATE IT WAS  *
      *              SEEN OVERDRAWN (OVERDRAWN-SINCE), AND AGED INTO   *
      *              THE 000/030/060/090/120-DAY BUCKETS.  A MORTGAGE  *
      *              WITH A CBS_ESCROW_ACCT ROW IS LEFT OUT: ITS       *
      *              NEGATIVE BALANCE IS AN ESCRDISB ESCROW ADVANCE,   *
      *              RECOVERED BY ESCRANAL, NOT AN OVERDRAFT.          *
      *              THE RUN:                                          *
      *                - RESOLVES CHARGE-OFFS STAGED ON EARLIER DATES: *
      *                  A POSTED ONE MARKS THE ROW CHARGED OFF ('C'), *
      *                  A REJECTED ONE RETURNS IT TO OVERDRAWN ('O')  *
      *                  SO IT IS STAGED AGAIN.  A SUSPENDED ONE STAYS *
      *                  PENDING ('P') UNTIL THE SUSPENSE DESK         *
      *                  RE-INJECTS OR WRITES IT OFF IN SUSPREPR       *
      *                - CURES ('X') EVERY OVERDRAWN ROW WHOSE         *
      *                  ACCOUNT IS NO LONGER NEGATIVE                 *
      *                - AGES EVERY NEGATIVE ACCOUNT, STARTING A NEW   *
      *                  EPISODE WHEN IT WAS CURED OR CHARGED OFF      *
      *                - AT THE SUSPEND AGE (ODAGPARM CARD, DEFAULT 60 *
      *                  DAYS) SUSPENDS ('S') THE ACTIVE               *
      *                  CBS_CUST_OVERDRAFT LINE OF EVERY OWNER, SO    *
      *                  TRNPOST STOPS HONOURING IT                    *
      *                - AT THE CHARGE-OFF AGE (DEFAULT 120 DAYS)      *
      *                  STAGES A 'PENDING' ADJUSTMENT FOR THE         *
      *                  OVERDRAWN AMOUNT, REASON-CODE 'CHG-OFF', ON   *
      *                  CBS_ACCT_TRAN_HSTRY_DTL.  IT POSTS THROUGH    *
      *                  TRNVALID/TRNPOST, BRINGING THE ACCOUNT TO     *
      *                  ZERO, AND GLEXTRCT CARRIES IT ON ITS OWN      *
      *                  'CHARGE-OFF' JOURNAL LINE                     *
      *                - TRACKS RECOVERIES: POSTED CREDITS ON THE      *
      *                  BUSINESS DATE TO A CHARGED-OFF ACCOUNT ARE    *
      *                  ADDED TO RECOVERED-AMT, UP TO THE AMOUNT      *
      *                  CHARGED OFF, KEPT APART FROM THE CHARGE-OFF   *
      *              EVERY ACCOUNT 30 OR MORE DAYS OVERDRAWN IS        *
      *              WRITTEN TO THE ODCOLL COLLECTIONS WORK-LIST WITH  *
      *              THE CUSTOMER NAME FROM CBS_CUSTOMER_MASTER.  THE  *
      *              ODAGRPT REPORT LISTS EVERY ACTION AND A SUMMARY.  *
      *              THE RUN REGISTERS IN CBS_BATCH_RUN_CTRL BEHIND    *
      *              EVERY TRNPOST PARTITION FOR THE BUSINESS DATE AND *
      *              COMMITS ONCE AT THE END, SO A FAILED RUN LEAVES   *
      *              NOTHING HALF-AGED AND CAN SIMPLY BE RERUN.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODAG-PARM-IN ASSIGN TO ODAGPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODAG-RPT ASSIGN TO ODAGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODAG-WORK-LIST ASSIGN TO ODCOLL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ODAG-PARM-IN
           RECORDING MODE IS F.
       01  ODAG-PARM-REC.
           05 OP-SUSPEND-DAYS       PIC 9(3).
           05 FILLER                PIC X(1).
           05 OP-CHARGEOFF-DAYS     PIC 9(3).
           05 FILLER                PIC X(73).

       FD  ODAG-RPT
           RECORDING MODE IS F.
       01  ODAG-RPT-REC             PIC X(132).

       FD  ODAG-WORK-LIST
           RECORDING MODE IS F.
       01  ODAG-WORK-REC            PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSBAL.
           COPY CBSHIS.
           COPY CBSCUST.
           COPY CBSODAG.
           COPY CBSRUNC.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-PRED-JOB-NAME            PIC X(8).
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-COMPLETE            PIC S9(9) USAGE COMP.
       01  WS-CREDIT-TOTAL             PIC S9(13)V9(2) COMP-3.
       01  WS-RECOVERY-AMT             PIC S9(10)V9(2) COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SUSPEND-DAYS             PIC S9(4) USAGE COMP
                                       VALUE 60.
       01  WS-CHARGEOFF-DAYS           PIC S9(4) USAGE COMP
                                       VALUE 120.
       01  WS-WORK-LIST-DAYS           PIC S9(4) USAGE COMP
                                       VALUE 30.
       01  WS-OUTSTANDING-AMT          PIC S9(10)V9(2) COMP-3.
       01  WS-ACTION                   PIC X(20).

       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC X(4).
           05 FILLER                   PIC X(1).
           05 WS-DS-MM                 PIC X(2).
           05 FILLER                   PIC X(1).
           05 WS-DS-DD                 PIC X(2).

       01  WS-GEN-TRAN-ID.
           05 FILLER                   PIC X(1) VALUE 'W'.
           05 WS-GT-YYYY               PIC X(4).
           05 WS-GT-MM                 PIC X(2).
           05 WS-GT-DD                 PIC X(2).
           05 WS-GT-SEQ                PIC 9(7).

       01  WS-HDR1                     PIC X(40) VALUE
           'OVERDRAWN ACCOUNT AGING AND CHARGE-OFF'.
       01  WS-HDR2                     PIC X(132) VALUE
           '    ACCOUNT-NUMBER   CUSTOMER   DAYS  BKT          AMOUNT  
      -    'ACTION'.

       01  WS-DETAIL-LINE.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-CUSTOMER-ID         PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-DAYS                PIC Z(4)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-BUCKET              PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-AMOUNT              PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ACTION              PIC X(20).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL             PIC X(30).
           05 WS-SUM-COUNT             PIC Z(8)9.

       01  WS-SUM-AMT-LINE.
           05 WS-SUM-AMT-LABEL         PIC X(30).
           05 WS-SUM-AMOUNT            PIC -Z(12)9.99.

       01  WS-WORK-LIST-REC.
           05 WS-W-ACCOUNT-NUMBER      PIC 9(18).
           05 WS-W-CUSTOMER-ID         PIC 9(9).
           05 WS-W-CUSTOMER-NAME       PIC X(40).
           05 WS-W-BUSINESS-DATE       PIC X(10).
           05 WS-W-AGING-BUCKET        PIC X(3).
           05 WS-W-DAYS-OVERDRAWN      PIC 9(5).
           05 WS-W-OVERDRAWN-SINCE     PIC X(10).
           05 WS-W-OVERDRAWN-AMT       PIC 9(10).9(2).
           05 WS-W-OD-SUSPENDED        PIC X(1).
           05 WS-W-ACTION              PIC X(20).
           05 FILLER                   PIC X(3) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-ROWS-READ             PIC 9(9) VALUE ZERO.
           05 WS-NEW-OVERDRAFTS        PIC 9(9) VALUE ZERO.
           05 WS-BUCKET-000            PIC 9(9) VALUE ZERO.
           05 WS-BUCKET-030            PIC 9(9) VALUE ZERO.
           05 WS-BUCKET-060            PIC 9(9) VALUE ZERO.
           05 WS-BUCKET-090            PIC 9(9) VALUE ZERO.
           05 WS-BUCKET-120            PIC 9(9) VALUE ZERO.
           05 WS-OD-LINES-SUSPENDED    PIC 9(9) VALUE ZERO.
           05 WS-CHARGEOFFS-STAGED     PIC 9(9) VALUE ZERO.
           05 WS-CHARGEOFFS-POSTED     PIC 9(9) VALUE ZERO.
           05 WS-CHARGEOFFS-RETURNED   PIC 9(9) VALUE ZERO.
           05 WS-ACCOUNTS-CURED        PIC 9(9) VALUE ZERO.
           05 WS-RECOVERIES            PIC 9(9) VALUE ZERO.
           05 WS-WORK-LIST-WRITTEN     PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMERS-NO-CIF      PIC 9(9) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05 WS-CHARGEOFF-STAGED-AMT  PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-CHARGEOFF-POSTED-AMT  PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-RECOVERED-TODAY-AMT   PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-PEND-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-PEND-ROWS        VALUE 'Y'.
       01  WS-OD-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-OD-ROWS          VALUE 'Y'.
       01  WS-RECOV-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-RECOV-ROWS       VALUE 'Y'.
       01  WS-NEW-ROW-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NEW-AGING-ROW            VALUE 'Y'.

           EXEC SQL
               DECLARE ODPEND-CSR CURSOR FOR
                   SELECT A.ACCOUNT_NUMBER, A.CHARGEOFF_TRAN_ID,
                          T.STATUS, T.TRAN_AMOUNT, T.POST_DATE
                     FROM COREBK.CBS_OD_AGING A
                          INNER JOIN COREBK.CBS_ACCT_TRAN_HSTRY_DTL T
                             ON T.TRANSACTION_ID = A.CHARGEOFF_TRAN_ID
                    WHERE A.AGING_STATUS = 'P'
                      AND T.STATUS IN ('POSTED', 'REJECTED')
                    ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
               DECLARE ODBAL-CSR CURSOR FOR
                   SELECT B.ACCOUNT_NUMBER, B.CUSTOMER_ID,
                          B.LEDGER_BALANCE
                     FROM COREBK.CBS_ACCT_BAL_DTL B
                    WHERE B.LEDGER_BALANCE < 0
                      AND EXISTS
                          (SELECT 1
                             FROM COREBK.CBS_CUST_ACCT_XREF X
                            WHERE X.ACCOUNT_NUMBER =
                                      B.ACCOUNT_NUMBER
                              AND X.XREF_STATUS = 'A')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM COREBK.CBS_ESCROW_ACCT E
                            WHERE E.ACCOUNT_NUMBER =
                                      B.ACCOUNT_NUMBER)
                    ORDER BY B.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
               DECLARE ODRECOV-CSR CURSOR FOR
                   SELECT A.ACCOUNT_NUMBER, A.CHARGEOFF_AMT,
                          A.RECOVERED_AMT, SUM(T.TRAN_AMOUNT)
                     FROM COREBK.CBS_OD_AGING A
                          INNER JOIN COREBK.CBS_ACCT_TRAN_HSTRY_DTL T
                             ON T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                    WHERE A.CHARGEOFF_AMT > A.RECOVERED_AMT
                      AND T.STATUS = 'POSTED'
                      AND T.POST_DATE = :WS-BUSINESS-DATE
                      AND T.POST_DATE > A.CHARGEOFF_DATE
                      AND (T.TRAN_TYPE = 'CREDIT'
                           OR (T.TRAN_TYPE = 'TRANSFER'
                               AND T.REASON_CODE = 'TRF-CR'))
                    GROUP BY A.ACCOUNT_NUMBER, A.CHARGEOFF_AMT,
                             A.RECOVERED_AMT
                    ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESOLVE-CHARGEOFFS
           PERFORM 3000-CURE-ACCOUNTS
           PERFORM 4000-AGE-OVERDRAWN
           PERFORM 5000-TRACK-RECOVERIES
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ODAG-PARM-IN
           OPEN OUTPUT ODAG-RPT
           OPEN OUTPUT ODAG-WORK-LIST
           MOVE WS-HDR1 TO ODAG-RPT-REC
           WRITE ODAG-RPT-REC
           MOVE WS-HDR2 TO ODAG-RPT-REC
           WRITE ODAG-RPT-REC
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1300-REGISTER-RUN-START
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT
           MOVE WS-DS-YYYY       TO WS-GT-YYYY
           MOVE WS-DS-MM         TO WS-GT-MM
           MOVE WS-DS-DD         TO WS-GT-DD
           MOVE ZERO             TO WS-GT-SEQ.

       1100-READ-PARM-CARD.
           READ ODAG-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           IF NOT WS-NO-PARM-CARD
               IF OP-SUSPEND-DAYS IS NUMERIC
                      AND OP-SUSPEND-DAYS > ZERO
                   MOVE OP-SUSPEND-DAYS TO WS-SUSPEND-DAYS
               END-IF
               IF OP-CHARGEOFF-DAYS IS NUMERIC
                      AND OP-CHARGEOFF-DAYS > ZERO
                   MOVE OP-CHARGEOFF-DAYS TO WS-CHARGEOFF-DAYS
               END-IF
           END-IF
           DISPLAY 'ODAGING SUSPEND AGE (DAYS)    : ' WS-SUSPEND-DAYS
           DISPLAY 'ODAGING CHARGE-OFF AGE (DAYS) : '
               WS-CHARGEOFF-DAYS.

       2000-RESOLVE-CHARGEOFFS.
           EXEC SQL
               OPEN ODPEND-CSR
           END-EXEC
           PERFORM 2100-FETCH-PEND-ROW
           PERFORM 2200-RESOLVE-ONE-CHARGEOFF
               UNTIL WS-NO-MORE-PEND-ROWS
           EXEC SQL
               CLOSE ODPEND-CSR
           END-EXEC.

       2100-FETCH-PEND-ROW.
           EXEC SQL
               FETCH ODPEND-CSR
                   INTO :H25-ACCOUNT-NUMBER, :H25-CHARGEOFF-TRAN-ID,
                        :H3-STATUS, :H3-TRAN-AMOUNT, :H3-POST-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-PEND-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       2200-RESOLVE-ONE-CHARGEOFF.
           IF H3-STATUS = 'POSTED'
               EXEC SQL
                   UPDATE COREBK.CBS_OD_AGING
                      SET AGING_STATUS   = 'C',
                          CHARGEOFF_DATE = :H3-POST-DATE,
                          CHARGEOFF_AMT  =
                              CHARGEOFF_AMT + :H3-TRAN-AMOUNT,
                          OVERDRAWN_AMT  = 0,
                          UPD_TIMESTAMP  = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H25-ACCOUNT-NUMBER
               END-EXEC
               ADD 1 TO WS-CHARGEOFFS-POSTED
               ADD H3-TRAN-AMOUNT TO WS-CHARGEOFF-POSTED-AMT
               MOVE 'CHARGE-OFF POSTED' TO WS-ACTION
           ELSE
               EXEC SQL
                   UPDATE COREBK.CBS_OD_AGING
                      SET AGING_STATUS      = 'O',
                          CHARGEOFF_TRAN_ID = ' ',
                          UPD_TIMESTAMP     = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H25-ACCOUNT-NUMBER
               END-EXEC
               ADD 1 TO WS-CHARGEOFFS-RETURNED
               MOVE 'CHARGE-OFF NOT POSTED' TO WS-ACTION
           END-IF
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE H25-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE ZERO               TO WS-D-CUSTOMER-ID
           MOVE ZERO               TO WS-D-DAYS
           MOVE SPACES             TO WS-D-BUCKET
           MOVE H3-TRAN-AMOUNT     TO WS-D-AMOUNT
           PERFORM 6000-WRITE-DETAIL-LINE
           PERFORM 2100-FETCH-PEND-ROW.

       3000-CURE-ACCOUNTS.
           EXEC SQL
               UPDATE COREBK.CBS_OD_AGING A
                  SET AGING_STATUS   = 'X',
                      DAYS_OVERDRAWN = 0,
                      AGING_BUCKET   = '000',
                      OVERDRAWN_AMT  = 0,
                      UPD_TIMESTAMP  = CURRENT TIMESTAMP
                WHERE A.AGING_STATUS = 'O'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM COREBK.CBS_ACCT_BAL_DTL B
                        WHERE B.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                          AND B.LEDGER_BALANCE < 0)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-ACCOUNTS-CURED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       4000-AGE-OVERDRAWN.
           EXEC SQL
               OPEN ODBAL-CSR
           END-EXEC
           PERFORM 4100-FETCH-OD-ROW
           PERFORM 4200-AGE-ONE-ACCOUNT
               UNTIL WS-NO-MORE-OD-ROWS
           EXEC SQL
               CLOSE ODBAL-CSR
           END-EXEC.

       4100-FETCH-OD-ROW.
           EXEC SQL
               FETCH ODBAL-CSR
                   INTO :H2-ACCOUNT-NUMBER, :H2-CUSTOMER-ID,
                        :H2-LEDGER-BALANCE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-OD-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       4200-AGE-ONE-ACCOUNT.
           ADD 1 TO WS-ROWS-READ
           MOVE SPACES TO WS-ACTION
           SET WS-NEW-ROW-SWITCH TO 'N'
           MOVE H2-ACCOUNT-NUMBER TO H25-ACCOUNT-NUMBER
           EXEC SQL
               SELECT AGING_STATUS, OVERDRAWN_SINCE, OD_SUSPENDED,
                      CHARGEOFF_TRAN_ID,
                      DAYS(DATE(:WS-BUSINESS-DATE))
                          - DAYS(OVERDRAWN_SINCE)
                 INTO :H25-AGING-STATUS, :H25-OVERDRAWN-SINCE,
                      :H25-OD-SUSPENDED, :H25-CHARGEOFF-TRAN-ID,
                      :H25-DAYS-OVERDRAWN
                 FROM COREBK.CBS_OD_AGING
                WHERE ACCOUNT_NUMBER = :H25-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-NEW-ROW-SWITCH TO 'Y'
                   MOVE SPACES TO H25-CHARGEOFF-TRAN-ID
                   PERFORM 4300-START-EPISODE
               WHEN SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               WHEN H25-AGING-STATUS = 'X'
                 OR H25-AGING-STATUS = 'C'
                   PERFORM 4300-START-EPISODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE H25-OVERDRAWN-AMT = 0 - H2-LEDGER-BALANCE
           PERFORM 4400-ASSIGN-BUCKET
           IF H25-DAYS-OVERDRAWN >= WS-SUSPEND-DAYS
                  AND H25-OD-SUSPENDED NOT = 'Y'
               PERFORM 4500-SUSPEND-OD-LINE
           END-IF
           EVALUATE TRUE
               WHEN H25-AGING-STATUS = 'P'
                   MOVE 'CHARGE-OFF PENDING' TO WS-ACTION
               WHEN H25-DAYS-OVERDRAWN >= WS-CHARGEOFF-DAYS
                   PERFORM 4600-STAGE-CHARGEOFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 4700-SAVE-AGING-ROW
           MOVE H2-ACCOUNT-NUMBER  TO WS-D-ACCOUNT-NUMBER
           MOVE H2-CUSTOMER-ID     TO WS-D-CUSTOMER-ID
           MOVE H25-DAYS-OVERDRAWN TO WS-D-DAYS
           MOVE H25-AGING-BUCKET   TO WS-D-BUCKET
           MOVE H2-LEDGER-BALANCE  TO WS-D-AMOUNT
           PERFORM 6000-WRITE-DETAIL-LINE
           IF H25-DAYS-OVERDRAWN >= WS-WORK-LIST-DAYS
               PERFORM 4800-WRITE-WORK-LIST
           END-IF
           PERFORM 4100-FETCH-OD-ROW.

       4300-START-EPISODE.
           ADD 1 TO WS-NEW-OVERDRAFTS
           MOVE 'O'              TO H25-AGING-STATUS
           MOVE WS-BUSINESS-DATE TO H25-OVERDRAWN-SINCE
           MOVE ZERO             TO H25-DAYS-OVERDRAWN
           MOVE 'N'              TO H25-OD-SUSPENDED
           MOVE 'NEW OVERDRAFT'  TO WS-ACTION.

       4400-ASSIGN-BUCKET.
           EVALUATE TRUE
               WHEN H25-DAYS-OVERDRAWN < 30
                   MOVE '000' TO H25-AGING-BUCKET
                   ADD 1 TO WS-BUCKET-000
               WHEN H25-DAYS-OVERDRAWN < 60
                   MOVE '030' TO H25-AGING-BUCKET
                   ADD 1 TO WS-BUCKET-030
               WHEN H25-DAYS-OVERDRAWN < 90
                   MOVE '060' TO H25-AGING-BUCKET
                   ADD 1 TO WS-BUCKET-060
               WHEN H25-DAYS-OVERDRAWN < 120
                   MOVE '090' TO H25-AGING-BUCKET
                   ADD 1 TO WS-BUCKET-090
               WHEN OTHER
                   MOVE '120' TO H25-AGING-BUCKET
                   ADD 1 TO WS-BUCKET-120
           END-EVALUATE.

       4500-SUSPEND-OD-LINE.
           EXEC SQL
               UPDATE COREBK.CBS_CUST_OVERDRAFT
                  SET OD_STATUS = 'S'
                WHERE OD_STATUS = 'A'
                  AND CUSTOMER_ID IN
                      (SELECT X.CUSTOMER_ID
                         FROM COREBK.CBS_CUST_ACCT_XREF X
                        WHERE X.ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
                          AND X.XREF_STATUS = 'A')
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD(3) TO WS-OD-LINES-SUSPENDED
                   MOVE 'OD LINE SUSPENDED' TO WS-ACTION
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           MOVE 'Y' TO H25-OD-SUSPENDED.

       4600-STAGE-CHARGEOFF.
           ADD 1 TO WS-GT-SEQ
           MOVE H2-ACCOUNT-NUMBER TO H3-ACCOUNT-NUMBER
           MOVE WS-GEN-TRAN-ID    TO H3-TRANSACTION-ID
           MOVE H25-OVERDRAWN-AMT TO H3-TRAN-AMOUNT
           MOVE 'ADJUSTMENT'      TO H3-TRAN-TYPE
           MOVE 'PENDING'         TO H3-STATUS
           MOVE SPACES            TO H3-ORIG-TRAN-ID
           MOVE 'CHG-OFF'         TO H3-REASON-CODE
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
           MOVE 'P'               TO H25-AGING-STATUS
           MOVE WS-GEN-TRAN-ID    TO H25-CHARGEOFF-TRAN-ID
           ADD 1 TO WS-CHARGEOFFS-STAGED
           ADD H25-OVERDRAWN-AMT TO WS-CHARGEOFF-STAGED-AMT
           MOVE 'CHARGE-OFF STAGED' TO WS-ACTION.

       4700-SAVE-AGING-ROW.
           MOVE H2-CUSTOMER-ID TO H25-CUSTOMER-ID
           IF WS-NEW-AGING-ROW
               EXEC SQL
                   INSERT INTO COREBK.CBS_OD_AGING
                       (ACCOUNT_NUMBER, CUSTOMER_ID, AGING_STATUS,
                        OVERDRAWN_SINCE, DAYS_OVERDRAWN, AGING_BUCKET,
                        OVERDRAWN_AMT, OD_SUSPENDED,
                        CHARGEOFF_TRAN_ID, CHARGEOFF_DATE,
                        CHARGEOFF_AMT, RECOVERED_AMT,
                        LAST_RECOVERY_DATE, UPD_TIMESTAMP)
                       VALUES
                       (:H25-ACCOUNT-NUMBER, :H25-CUSTOMER-ID,
                        :H25-AGING-STATUS, :H25-OVERDRAWN-SINCE,
                        :H25-DAYS-OVERDRAWN, :H25-AGING-BUCKET,
                        :H25-OVERDRAWN-AMT, :H25-OD-SUSPENDED,
                        :H25-CHARGEOFF-TRAN-ID, '0001-01-01',
                        0, 0, '0001-01-01', CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE COREBK.CBS_OD_AGING
                      SET CUSTOMER_ID       = :H25-CUSTOMER-ID,
                          AGING_STATUS      = :H25-AGING-STATUS,
                          OVERDRAWN_SINCE   = :H25-OVERDRAWN-SINCE,
                          DAYS_OVERDRAWN    = :H25-DAYS-OVERDRAWN,
                          AGING_BUCKET      = :H25-AGING-BUCKET,
                          OVERDRAWN_AMT     = :H25-OVERDRAWN-AMT,
                          OD_SUSPENDED      = :H25-OD-SUSPENDED,
                          CHARGEOFF_TRAN_ID = :H25-CHARGEOFF-TRAN-ID,
                          UPD_TIMESTAMP     = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H25-ACCOUNT-NUMBER
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       4800-WRITE-WORK-LIST.
           MOVE H2-CUSTOMER-ID TO H19-CUSTOMER-ID
           EXEC SQL
               SELECT CUSTOMER_NAME
                 INTO :H19-CUSTOMER-NAME
                 FROM COREBK.CBS_CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE H19-CUSTOMER-NAME TO WS-W-CUSTOMER-NAME
               WHEN 100
                   ADD 1 TO WS-CUSTOMERS-NO-CIF
                   MOVE SPACES            TO WS-W-CUSTOMER-NAME
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           MOVE H2-ACCOUNT-NUMBER   TO WS-W-ACCOUNT-NUMBER
           MOVE H2-CUSTOMER-ID      TO WS-W-CUSTOMER-ID
           MOVE WS-BUSINESS-DATE    TO WS-W-BUSINESS-DATE
           MOVE H25-AGING-BUCKET    TO WS-W-AGING-BUCKET
           MOVE H25-DAYS-OVERDRAWN  TO WS-W-DAYS-OVERDRAWN
           MOVE H25-OVERDRAWN-SINCE TO WS-W-OVERDRAWN-SINCE
           MOVE H25-OVERDRAWN-AMT   TO WS-W-OVERDRAWN-AMT
           MOVE H25-OD-SUSPENDED    TO WS-W-OD-SUSPENDED
           MOVE WS-ACTION           TO WS-W-ACTION
           MOVE WS-WORK-LIST-REC    TO ODAG-WORK-REC
           WRITE ODAG-WORK-REC
           ADD 1 TO WS-WORK-LIST-WRITTEN.

       5000-TRACK-RECOVERIES.
           EXEC SQL
               OPEN ODRECOV-CSR
           END-EXEC
           PERFORM 5100-FETCH-RECOV-ROW
           PERFORM 5200-RECORD-RECOVERY
               UNTIL WS-NO-MORE-RECOV-ROWS
           EXEC SQL
               CLOSE ODRECOV-CSR
           END-EXEC.

       5100-FETCH-RECOV-ROW.
           EXEC SQL
               FETCH ODRECOV-CSR
                   INTO :H25-ACCOUNT-NUMBER, :H25-CHARGEOFF-AMT,
                        :H25-RECOVERED-AMT, :WS-CREDIT-TOTAL
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-RECOV-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       5200-RECORD-RECOVERY.
           COMPUTE WS-OUTSTANDING-AMT =
               H25-CHARGEOFF-AMT - H25-RECOVERED-AMT
           IF WS-CREDIT-TOTAL < WS-OUTSTANDING-AMT
               MOVE WS-CREDIT-TOTAL    TO WS-RECOVERY-AMT
           ELSE
               MOVE WS-OUTSTANDING-AMT TO WS-RECOVERY-AMT
           END-IF
           EXEC SQL
               UPDATE COREBK.CBS_OD_AGING
                  SET RECOVERED_AMT      =
                          RECOVERED_AMT + :WS-RECOVERY-AMT,
                      LAST_RECOVERY_DATE = :WS-BUSINESS-DATE,
                      UPD_TIMESTAMP      = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H25-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           ADD 1 TO WS-RECOVERIES
           ADD WS-RECOVERY-AMT TO WS-RECOVERED-TODAY-AMT
           MOVE H25-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE ZERO               TO WS-D-CUSTOMER-ID
           MOVE ZERO               TO WS-D-DAYS
           MOVE SPACES             TO WS-D-BUCKET
           MOVE WS-RECOVERY-AMT    TO WS-D-AMOUNT
           MOVE 'RECOVERY'         TO WS-ACTION
           PERFORM 6000-WRITE-DETAIL-LINE
           PERFORM 5100-FETCH-RECOV-ROW.

       6000-WRITE-DETAIL-LINE.
           MOVE WS-ACTION      TO WS-D-ACTION
           MOVE WS-DETAIL-LINE TO ODAG-RPT-REC
           WRITE ODAG-RPT-REC.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO ODAG-RPT-REC
           WRITE ODAG-RPT-REC
           MOVE 'ACCOUNTS OVERDRAWN' TO WS-SUM-LABEL
           MOVE WS-ROWS-READ TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'NEW OVERDRAFTS' TO WS-SUM-LABEL
           MOVE WS-NEW-OVERDRAFTS TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'BUCKET 000 (UNDER 30 DAYS)' TO WS-SUM-LABEL
           MOVE WS-BUCKET-000 TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'BUCKET 030 (30-59 DAYS)' TO WS-SUM-LABEL
           MOVE WS-BUCKET-030 TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'BUCKET 060 (60-89 DAYS)' TO WS-SUM-LABEL
           MOVE WS-BUCKET-060 TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'BUCKET 090 (90-119 DAYS)' TO WS-SUM-LABEL
           MOVE WS-BUCKET-090 TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'BUCKET 120 (120+ DAYS)' TO WS-SUM-LABEL
           MOVE WS-BUCKET-120 TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'WORK-LIST ENTRIES' TO WS-SUM-LABEL
           MOVE WS-WORK-LIST-WRITTEN TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'OD LINES SUSPENDED' TO WS-SUM-LABEL
           MOVE WS-OD-LINES-SUSPENDED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'ACCOUNTS CURED' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-CURED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'CHARGE-OFFS STAGED' TO WS-SUM-LABEL
           MOVE WS-CHARGEOFFS-STAGED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'CHARGE-OFF AMOUNT STAGED' TO WS-SUM-AMT-LABEL
           MOVE WS-CHARGEOFF-STAGED-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'CHARGE-OFFS POSTED' TO WS-SUM-LABEL
           MOVE WS-CHARGEOFFS-POSTED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'CHARGE-OFF AMOUNT POSTED' TO WS-SUM-AMT-LABEL
           MOVE WS-CHARGEOFF-POSTED-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'CHARGE-OFFS NOT POSTED' TO WS-SUM-LABEL
           MOVE WS-CHARGEOFFS-RETURNED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'RECOVERIES' TO WS-SUM-LABEL
           MOVE WS-RECOVERIES TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'RECOVERY AMOUNT' TO WS-SUM-AMT-LABEL
           MOVE WS-RECOVERED-TODAY-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE.

       8100-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO ODAG-RPT-REC
           WRITE ODAG-RPT-REC.

       8200-WRITE-SUM-AMT-LINE.
           MOVE WS-SUM-AMT-LINE TO ODAG-RPT-REC
           WRITE ODAG-RPT-REC.

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
               DISPLAY 'ODAGING PREDECESSOR TRNPOST NOT COMPLETE'
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
           MOVE 'ODAGING' TO H15-JOB-NAME
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
               DISPLAY 'ODAGING ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
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
               DISPLAY 'ODAGING TRNPOST PARTITIONS NOT COMPLETE FOR '
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
           DISPLAY 'ODAGING SQL ERROR - SQLCODE: ' SQLCODE
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
           DISPLAY 'ODAGING ACCOUNTS OVERDRAWN : ' WS-ROWS-READ
           DISPLAY 'ODAGING NEW OVERDRAFTS     : ' WS-NEW-OVERDRAFTS
           DISPLAY 'ODAGING WORK-LIST ENTRIES  : ' WS-WORK-LIST-WRITTEN
           DISPLAY 'ODAGING OD LINES SUSPENDED : ' WS-OD-LINES-SUSPENDED
           DISPLAY 'ODAGING ACCOUNTS CURED     : ' WS-ACCOUNTS-CURED
           DISPLAY 'ODAGING CHARGE-OFFS STAGED : ' WS-CHARGEOFFS-STAGED
           DISPLAY 'ODAGING CHARGE-OFFS POSTED : ' WS-CHARGEOFFS-POSTED
           DISPLAY 'ODAGING CHG-OFF NOT POSTED : '
               WS-CHARGEOFFS-RETURNED
           DISPLAY 'ODAGING RECOVERIES         : ' WS-RECOVERIES
           DISPLAY 'ODAGING CUSTOMERS NO CIF   : ' WS-CUSTOMERS-NO-CIF
           CLOSE ODAG-PARM-IN
           CLOSE ODAG-RPT
           CLOSE ODAG-WORK-LIST.
