      ******************************************************************
      * PROGRAM-ID : ESCRANAL                                          *
      * FUNCTION   : ANNUAL MORTGAGE ESCROW ANALYSIS.  EVERY ACTIVE    *
      *              CBS_ESCROW_ACCT WHOSE NEXT-ANALYSIS-DATE HAS      *
      *              ARRIVED BY THE ANALYSIS DATE (ESCAPARM CARD,      *
      *              DEFAULT TODAY) IS ANALYZED:                       *
      *                - THE NEXT 12 MONTHS OF DISBURSEMENTS ARE       *
      *                  PROJECTED FROM THE DUE AND STAGED PAYEES ON   *
      *                  CBS_ESCROW_DISB, REPEATING EACH RECURRING     *
      *                  PAYEE EVERY FREQUENCY-MONTHS; ANYTHING ALREADY*
      *                  PAST DUE FALLS IN THE FIRST MONTH             *
      *                - THE BASE ESCROW PAYMENT IS ONE TWELFTH OF THE *
      *                  ANNUAL TOTAL, AND THE REQUIRED CUSHION IS     *
      *                  CUSHION-MONTHS TWELFTHS OF IT (DEFAULT TWO)   *
      *                - THE ESCROW BALANCE IS PROJECTED MONTH BY MONTH*
      *                  AT THE BASE PAYMENT; A LOW POINT UNDER THE    *
      *                  CUSHION IS A SHORTAGE, SPREAD OVER THE NEXT 12*
      *                  PAYMENTS; A LOW POINT OVER IT IS A SURPLUS -  *
      *                  REFUNDED THROUGH ESCRDISB (PAYEE-SEQ 99, TYPE *
      *                  'RFD') WHEN IT REACHES THE REFUND THRESHOLD   *
      *                  (DEFAULT 50.00), OTHERWISE CREDITED OVER THE  *
      *                  NEXT 12 PAYMENTS                              *
      *                - THE NEW ESCROW PAYMENT TAKES EFFECT WITH THE  *
      *                  NEXT SCHEDULED CBS_AMORT_SCHEDULE PAYMENT; THE*
      *                  OLD ONE IS KEPT AS PRIOR-ESCROW-PMT FOR DUE   *
      *                  DATES BEFORE THAT, AND THE NEXT ANALYSIS IS   *
      *                  SET 12 MONTHS ON                              *
      *              A CUSTOMER ANALYSIS STATEMENT GOES TO ESCSTMT,    *
      *              ADDRESSED FROM CBS_CUSTOMER_MASTER, AND ESCARPT   *
      *              LISTS EACH ACCOUNT AND A SUMMARY.  THE RUN        *
      *              REGISTERS IN CBS_BATCH_RUN_CTRL ON THE ANALYSIS   *
      *              DATE, REFUSES A DATE ALREADY COMPLETE, AND        *
      *              COMMITS ONCE AT THE END.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCA-PARM-IN ASSIGN TO ESCAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCA-RPT ASSIGN TO ESCARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCA-STMT ASSIGN TO ESCSTMT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCA-PARM-IN
           RECORDING MODE IS F.
       01  ESCA-PARM-REC.
           05 EP-ANALYSIS-DATE      PIC X(10).
           05 FILLER                PIC X(1).
           05 EP-REFUND-THRESHOLD   PIC 9(5)V9(2).
           05 FILLER                PIC X(62).

       FD  ESCA-RPT
           RECORDING MODE IS F.
       01  ESCA-RPT-REC             PIC X(132).

       FD  ESCA-STMT
           RECORDING MODE IS F.
       01  ESCA-STMT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSESCR.
           COPY CBSESCD.
           COPY CBSXREF.
           COPY CBSCUST.
           COPY CBSRUNC.
       01  WS-ANALYSIS-DATE            PIC X(10).
       01  WS-NEXT-ANALYSIS-DATE       PIC X(10).
       01  WS-NEXT-PMT-DATE            PIC X(10).
       01  WS-PI-PAYMENT               PIC S9(11)V9(2) COMP-3.
       01  WS-MONTH-IX                 PIC S9(4) USAGE COMP.
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'ESCRANAL'.
       01  WS-REFUND-THRESHOLD         PIC S9(5)V9(2) COMP-3
                                       VALUE 50.00.
       01  WS-ACTION                   PIC X(24).

       01  WS-ANALYSIS-AMOUNTS.
           05 WS-OLD-PAYMENT           PIC S9(11)V9(2) COMP-3.
           05 WS-NEW-PAYMENT           PIC S9(11)V9(2) COMP-3.
           05 WS-BASE-PAYMENT          PIC S9(11)V9(2) COMP-3.
           05 WS-ANNUAL-DISB           PIC S9(11)V9(2) COMP-3.
           05 WS-REQUIRED-CUSHION      PIC S9(11)V9(2) COMP-3.
           05 WS-RUNNING-BALANCE       PIC S9(11)V9(2) COMP-3.
           05 WS-LOW-BALANCE           PIC S9(11)V9(2) COMP-3.
           05 WS-SHORTAGE              PIC S9(11)V9(2) COMP-3.
           05 WS-SURPLUS               PIC S9(11)V9(2) COMP-3.
           05 WS-TOTAL-PAYMENT         PIC S9(11)V9(2) COMP-3.

       01  WS-DX                       PIC S9(4) USAGE COMP.
       01  WS-MX                       PIC S9(4) USAGE COMP.
       01  WS-LOW-MONTH                PIC S9(4) USAGE COMP.

       01  WS-DISB-TABLE.
           05 WS-DT-COUNT              PIC S9(4) USAGE COMP
                                       VALUE ZERO.
           05 WS-DT-ENTRY OCCURS 50 TIMES.
              10 DT-PAYEE-SEQ          PIC S9(4) USAGE COMP.
              10 DT-PAYEE-TYPE         PIC X(3).
              10 DT-PAYEE-NAME         PIC X(30).
              10 DT-DUE-DATE           PIC X(10).
              10 DT-AMOUNT             PIC S9(10)V9(2) COMP-3.
              10 DT-FREQUENCY          PIC S9(4) USAGE COMP.
              10 DT-MONTH-IX           PIC S9(4) USAGE COMP.

       01  WS-MONTH-TABLE.
           05 WS-MT-ENTRY OCCURS 12 TIMES.
              10 MT-YYYY               PIC 9(4).
              10 MT-MM                 PIC 9(2).
              10 MT-DISB               PIC S9(11)V9(2) COMP-3.
              10 MT-BALANCE            PIC S9(11)V9(2) COMP-3.

       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC 9(4).
           05 FILLER                   PIC X(1).
           05 WS-DS-MM                 PIC 9(2).
           05 FILLER                   PIC X(1).
           05 WS-DS-DD                 PIC 9(2).
       01  WS-PROJ-YYYY                PIC 9(4).
       01  WS-PROJ-MM                  PIC 9(2).

       01  WS-HDR1                     PIC X(40) VALUE
           'ANNUAL MORTGAGE ESCROW ANALYSIS'.
       01  WS-HDR2                     PIC X(132) VALUE
           '    ACCOUNT-NUMBER   CUSTOMER      OLD-ESCROW      NEW-ESCR
      -    'OW        SHORTAGE         SURPLUS  ACTION'.

       01  WS-DETAIL-LINE.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-CUSTOMER-ID         PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-OLD-PAYMENT         PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-NEW-PAYMENT         PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-SHORTAGE            PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-SURPLUS             PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ACTION              PIC X(24).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL             PIC X(30).
           05 WS-SUM-COUNT             PIC Z(8)9.

       01  WS-SUM-AMT-LINE.
           05 WS-SUM-AMT-LABEL         PIC X(30).
           05 WS-SUM-AMOUNT            PIC -Z(12)9.99.

       01  WS-ST-TITLE-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(36) VALUE
              'ANNUAL ESCROW ACCOUNT ANALYSIS'.
           05 FILLER                   PIC X(14) VALUE
              'LOAN ACCOUNT: '.
           05 WS-ST-ACCOUNT-NUMBER     PIC Z(17)9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
              'ANALYSIS DATE: '.
           05 WS-ST-ANALYSIS-DATE      PIC X(10).

       01  WS-ST-TEXT-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-ST-TEXT               PIC X(60).

       01  WS-ST-CITY-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-ST-CITY               PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-ST-STATE-CODE         PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ST-POSTAL-CODE        PIC X(10).

       01  WS-ST-DISB-HEAD             PIC X(132) VALUE
           '      PAYEE                           TYP  NEXT-DUE        
      -    '    AMOUNT  FREQUENCY'.

       01  WS-ST-DISB-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-ST-D-PAYEE-NAME       PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ST-D-PAYEE-TYPE       PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ST-D-DUE-DATE         PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ST-D-AMOUNT           PIC -Z(9)9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ST-D-FREQ-GROUP.
              10 WS-ST-D-FREQ-MONTHS   PIC Z9.
              10 FILLER                PIC X(7) VALUE ' MONTHS'.
           05 WS-ST-D-FREQ-TEXT REDEFINES WS-ST-D-FREQ-GROUP
                                       PIC X(9).

       01  WS-ST-MONTH-HEAD            PIC X(132) VALUE
           '      MONTH           TO ESCROW     FROM ESCROW         BAL
      -    'ANCE'.

       01  WS-ST-MONTH-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-ST-M-YYYY             PIC 9(4).
           05 FILLER                   PIC X(1) VALUE '-'.
           05 WS-ST-M-MM               PIC 9(2).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-ST-M-DEPOSIT          PIC -Z(9)9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ST-M-DISB             PIC -Z(9)9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ST-M-BALANCE          PIC -Z(9)9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ST-M-FLAG             PIC X(9).

       01  WS-ST-LABEL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-ST-LABEL              PIC X(36).
           05 WS-ST-AMOUNT             PIC -Z(9)9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-ST-NOTE               PIC X(34).
           05 WS-ST-NOTE-DATE          PIC X(10).

       01  WS-COUNTERS.
           05 WS-ACCOUNTS-ANALYZED     PIC 9(9) VALUE ZERO.
           05 WS-SHORTAGES             PIC 9(9) VALUE ZERO.
           05 WS-SURPLUS-REFUNDED      PIC 9(9) VALUE ZERO.
           05 WS-SURPLUS-CREDITED      PIC 9(9) VALUE ZERO.
           05 WS-NO-CHANGE             PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMERS-NO-CIF      PIC 9(9) VALUE ZERO.
           05 WS-DISB-NOT-LOADED       PIC 9(9) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05 WS-SHORTAGE-AMT          PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-REFUND-AMT            PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-CREDITED-AMT          PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-ACCT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ACCT-ROWS        VALUE 'Y'.
       01  WS-DISB-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-DISB-ROWS        VALUE 'Y'.
       01  WS-CIF-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-CIF-FOUND                VALUE 'Y'.
       01  WS-LAST-OF-PAYEE-SWITCH     PIC X(1) VALUE 'N'.
           88 WS-LAST-OF-PAYEE            VALUE 'Y'.

           EXEC SQL
               DECLARE ESACCT-CSR CURSOR FOR
                   SELECT ACCOUNT_NUMBER, ESCROW_BALANCE,
                          ESCROW_PAYMENT, CUSHION_MONTHS
                     FROM COREBK.CBS_ESCROW_ACCT
                    WHERE ESCROW_STATUS = 'A'
                      AND NEXT_ANALYSIS_DATE <= :WS-ANALYSIS-DATE
                    ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
               DECLARE ESDISB-CSR CURSOR FOR
                   SELECT PAYEE_SEQ, PAYEE_TYPE, PAYEE_NAME,
                          DUE_DATE, DISB_AMOUNT, FREQUENCY_MONTHS,
                          (YEAR(DUE_DATE)
                           - YEAR(DATE(:WS-ANALYSIS-DATE))) * 12
                          + MONTH(DUE_DATE)
                          - MONTH(DATE(:WS-ANALYSIS-DATE)) + 1
                     FROM COREBK.CBS_ESCROW_DISB
                    WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
                      AND DISB_STATUS IN ('D', 'S')
                      AND PAYEE_TYPE <> 'RFD'
                    ORDER BY PAYEE_SEQ, DUE_DATE
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ANALYZE-ACCOUNTS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ESCA-PARM-IN
           OPEN OUTPUT ESCA-RPT
           OPEN OUTPUT ESCA-STMT
           MOVE WS-HDR1 TO ESCA-RPT-REC
           WRITE ESCA-RPT-REC
           MOVE WS-HDR2 TO ESCA-RPT-REC
           WRITE ESCA-RPT-REC
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1300-REGISTER-RUN-START
           EXEC SQL
               SELECT DATE(:WS-ANALYSIS-DATE) + 12 MONTHS
                 INTO :WS-NEXT-ANALYSIS-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       1100-READ-PARM-CARD.
           READ ESCA-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           IF WS-NO-PARM-CARD OR EP-ANALYSIS-DATE = SPACES
               EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-ANALYSIS-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE EP-ANALYSIS-DATE TO WS-ANALYSIS-DATE
           END-IF
           IF NOT WS-NO-PARM-CARD
               IF EP-REFUND-THRESHOLD IS NUMERIC
                      AND EP-REFUND-THRESHOLD > ZERO
                   MOVE EP-REFUND-THRESHOLD TO WS-REFUND-THRESHOLD
               END-IF
           END-IF
           DISPLAY 'ESCRANAL ANALYSIS DATE      : ' WS-ANALYSIS-DATE
           DISPLAY 'ESCRANAL REFUND THRESHOLD   : '
               WS-REFUND-THRESHOLD.

       2000-ANALYZE-ACCOUNTS.
           EXEC SQL
               OPEN ESACCT-CSR
           END-EXEC
           PERFORM 2100-FETCH-ACCT-ROW
           PERFORM 3000-ANALYZE-ONE-ACCOUNT
               UNTIL WS-NO-MORE-ACCT-ROWS
           EXEC SQL
               CLOSE ESACCT-CSR
           END-EXEC.

       2100-FETCH-ACCT-ROW.
           EXEC SQL
               FETCH ESACCT-CSR
                   INTO :H26-ACCOUNT-NUMBER, :H26-ESCROW-BALANCE,
                        :H26-ESCROW-PAYMENT, :H26-CUSHION-MONTHS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-ACCT-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3000-ANALYZE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-ANALYZED
           MOVE H26-ESCROW-PAYMENT TO WS-OLD-PAYMENT
           PERFORM 3100-LOAD-DISBURSEMENTS
           PERFORM 3200-LOOKUP-NEXT-PAYMENT
           PERFORM 4000-PROJECT-DISBURSEMENTS
           PERFORM 4500-PROJECT-BALANCES
           PERFORM 5000-SET-NEW-PAYMENT
           PERFORM 5500-UPDATE-ESCROW-ACCT
           PERFORM 6000-LOOKUP-CUSTOMER
           PERFORM 7000-WRITE-STATEMENT
           PERFORM 7900-WRITE-DETAIL-LINE
           PERFORM 2100-FETCH-ACCT-ROW.

       3100-LOAD-DISBURSEMENTS.
           MOVE ZERO TO WS-DT-COUNT
           SET WS-DISB-EOF-SWITCH TO 'N'
           EXEC SQL
               OPEN ESDISB-CSR
           END-EXEC
           PERFORM 3110-FETCH-DISB-ROW
           PERFORM 3120-STORE-DISB-ROW
               UNTIL WS-NO-MORE-DISB-ROWS
           EXEC SQL
               CLOSE ESDISB-CSR
           END-EXEC.

       3110-FETCH-DISB-ROW.
           EXEC SQL
               FETCH ESDISB-CSR
                   INTO :H27-PAYEE-SEQ, :H27-PAYEE-TYPE,
                        :H27-PAYEE-NAME, :H27-DUE-DATE,
                        :H27-DISB-AMOUNT, :H27-FREQUENCY-MONTHS,
                        :WS-MONTH-IX
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-DISB-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3120-STORE-DISB-ROW.
           IF WS-DT-COUNT < 50
               ADD 1 TO WS-DT-COUNT
               MOVE H27-PAYEE-SEQ     TO DT-PAYEE-SEQ (WS-DT-COUNT)
               MOVE H27-PAYEE-TYPE    TO DT-PAYEE-TYPE (WS-DT-COUNT)
               MOVE H27-PAYEE-NAME    TO DT-PAYEE-NAME (WS-DT-COUNT)
               MOVE H27-DUE-DATE      TO DT-DUE-DATE (WS-DT-COUNT)
               MOVE H27-DISB-AMOUNT   TO DT-AMOUNT (WS-DT-COUNT)
               MOVE H27-FREQUENCY-MONTHS
                                      TO DT-FREQUENCY (WS-DT-COUNT)
               MOVE WS-MONTH-IX       TO DT-MONTH-IX (WS-DT-COUNT)
           ELSE
               ADD 1 TO WS-DISB-NOT-LOADED
               DISPLAY 'ESCRANAL DISBURSEMENT TABLE FULL FOR '
                   H26-ACCOUNT-NUMBER
           END-IF
           PERFORM 3110-FETCH-DISB-ROW.

       3200-LOOKUP-NEXT-PAYMENT.
           EXEC SQL
               SELECT PRINCIPAL_AMT + INTEREST_AMT, DUE_DATE
                 INTO :WS-PI-PAYMENT, :WS-NEXT-PMT-DATE
                 FROM COREBK.CBS_AMORT_SCHEDULE
                WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
                  AND SCHEDULE_STATUS = 'S'
                  AND DUE_DATE > :WS-ANALYSIS-DATE
                ORDER BY DUE_DATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO WS-PI-PAYMENT
                   MOVE WS-ANALYSIS-DATE TO WS-NEXT-PMT-DATE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       4000-PROJECT-DISBURSEMENTS.
           MOVE WS-ANALYSIS-DATE TO WS-DATE-SPLIT
           MOVE WS-DS-YYYY TO WS-PROJ-YYYY
           MOVE WS-DS-MM   TO WS-PROJ-MM
           PERFORM 4010-CLEAR-MONTH
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
           MOVE ZERO TO WS-ANNUAL-DISB
           PERFORM 4100-PROJECT-ONE-DISB
               VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DT-COUNT.

       4010-CLEAR-MONTH.
           MOVE WS-PROJ-YYYY TO MT-YYYY (WS-MX)
           MOVE WS-PROJ-MM   TO MT-MM (WS-MX)
           MOVE ZERO         TO MT-DISB (WS-MX)
           MOVE ZERO         TO MT-BALANCE (WS-MX)
           ADD 1 TO WS-PROJ-MM
           IF WS-PROJ-MM > 12
               MOVE 1 TO WS-PROJ-MM
               ADD 1 TO WS-PROJ-YYYY
           END-IF.

       4100-PROJECT-ONE-DISB.
           MOVE DT-MONTH-IX (WS-DX) TO WS-MX
           IF WS-MX < 1
               MOVE 1 TO WS-MX
           END-IF
           PERFORM 4200-ADD-OCCURRENCE
           SET WS-LAST-OF-PAYEE-SWITCH TO 'Y'
           IF WS-DX < WS-DT-COUNT
               IF DT-PAYEE-SEQ (WS-DX + 1) = DT-PAYEE-SEQ (WS-DX)
                   SET WS-LAST-OF-PAYEE-SWITCH TO 'N'
               END-IF
           END-IF
           IF WS-LAST-OF-PAYEE AND DT-FREQUENCY (WS-DX) > 0
               COMPUTE WS-MX = DT-MONTH-IX (WS-DX)
                             + DT-FREQUENCY (WS-DX)
               PERFORM 4300-ADD-RECURRENCE
                   UNTIL WS-MX > 12
           END-IF.

       4200-ADD-OCCURRENCE.
           IF WS-MX <= 12
               ADD DT-AMOUNT (WS-DX) TO MT-DISB (WS-MX)
               ADD DT-AMOUNT (WS-DX) TO WS-ANNUAL-DISB
           END-IF.

       4300-ADD-RECURRENCE.
           IF WS-MX >= 1
               PERFORM 4200-ADD-OCCURRENCE
           END-IF
           ADD DT-FREQUENCY (WS-DX) TO WS-MX.

       4500-PROJECT-BALANCES.
           COMPUTE WS-BASE-PAYMENT ROUNDED = WS-ANNUAL-DISB / 12
           COMPUTE WS-REQUIRED-CUSHION ROUNDED =
               WS-ANNUAL-DISB * H26-CUSHION-MONTHS / 12
           MOVE H26-ESCROW-BALANCE TO WS-RUNNING-BALANCE
           MOVE H26-ESCROW-BALANCE TO WS-LOW-BALANCE
           MOVE 1 TO WS-LOW-MONTH
           PERFORM 4510-PROJECT-ONE-MONTH
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.

       4510-PROJECT-ONE-MONTH.
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + WS-BASE-PAYMENT - MT-DISB (WS-MX)
           MOVE WS-RUNNING-BALANCE TO MT-BALANCE (WS-MX)
           IF WS-MX = 1 OR WS-RUNNING-BALANCE < WS-LOW-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-LOW-BALANCE
               MOVE WS-MX TO WS-LOW-MONTH
           END-IF.

       5000-SET-NEW-PAYMENT.
           MOVE ZERO TO WS-SHORTAGE
           MOVE ZERO TO WS-SURPLUS
           MOVE WS-BASE-PAYMENT TO WS-NEW-PAYMENT
           EVALUATE TRUE
               WHEN WS-LOW-BALANCE < WS-REQUIRED-CUSHION
                   COMPUTE WS-SHORTAGE =
                       WS-REQUIRED-CUSHION - WS-LOW-BALANCE
                   COMPUTE WS-NEW-PAYMENT ROUNDED =
                       WS-BASE-PAYMENT + WS-SHORTAGE / 12
                   ADD 1 TO WS-SHORTAGES
                   ADD WS-SHORTAGE TO WS-SHORTAGE-AMT
                   MOVE 'SHORTAGE - PMT RAISED' TO WS-ACTION
               WHEN WS-LOW-BALANCE = WS-REQUIRED-CUSHION
                   ADD 1 TO WS-NO-CHANGE
                   MOVE 'NO SHORTAGE OR SURPLUS' TO WS-ACTION
               WHEN OTHER
                   COMPUTE WS-SURPLUS =
                       WS-LOW-BALANCE - WS-REQUIRED-CUSHION
                   IF WS-SURPLUS >= WS-REFUND-THRESHOLD
                       PERFORM 5100-SCHEDULE-REFUND
                       ADD 1 TO WS-SURPLUS-REFUNDED
                       ADD WS-SURPLUS TO WS-REFUND-AMT
                       MOVE 'SURPLUS REFUNDED' TO WS-ACTION
                   ELSE
                       COMPUTE WS-NEW-PAYMENT ROUNDED =
                           WS-BASE-PAYMENT - WS-SURPLUS / 12
                       IF WS-NEW-PAYMENT < ZERO
                           MOVE ZERO TO WS-NEW-PAYMENT
                       END-IF
                       ADD 1 TO WS-SURPLUS-CREDITED
                       ADD WS-SURPLUS TO WS-CREDITED-AMT
                       MOVE 'SURPLUS CREDITED' TO WS-ACTION
                   END-IF
           END-EVALUATE
           COMPUTE WS-TOTAL-PAYMENT = WS-PI-PAYMENT + WS-NEW-PAYMENT.

       5100-SCHEDULE-REFUND.
           MOVE H26-ACCOUNT-NUMBER    TO H27-ACCOUNT-NUMBER
           MOVE 99                    TO H27-PAYEE-SEQ
           MOVE WS-ANALYSIS-DATE      TO H27-DUE-DATE
           MOVE 'RFD'                 TO H27-PAYEE-TYPE
           MOVE 'ESCROW SURPLUS REFUND' TO H27-PAYEE-NAME
           MOVE WS-SURPLUS            TO H27-DISB-AMOUNT
           MOVE ZERO                  TO H27-FREQUENCY-MONTHS
           MOVE WS-RUN-USERID         TO H27-UPD-USERID
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

       5500-UPDATE-ESCROW-ACCT.
           MOVE WS-NEW-PAYMENT      TO H26-ESCROW-PAYMENT
           MOVE WS-NEXT-PMT-DATE    TO H26-PMT-EFFECTIVE-DATE
           MOVE WS-REQUIRED-CUSHION TO H26-REQUIRED-CUSHION
           MOVE WS-SHORTAGE         TO H26-SHORTAGE-AMT
           MOVE WS-SURPLUS          TO H26-SURPLUS-AMT
           MOVE WS-RUN-USERID       TO H26-UPD-USERID
           EXEC SQL
               UPDATE COREBK.CBS_ESCROW_ACCT
                  SET PRIOR_ESCROW_PMT   = ESCROW_PAYMENT,
                      ESCROW_PAYMENT     = :H26-ESCROW-PAYMENT,
                      PMT_EFFECTIVE_DATE = :H26-PMT-EFFECTIVE-DATE,
                      REQUIRED_CUSHION   = :H26-REQUIRED-CUSHION,
                      SHORTAGE_AMT       = :H26-SHORTAGE-AMT,
                      SURPLUS_AMT        = :H26-SURPLUS-AMT,
                      LAST_ANALYSIS_DATE = :WS-ANALYSIS-DATE,
                      NEXT_ANALYSIS_DATE = :WS-NEXT-ANALYSIS-DATE,
                      UPD_USERID         = :H26-UPD-USERID,
                      UPD_TIMESTAMP      = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6000-LOOKUP-CUSTOMER.
           SET WS-CIF-FOUND-SWITCH TO 'N'
           MOVE ZERO TO H19-CUSTOMER-ID
           MOVE H26-ACCOUNT-NUMBER TO H4-ACCOUNT-NUMBER
           EXEC SQL
               SELECT MIN(CUSTOMER_ID)
                 INTO :H4-CUSTOMER-ID
                 FROM COREBK.CBS_CUST_ACCT_XREF
                WHERE ACCOUNT_NUMBER = :H4-ACCOUNT-NUMBER
                  AND XREF_STATUS = 'A'
               HAVING COUNT(*) > 0
           END-EXEC
           IF SQLCODE = 0
               MOVE H4-CUSTOMER-ID TO H19-CUSTOMER-ID
               EXEC SQL
                   SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2,
                          CITY, STATE_CODE, POSTAL_CODE
                     INTO :H19-CUSTOMER-NAME, :H19-ADDR-LINE-1,
                          :H19-ADDR-LINE-2, :H19-CITY,
                          :H19-STATE-CODE, :H19-POSTAL-CODE
                     FROM COREBK.CBS_CUSTOMER_MASTER
                    WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       SET WS-CIF-FOUND-SWITCH TO 'Y'
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9800-ABEND-SQL-ERROR
               END-EVALUATE
           END-IF
           IF NOT WS-CIF-FOUND
               ADD 1 TO WS-CUSTOMERS-NO-CIF
               MOVE 'CUSTOMER NOT ON FILE' TO H19-CUSTOMER-NAME
               MOVE SPACES TO H19-ADDR-LINE-1
               MOVE SPACES TO H19-ADDR-LINE-2
               MOVE SPACES TO H19-CITY
               MOVE SPACES TO H19-STATE-CODE
               MOVE SPACES TO H19-POSTAL-CODE
           END-IF.

       7000-WRITE-STATEMENT.
           MOVE SPACES TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE H26-ACCOUNT-NUMBER TO WS-ST-ACCOUNT-NUMBER
           MOVE WS-ANALYSIS-DATE   TO WS-ST-ANALYSIS-DATE
           MOVE WS-ST-TITLE-LINE   TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE SPACES TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE H19-CUSTOMER-NAME TO WS-ST-TEXT
           PERFORM 7800-WRITE-TEXT-LINE
           MOVE H19-ADDR-LINE-1 TO WS-ST-TEXT
           PERFORM 7800-WRITE-TEXT-LINE
           IF H19-ADDR-LINE-2 NOT = SPACES
               MOVE H19-ADDR-LINE-2 TO WS-ST-TEXT
               PERFORM 7800-WRITE-TEXT-LINE
           END-IF
           MOVE H19-CITY        TO WS-ST-CITY
           MOVE H19-STATE-CODE  TO WS-ST-STATE-CODE
           MOVE H19-POSTAL-CODE TO WS-ST-POSTAL-CODE
           MOVE WS-ST-CITY-LINE TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE SPACES TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE 'ANTICIPATED ESCROW DISBURSEMENTS' TO WS-ST-TEXT
           PERFORM 7800-WRITE-TEXT-LINE
           MOVE WS-ST-DISB-HEAD TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           PERFORM 7100-WRITE-DISB-LINE
               VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DT-COUNT
           MOVE 'TOTAL FOR THE NEXT 12 MONTHS' TO WS-ST-LABEL
           MOVE WS-ANNUAL-DISB TO WS-ST-AMOUNT
           PERFORM 7810-WRITE-LABEL-LINE
           MOVE SPACES TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE 'PROJECTED ESCROW ACCOUNT ACTIVITY' TO WS-ST-TEXT
           PERFORM 7800-WRITE-TEXT-LINE
           MOVE 'STARTING ESCROW BALANCE' TO WS-ST-LABEL
           MOVE H26-ESCROW-BALANCE TO WS-ST-AMOUNT
           PERFORM 7810-WRITE-LABEL-LINE
           MOVE WS-ST-MONTH-HEAD TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           PERFORM 7200-WRITE-MONTH-LINE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
           MOVE SPACES TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE 'LOWEST PROJECTED BALANCE' TO WS-ST-LABEL
           MOVE WS-LOW-BALANCE TO WS-ST-AMOUNT
           PERFORM 7810-WRITE-LABEL-LINE
           MOVE 'REQUIRED CUSHION' TO WS-ST-LABEL
           MOVE WS-REQUIRED-CUSHION TO WS-ST-AMOUNT
           PERFORM 7810-WRITE-LABEL-LINE
           PERFORM 7300-WRITE-RESULT-LINE
           MOVE SPACES TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE 'PRINCIPAL AND INTEREST' TO WS-ST-LABEL
           MOVE WS-PI-PAYMENT TO WS-ST-AMOUNT
           PERFORM 7810-WRITE-LABEL-LINE
           MOVE 'CURRENT ESCROW PAYMENT' TO WS-ST-LABEL
           MOVE WS-OLD-PAYMENT TO WS-ST-AMOUNT
           PERFORM 7810-WRITE-LABEL-LINE
           MOVE 'NEW ESCROW PAYMENT' TO WS-ST-LABEL
           MOVE WS-NEW-PAYMENT TO WS-ST-AMOUNT
           PERFORM 7810-WRITE-LABEL-LINE
           MOVE 'NEW TOTAL MONTHLY PAYMENT' TO WS-ST-LABEL
           MOVE WS-TOTAL-PAYMENT TO WS-ST-AMOUNT
           MOVE 'EFFECTIVE WITH PAYMENT DUE' TO WS-ST-NOTE
           MOVE WS-NEXT-PMT-DATE TO WS-ST-NOTE-DATE
           PERFORM 7810-WRITE-LABEL-LINE.

       7100-WRITE-DISB-LINE.
           MOVE DT-PAYEE-NAME (WS-DX) TO WS-ST-D-PAYEE-NAME
           MOVE DT-PAYEE-TYPE (WS-DX) TO WS-ST-D-PAYEE-TYPE
           MOVE DT-DUE-DATE (WS-DX)   TO WS-ST-D-DUE-DATE
           MOVE DT-AMOUNT (WS-DX)     TO WS-ST-D-AMOUNT
           IF DT-FREQUENCY (WS-DX) > 0
               MOVE '   MONTHS' TO WS-ST-D-FREQ-TEXT
               MOVE DT-FREQUENCY (WS-DX) TO WS-ST-D-FREQ-MONTHS
           ELSE
               MOVE 'ONE-TIME' TO WS-ST-D-FREQ-TEXT
           END-IF
           MOVE WS-ST-DISB-LINE TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC.

       7200-WRITE-MONTH-LINE.
           MOVE MT-YYYY (WS-MX)    TO WS-ST-M-YYYY
           MOVE MT-MM (WS-MX)      TO WS-ST-M-MM
           MOVE WS-BASE-PAYMENT    TO WS-ST-M-DEPOSIT
           MOVE MT-DISB (WS-MX)    TO WS-ST-M-DISB
           MOVE MT-BALANCE (WS-MX) TO WS-ST-M-BALANCE
           IF WS-MX = WS-LOW-MONTH
               MOVE 'LOW POINT' TO WS-ST-M-FLAG
           ELSE
               MOVE SPACES TO WS-ST-M-FLAG
           END-IF
           MOVE WS-ST-MONTH-LINE TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC.

       7300-WRITE-RESULT-LINE.
           EVALUATE TRUE
               WHEN WS-SHORTAGE > ZERO
                   MOVE 'ESCROW SHORTAGE' TO WS-ST-LABEL
                   MOVE WS-SHORTAGE TO WS-ST-AMOUNT
                   MOVE 'SPREAD OVER THE NEXT 12 PAYMENTS'
                       TO WS-ST-NOTE
                   PERFORM 7810-WRITE-LABEL-LINE
               WHEN WS-SURPLUS >= WS-REFUND-THRESHOLD
                   MOVE 'ESCROW SURPLUS' TO WS-ST-LABEL
                   MOVE WS-SURPLUS TO WS-ST-AMOUNT
                   MOVE 'REFUNDED TO YOU' TO WS-ST-NOTE
                   PERFORM 7810-WRITE-LABEL-LINE
               WHEN WS-SURPLUS > ZERO
                   MOVE 'ESCROW SURPLUS' TO WS-ST-LABEL
                   MOVE WS-SURPLUS TO WS-ST-AMOUNT
                   MOVE 'CREDITED OVER THE NEXT 12 PAYMENTS'
                       TO WS-ST-NOTE
                   PERFORM 7810-WRITE-LABEL-LINE
               WHEN OTHER
                   MOVE 'NO ESCROW SHORTAGE OR SURPLUS' TO WS-ST-TEXT
                   PERFORM 7800-WRITE-TEXT-LINE
           END-EVALUATE.

       7800-WRITE-TEXT-LINE.
           MOVE WS-ST-TEXT-LINE TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE SPACES TO WS-ST-TEXT.

       7810-WRITE-LABEL-LINE.
           MOVE WS-ST-LABEL-LINE TO ESCA-STMT-REC
           WRITE ESCA-STMT-REC
           MOVE SPACES TO WS-ST-NOTE
           MOVE SPACES TO WS-ST-NOTE-DATE.

       7900-WRITE-DETAIL-LINE.
           MOVE H26-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE H19-CUSTOMER-ID    TO WS-D-CUSTOMER-ID
           MOVE WS-OLD-PAYMENT     TO WS-D-OLD-PAYMENT
           MOVE WS-NEW-PAYMENT     TO WS-D-NEW-PAYMENT
           MOVE WS-SHORTAGE        TO WS-D-SHORTAGE
           MOVE WS-SURPLUS         TO WS-D-SURPLUS
           MOVE WS-ACTION          TO WS-D-ACTION
           MOVE WS-DETAIL-LINE     TO ESCA-RPT-REC
           WRITE ESCA-RPT-REC.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO ESCA-RPT-REC
           WRITE ESCA-RPT-REC
           MOVE 'ACCOUNTS ANALYZED' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-ANALYZED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'SHORTAGES' TO WS-SUM-LABEL
           MOVE WS-SHORTAGES TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'SHORTAGE AMOUNT' TO WS-SUM-AMT-LABEL
           MOVE WS-SHORTAGE-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'SURPLUSES REFUNDED' TO WS-SUM-LABEL
           MOVE WS-SURPLUS-REFUNDED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'REFUND AMOUNT' TO WS-SUM-AMT-LABEL
           MOVE WS-REFUND-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'SURPLUSES CREDITED' TO WS-SUM-LABEL
           MOVE WS-SURPLUS-CREDITED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'CREDITED AMOUNT' TO WS-SUM-AMT-LABEL
           MOVE WS-CREDITED-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'NO SHORTAGE OR SURPLUS' TO WS-SUM-LABEL
           MOVE WS-NO-CHANGE TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'CUSTOMERS NOT ON CIF' TO WS-SUM-LABEL
           MOVE WS-CUSTOMERS-NO-CIF TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'DISBURSEMENTS NOT LOADED' TO WS-SUM-LABEL
           MOVE WS-DISB-NOT-LOADED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE.

       8100-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO ESCA-RPT-REC
           WRITE ESCA-RPT-REC.

       8200-WRITE-SUM-AMT-LINE.
           MOVE WS-SUM-AMT-LINE TO ESCA-RPT-REC
           WRITE ESCA-RPT-REC.

       1300-REGISTER-RUN-START.
           MOVE 'ESCRANAL' TO H15-JOB-NAME
           MOVE WS-ANALYSIS-DATE TO H15-BUSINESS-DATE
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RUN-CTL-COUNT
                 FROM COREBK.CBS_BATCH_RUN_CTRL
                WHERE JOB_NAME = :H15-JOB-NAME
                  AND BUSINESS_DATE = :H15-BUSINESS-DATE
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           IF WS-RUN-CTL-COUNT > 0
               DISPLAY 'ESCRANAL ALREADY COMPLETE FOR '
                   WS-ANALYSIS-DATE
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

       9100-REGISTER-RUN-END.
           MOVE WS-ACCOUNTS-ANALYZED TO WS-RUN-CTL-ROWS
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
           DISPLAY 'ESCRANAL SQL ERROR - SQLCODE: ' SQLCODE
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
           DISPLAY 'ESCRANAL ACCOUNTS ANALYZED  : ' WS-ACCOUNTS-ANALYZED
           DISPLAY 'ESCRANAL SHORTAGES          : ' WS-SHORTAGES
           DISPLAY 'ESCRANAL SURPLUSES REFUNDED : ' WS-SURPLUS-REFUNDED
           DISPLAY 'ESCRANAL SURPLUSES CREDITED : ' WS-SURPLUS-CREDITED
           DISPLAY 'ESCRANAL NO SHORTAGE/SURPLUS: ' WS-NO-CHANGE
           DISPLAY 'ESCRANAL CUSTOMERS NO CIF   : ' WS-CUSTOMERS-NO-CIF
           CLOSE ESCA-PARM-IN
           CLOSE ESCA-RPT
           CLOSE ESCA-STMT.
