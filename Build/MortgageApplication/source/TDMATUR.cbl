      ******************************************************************
      * PROGRAM-ID : TDMATUR                                           *
      * FUNCTION   : NIGHTLY TERM DEPOSIT MATURITY.  FOR THE           *
      *              BUSINESS DATE THE RUN:                            *
      *                - TAKES EVERY ACTIVE CBS_TERM_DEPOSIT WHOSE     *
      *                  MATURITY-DATE HAS ARRIVED AND CARRIES OUT     *
      *                  ITS ROLLOVER INSTRUCTION:                     *
      *                    R - RENEWS FOR THE SAME TERM FROM THE       *
      *                        MATURITY DATE AT THE RATE NOW IN        *
      *                        FORCE FOR THE TERM ON                   *
      *                        CBS_TD_TERM_SCHED, WITH THE LEDGER      *
      *                        BALANCE AS THE NEW PRINCIPAL (NO        *
      *                        SCHEDULE RATE: HELD INSTEAD)            *
      *                    P - PAYS OUT TO THE PAYOUT ACCOUNT:         *
      *                        STAGES THE UNSWEPT CBS_INT_ACCRUAL      *
      *                        INTEREST AS A 'PENDING' CREDIT WITH     *
      *                        REASON-CODE 'INT-PAID' (AND ZEROES THE  *
      *                        ACCRUAL), THEN A                        *
      *                        'PENDING' TRANSFER PAIR ('TRF-DR' ON    *
      *                        THE DEPOSIT, 'TRF-CR' ON THE PAYOUT     *
      *                        ACCOUNT, EACH NAMING THE OTHER IN       *
      *                        ORIG-TRAN-ID) FOR THE AVAILABLE         *
      *                        BALANCE PLUS THAT INTEREST, BOTH        *
      *                        POSTED BY THE NEXT TRNVALID/TRNPOST     *
      *                        CYCLE, AND MARKS THE DEPOSIT PAID       *
      *                        OUT ('P').  A PAYOUT ACCOUNT NO         *
      *                        LONGER ON FILE IS HELD INSTEAD.         *
      *                    H - MARKS THE DEPOSIT HELD ('H'): THE       *
      *                        FUNDS STAY ON DEMAND AT THE TIERED      *
      *                        DEPOSIT RATE.                           *
      *                - WRITES A PRE-MATURITY NOTICE TO THE TDNOTICE  *
      *                  FILE ('H' HEADER, 'D' DETAILS, 'T' TRAILER    *
      *                  WITH COUNT AND PRINCIPAL HASH) FOR EVERY      *
      *                  ACTIVE DEPOSIT MATURING WITHIN THE NOTICE     *
      *                  DAYS ON THE TDMPARM CARD (DEFAULT 10) THAT    *
      *                  HAS NOT YET HAD ONE, ADDRESSED FROM           *
      *                  CBS_CUSTOMER_MASTER AND SHOWING THE RATE A    *
      *                  RENEWAL WOULD GET TODAY, AND STAMPS ITS       *
      *                  NOTICE-DATE.                                  *
      *              THE TDMRPT REPORT LISTS EVERY ACTION AND A        *
      *              SUMMARY.  THE RUN REGISTERS IN                    *
      *              CBS_BATCH_RUN_CTRL BEHIND EVERY TRNPOST           *
      *              PARTITION FOR THE BUSINESS DATE AND COMMITS ONCE  *
      *              AT THE END, SO A FAILED RUN CAN SIMPLY BE RERUN.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDM-PARM-IN ASSIGN TO TDMPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TD-NOTICE-OUT ASSIGN TO TDNOTICE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDM-RPT ASSIGN TO TDMRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TDM-PARM-IN
           RECORDING MODE IS F.
       01  TDM-PARM-REC.
           05 TM-NOTICE-DAYS        PIC 9(3).
           05 FILLER                PIC X(77).

       FD  TD-NOTICE-OUT
           RECORDING MODE IS F.
       01  TD-NOTICE-REC.
           05 TN-RECORD-TYPE        PIC X(1).
           05 TN-DETAIL-DATA.
              10 TN-ACCOUNT-NUMBER  PIC 9(18).
              10 TN-CUSTOMER-ID     PIC 9(9).
              10 TN-CUSTOMER-NAME   PIC X(40).
              10 TN-ADDR-LINE-1     PIC X(40).
              10 TN-ADDR-LINE-2     PIC X(40).
              10 TN-CITY            PIC X(25).
              10 TN-STATE-CODE      PIC X(2).
              10 TN-POSTAL-CODE     PIC X(10).
              10 TN-MATURITY-DATE   PIC X(10).
              10 TN-PRINCIPAL-AMT   PIC 9(10)V9(2).
              10 TN-LOCKED-RATE     PIC 9(6)V9(6).
              10 TN-TERM-MONTHS     PIC 9(3).
              10 TN-ROLLOVER-INSTR  PIC X(1).
              10 TN-PAYOUT-ACCOUNT  PIC 9(18).
              10 TN-RENEWAL-RATE    PIC 9(6)V9(6).
              10 FILLER             PIC X(20).
           05 TN-HEADER-DATA REDEFINES TN-DETAIL-DATA.
              10 TN-FILE-DATE       PIC X(10).
              10 TN-FILE-ID         PIC X(8).
              10 TN-NOTICE-DAYS     PIC 9(3).
              10 FILLER             PIC X(251).
           05 TN-TRAILER-DATA REDEFINES TN-DETAIL-DATA.
              10 TN-TRAILER-COUNT   PIC 9(9).
              10 TN-TRAILER-HASH    PIC 9(13)V9(2).
              10 FILLER             PIC X(248).

       FD  TDM-RPT
           RECORDING MODE IS F.
       01  TDM-RPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSHIS.
           COPY CBSBAL.
           COPY CBSINTA.
           COPY CBSXREF.
           COPY CBSCUST.
           COPY CBSTDEP.
           COPY CBSTDTS.
           COPY CBSRUNC.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-NOTICE-HORIZON           PIC X(10).
       01  WS-NOTICE-DAYS              PIC S9(4) USAGE COMP.
       01  WS-NEW-MATURITY-DATE        PIC X(10).
       01  WS-BAL-ROW-COUNT            PIC S9(9) USAGE COMP.
       01  WS-PRED-JOB-NAME            PIC X(8).
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-COMPLETE            PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'TDMATUR'.
       01  WS-DEFAULT-NOTICE-DAYS      PIC S9(4) USAGE COMP VALUE 10.
       01  WS-ACTION                   PIC X(28).
       01  WS-PAYOUT-AMOUNT            PIC S9(11)V9(2) COMP-3.
       01  WS-ACCRUED-INTEREST         PIC S9(10)V9(2) COMP-3.
       01  WS-HASH-TOTAL               PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC X(4).
           05 FILLER                   PIC X(1).
           05 WS-DS-MM                 PIC X(2).
           05 FILLER                   PIC X(1).
           05 WS-DS-DD                 PIC X(2).

       01  WS-GEN-TRAN-ID.
           05 FILLER                   PIC X(1) VALUE 'T'.
           05 WS-GT-YYYY               PIC X(4).
           05 WS-GT-MM                 PIC X(2).
           05 WS-GT-DD                 PIC X(2).
           05 WS-GT-SEQ                PIC 9(6).
           05 WS-GT-LEG                PIC X(1).

       01  WS-DR-TRAN-ID               PIC X(16).
       01  WS-CR-TRAN-ID               PIC X(16).

       01  WS-HDR1                     PIC X(40) VALUE
           'TERM DEPOSIT MATURITY PROCESSING'.
       01  WS-HDR2                     PIC X(132) VALUE
           '    ACCOUNT-NUMBER  MATURITY    I          AMOUNT  ACTION
      -    '                      NEW-MATURITY'.

       01  WS-DETAIL-LINE.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-MATURITY-DATE       PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ROLLOVER-INSTR      PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-AMOUNT              PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ACTION              PIC X(28).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-NEW-MATURITY        PIC X(10).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL             PIC X(30).
           05 WS-SUM-COUNT             PIC Z(8)9.

       01  WS-SUM-AMT-LINE.
           05 WS-SUM-AMT-LABEL         PIC X(30).
           05 WS-SUM-AMOUNT            PIC -Z(12)9.99.

       01  WS-COUNTERS.
           05 WS-ROWS-READ             PIC 9(9) VALUE ZERO.
           05 WS-TD-RENEWED            PIC 9(9) VALUE ZERO.
           05 WS-TD-PAID-OUT           PIC 9(9) VALUE ZERO.
           05 WS-TD-HELD               PIC 9(9) VALUE ZERO.
           05 WS-NOTICES-WRITTEN       PIC 9(9) VALUE ZERO.
           05 WS-NOTICES-NO-CIF        PIC 9(9) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05 WS-RENEWED-AMT           PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-PAID-OUT-AMT          PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-HELD-AMT              PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-MAT-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-MAT-ROWS         VALUE 'Y'.
       01  WS-NOT-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-NOT-ROWS         VALUE 'Y'.
       01  WS-CIF-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-CIF-FOUND                VALUE 'Y'.
       01  WS-RATE-FOUND-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-RATE-FOUND               VALUE 'Y'.

           EXEC SQL
               DECLARE TDMAT-CSR CURSOR FOR
                   SELECT ACCOUNT_NUMBER, PRINCIPAL_AMT, LOCKED_RATE,
                          TERM_MONTHS, MATURITY_DATE, ROLLOVER_INSTR,
                          PAYOUT_ACCOUNT
                     FROM COREBK.CBS_TERM_DEPOSIT
                    WHERE TD_STATUS = 'A'
                      AND MATURITY_DATE <= :WS-BUSINESS-DATE
                    ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
               DECLARE TDNOT-CSR CURSOR FOR
                   SELECT ACCOUNT_NUMBER, PRINCIPAL_AMT, LOCKED_RATE,
                          TERM_MONTHS, MATURITY_DATE, ROLLOVER_INSTR,
                          PAYOUT_ACCOUNT
                     FROM COREBK.CBS_TERM_DEPOSIT
                    WHERE TD_STATUS = 'A'
                      AND NOTICE_DATE = '0001-01-01'
                      AND MATURITY_DATE > :WS-BUSINESS-DATE
                      AND MATURITY_DATE <= :WS-NOTICE-HORIZON
                    ORDER BY MATURITY_DATE, ACCOUNT_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MATURITIES
           PERFORM 3000-WRITE-NOTICES
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TDM-PARM-IN
           OPEN OUTPUT TD-NOTICE-OUT
           OPEN OUTPUT TDM-RPT
           MOVE WS-HDR1 TO TDM-RPT-REC
           WRITE TDM-RPT-REC
           MOVE WS-HDR2 TO TDM-RPT-REC
           WRITE TDM-RPT-REC
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1300-REGISTER-RUN-START
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT
           MOVE WS-DS-YYYY       TO WS-GT-YYYY
           MOVE WS-DS-MM         TO WS-GT-MM
           MOVE WS-DS-DD         TO WS-GT-DD
           MOVE ZERO             TO WS-GT-SEQ
           EXEC SQL
               SELECT DATE(:WS-BUSINESS-DATE)
                          + :WS-NOTICE-DAYS DAYS
                 INTO :WS-NOTICE-HORIZON
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE SPACES           TO TD-NOTICE-REC
           MOVE 'H'              TO TN-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO TN-FILE-DATE
           MOVE 'TDMATUR'        TO TN-FILE-ID
           MOVE WS-NOTICE-DAYS   TO TN-NOTICE-DAYS
           WRITE TD-NOTICE-REC.

       1100-READ-PARM-CARD.
           READ TDM-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           IF NOT WS-NO-PARM-CARD
                  AND TM-NOTICE-DAYS IS NUMERIC
                  AND TM-NOTICE-DAYS > ZERO
               MOVE TM-NOTICE-DAYS TO WS-NOTICE-DAYS
           ELSE
               MOVE WS-DEFAULT-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF.

       2000-PROCESS-MATURITIES.
           EXEC SQL
               OPEN TDMAT-CSR
           END-EXEC
           PERFORM 2100-FETCH-MAT-ROW
           PERFORM 2200-MATURE-ONE-DEPOSIT
               UNTIL WS-NO-MORE-MAT-ROWS
           EXEC SQL
               CLOSE TDMAT-CSR
           END-EXEC.

       2100-FETCH-MAT-ROW.
           EXEC SQL
               FETCH TDMAT-CSR
                   INTO :H28-ACCOUNT-NUMBER, :H28-PRINCIPAL-AMT,
                        :H28-LOCKED-RATE, :H28-TERM-MONTHS,
                        :H28-MATURITY-DATE, :H28-ROLLOVER-INSTR,
                        :H28-PAYOUT-ACCOUNT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-MAT-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       2200-MATURE-ONE-DEPOSIT.
           ADD 1 TO WS-ROWS-READ
           MOVE SPACES TO WS-NEW-MATURITY-DATE
           PERFORM 2300-FETCH-BALANCES
           EVALUATE H28-ROLLOVER-INSTR
               WHEN 'R'
                   PERFORM 2400-RENEW-DEPOSIT
               WHEN 'P'
                   PERFORM 2500-PAY-OUT-DEPOSIT
               WHEN OTHER
                   MOVE 'MATURED - HELD ON DEMAND' TO WS-ACTION
                   PERFORM 2700-HOLD-DEPOSIT
           END-EVALUATE
           PERFORM 2100-FETCH-MAT-ROW.

       2300-FETCH-BALANCES.
           MOVE H28-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
           EXEC SQL
               SELECT LEDGER_BALANCE, AVAILABLE_BALANCE
                 INTO :H2-LEDGER-BALANCE, :H2-AVAILABLE-BALANCE
                 FROM COREBK.CBS_ACCT_BAL_DTL
                WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO H2-LEDGER-BALANCE
                   MOVE ZERO TO H2-AVAILABLE-BALANCE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           MOVE ZERO TO WS-ACCRUED-INTEREST
           MOVE H28-ACCOUNT-NUMBER TO H14-ACCOUNT-NUMBER
           EXEC SQL
               SELECT ACCRUED_AMOUNT
                 INTO :H14-ACCRUED-AMOUNT
                 FROM COREBK.CBS_INT_ACCRUAL
                WHERE ACCOUNT_NUMBER = :H14-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF H14-ACCRUED-AMOUNT > ZERO
                       MOVE H14-ACCRUED-AMOUNT TO WS-ACCRUED-INTEREST
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       2400-RENEW-DEPOSIT.
           SET WS-RATE-FOUND-SWITCH TO 'N'
           MOVE H28-TERM-MONTHS TO H29-TERM-MONTHS
           EXEC SQL
               SELECT ANNUAL_RATE
                 INTO :H29-ANNUAL-RATE
                 FROM COREBK.CBS_TD_TERM_SCHED
                WHERE TERM_MONTHS = :H29-TERM-MONTHS
                  AND EFFECTIVE_DATE <= :WS-BUSINESS-DATE
                ORDER BY EFFECTIVE_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-RATE-FOUND-SWITCH TO 'Y'
               WHEN 100
                   MOVE 'NO TERM RATE - HELD' TO WS-ACTION
                   PERFORM 2700-HOLD-DEPOSIT
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           IF WS-RATE-FOUND
               EXEC SQL
                   SELECT DATE(:H28-MATURITY-DATE)
                              + :H28-TERM-MONTHS MONTHS
                     INTO :WS-NEW-MATURITY-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               END-IF
               MOVE H2-LEDGER-BALANCE TO H28-PRINCIPAL-AMT
               MOVE H29-ANNUAL-RATE   TO H28-LOCKED-RATE
               MOVE WS-RUN-USERID     TO H28-UPD-USERID
               EXEC SQL
                   UPDATE COREBK.CBS_TERM_DEPOSIT
                      SET PRINCIPAL_AMT   = :H28-PRINCIPAL-AMT,
                          LOCKED_RATE     = :H28-LOCKED-RATE,
                          OPEN_DATE       = :H28-MATURITY-DATE,
                          MATURITY_DATE   = :WS-NEW-MATURITY-DATE,
                          NOTICE_DATE     = '0001-01-01',
                          EARLY_WD_AUTH   = 'N',
                          EARLY_WD_AMOUNT = 0,
                          UPD_USERID      = :H28-UPD-USERID,
                          UPD_TIMESTAMP   = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               END-IF
               ADD 1 TO WS-TD-RENEWED
               ADD H28-PRINCIPAL-AMT TO WS-RENEWED-AMT
               MOVE 'RENEWED' TO WS-ACTION
               MOVE H28-PRINCIPAL-AMT TO WS-D-AMOUNT
               PERFORM 6000-WRITE-DETAIL-LINE
           END-IF.

       2500-PAY-OUT-DEPOSIT.
           MOVE H28-PAYOUT-ACCOUNT TO H2-ACCOUNT-NUMBER
           MOVE ZERO TO WS-BAL-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-BAL-ROW-COUNT
                 FROM COREBK.CBS_ACCT_BAL_DTL
                WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
           END-EXEC
           IF WS-BAL-ROW-COUNT = 0
                  OR H28-PAYOUT-ACCOUNT = H28-ACCOUNT-NUMBER
               MOVE 'PAYOUT ACCT BAD - HELD' TO WS-ACTION
               PERFORM 2700-HOLD-DEPOSIT
           ELSE
               ADD 1 TO WS-GT-SEQ
               IF WS-ACCRUED-INTEREST > ZERO
                   PERFORM 2600-STAGE-ACCRUED-INTEREST
               END-IF
               COMPUTE WS-PAYOUT-AMOUNT =
                   H2-AVAILABLE-BALANCE + WS-ACCRUED-INTEREST
               IF WS-PAYOUT-AMOUNT > ZERO
                   PERFORM 2650-STAGE-TRANSFER-PAIR
                   MOVE 'PAID OUT - TRANSFER STAGED' TO WS-ACTION
               ELSE
                   MOVE ZERO TO WS-PAYOUT-AMOUNT
                   MOVE 'MATURED - NOTHING TO PAY' TO WS-ACTION
               END-IF
               MOVE WS-RUN-USERID TO H28-UPD-USERID
               EXEC SQL
                   UPDATE COREBK.CBS_TERM_DEPOSIT
                      SET TD_STATUS       = 'P',
                          PRINCIPAL_AMT   = 0,
                          EARLY_WD_AUTH   = 'N',
                          EARLY_WD_AMOUNT = 0,
                          UPD_USERID      = :H28-UPD-USERID,
                          UPD_TIMESTAMP   = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               END-IF
               ADD 1 TO WS-TD-PAID-OUT
               ADD WS-PAYOUT-AMOUNT TO WS-PAID-OUT-AMT
               MOVE WS-PAYOUT-AMOUNT TO WS-D-AMOUNT
               PERFORM 6000-WRITE-DETAIL-LINE
           END-IF.

       2600-STAGE-ACCRUED-INTEREST.
           MOVE 'A'                 TO WS-GT-LEG
           MOVE WS-GEN-TRAN-ID      TO H3-TRANSACTION-ID
           MOVE H28-ACCOUNT-NUMBER  TO H3-ACCOUNT-NUMBER
           MOVE WS-ACCRUED-INTEREST TO H3-TRAN-AMOUNT
           MOVE 'CREDIT'            TO H3-TRAN-TYPE
           MOVE 'PENDING'           TO H3-STATUS
           MOVE SPACES              TO H3-ORIG-TRAN-ID
           MOVE 'INT-PAID'          TO H3-REASON-CODE
           PERFORM 2690-INSERT-TRAN-ROW
           EXEC SQL
               UPDATE COREBK.CBS_INT_ACCRUAL
                  SET ACCRUED_AMOUNT = 0
                WHERE ACCOUNT_NUMBER = :H14-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       2650-STAGE-TRANSFER-PAIR.
           MOVE 'D' TO WS-GT-LEG
           MOVE WS-GEN-TRAN-ID TO WS-DR-TRAN-ID
           MOVE 'C' TO WS-GT-LEG
           MOVE WS-GEN-TRAN-ID TO WS-CR-TRAN-ID
           MOVE WS-PAYOUT-AMOUNT    TO H3-TRAN-AMOUNT
           MOVE 'TRANSFER'          TO H3-TRAN-TYPE
           MOVE 'PENDING'           TO H3-STATUS
           MOVE WS-DR-TRAN-ID       TO H3-TRANSACTION-ID
           MOVE WS-CR-TRAN-ID       TO H3-ORIG-TRAN-ID
           MOVE H28-ACCOUNT-NUMBER  TO H3-ACCOUNT-NUMBER
           MOVE 'TRF-DR'            TO H3-REASON-CODE
           PERFORM 2690-INSERT-TRAN-ROW
           MOVE WS-CR-TRAN-ID       TO H3-TRANSACTION-ID
           MOVE WS-DR-TRAN-ID       TO H3-ORIG-TRAN-ID
           MOVE H28-PAYOUT-ACCOUNT  TO H3-ACCOUNT-NUMBER
           MOVE 'TRF-CR'            TO H3-REASON-CODE
           PERFORM 2690-INSERT-TRAN-ROW.

       2690-INSERT-TRAN-ROW.
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
           END-IF.

       2700-HOLD-DEPOSIT.
           MOVE WS-RUN-USERID TO H28-UPD-USERID
           EXEC SQL
               UPDATE COREBK.CBS_TERM_DEPOSIT
                  SET TD_STATUS       = 'H',
                      EARLY_WD_AUTH   = 'N',
                      EARLY_WD_AMOUNT = 0,
                      UPD_USERID      = :H28-UPD-USERID,
                      UPD_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           ADD 1 TO WS-TD-HELD
           ADD H2-LEDGER-BALANCE TO WS-HELD-AMT
           MOVE H2-LEDGER-BALANCE TO WS-D-AMOUNT
           PERFORM 6000-WRITE-DETAIL-LINE.

       3000-WRITE-NOTICES.
           EXEC SQL
               OPEN TDNOT-CSR
           END-EXEC
           PERFORM 3100-FETCH-NOT-ROW
           PERFORM 3200-NOTIFY-ONE-DEPOSIT
               UNTIL WS-NO-MORE-NOT-ROWS
           EXEC SQL
               CLOSE TDNOT-CSR
           END-EXEC
           MOVE SPACES             TO TD-NOTICE-REC
           MOVE 'T'                TO TN-RECORD-TYPE
           MOVE WS-NOTICES-WRITTEN TO TN-TRAILER-COUNT
           MOVE WS-HASH-TOTAL      TO TN-TRAILER-HASH
           WRITE TD-NOTICE-REC.

       3100-FETCH-NOT-ROW.
           EXEC SQL
               FETCH TDNOT-CSR
                   INTO :H28-ACCOUNT-NUMBER, :H28-PRINCIPAL-AMT,
                        :H28-LOCKED-RATE, :H28-TERM-MONTHS,
                        :H28-MATURITY-DATE, :H28-ROLLOVER-INSTR,
                        :H28-PAYOUT-ACCOUNT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-NOT-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3200-NOTIFY-ONE-DEPOSIT.
           ADD 1 TO WS-ROWS-READ
           PERFORM 3300-LOOKUP-CUSTOMER
           MOVE H28-TERM-MONTHS TO H29-TERM-MONTHS
           EXEC SQL
               SELECT ANNUAL_RATE
                 INTO :H29-ANNUAL-RATE
                 FROM COREBK.CBS_TD_TERM_SCHED
                WHERE TERM_MONTHS = :H29-TERM-MONTHS
                  AND EFFECTIVE_DATE <= :WS-BUSINESS-DATE
                ORDER BY EFFECTIVE_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO H29-ANNUAL-RATE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           MOVE SPACES             TO TD-NOTICE-REC
           MOVE 'D'                TO TN-RECORD-TYPE
           MOVE H28-ACCOUNT-NUMBER TO TN-ACCOUNT-NUMBER
           MOVE H19-CUSTOMER-ID    TO TN-CUSTOMER-ID
           MOVE H19-CUSTOMER-NAME  TO TN-CUSTOMER-NAME
           MOVE H19-ADDR-LINE-1    TO TN-ADDR-LINE-1
           MOVE H19-ADDR-LINE-2    TO TN-ADDR-LINE-2
           MOVE H19-CITY           TO TN-CITY
           MOVE H19-STATE-CODE     TO TN-STATE-CODE
           MOVE H19-POSTAL-CODE    TO TN-POSTAL-CODE
           MOVE H28-MATURITY-DATE  TO TN-MATURITY-DATE
           MOVE H28-PRINCIPAL-AMT  TO TN-PRINCIPAL-AMT
           MOVE H28-LOCKED-RATE    TO TN-LOCKED-RATE
           MOVE H28-TERM-MONTHS    TO TN-TERM-MONTHS
           MOVE H28-ROLLOVER-INSTR TO TN-ROLLOVER-INSTR
           MOVE H28-PAYOUT-ACCOUNT TO TN-PAYOUT-ACCOUNT
           MOVE H29-ANNUAL-RATE    TO TN-RENEWAL-RATE
           WRITE TD-NOTICE-REC
           ADD 1 TO WS-NOTICES-WRITTEN
           ADD H28-PRINCIPAL-AMT TO WS-HASH-TOTAL
           MOVE WS-RUN-USERID TO H28-UPD-USERID
           EXEC SQL
               UPDATE COREBK.CBS_TERM_DEPOSIT
                  SET NOTICE_DATE   = :WS-BUSINESS-DATE,
                      UPD_USERID    = :H28-UPD-USERID,
                      UPD_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           IF WS-CIF-FOUND
               MOVE 'MATURITY NOTICE WRITTEN' TO WS-ACTION
           ELSE
               MOVE 'NOTICE WRITTEN - NO CIF' TO WS-ACTION
           END-IF
           MOVE SPACES            TO WS-NEW-MATURITY-DATE
           MOVE H28-PRINCIPAL-AMT TO WS-D-AMOUNT
           PERFORM 6000-WRITE-DETAIL-LINE
           PERFORM 3100-FETCH-NOT-ROW.

       3300-LOOKUP-CUSTOMER.
           SET WS-CIF-FOUND-SWITCH TO 'N'
           MOVE ZERO TO H19-CUSTOMER-ID
           MOVE H28-ACCOUNT-NUMBER TO H4-ACCOUNT-NUMBER
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
               ADD 1 TO WS-NOTICES-NO-CIF
               MOVE 'CUSTOMER NOT ON FILE' TO H19-CUSTOMER-NAME
               MOVE SPACES TO H19-ADDR-LINE-1
               MOVE SPACES TO H19-ADDR-LINE-2
               MOVE SPACES TO H19-CITY
               MOVE SPACES TO H19-STATE-CODE
               MOVE SPACES TO H19-POSTAL-CODE
           END-IF.

       6000-WRITE-DETAIL-LINE.
           MOVE H28-ACCOUNT-NUMBER   TO WS-D-ACCOUNT-NUMBER
           MOVE H28-MATURITY-DATE    TO WS-D-MATURITY-DATE
           MOVE H28-ROLLOVER-INSTR   TO WS-D-ROLLOVER-INSTR
           MOVE WS-ACTION            TO WS-D-ACTION
           MOVE WS-NEW-MATURITY-DATE TO WS-D-NEW-MATURITY
           MOVE WS-DETAIL-LINE       TO TDM-RPT-REC
           WRITE TDM-RPT-REC.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO TDM-RPT-REC
           WRITE TDM-RPT-REC
           MOVE 'DEPOSITS RENEWED' TO WS-SUM-LABEL
           MOVE WS-TD-RENEWED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'PRINCIPAL RENEWED' TO WS-SUM-AMT-LABEL
           MOVE WS-RENEWED-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'DEPOSITS PAID OUT' TO WS-SUM-LABEL
           MOVE WS-TD-PAID-OUT TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'AMOUNT PAID OUT' TO WS-SUM-AMT-LABEL
           MOVE WS-PAID-OUT-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'DEPOSITS HELD ON DEMAND' TO WS-SUM-LABEL
           MOVE WS-TD-HELD TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'BALANCE HELD' TO WS-SUM-AMT-LABEL
           MOVE WS-HELD-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'MATURITY NOTICES WRITTEN' TO WS-SUM-LABEL
           MOVE WS-NOTICES-WRITTEN TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'NOTICES WITH NO CIF' TO WS-SUM-LABEL
           MOVE WS-NOTICES-NO-CIF TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE.

       8100-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO TDM-RPT-REC
           WRITE TDM-RPT-REC.

       8200-WRITE-SUM-AMT-LINE.
           MOVE WS-SUM-AMT-LINE TO TDM-RPT-REC
           WRITE TDM-RPT-REC.

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
               DISPLAY 'TDMATUR PREDECESSOR TRNPOST NOT COMPLETE'
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
           MOVE 'TDMATUR' TO H15-JOB-NAME
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
               DISPLAY 'TDMATUR ALREADY COMPLETE FOR '
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
               DISPLAY 'TDMATUR TRNPOST PARTITIONS NOT COMPLETE FOR '
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
           DISPLAY 'TDMATUR SQL ERROR - SQLCODE: ' SQLCODE
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
           DISPLAY 'TDMATUR ROWS READ          : ' WS-ROWS-READ
           DISPLAY 'TDMATUR DEPOSITS RENEWED   : ' WS-TD-RENEWED
           DISPLAY 'TDMATUR DEPOSITS PAID OUT  : ' WS-TD-PAID-OUT
           DISPLAY 'TDMATUR DEPOSITS HELD      : ' WS-TD-HELD
           DISPLAY 'TDMATUR NOTICES WRITTEN    : ' WS-NOTICES-WRITTEN
           CLOSE TDM-PARM-IN
           CLOSE TD-NOTICE-OUT
           CLOSE TDM-RPT.
