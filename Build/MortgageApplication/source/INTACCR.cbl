      *              'OVERDRAFT' RATE.  RATES COME FROM THE TIERED,    *
      *              EFFECTIVE-DATED CBS_INT_RATE TABLE (HIGHEST       *
      *              TIER-MIN-BAL NOT ABOVE THE BALANCE, LATEST        *
      *              EFFECTIVE-DATE NOT AFTER TODAY), EXCEPT THAT AN   *
      *              ACTIVE TERM DEPOSIT ON CBS_TERM_DEPOSIT ACCRUES A *
      *              NON-NEGATIVE BALANCE AT THE RATE LOCKED WHEN IT   *
      *              OPENED OR LAST RENEWED INSTEAD OF THE DEPOSIT     *
      *              TIERS.  AN ACCOUNT IS ACCRUED AT MOST ONCE PER    *
      *              CALENDAR DAY.                                     *
      *              WHEN THE INTPARM CARD CARRIES CYCLE-FLAG 'Y' THE  *
      *              ACCUMULATED ACCRUALS ARE SWEPT INTO               *
      *              CBS_ACCT_TRAN_HSTRY_DTL AS 'PENDING' ROWS -       *
           COPY CBSINTR.
           COPY CBSINTA.
           COPY CBSHIS.
           COPY CBSTDEP.
       01  WS-CURRENT-DATE             PIC X(10).
       01  WS-ABS-BALANCE              PIC S9(10)V9(2) COMP-3.
       01  WS-DAILY-ACCRUAL            PIC S9(10)V9(2) COMP-3.
           05 WS-ROWS-ACCRUED          PIC 9(9) VALUE ZERO.
           05 WS-ROWS-ALREADY-DONE     PIC 9(9) VALUE ZERO.
           05 WS-ROWS-UNRATED          PIC 9(9) VALUE ZERO.
           05 WS-ROWS-TERM-RATE        PIC 9(9) VALUE ZERO.
           05 WS-TRANS-GENERATED       PIC 9(9) VALUE ZERO.

       01  WS-CYCLE-SWITCH             PIC X(1) VALUE 'N'.
               MOVE 'DEPOSIT'    TO H13-RATE-TYPE
               MOVE H2-LEDGER-BALANCE TO WS-ABS-BALANCE
           END-IF
           SET WS-RATE-FOUND-SWITCH TO 'N'
           IF H13-RATE-TYPE = 'DEPOSIT'
               PERFORM 3050-LOOKUP-LOCKED-RATE
           END-IF
           IF NOT WS-RATE-FOUND
               PERFORM 3000-LOOKUP-RATE
           END-IF
           IF WS-RATE-FOUND
               COMPUTE WS-DAILY-ACCRUAL ROUNDED =
                   (H2-LEDGER-BALANCE * H13-ANNUAL-RATE) / 365
               SET WS-RATE-FOUND-SWITCH TO 'N'
           END-IF.

       3050-LOOKUP-LOCKED-RATE.
           MOVE H2-ACCOUNT-NUMBER TO H28-ACCOUNT-NUMBER
           EXEC SQL
               SELECT LOCKED_RATE
                 INTO :H28-LOCKED-RATE
                 FROM COREBK.CBS_TERM_DEPOSIT
                WHERE ACCOUNT_NUMBER = :H28-ACCOUNT-NUMBER
                  AND TD_STATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE H28-LOCKED-RATE TO H13-ANNUAL-RATE
                   SET WS-RATE-FOUND-SWITCH TO 'Y'
                   ADD 1 TO WS-ROWS-TERM-RATE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3100-APPLY-ACCRUAL.
           MOVE H2-ACCOUNT-NUMBER TO H14-ACCOUNT-NUMBER
           EXEC SQL
           DISPLAY 'INTACCR ROWS ACCRUED     : ' WS-ROWS-ACCRUED
           DISPLAY 'INTACCR ALREADY ACCRUED  : ' WS-ROWS-ALREADY-DONE
           DISPLAY 'INTACCR ROWS UNRATED     : ' WS-ROWS-UNRATED
           DISPLAY 'INTACCR TERM DEPOSIT RATE: ' WS-ROWS-TERM-RATE
           DISPLAY 'INTACCR TRANS GENERATED  : ' WS-TRANS-GENERATED
           CLOSE INT-PARM-IN
           CLOSE ACCR-RPT.
