      *              CBS_ACCT_BAL_HIST FOR THE SAME DAY; ANY           *
      *              DISAGREEMENT ABENDS THE HAND-OFF (RC 16) BEFORE   *
      *              FINANCE CAN PICK UP THE FILE.                     *
      *              THE EXTRACT IS ALSO REFUSED (RC 16) UNTIL EVERY   *
      *              TRNPOST PARTITION FOR THE EXTRACT DATE IS         *
      *              COMPLETE.                                         *
      *              AN ODAGING CHARGE-OFF (ADJUSTMENT, REASON-CODE    *
      *              'CHG-OFF') IS CARRIED ON ITS OWN 'CHARGE-OFF'     *
      *              JOURNAL LINE SO FINANCE CAN BOOK THE LOSS APART   *
      *              FROM ORDINARY ADJUSTMENTS.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRCT.
       01  WS-EXTRACT-DATE             PIC X(10).
       01  WS-ORIG-TRAN-TYPE           PIC X(10).
       01  WS-HIST-NET-MOVEMENT        PIC S9(13)V9(2) COMP-3.
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-COMPLETE            PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SIGNED-AMOUNT            PIC S9(10)V9(2) COMP-3.
           EXEC SQL
               DECLARE GLDAY-CSR CURSOR FOR
                   SELECT T.TRAN_AMOUNT, T.TRAN_TYPE, T.ORIG_TRAN_ID,
                          T.REASON_CODE, B.CURRENCY
                     FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL T
                          INNER JOIN COREBK.CBS_ACCT_BAL_DTL B
                             ON B.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
           OPEN INPUT GL-PARM-IN
           OPEN OUTPUT GL-FILE-OUT
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-CHECK-POST-PARTITIONS
           EXEC SQL
               OPEN GLDAY-CSR
           END-EXEC
               MOVE GP-EXTRACT-DATE TO WS-EXTRACT-DATE
           END-IF.

       1200-CHECK-POST-PARTITIONS.
           EXEC SQL
               SELECT COALESCE(MAX(PARTITION_COUNT), 0)
                 INTO :WS-PART-EXPECTED
                 FROM COREBK.CBS_POST_PARTITION
                WHERE BUSINESS_DATE = :WS-EXTRACT-DATE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PART-COMPLETE
                 FROM COREBK.CBS_POST_PARTITION P
                      INNER JOIN COREBK.CBS_BATCH_RUN_CTRL R
                         ON R.JOB_NAME = P.JOB_NAME
                        AND R.BUSINESS_DATE = P.BUSINESS_DATE
                WHERE P.BUSINESS_DATE = :WS-EXTRACT-DATE
                  AND R.RUN_STATUS = 'COMPLETE'
           END-EXEC
           IF WS-PART-EXPECTED = 0
                  OR WS-PART-COMPLETE < WS-PART-EXPECTED
               DISPLAY 'GLEXTRCT TRNPOST PARTITIONS NOT COMPLETE FOR '
                   WS-EXTRACT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-ACCUMULATE-ROWS.
           ADD 1 TO WS-ROWS-READ
           PERFORM 3000-DERIVE-SIGNED-AMOUNT
           IF H3-TRAN-TYPE = 'ADJUSTMENT'
                  AND H3-REASON-CODE = 'CHG-OFF'
               MOVE 'CHARGE-OFF' TO H3-TRAN-TYPE
           END-IF
           PERFORM 3100-ACCUMULATE-CELL
           ADD WS-SIGNED-AMOUNT TO WS-EXTRACT-NET
           PERFORM 2100-FETCH-NEXT-ROW.
           EXEC SQL
               FETCH GLDAY-CSR
                   INTO :H3-TRAN-AMOUNT, :H3-TRAN-TYPE,
                        :H3-ORIG-TRAN-ID, :H3-REASON-CODE,
                        :H2-CURRENCY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
