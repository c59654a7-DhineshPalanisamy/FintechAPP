      *              EXPIRED.  WRITES A LISTING OF EVERY HOLD RELEASED.*
      *              EVERY BALANCE UPDATE ALSO WRITES A BEFORE/AFTER   *
      *              ROW TO CBS_ACCT_BAL_HIST.                         *
      *              RUNS ONLY ONCE EVERY TRNPOST PARTITION FOR THE    *
      *              BUSINESS DATE IS COMPLETE.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDAGE.
       01  WS-PRED-JOB-NAME            PIC X(8).
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-COMPLETE            PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'HOLDAGE'.
           WRITE HOLD-RPT-REC.

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
               SELECT MAX(BUSINESS_DATE)
                 INTO :WS-BUSINESS-DATE
                 FROM COREBK.CBS_BATCH_RUN_CTRL
                WHERE JOB_NAME LIKE :WS-PRED-JOB-NAME
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           PERFORM 1310-CHECK-POST-PARTITIONS
           MOVE 'HOLDAGE' TO H15-JOB-NAME
           MOVE WS-BUSINESS-DATE TO H15-BUSINESS-DATE
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
               DISPLAY 'HOLDAGE TRNPOST PARTITIONS NOT COMPLETE FOR '
                   WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-REGISTER-RUN-END.
           MOVE WS-HOLDS-EXAMINED TO WS-RUN-CTL-ROWS
           EXEC SQL
