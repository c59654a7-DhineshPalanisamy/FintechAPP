      *                DORM-FEE - ONE PER ACCOUNT DORMACCT WOULD FLAG  *
      *                           (NO CREDIT OR DEBIT ACTIVITY IN THE  *
      *                           DORMANCY WINDOW) - CYCLE FLAG 'Y'    *
      *                           - BUT NONE ONCE ESCHEAT HAS SENT     *
      *                           THE OWNER A DUE-DILIGENCE LETTER     *
      *                SVC-FEE  - MONTHLY SERVICE FEE PER ACCOUNT,     *
      *                           WAIVED WHEN LEDGER-BALANCE IS AT OR  *
      *                           ABOVE THE SCHEDULE'S WAIVER          *
      *              ASSESSMENT DATE ALREADY COMPLETE IS REFUSED, SO   *
      *              AN ABENDED OR REPEATED RUN CANNOT STAGE THE SAME  *
      *              FEES TWICE.                                       *
      *              THE NSF PICKUP DEPENDS ON POSTING, SO THE RUN IS  *
      *              REFUSED (RC 16) UNTIL EVERY TRNPOST PARTITION FOR *
      *              THE ASSESSMENT DATE IS COMPLETE.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASSES.
           VALUE 90.
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-COMPLETE            PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-COMMIT-FREQUENCY         PIC 9(5) VALUE 100.
                            WHERE X.ACCOUNT_NUMBER =
                                      B.ACCOUNT_NUMBER
                              AND X.XREF_STATUS = 'A')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM COREBK.CBS_ESCHEAT_TRACK E
                            WHERE E.ACCOUNT_NUMBER =
                                      B.ACCOUNT_NUMBER
                              AND E.ESCH_STATUS IN ('L', 'S', 'E'))
                    ORDER BY B.ACCOUNT_NUMBER
           END-EXEC.

           WRITE FEE-RPT-REC.

       1300-REGISTER-RUN-START.
           PERFORM 1310-CHECK-POST-PARTITIONS
           MOVE 'FEEASSES' TO H15-JOB-NAME
           MOVE WS-ASSESS-DATE TO H15-BUSINESS-DATE
           EXEC SQL
               COMMIT
           END-EXEC.

       1310-CHECK-POST-PARTITIONS.
           EXEC SQL
               SELECT COALESCE(MAX(PARTITION_COUNT), 0)
                 INTO :WS-PART-EXPECTED
                 FROM COREBK.CBS_POST_PARTITION
                WHERE BUSINESS_DATE = :WS-ASSESS-DATE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PART-COMPLETE
                 FROM COREBK.CBS_POST_PARTITION P
                      INNER JOIN COREBK.CBS_BATCH_RUN_CTRL R
                         ON R.JOB_NAME = P.JOB_NAME
                        AND R.BUSINESS_DATE = P.BUSINESS_DATE
                WHERE P.BUSINESS_DATE = :WS-ASSESS-DATE
                  AND R.RUN_STATUS = 'COMPLETE'
           END-EXEC
           IF WS-PART-EXPECTED = 0
                  OR WS-PART-COMPLETE < WS-PART-EXPECTED
               DISPLAY 'FEEASSES TRNPOST PARTITIONS NOT COMPLETE FOR '
                   WS-ASSESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-REGISTER-RUN-END.
           COMPUTE WS-RUN-CTL-ROWS =
               WS-NSF-FEES-STAGED + WS-DORM-FEES-STAGED
