      *              WHOSE TOTAL CREDITS OR TOTAL DEBITS EXCEED THE    *
      *              THRESHOLD ON THE LCSHPARM CARD IS WRITTEN TO THE  *
      *              FIXED-FORMAT LCSHXTR EXTRACT: ONE 'C' SUMMARY     *
      *              RECORD CARRYING THE CUSTOMER'S NAME AND TAX ID    *
      *              FROM THE CBS_CUSTOMER_MASTER CIF TABLE, FOLLOWED  *
      *              BY A 'T' RECORD PER CONTRIBUTING                  *
      *              TRANSACTION-ID.  A POSTED ROW IN A CURRENCY WITH  *
      *              NO USABLE RATE IS WRITTEN AS AN 'X' EXCEPTION     *
      *              RECORD AND EXCLUDED FROM THE TOTALS.  THE RUN     *
      *              REGISTERS IN CBS_BATCH_RUN_CTRL BEHIND TRNPOST    *
      *              AND APPEARS ON THE RUNCHAIN REPORT SO A MISSED    *
      *              DAY IS VISIBLE.                                   *
      *              IT WAITS UNTIL EVERY TRNPOST PARTITION FOR THE    *
      *              BUSINESS DATE IS COMPLETE.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRGCASH.
           COPY CBSBAL.
           COPY CBSFXRT.
           COPY CBSRUNC.
           COPY CBSCUST.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-PRED-JOB-NAME            PIC X(8).
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-COMPLETE            PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-BASE-CURRENCY            PIC X(3) VALUE 'USD'.
           05 WS-C-BUSINESS-DATE       PIC X(10).
           05 WS-C-CREDIT-TOTAL        PIC 9(13).9(2).
           05 WS-C-DEBIT-TOTAL         PIC 9(13).9(2).
           05 WS-C-CUSTOMER-NAME       PIC X(40).
           05 WS-C-TAX-ID              PIC X(11).
           05 FILLER                   PIC X(29) VALUE SPACES.

       01  WS-TRAN-REC.
           05 WS-T-RECORD-TYPE         PIC X(1) VALUE 'T'.
           05 WS-ROWS-READ             PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMERS-REPORTED    PIC 9(9) VALUE ZERO.
           05 WS-ROWS-UNRATED          PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMERS-NO-CIF      PIC 9(9) VALUE ZERO.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ROWS             VALUE 'Y'.
           MOVE WS-BUSINESS-DATE     TO WS-C-BUSINESS-DATE
           MOVE WS-CUST-CREDIT-TOTAL TO WS-C-CREDIT-TOTAL
           MOVE WS-CUST-DEBIT-TOTAL  TO WS-C-DEBIT-TOTAL
           PERFORM 5150-LOOKUP-CUSTOMER-MASTER
           MOVE WS-CUST-REC TO LCSH-XTR-REC
           WRITE LCSH-XTR-REC
           PERFORM 5200-WRITE-ITEM-REC
               VARYING WS-IT-IX FROM 1 BY 1
               UNTIL WS-IT-IX > WS-IT-COUNT.

       5150-LOOKUP-CUSTOMER-MASTER.
           MOVE WS-PREV-CUSTOMER-ID TO H19-CUSTOMER-ID
           EXEC SQL
               SELECT CUSTOMER_NAME, TAX_ID
                 INTO :H19-CUSTOMER-NAME, :H19-TAX-ID
                 FROM COREBK.CBS_CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE H19-CUSTOMER-NAME TO WS-C-CUSTOMER-NAME
                   MOVE H19-TAX-ID        TO WS-C-TAX-ID
               WHEN 100
                   ADD 1 TO WS-CUSTOMERS-NO-CIF
                   MOVE SPACES            TO WS-C-CUSTOMER-NAME
                   MOVE SPACES            TO WS-C-TAX-ID
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       5200-WRITE-ITEM-REC.
           MOVE IT-TRANSACTION-ID (WS-IT-IX)
               TO WS-T-TRANSACTION-ID
           WRITE LCSH-XTR-REC.

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
           MOVE 'LRGCASH' TO H15-JOB-NAME
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
               DISPLAY 'LRGCASH TRNPOST PARTITIONS NOT COMPLETE FOR '
                   WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-REGISTER-RUN-END.
           MOVE WS-ROWS-READ TO WS-RUN-CTL-ROWS
           EXEC SQL
           DISPLAY 'LRGCASH CUSTOMERS REPORTED : '
               WS-CUSTOMERS-REPORTED
           DISPLAY 'LRGCASH ROWS UNRATED       : ' WS-ROWS-UNRATED
           DISPLAY 'LRGCASH CUSTOMERS NO CIF   : ' WS-CUSTOMERS-NO-CIF
           CLOSE LCSH-PARM-IN
           CLOSE LCSH-XTR.
