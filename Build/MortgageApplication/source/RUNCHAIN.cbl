      *              COUNT - SO THE MORNING CHECK IS ONE REPORT        *
      *              INSTEAD OF JOB-LOG SPELUNKING.  RETURN CODE 4     *
      *              WHEN ANY STEP IS MISSING, STILL RUNNING, OR       *
      *              FAILED.  A PARTITIONED TRNPOST RUN LISTS EACH     *
      *              PARTITION (TRNPOST1, TRNPOST2, ...) ON ITS OWN    *
      *              LINE, AND ANY PARTITION ON CBS_POST_PARTITION'S   *
      *              COUNT THAT NEVER STARTED IS LISTED AS MISSING.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCHAIN.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSRUNC.
           COPY CBSPART.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-FOUND               PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-EXPECTED-CHAIN.
           05 FILLER                   PIC X(8) VALUE 'TRNVALID'.
           05 FILLER                   PIC X(8) VALUE 'TRNPOST '.
           05 FILLER                   PIC X(8) VALUE 'LRGCASH '.
           05 FILLER                   PIC X(8) VALUE 'CLRRTRN '.
           05 FILLER                   PIC X(8) VALUE 'HOLDAGE '.
           05 FILLER                   PIC X(8) VALUE 'ODAGING '.
           05 FILLER                   PIC X(8) VALUE 'ESCRDISB'.
           05 FILLER                   PIC X(8) VALUE 'TDMATUR '.
           05 FILLER                   PIC X(8) VALUE 'AMRTDLNQ'.
           05 FILLER                   PIC X(8) VALUE 'BALINTEG'.
           05 FILLER                   PIC X(8) VALUE 'DORMACCT'.
           05 FILLER                   PIC X(8) VALUE 'ESCHEAT '.
           05 FILLER                   PIC X(8) VALUE 'GLPROOF '.
       01  FILLER REDEFINES WS-EXPECTED-CHAIN.
           05 WS-CHAIN-JOB             PIC X(8) OCCURS 14 TIMES.
       01  WS-CHAIN-COUNT              PIC 9(2) COMP VALUE 14.
       01  WS-CHAIN-IX                 PIC 9(2) COMP.
       01  WS-CHAIN-SEEN-FLAGS.
           05 WS-CHAIN-SEEN            PIC X(1) OCCURS 14 TIMES.
       01  WS-ROW-JOB-NAME             PIC X(8).
       01  FILLER REDEFINES WS-ROW-JOB-NAME.
           05 WS-ROW-JOB-STEM          PIC X(7).
           05 WS-ROW-JOB-PARTITION     PIC 9(1).

       01  WS-HDR1.
           05 FILLER                   PIC X(29) VALUE
           WRITE RUNC-RPT-REC
           PERFORM 1200-CLEAR-SEEN-FLAG
               VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT
           EXEC SQL
               OPEN RUNCTL-CSR
           END-EXEC
           IF H15-RUN-STATUS NOT = 'COMPLETE'
               ADD 1 TO WS-STEPS-NOT-COMPLETE
           END-IF
           MOVE H15-JOB-NAME        TO WS-ROW-JOB-NAME
           PERFORM 2200-MARK-CHAIN-SEEN
               VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT
           PERFORM 2100-FETCH-NEXT-ROW.

       2100-FETCH-NEXT-ROW.

       2200-MARK-CHAIN-SEEN.
           IF WS-CHAIN-JOB (WS-CHAIN-IX) = H15-JOB-NAME
                  OR (WS-CHAIN-JOB (WS-CHAIN-IX) = 'TRNPOST '
                      AND WS-ROW-JOB-STEM = 'TRNPOST')
               MOVE 'Y' TO WS-CHAIN-SEEN (WS-CHAIN-IX)
           END-IF.

       3000-REPORT-MISSING-STEPS.
           PERFORM 3100-CHECK-ONE-STEP
               VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT
           PERFORM 3200-CHECK-POST-PARTITIONS.

       3100-CHECK-ONE-STEP.
           IF WS-CHAIN-SEEN (WS-CHAIN-IX) = 'N'
               WRITE RUNC-RPT-REC
           END-IF.

       3200-CHECK-POST-PARTITIONS.
           EXEC SQL
               SELECT COALESCE(MAX(PARTITION_COUNT), 0)
                 INTO :WS-PART-EXPECTED
                 FROM COREBK.CBS_POST_PARTITION
                WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           IF WS-PART-EXPECTED > 1
               PERFORM 3300-CHECK-ONE-PARTITION
                   VARYING H24-PARTITION-NO FROM 1 BY 1
                   UNTIL H24-PARTITION-NO > WS-PART-EXPECTED
           END-IF.

       3300-CHECK-ONE-PARTITION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PART-FOUND
                 FROM COREBK.CBS_POST_PARTITION
                WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                  AND PARTITION_NO = :H24-PARTITION-NO
           END-EXEC
           IF WS-PART-FOUND = 0
               ADD 1 TO WS-STEPS-NOT-COMPLETE
               MOVE 'TRNPOST'        TO WS-ROW-JOB-STEM
               MOVE H24-PARTITION-NO TO WS-ROW-JOB-PARTITION
               MOVE WS-ROW-JOB-NAME  TO WS-D-JOB-NAME
               MOVE SPACES     TO WS-D-START-TIMESTAMP
               MOVE SPACES     TO WS-D-END-TIMESTAMP
               MOVE 'MISSING'  TO WS-D-RUN-STATUS
               MOVE SPACES     TO WS-D-COMPLETION-CODE
               MOVE ZERO       TO WS-D-ROWS-PROCESSED
               MOVE WS-DETAIL-LINE TO RUNC-RPT-REC
               WRITE RUNC-RPT-REC
           END-IF.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'RUNCHAIN FETCH ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
