      ******************************************************************
      * PROGRAM-ID : CLRRTRN                                           *
      * FUNCTION   : DAILY OUTBOUND CLEARING RETURNS.  THE OUTBOUND    *
      *              SIDE OF CLRINTAK: EVERY ITEM REGISTERED ON        *
      *              CBS_CLR_ITEM THAT HAS SINCE ENDED                 *
      *                'J' - REJECTED BY TRNPOST, OR                   *
      *                'W' - SUSPENDED BY TRNVALID/TRNPOST AND THEN    *
      *                      WRITTEN OFF IN SUSPREPR                   *
      *              IS WRITTEN TO THE CLRRTN RETURNS FILE FOR THE     *
      *              CLEARING HOUSE WITH THE INTERNAL REASON MAPPED TO *
      *              A STANDARD RETURN REASON CODE:                    *
      *                R01 - INSUFFICIENT FUNDS                        *
      *                R02 - ACCOUNT CLOSED (NO ACTIVE OWNER)          *
      *                R03 - NO ACCOUNT / UNABLE TO LOCATE ACCOUNT     *
      *                R17 - ITEM FAILS EDIT (ANY OTHER REASON)        *
      *              THE REGISTER ENTRY IS FLIPPED TO 'R' (RETURNED)   *
      *              WITH THE CODE AND DATE IN THE SAME UNIT OF WORK,  *
      *              SO NO ITEM IS EVER RETURNED TWICE; AN ABENDED RUN *
      *              ROLLS BACK AND THE RERUN REBUILDS THE WHOLE FILE. *
      *              RECORD LAYOUT FOLLOWS CLRFILE: ONE 'H' HEADER,    *
      *              'D' DETAILS, ONE 'T' TRAILER CARRYING THE DETAIL  *
      *              COUNT AND THE HASH TOTAL OF ALL DETAIL AMOUNTS.   *
      *              THE HEADER AND TRAILER ARE WRITTEN EVEN WHEN      *
      *              THERE IS NOTHING TO RETURN.  A LISTING (CLRRRPT)  *
      *              SHOWS EACH ITEM AND THE COUNT PER RETURN CODE.    *
      *              RUNS AFTER TRNPOST AND IS REGISTERED ON           *
      *              CBS_BATCH_RUN_CTRL SO A MISSED DAY SHOWS ON       *
      *              RUNCHAIN.                                         *
      *              IT WAITS UNTIL EVERY TRNPOST PARTITION FOR THE    *
      *              BUSINESS DATE IS COMPLETE.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRTRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLR-RTN-OUT ASSIGN TO CLRRTN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLRR-RPT ASSIGN TO CLRRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLR-RTN-OUT
           RECORDING MODE IS F.
       01  CLR-RTN-REC.
           05 CR-RECORD-TYPE        PIC X(1).
           05 CR-DETAIL-DATA.
              10 CR-TRANSACTION-ID  PIC X(16).
              10 CR-ACCOUNT-NUMBER  PIC 9(18).
              10 CR-TRAN-TYPE       PIC X(10).
              10 CR-TRAN-AMOUNT     PIC 9(10)V9(2).
              10 CR-RETURN-CODE     PIC X(3).
              10 CR-RETURN-DATE     PIC X(10).
              10 FILLER             PIC X(10).
           05 CR-HEADER-DATA REDEFINES CR-DETAIL-DATA.
              10 CR-FILE-DATE       PIC X(10).
              10 CR-FILE-ID         PIC X(8).
              10 FILLER             PIC X(61).
           05 CR-TRAILER-DATA REDEFINES CR-DETAIL-DATA.
              10 CR-TRAILER-COUNT   PIC 9(9).
              10 CR-TRAILER-HASH    PIC 9(13)V9(2).
              10 FILLER             PIC X(55).

       FD  CLRR-RPT
           RECORDING MODE IS F.
       01  CLRR-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSCLRI.
           COPY CBSRUNC.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-PRED-JOB-NAME            PIC X(8).
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
       01  WS-PART-EXPECTED            PIC S9(9) USAGE COMP.
       01  WS-PART-COMPLETE            PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-HDR1.
           05 FILLER                   PIC X(31) VALUE
              'CLEARING RETURNS LISTING FOR  '.
           05 WS-H-BUSINESS-DATE       PIC X(10).
       01  WS-HDR2                     PIC X(132) VALUE
           'TRANSACTION-ID      ACCOUNT-NUMBER             AMOUNT  RTN  
      -    'ORIGIN   REASON'.

       01  WS-DETAIL-LINE.
           05 WS-D-TRANSACTION-ID      PIC X(16).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-TRAN-AMOUNT         PIC Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-RETURN-CODE         PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ORIGIN              PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-D-REASON              PIC X(30).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL             PIC X(30).
           05 WS-SUM-COUNT             PIC Z(8)9.

       01  WS-HASH-TOTAL               PIC 9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-ITEMS-RETURNED        PIC 9(9) VALUE ZERO.
           05 WS-ITEMS-REJECTED        PIC 9(9) VALUE ZERO.
           05 WS-ITEMS-WRITTEN-OFF     PIC 9(9) VALUE ZERO.
           05 WS-RETURNS-R01           PIC 9(9) VALUE ZERO.
           05 WS-RETURNS-R02           PIC 9(9) VALUE ZERO.
           05 WS-RETURNS-R03           PIC 9(9) VALUE ZERO.
           05 WS-RETURNS-R17           PIC 9(9) VALUE ZERO.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ROWS             VALUE 'Y'.

           EXEC SQL
               DECLARE CLRRTN-CSR CURSOR FOR
                   SELECT TRANSACTION_ID, ACCOUNT_NUMBER, TRAN_AMOUNT,
                          TRAN_TYPE, ITEM_STATUS, FINAL_REASON
                     FROM COREBK.CBS_CLR_ITEM
                    WHERE ITEM_STATUS IN ('J', 'W')
                    ORDER BY TRANSACTION_ID
                    FOR UPDATE OF ITEM_STATUS, RETURN_CODE,
                                  RETURN_DATE, UPD_TIMESTAMP
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RETURN-ITEM UNTIL WS-NO-MORE-ROWS
           PERFORM 7000-WRITE-TRAILER
           PERFORM 8000-WRITE-RETURN-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-REGISTER-RUN-START
           OPEN OUTPUT CLR-RTN-OUT
           OPEN OUTPUT CLRR-RPT
           MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
           MOVE WS-HDR1 TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC
           MOVE WS-HDR2 TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC
           MOVE SPACES           TO CLR-RTN-REC
           MOVE 'H'              TO CR-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO CR-FILE-DATE
           MOVE 'CLRRTRN'        TO CR-FILE-ID
           WRITE CLR-RTN-REC
           EXEC SQL
               OPEN CLRRTN-CSR
           END-EXEC
           PERFORM 2100-FETCH-NEXT-ITEM.

       2000-RETURN-ITEM.
           PERFORM 3000-MAP-RETURN-CODE
           PERFORM 4000-MARK-ITEM-RETURNED
           MOVE SPACES             TO CLR-RTN-REC
           MOVE 'D'                TO CR-RECORD-TYPE
           MOVE H22-TRANSACTION-ID TO CR-TRANSACTION-ID
           MOVE H22-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
           MOVE H22-TRAN-TYPE      TO CR-TRAN-TYPE
           MOVE H22-TRAN-AMOUNT    TO CR-TRAN-AMOUNT
           MOVE H22-RETURN-CODE    TO CR-RETURN-CODE
           MOVE WS-BUSINESS-DATE   TO CR-RETURN-DATE
           WRITE CLR-RTN-REC
           ADD 1 TO WS-ITEMS-RETURNED
           ADD H22-TRAN-AMOUNT TO WS-HASH-TOTAL
           PERFORM 5000-WRITE-DETAIL-LINE
           PERFORM 2100-FETCH-NEXT-ITEM.

       2100-FETCH-NEXT-ITEM.
           EXEC SQL
               FETCH CLRRTN-CSR
                   INTO :H22-TRANSACTION-ID, :H22-ACCOUNT-NUMBER,
                        :H22-TRAN-AMOUNT, :H22-TRAN-TYPE,
                        :H22-ITEM-STATUS, :H22-FINAL-REASON
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-NO-MORE-ROWS TO TRUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3000-MAP-RETURN-CODE.
           EVALUATE H22-FINAL-REASON
               WHEN 'INSUFFICIENT FUNDS'
               WHEN 'INSUFFICIENT FUNDS - PAIR'
                   MOVE 'R01' TO H22-RETURN-CODE
                   ADD 1 TO WS-RETURNS-R01
               WHEN 'NO ACTIVE XREF FOR ACCOUNT'
               WHEN 'NO ACTIVE XREF FOR DR LEG'
               WHEN 'NO ACTIVE XREF FOR CR LEG'
                   MOVE 'R02' TO H22-RETURN-CODE
                   ADD 1 TO WS-RETURNS-R02
               WHEN 'BALANCE ROW NOT FOUND'
               WHEN 'DR BALANCE ROW NOT FOUND'
               WHEN 'CR BALANCE ROW NOT FOUND'
               WHEN 'TRANSFER ACCT NOT ON FILE'
                   MOVE 'R03' TO H22-RETURN-CODE
                   ADD 1 TO WS-RETURNS-R03
               WHEN OTHER
                   MOVE 'R17' TO H22-RETURN-CODE
                   ADD 1 TO WS-RETURNS-R17
           END-EVALUATE
           IF H22-ITEM-STATUS = 'W'
               ADD 1 TO WS-ITEMS-WRITTEN-OFF
               MOVE 'WRITEOFF' TO WS-D-ORIGIN
           ELSE
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'REJECTED' TO WS-D-ORIGIN
           END-IF.

       4000-MARK-ITEM-RETURNED.
           MOVE WS-BUSINESS-DATE TO H22-RETURN-DATE
           EXEC SQL
               UPDATE COREBK.CBS_CLR_ITEM
                  SET ITEM_STATUS   = 'R',
                      RETURN_CODE   = :H22-RETURN-CODE,
                      RETURN_DATE   = :H22-RETURN-DATE,
                      UPD_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CURRENT OF CLRRTN-CSR
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       5000-WRITE-DETAIL-LINE.
           MOVE H22-TRANSACTION-ID TO WS-D-TRANSACTION-ID
           MOVE H22-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE H22-TRAN-AMOUNT    TO WS-D-TRAN-AMOUNT
           MOVE H22-RETURN-CODE    TO WS-D-RETURN-CODE
           MOVE H22-FINAL-REASON   TO WS-D-REASON
           MOVE WS-DETAIL-LINE     TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC.

       7000-WRITE-TRAILER.
           MOVE SPACES            TO CLR-RTN-REC
           MOVE 'T'               TO CR-RECORD-TYPE
           MOVE WS-ITEMS-RETURNED TO CR-TRAILER-COUNT
           MOVE WS-HASH-TOTAL     TO CR-TRAILER-HASH
           WRITE CLR-RTN-REC.

       8000-WRITE-RETURN-SUMMARY.
           MOVE 'ITEMS RETURNED                ' TO WS-SUM-LABEL
           MOVE WS-ITEMS-RETURNED                TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC
           MOVE '  REJECTED BY TRNPOST         ' TO WS-SUM-LABEL
           MOVE WS-ITEMS-REJECTED                TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC
           MOVE '  WRITTEN OFF IN SUSPREPR     ' TO WS-SUM-LABEL
           MOVE WS-ITEMS-WRITTEN-OFF             TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC
           MOVE 'R01 INSUFFICIENT FUNDS        ' TO WS-SUM-LABEL
           MOVE WS-RETURNS-R01                   TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC
           MOVE 'R02 ACCOUNT CLOSED            ' TO WS-SUM-LABEL
           MOVE WS-RETURNS-R02                   TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC
           MOVE 'R03 NO ACCOUNT                ' TO WS-SUM-LABEL
           MOVE WS-RETURNS-R03                   TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC
           MOVE 'R17 ITEM FAILS EDIT           ' TO WS-SUM-LABEL
           MOVE WS-RETURNS-R17                   TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO CLRR-RPT-REC
           WRITE CLRR-RPT-REC.

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
               DISPLAY 'CLRRTRN PREDECESSOR TRNPOST NOT COMPLETE'
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
           MOVE 'CLRRTRN' TO H15-JOB-NAME
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
               DISPLAY 'CLRRTRN ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
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
               DISPLAY 'CLRRTRN TRNPOST PARTITIONS NOT COMPLETE FOR '
                   WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-REGISTER-RUN-END.
           MOVE WS-ITEMS-RETURNED TO WS-RUN-CTL-ROWS
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
           DISPLAY 'CLRRTRN FETCH ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           PERFORM 9900-REGISTER-RUN-FAILED
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           EXEC SQL
               CLOSE CLRRTN-CSR
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC
           PERFORM 9100-REGISTER-RUN-END
           DISPLAY 'CLRRTRN ITEMS RETURNED    : ' WS-ITEMS-RETURNED
           DISPLAY 'CLRRTRN REJECTED ITEMS    : ' WS-ITEMS-REJECTED
           DISPLAY 'CLRRTRN WRITTEN-OFF ITEMS : ' WS-ITEMS-WRITTEN-OFF
           CLOSE CLR-RTN-OUT
           CLOSE CLRR-RPT.
