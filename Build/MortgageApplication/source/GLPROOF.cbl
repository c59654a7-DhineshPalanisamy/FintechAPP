      ******************************************************************
      * PROGRAM-ID : GLPROOF                                           *
      * FUNCTION   : DAILY SUBLEDGER-TO-GL CONTROL BALANCE PROOF BY    *
      *              CURRENCY, RUN AFTER GLEXTRCT FOR THE PROOF DATE   *
      *              (PRFPARM CARD, DEFAULT TODAY).  FOR EACH          *
      *              CURRENCY THE LAST PROVEN CONTROL BALANCE ON       *
      *              CBS_GL_CTRL_BAL PLUS THE NET MOVEMENT GLEXTRCT    *
      *              HANDED TO FINANCE ON GLFILE (CREDITS LESS DEBITS, *
      *              SETTLEMENT OFFSETS EXCLUDED) MUST EQUAL THE SUM   *
      *              OF LEDGER-BALANCE ON CBS_ACCT_BAL_DTL.            *
      *              FXREVAL'S 'FX-REVAL' BOOKINGS FOR THE PROOF DATE  *
      *              (FXRVGL) ARE A BASE-CURRENCY VALUATION OF THE     *
      *              SAME BALANCES AND NEVER MOVE LEDGER-BALANCE, SO   *
      *              THEY ARE CARRIED AS A CUMULATIVE RECONCILING      *
      *              ITEM ON THE CONTROL ROW (GL BALANCE = CONTROL     *
      *              BALANCE + CUMULATIVE REVALUATION) RATHER THAN IN  *
      *              THE SUBLEDGER EQUATION.  A GLFILE NOT CUT FOR THE *
      *              PROOF DATE IS REFUSED.  THE CONTROL BALANCE ROLLS *
      *              FORWARD ('P') ONLY WHEN THE PROOF PASSES; A BREAK *
      *              IS RECORDED ('B') BUT NOT ROLLED, THE RUN IS      *
      *              MARKED FAILED IN CBS_BATCH_RUN_CTRL AND ENDS      *
      *              RC 16 SO THE CHAIN STOPS.  THE FIRST RUN AGAINST  *
      *              AN EMPTY CONTROL TABLE ESTABLISHES THE BASELINE   *
      *              ('I') FROM THE LEDGER; A CURRENCY NEW SINCE THEN  *
      *              PROVES FROM A ZERO PRIOR BALANCE.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRF-PARM-IN ASSIGN TO PRFPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FILE-IN ASSIGN TO GLFILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXRV-GL-IN ASSIGN TO FXRVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRF-RPT ASSIGN TO PRFRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRF-PARM-IN
           RECORDING MODE IS F.
       01  PRF-PARM-REC.
           05 PP-PROOF-DATE         PIC X(10).
           05 FILLER                PIC X(70).

       FD  GL-FILE-IN
           RECORDING MODE IS F.
       01  GL-FILE-REC.
           05 GL-EXTRACT-DATE       PIC X(10).
           05 GL-TRAN-TYPE          PIC X(10).
           05 GL-CURRENCY           PIC X(3).
           05 GL-DR-CR              PIC X(2).
           05 GL-AMOUNT             PIC 9(13).9(2).
           05 FILLER                PIC X(39).

       FD  FXRV-GL-IN
           RECORDING MODE IS F.
       01  FXRV-GL-REC.
           05 FR-EXTRACT-DATE       PIC X(10).
           05 FR-TRAN-TYPE          PIC X(10).
           05 FR-CURRENCY           PIC X(3).
           05 FR-DR-CR              PIC X(2).
           05 FR-AMOUNT             PIC 9(13).9(2).
           05 FILLER                PIC X(39).

       FD  PRF-RPT
           RECORDING MODE IS F.
       01  PRF-RPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSBAL.
           COPY CBSGLCB.
           COPY CBSRUNC.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-PROVEN-ROW-COUNT         PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-LINE-AMOUNT              PIC S9(13)V9(2) COMP-3.
       01  WS-SEARCH-CURRENCY          PIC X(3).

       01  WS-PROOF-TABLE.
           05 WS-PT-COUNT              PIC 9(3) VALUE ZERO.
           05 WS-PT-ENTRY OCCURS 50 TIMES INDEXED BY WS-PT-IDX.
              10 PT-CURRENCY           PIC X(3).
              10 PT-PRIOR-CTRL-BAL     PIC S9(13)V9(2) COMP-3.
              10 PT-PRIOR-CUM-FX       PIC S9(13)V9(2) COMP-3.
              10 PT-GL-NET             PIC S9(13)V9(2) COMP-3.
              10 PT-FX-REVAL           PIC S9(13)V9(2) COMP-3.
              10 PT-LEDGER-TOTAL       PIC S9(13)V9(2) COMP-3.

       01  WS-HDR1.
           05 FILLER                   PIC X(44) VALUE
              'SUBLEDGER TO GL CONTROL BALANCE PROOF FOR  '.
           05 WS-H-BUSINESS-DATE       PIC X(10).
       01  WS-HDR2                     PIC X(132) VALUE
           'CUR      PRIOR-CONTROL    GL-NET-MOVEMENT           EXPECTED
      -    '       LEDGER-TOTAL         DIFFERENCE    FX-REVAL-BOOKED  S
      -    'TATUS'.

       01  WS-DETAIL-LINE.
           05 WS-D-CURRENCY            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-PRIOR-CTRL-BAL      PIC -(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-GL-NET-MOVEMENT     PIC -(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-CTRL-BALANCE        PIC -(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-LEDGER-TOTAL        PIC -(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-DIFFERENCE-AMT      PIC -(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-FX-REVAL-AMT        PIC -(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-PROOF-STATUS        PIC X(8).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL             PIC X(30).
           05 WS-SUM-COUNT             PIC Z(8)9.

       01  WS-COUNTERS.
           05 WS-GL-LINES-READ         PIC 9(9) VALUE ZERO.
           05 WS-GL-LINES-WRONG-DATE   PIC 9(9) VALUE ZERO.
           05 WS-FX-LINES-READ         PIC 9(9) VALUE ZERO.
           05 WS-FX-LINES-SKIPPED      PIC 9(9) VALUE ZERO.
           05 WS-CURRENCIES-PROVED     PIC 9(9) VALUE ZERO.
           05 WS-CURRENCIES-PASSED     PIC 9(9) VALUE ZERO.
           05 WS-CURRENCIES-BROKEN     PIC 9(9) VALUE ZERO.
           05 WS-CURRENCIES-BASELINED  PIC 9(9) VALUE ZERO.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ROWS             VALUE 'Y'.
       01  WS-GL-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-GL-LINES         VALUE 'Y'.
       01  WS-FX-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-FX-LINES         VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-MATCH-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88 WS-MATCH-FOUND              VALUE 'Y'.
       01  WS-BASELINE-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-BASELINE-RUN             VALUE 'Y'.

           EXEC SQL
               DECLARE LEDGER-CSR CURSOR FOR
                   SELECT CURRENCY, SUM(LEDGER_BALANCE)
                     FROM COREBK.CBS_ACCT_BAL_DTL
                    GROUP BY CURRENCY
                    ORDER BY CURRENCY
           END-EXEC.

           EXEC SQL
               DECLARE PRIOR-CSR CURSOR FOR
                   SELECT C.CURRENCY, C.CTRL_BALANCE, C.CUM_FX_REVAL
                     FROM COREBK.CBS_GL_CTRL_BAL C
                    WHERE C.PROOF_STATUS IN ('P', 'I')
                      AND C.BUSINESS_DATE =
                          (SELECT MAX(X.BUSINESS_DATE)
                             FROM COREBK.CBS_GL_CTRL_BAL X
                            WHERE X.CURRENCY = C.CURRENCY
                              AND X.PROOF_STATUS IN ('P', 'I')
                              AND X.BUSINESS_DATE < :WS-BUSINESS-DATE)
                    ORDER BY C.CURRENCY
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LEDGER-TOTALS
           PERFORM 3000-LOAD-GL-MOVEMENT
           PERFORM 4000-LOAD-FX-REVALUATION
           PERFORM 5000-LOAD-PRIOR-CONTROL
           PERFORM 6000-PROVE-CURRENCY
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           PERFORM 8000-WRITE-PROOF-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PRF-PARM-IN
           OPEN INPUT GL-FILE-IN
           OPEN INPUT FXRV-GL-IN
           OPEN OUTPUT PRF-RPT
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1300-REGISTER-RUN-START
           PERFORM 1400-CHECK-BASELINE
           MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
           MOVE WS-HDR1 TO PRF-RPT-REC
           WRITE PRF-RPT-REC
           MOVE WS-HDR2 TO PRF-RPT-REC
           WRITE PRF-RPT-REC.

       1100-READ-PARM-CARD.
           READ PRF-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           IF WS-NO-PARM-CARD OR PP-PROOF-DATE = SPACES
               EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE PP-PROOF-DATE TO WS-BUSINESS-DATE
           END-IF.

       1300-REGISTER-RUN-START.
           MOVE 'GLPROOF ' TO H15-JOB-NAME
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
               DISPLAY 'GLPROOF ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
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

       1400-CHECK-BASELINE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PROVEN-ROW-COUNT
                 FROM COREBK.CBS_GL_CTRL_BAL
                WHERE PROOF_STATUS IN ('P', 'I')
                  AND BUSINESS_DATE < :WS-BUSINESS-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           IF WS-PROVEN-ROW-COUNT = 0
               SET WS-BASELINE-SWITCH TO 'Y'
           END-IF.

       2000-LOAD-LEDGER-TOTALS.
           EXEC SQL
               OPEN LEDGER-CSR
           END-EXEC
           PERFORM 2100-FETCH-LEDGER-TOTAL
           PERFORM 2200-NOTE-LEDGER-TOTAL UNTIL WS-NO-MORE-ROWS
           EXEC SQL
               CLOSE LEDGER-CSR
           END-EXEC.

       2100-FETCH-LEDGER-TOTAL.
           EXEC SQL
               FETCH LEDGER-CSR
                   INTO :H2-CURRENCY, :H23-LEDGER-TOTAL
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-NO-MORE-ROWS TO TRUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       2200-NOTE-LEDGER-TOTAL.
           MOVE H2-CURRENCY TO WS-SEARCH-CURRENCY
           PERFORM 3100-LOCATE-CURRENCY
           MOVE H23-LEDGER-TOTAL TO PT-LEDGER-TOTAL (WS-PT-IDX)
           PERFORM 2100-FETCH-LEDGER-TOTAL.

       3000-LOAD-GL-MOVEMENT.
           PERFORM 3010-READ-GL-LINE
           PERFORM 3020-NOTE-GL-LINE UNTIL WS-NO-MORE-GL-LINES
           IF WS-GL-LINES-WRONG-DATE > 0
               DISPLAY 'GLPROOF GLFILE NOT CUT FOR ' WS-BUSINESS-DATE
               DISPLAY 'GLPROOF GLFILE LINES OTHER DATE: '
                       WS-GL-LINES-WRONG-DATE
               PERFORM 9900-REGISTER-RUN-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3010-READ-GL-LINE.
           READ GL-FILE-IN
               AT END
                   SET WS-GL-EOF-SWITCH TO 'Y'
           END-READ.

       3020-NOTE-GL-LINE.
           ADD 1 TO WS-GL-LINES-READ
           IF GL-EXTRACT-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-GL-LINES-WRONG-DATE
           ELSE
               IF GL-TRAN-TYPE NOT = 'SETTLEMENT'
                   MOVE GL-CURRENCY TO WS-SEARCH-CURRENCY
                   PERFORM 3100-LOCATE-CURRENCY
                   MOVE GL-AMOUNT TO WS-LINE-AMOUNT
                   IF GL-DR-CR = 'DR'
                       SUBTRACT WS-LINE-AMOUNT
                           FROM PT-GL-NET (WS-PT-IDX)
                   ELSE
                       ADD WS-LINE-AMOUNT TO PT-GL-NET (WS-PT-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 3010-READ-GL-LINE.

       3100-LOCATE-CURRENCY.
           SET WS-MATCH-FOUND-SWITCH TO 'N'
           IF WS-PT-COUNT > 0
               PERFORM 3200-SCAN-PROOF-TABLE
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                      OR WS-MATCH-FOUND
           END-IF
           IF NOT WS-MATCH-FOUND
               IF WS-PT-COUNT < 50
                   ADD 1 TO WS-PT-COUNT
                   SET WS-PT-IDX TO WS-PT-COUNT
                   MOVE WS-SEARCH-CURRENCY TO PT-CURRENCY (WS-PT-IDX)
                   MOVE ZERO TO PT-PRIOR-CTRL-BAL (WS-PT-IDX)
                   MOVE ZERO TO PT-PRIOR-CUM-FX (WS-PT-IDX)
                   MOVE ZERO TO PT-GL-NET (WS-PT-IDX)
                   MOVE ZERO TO PT-FX-REVAL (WS-PT-IDX)
                   MOVE ZERO TO PT-LEDGER-TOTAL (WS-PT-IDX)
               ELSE
                   PERFORM 9700-ABEND-TABLE-FULL
               END-IF
           ELSE
               SET WS-PT-IDX DOWN BY 1
           END-IF.

       3200-SCAN-PROOF-TABLE.
           IF PT-CURRENCY (WS-PT-IDX) = WS-SEARCH-CURRENCY
               SET WS-MATCH-FOUND-SWITCH TO 'Y'
           END-IF.

       4000-LOAD-FX-REVALUATION.
           PERFORM 4010-READ-FX-LINE
           PERFORM 4020-NOTE-FX-LINE UNTIL WS-NO-MORE-FX-LINES.

       4010-READ-FX-LINE.
           READ FXRV-GL-IN
               AT END
                   SET WS-FX-EOF-SWITCH TO 'Y'
           END-READ.

       4020-NOTE-FX-LINE.
           ADD 1 TO WS-FX-LINES-READ
           IF FR-EXTRACT-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-FX-LINES-SKIPPED
           ELSE
               IF FR-TRAN-TYPE = 'FX-REVAL'
                   MOVE FR-CURRENCY TO WS-SEARCH-CURRENCY
                   PERFORM 3100-LOCATE-CURRENCY
                   MOVE FR-AMOUNT TO WS-LINE-AMOUNT
                   IF FR-DR-CR = 'DR'
                       SUBTRACT WS-LINE-AMOUNT
                           FROM PT-FX-REVAL (WS-PT-IDX)
                   ELSE
                       ADD WS-LINE-AMOUNT TO PT-FX-REVAL (WS-PT-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 4010-READ-FX-LINE.

       5000-LOAD-PRIOR-CONTROL.
           SET WS-EOF-SWITCH TO 'N'
           EXEC SQL
               OPEN PRIOR-CSR
           END-EXEC
           PERFORM 5100-FETCH-PRIOR-CONTROL
           PERFORM 5200-NOTE-PRIOR-CONTROL UNTIL WS-NO-MORE-ROWS
           EXEC SQL
               CLOSE PRIOR-CSR
           END-EXEC.

       5100-FETCH-PRIOR-CONTROL.
           EXEC SQL
               FETCH PRIOR-CSR
                   INTO :H23-CURRENCY, :H23-CTRL-BALANCE,
                        :H23-CUM-FX-REVAL
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-NO-MORE-ROWS TO TRUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       5200-NOTE-PRIOR-CONTROL.
           MOVE H23-CURRENCY TO WS-SEARCH-CURRENCY
           PERFORM 3100-LOCATE-CURRENCY
           MOVE H23-CTRL-BALANCE TO PT-PRIOR-CTRL-BAL (WS-PT-IDX)
           MOVE H23-CUM-FX-REVAL TO PT-PRIOR-CUM-FX (WS-PT-IDX)
           PERFORM 5100-FETCH-PRIOR-CONTROL.

       6000-PROVE-CURRENCY.
           ADD 1 TO WS-CURRENCIES-PROVED
           MOVE PT-CURRENCY (WS-PT-IDX)       TO H23-CURRENCY
           MOVE WS-BUSINESS-DATE              TO H23-BUSINESS-DATE
           MOVE PT-PRIOR-CTRL-BAL (WS-PT-IDX) TO H23-PRIOR-CTRL-BAL
           MOVE PT-GL-NET (WS-PT-IDX)         TO H23-GL-NET-MOVEMENT
           MOVE PT-LEDGER-TOTAL (WS-PT-IDX)   TO H23-LEDGER-TOTAL
           MOVE PT-FX-REVAL (WS-PT-IDX)       TO H23-FX-REVAL-AMT
           COMPUTE H23-CUM-FX-REVAL =
               PT-PRIOR-CUM-FX (WS-PT-IDX) + PT-FX-REVAL (WS-PT-IDX)
           IF WS-BASELINE-RUN
               MOVE H23-LEDGER-TOTAL TO H23-CTRL-BALANCE
               MOVE ZERO             TO H23-DIFFERENCE-AMT
               MOVE 'I'              TO H23-PROOF-STATUS
               ADD 1 TO WS-CURRENCIES-BASELINED
           ELSE
               COMPUTE H23-CTRL-BALANCE =
                   H23-PRIOR-CTRL-BAL + H23-GL-NET-MOVEMENT
               COMPUTE H23-DIFFERENCE-AMT =
                   H23-LEDGER-TOTAL - H23-CTRL-BALANCE
               IF H23-DIFFERENCE-AMT = ZERO
                   MOVE 'P' TO H23-PROOF-STATUS
                   ADD 1 TO WS-CURRENCIES-PASSED
               ELSE
                   MOVE 'B' TO H23-PROOF-STATUS
                   ADD 1 TO WS-CURRENCIES-BROKEN
               END-IF
           END-IF
           PERFORM 6100-WRITE-DETAIL-LINE
           PERFORM 6200-SAVE-CONTROL-ROW.

       6100-WRITE-DETAIL-LINE.
           MOVE H23-CURRENCY        TO WS-D-CURRENCY
           MOVE H23-PRIOR-CTRL-BAL  TO WS-D-PRIOR-CTRL-BAL
           MOVE H23-GL-NET-MOVEMENT TO WS-D-GL-NET-MOVEMENT
           MOVE H23-CTRL-BALANCE    TO WS-D-CTRL-BALANCE
           MOVE H23-LEDGER-TOTAL    TO WS-D-LEDGER-TOTAL
           MOVE H23-DIFFERENCE-AMT  TO WS-D-DIFFERENCE-AMT
           MOVE H23-FX-REVAL-AMT    TO WS-D-FX-REVAL-AMT
           EVALUATE H23-PROOF-STATUS
               WHEN 'P'
                   MOVE 'PASSED'   TO WS-D-PROOF-STATUS
               WHEN 'B'
                   MOVE 'BREAK'    TO WS-D-PROOF-STATUS
               WHEN OTHER
                   MOVE 'BASELINE' TO WS-D-PROOF-STATUS
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO PRF-RPT-REC
           WRITE PRF-RPT-REC.

       6200-SAVE-CONTROL-ROW.
           EXEC SQL
               UPDATE COREBK.CBS_GL_CTRL_BAL
                  SET PRIOR_CTRL_BAL  = :H23-PRIOR-CTRL-BAL,
                      GL_NET_MOVEMENT = :H23-GL-NET-MOVEMENT,
                      CTRL_BALANCE    = :H23-CTRL-BALANCE,
                      LEDGER_TOTAL    = :H23-LEDGER-TOTAL,
                      DIFFERENCE_AMT  = :H23-DIFFERENCE-AMT,
                      FX_REVAL_AMT    = :H23-FX-REVAL-AMT,
                      CUM_FX_REVAL    = :H23-CUM-FX-REVAL,
                      PROOF_STATUS    = :H23-PROOF-STATUS,
                      UPD_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE CURRENCY = :H23-CURRENCY
                  AND BUSINESS_DATE = :H23-BUSINESS-DATE
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO COREBK.CBS_GL_CTRL_BAL
                       (CURRENCY, BUSINESS_DATE, PRIOR_CTRL_BAL,
                        GL_NET_MOVEMENT, CTRL_BALANCE, LEDGER_TOTAL,
                        DIFFERENCE_AMT, FX_REVAL_AMT, CUM_FX_REVAL,
                        PROOF_STATUS, UPD_TIMESTAMP)
                       VALUES
                       (:H23-CURRENCY, :H23-BUSINESS-DATE,
                        :H23-PRIOR-CTRL-BAL, :H23-GL-NET-MOVEMENT,
                        :H23-CTRL-BALANCE, :H23-LEDGER-TOTAL,
                        :H23-DIFFERENCE-AMT, :H23-FX-REVAL-AMT,
                        :H23-CUM-FX-REVAL, :H23-PROOF-STATUS,
                        CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       8000-WRITE-PROOF-SUMMARY.
           MOVE SPACES TO PRF-RPT-REC
           WRITE PRF-RPT-REC
           MOVE 'CURRENCIES PROVED' TO WS-SUM-LABEL
           MOVE WS-CURRENCIES-PROVED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'CURRENCIES PASSED' TO WS-SUM-LABEL
           MOVE WS-CURRENCIES-PASSED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'CURRENCIES IN BREAK' TO WS-SUM-LABEL
           MOVE WS-CURRENCIES-BROKEN TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'CURRENCIES BASELINED' TO WS-SUM-LABEL
           MOVE WS-CURRENCIES-BASELINED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'GLFILE LINES READ' TO WS-SUM-LABEL
           MOVE WS-GL-LINES-READ TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'FXRVGL LINES READ' TO WS-SUM-LABEL
           MOVE WS-FX-LINES-READ TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'FXRVGL LINES OTHER DATE' TO WS-SUM-LABEL
           MOVE WS-FX-LINES-SKIPPED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE.

       8100-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO PRF-RPT-REC
           WRITE PRF-RPT-REC.

       9100-REGISTER-RUN-END.
           MOVE WS-CURRENCIES-PROVED TO WS-RUN-CTL-ROWS
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

       9700-ABEND-TABLE-FULL.
           DISPLAY 'GLPROOF CURRENCY TABLE FULL - RUN ABANDONED'
           EXEC SQL
               ROLLBACK
           END-EXEC
           PERFORM 9900-REGISTER-RUN-FAILED
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'GLPROOF FETCH ERROR - SQLCODE: ' SQLCODE
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
           IF WS-CURRENCIES-BROKEN > 0
               DISPLAY 'GLPROOF CONTROL BALANCE BREAK FOR '
                       WS-BUSINESS-DATE
               PERFORM 9900-REGISTER-RUN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 9100-REGISTER-RUN-END
           END-IF
           DISPLAY 'GLPROOF CURRENCIES PROVED : ' WS-CURRENCIES-PROVED
           DISPLAY 'GLPROOF CURRENCIES PASSED : ' WS-CURRENCIES-PASSED
           DISPLAY 'GLPROOF CURRENCIES BROKEN : ' WS-CURRENCIES-BROKEN
           DISPLAY 'GLPROOF BASELINED         : '
                   WS-CURRENCIES-BASELINED
           DISPLAY 'GLPROOF GLFILE LINES READ : ' WS-GL-LINES-READ
           CLOSE PRF-PARM-IN
           CLOSE GL-FILE-IN
           CLOSE FXRV-GL-IN
           CLOSE PRF-RPT.
