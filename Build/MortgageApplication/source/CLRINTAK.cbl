      *                  THAT FAILS ITS CONTROL TOTALS (OR HAS NO      *
      *                  TRAILER) IS ROLLED BACK, STAGING NOTHING      *
      *                - A TRANSACTION-ID ALREADY ON                   *
      *                  CBS_ACCT_TRAN_HSTRY_DTL, CBS_TRAN_SUSPENSE OR *
      *                  THE CBS_CLR_ITEM REGISTER                     *
      *                  IS A DUPLICATE AND IS REPORTED, NOT STAGED    *
      *                  (THE SAME FILE HAS BEEN POSTED TWICE BEFORE)  *
      *              EVERY ITEM STAGED IS ALSO REGISTERED ON           *
      *              CBS_CLR_ITEM (ITEM-STATUS 'O' - OPEN) SO A        *
      *              CLEARING ITEM THAT LATER ENDS REJECTED OR WRITTEN *
      *              OFF CAN BE RETURNED TO THE CLEARING HOUSE BY      *
      *              CLRRTRN; THE REGISTER IS PART OF THE SAME UNIT OF *
      *              WORK AS THE LOAD.                                 *
      *              A BALANCING REPORT (CLRRPT) SHOWS ITEMS READ,     *
      *              STAGED, DUPLICATED AND REJECTED.                  *
      *              RECORD LAYOUT: 'D' DETAIL CARDS FOLLOWED BY ONE   *

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSHIS.
           COPY CBSCLRI.
       01  WS-DUP-HIST-COUNT           PIC S9(9) USAGE COMP.
       01  WS-DUP-SUSP-COUNT           PIC S9(9) USAGE COMP.
       01  WS-DUP-CLR-COUNT            PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-HDR1                     PIC X(40) VALUE
           88 WS-TRAILER-GOOD             VALUE 'Y'.
       01  WS-CONTROLS-OK-SWITCH       PIC X(1) VALUE 'N'.
           88 WS-CONTROLS-OK              VALUE 'Y'.
       01  WS-REGISTER-FAILED-SWITCH   PIC X(1) VALUE 'N'.
           88 WS-REGISTER-FAILED          VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   PERFORM 3100-CHECK-DUPLICATE
                   IF WS-DUP-HIST-COUNT > 0
                          OR WS-DUP-SUSP-COUNT > 0
                          OR WS-DUP-CLR-COUNT > 0
                       ADD 1 TO WS-ITEMS-DUPLICATED
                       MOVE 'DUPLICATE TRAN-ID - NOT STAGED'
                           TO WS-D-MESSAGE
           MOVE CF-TRANSACTION-ID TO H3-TRANSACTION-ID
           MOVE ZERO TO WS-DUP-HIST-COUNT
           MOVE ZERO TO WS-DUP-SUSP-COUNT
           MOVE ZERO TO WS-DUP-CLR-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DUP-HIST-COUNT
                 INTO :WS-DUP-SUSP-COUNT
                 FROM COREBK.CBS_TRAN_SUSPENSE
                WHERE TRANSACTION_ID = :H3-TRANSACTION-ID
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DUP-CLR-COUNT
                 FROM COREBK.CBS_CLR_ITEM
                WHERE TRANSACTION_ID = :H3-TRANSACTION-ID
           END-EXEC.

       3200-STAGE-DETAIL.
                    '0001-01-01')
           END-EXEC
           IF SQLCODE = 0
               PERFORM 3300-REGISTER-CLEARING-ITEM
           ELSE
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'INSERT FAILED - SEE SQLCODE'
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF.

       3300-REGISTER-CLEARING-ITEM.
           MOVE CF-TRANSACTION-ID TO H22-TRANSACTION-ID
           MOVE CF-ACCOUNT-NUMBER TO H22-ACCOUNT-NUMBER
           MOVE CF-TRAN-AMOUNT    TO H22-TRAN-AMOUNT
           MOVE CF-TRAN-TYPE      TO H22-TRAN-TYPE
           EXEC SQL
               INSERT INTO COREBK.CBS_CLR_ITEM
                   (TRANSACTION_ID, ACCOUNT_NUMBER, TRAN_AMOUNT,
                    TRAN_TYPE, INTAKE_DATE, ITEM_STATUS,
                    FINAL_REASON, FINAL_DATE, RETURN_CODE,
                    RETURN_DATE, UPD_TIMESTAMP)
                   VALUES
                   (:H22-TRANSACTION-ID, :H22-ACCOUNT-NUMBER,
                    :H22-TRAN-AMOUNT, :H22-TRAN-TYPE, CURRENT DATE,
                    'O', ' ', '0001-01-01', ' ', '0001-01-01',
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-ITEMS-STAGED
           ELSE
               SET WS-REGISTER-FAILED-SWITCH TO 'Y'
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'REGISTER INSERT FAILED' TO WS-D-MESSAGE
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF.

       6000-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO CLR-RPT-REC
           WRITE CLR-RPT-REC.
               WHEN WS-TRAILER-HASH NOT = WS-HASH-TOTAL
                   MOVE 'TRAILER HASH MISMATCH - NO STAGE'
                       TO WS-D-MESSAGE
               WHEN WS-REGISTER-FAILED
                   MOVE 'CLEARING REGISTER FAILED - NO STAGE'
                       TO WS-D-MESSAGE
               WHEN OTHER
                   SET WS-CONTROLS-OK-SWITCH TO 'Y'
           END-EVALUATE
