      *              IS MARKED 'D' (DELINQUENT) AND LISTED ON THE      *
      *              DELINQUENCY REPORT; OTHERWISE IT IS MARKED 'P'    *
      *              (PAID).                                          *
      *              FOR AN ESCROWED LOAN (CBS_ESCROW_ACCT) THE AMOUNT *
      *              DUE ALSO INCLUDES THE ESCROW PAYMENT - THE PRIOR  *
      *              ESCROW PAYMENT FOR A DUE-DATE BEFORE THE NEW ONE  *
      *              TOOK EFFECT.  A CREDIT THAT COVERS PRINCIPAL +    *
      *              INTEREST BUT NOT THE ESCROW IS STILL DELINQUENT,  *
      *              LISTED AS 'ESCROW SHORT'; A PAID ROW ADDS ITS     *
      *              ESCROW PORTION TO ESCROW-BALANCE.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMRTDLNQ.
           COPY CBSAMRT.
           COPY CBSBAL.
           COPY CBSXREF.
           COPY CBSESCR.
           COPY CBSRUNC.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-PRED-JOB-NAME            PIC X(8).
       01  WS-RUN-USERID               PIC X(10) VALUE 'AMRTDLNQ'.

       01  WS-AMOUNT-DUE                PIC S9(10)V9(2) COMP-3.
       01  WS-PI-DUE                    PIC S9(10)V9(2) COMP-3.
       01  WS-ESCROW-DUE                PIC S9(10)V9(2) COMP-3.

       01  WS-HDR1                      PIC X(40) VALUE
           'MORTGAGE DELINQUENCY REPORT'.
           05 WS-ROWS-PAID              PIC 9(9) VALUE ZERO.
           05 WS-ROWS-DELINQUENT        PIC 9(9) VALUE ZERO.
           05 WS-ROWS-NO-XREF           PIC 9(9) VALUE ZERO.
           05 WS-ROWS-ESCROW-SHORT      PIC 9(9) VALUE ZERO.

       01  WS-XREF-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-XREF-FOUND                VALUE 'Y'.
           88 WS-BAL-FOUND                  VALUE 'Y'.
       01  WS-PAID-UP-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-PAID-UP                    VALUE 'Y'.
       01  WS-ESCROW-SHORT-SWITCH       PIC X(1) VALUE 'N'.
           88 WS-ESCROW-SHORT               VALUE 'Y'.
       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ROWS              VALUE 'Y'.

           SET WS-XREF-FOUND-SWITCH TO 'N'
           SET WS-BAL-FOUND-SWITCH TO 'N'
           SET WS-PAID-UP-SWITCH TO 'N'
           SET WS-ESCROW-SHORT-SWITCH TO 'N'
           COMPUTE WS-PI-DUE = H8-PRINCIPAL-AMT + H8-INTEREST-AMT
           PERFORM 3200-LOOKUP-ESCROW
           COMPUTE WS-AMOUNT-DUE = WS-PI-DUE + WS-ESCROW-DUE
           PERFORM 3000-LOOKUP-CUSTOMER
           IF WS-XREF-FOUND
               PERFORM 3100-LOOKUP-BALANCE
                      AND H2-LAST-CREDIT-AMOUNT >= WS-AMOUNT-DUE
                       SET WS-PAID-UP-SWITCH TO 'Y'
                   END-IF
                   IF H2-LAST-CREDIT-DATE >= H8-DUE-DATE
                      AND H2-LAST-CREDIT-AMOUNT >= WS-PI-DUE
                      AND NOT WS-PAID-UP
                       SET WS-ESCROW-SHORT-SWITCH TO 'Y'
                   END-IF
               END-IF
               IF WS-PAID-UP
                   PERFORM 4100-MARK-PAID
               SET WS-BAL-FOUND-SWITCH TO 'N'
           END-IF.

       3200-LOOKUP-ESCROW.
           MOVE ZERO TO WS-ESCROW-DUE
           MOVE H8-ACCOUNT-NUMBER TO H26-ACCOUNT-NUMBER
           EXEC SQL
               SELECT ESCROW_PAYMENT, PRIOR_ESCROW_PMT,
                      PMT_EFFECTIVE_DATE
                 INTO :H26-ESCROW-PAYMENT, :H26-PRIOR-ESCROW-PMT,
                      :H26-PMT-EFFECTIVE-DATE
                 FROM COREBK.CBS_ESCROW_ACCT
                WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
                  AND ESCROW_STATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF H8-DUE-DATE < H26-PMT-EFFECTIVE-DATE
                       MOVE H26-PRIOR-ESCROW-PMT TO WS-ESCROW-DUE
                   ELSE
                       MOVE H26-ESCROW-PAYMENT TO WS-ESCROW-DUE
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       4100-MARK-PAID.
           EXEC SQL
               UPDATE COREBK.CBS_AMORT_SCHEDULE
                  SET SCHEDULE_STATUS = 'P'
                WHERE CURRENT OF AMRTDLNQ-CSR
           END-EXEC
           ADD 1 TO WS-ROWS-PAID
           IF WS-ESCROW-DUE > ZERO
               PERFORM 4150-COLLECT-ESCROW
           END-IF.

       4150-COLLECT-ESCROW.
           MOVE WS-ESCROW-DUE TO H26-ESCROW-PAYMENT
           MOVE WS-RUN-USERID TO H26-UPD-USERID
           EXEC SQL
               UPDATE COREBK.CBS_ESCROW_ACCT
                  SET ESCROW_BALANCE =
                          ESCROW_BALANCE + :H26-ESCROW-PAYMENT,
                      UPD_USERID     = :H26-UPD-USERID,
                      UPD_TIMESTAMP  = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H26-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       4200-MARK-DELINQUENT.
           EXEC SQL
                WHERE CURRENT OF AMRTDLNQ-CSR
           END-EXEC
           ADD 1 TO WS-ROWS-DELINQUENT
           IF WS-ESCROW-SHORT
               ADD 1 TO WS-ROWS-ESCROW-SHORT
               MOVE 'ESCROW SHORT - DELINQUENT' TO WS-D-MESSAGE
           ELSE
               MOVE 'DELINQUENT' TO WS-D-MESSAGE
           END-IF
           PERFORM 5000-WRITE-DETAIL-LINE.

       4300-MARK-NO-XREF.
           DISPLAY 'AMRTDLNQ ROWS PAID      : ' WS-ROWS-PAID
           DISPLAY 'AMRTDLNQ ROWS DELINQUENT: ' WS-ROWS-DELINQUENT
           DISPLAY 'AMRTDLNQ ROWS NO XREF   : ' WS-ROWS-NO-XREF
           DISPLAY 'AMRTDLNQ ESCROW SHORT   : ' WS-ROWS-ESCROW-SHORT
           CLOSE DELQ-RPT.
