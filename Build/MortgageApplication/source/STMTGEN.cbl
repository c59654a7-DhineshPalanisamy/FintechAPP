      *              ACTIVE ROW ON CBS_CUST_ACCT_XREF, PRINTS ONE      *
      *              STATEMENT TO THE STMTFILE PRINT-IMAGE FILE        *
      *              COVERING THE PERIOD GIVEN ON THE STMTPARM CARD:   *
      *              THE CUSTOMER'S NAME AND MAILING ADDRESS BLOCK     *
      *              FROM THE CBS_CUSTOMER_MASTER CIF TABLE (A         *
      *              CUSTOMER MISSING FROM THE MASTER IS FLAGGED NO    *
      *              MAILING ADDRESS AND COUNTED ON THE SUMMARY),      *
      *              EVERY ACCOUNT ON THE XREF WITH ITS OPENING        *
      *              BALANCE, EACH POSTED TRANSACTION IN THE PERIOD    *
      *              (BY POST-DATE), AND ITS CLOSING BALANCE, ALL IN   *
           COPY CBSBAL.
           COPY CBSBALH.
           COPY CBSHIS.
           COPY CBSCUST.
       01  WS-PERIOD-START             PIC X(10).
       01  WS-PERIOD-END               PIC X(10).
       01  WS-OPEN-BAL                 PIC S9(10)V9(2) COMP-3.
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 WS-H-PERIOD-END          PIC X(10).

       01  WS-ADDR-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-M-TEXT                PIC X(40).

       01  WS-CITY-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-M-CITY                PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-M-STATE-CODE          PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-M-POSTAL-CODE         PIC X(10).

       01  WS-ACCT-HEADER.
           05 FILLER                   PIC X(8) VALUE 'ACCOUNT '.
           05 WS-A-ACCOUNT-NUMBER      PIC Z(17)9.
           05 WS-STMTS-PRODUCED        PIC 9(9) VALUE ZERO.
           05 WS-ACCTS-PRINTED         PIC 9(9) VALUE ZERO.
           05 WS-STMTS-OUT-OF-BAL      PIC 9(9) VALUE ZERO.
           05 WS-STMTS-NO-ADDRESS      PIC 9(9) VALUE ZERO.

       01  WS-CUST-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-CUSTOMERS        VALUE 'Y'.
           MOVE WS-STMT-HEADER  TO STMT-OUT-REC
           WRITE STMT-OUT-REC
           MOVE SPACES TO STMT-OUT-REC
           WRITE STMT-OUT-REC
           PERFORM 3100-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO STMT-OUT-REC
           WRITE STMT-OUT-REC.

       3100-WRITE-ADDRESS-BLOCK.
           MOVE H4-CUSTOMER-ID TO H19-CUSTOMER-ID
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2, CITY,
                      STATE_CODE, POSTAL_CODE
                 INTO :H19-CUSTOMER-NAME, :H19-ADDR-LINE-1,
                      :H19-ADDR-LINE-2, :H19-CITY, :H19-STATE-CODE,
                      :H19-POSTAL-CODE
                 FROM COREBK.CBS_CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE H19-CUSTOMER-NAME TO WS-M-TEXT
                   MOVE WS-ADDR-LINE      TO STMT-OUT-REC
                   WRITE STMT-OUT-REC
                   MOVE H19-ADDR-LINE-1   TO WS-M-TEXT
                   MOVE WS-ADDR-LINE      TO STMT-OUT-REC
                   WRITE STMT-OUT-REC
                   IF H19-ADDR-LINE-2 NOT = SPACES
                       MOVE H19-ADDR-LINE-2 TO WS-M-TEXT
                       MOVE WS-ADDR-LINE    TO STMT-OUT-REC
                       WRITE STMT-OUT-REC
                   END-IF
                   MOVE H19-CITY          TO WS-M-CITY
                   MOVE H19-STATE-CODE    TO WS-M-STATE-CODE
                   MOVE H19-POSTAL-CODE   TO WS-M-POSTAL-CODE
                   MOVE WS-CITY-LINE      TO STMT-OUT-REC
                   WRITE STMT-OUT-REC
               WHEN 100
                   ADD 1 TO WS-STMTS-NO-ADDRESS
                   MOVE '*** NOT ON CUSTOMER MASTER - NO ADDRESS'
                       TO WS-M-TEXT
                   MOVE WS-ADDR-LINE      TO STMT-OUT-REC
                   WRITE STMT-OUT-REC
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       4000-PROCESS-ACCOUNT.
           ADD 1 TO WS-ACCTS-PRINTED
           MOVE H4-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
           MOVE 'ACCOUNTS PRINTED              ' TO WS-SUM-LABEL
           MOVE WS-ACCTS-PRINTED                 TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO STMT-OUT-REC
           WRITE STMT-OUT-REC
           MOVE 'STATEMENTS WITH NO ADDRESS    ' TO WS-SUM-LABEL
           MOVE WS-STMTS-NO-ADDRESS              TO WS-SUM-COUNT
           MOVE WS-SUM-LINE                      TO STMT-OUT-REC
           WRITE STMT-OUT-REC.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'STMTGEN STATEMENTS PRODUCED : ' WS-STMTS-PRODUCED
           DISPLAY 'STMTGEN ACCOUNTS PRINTED    : ' WS-ACCTS-PRINTED
           DISPLAY 'STMTGEN OUT OF BALANCE      : ' WS-STMTS-OUT-OF-BAL
           DISPLAY 'STMTGEN NO MAILING ADDRESS  : ' WS-STMTS-NO-ADDRESS
           CLOSE STMT-PARM-IN
           CLOSE STMT-OUT.
