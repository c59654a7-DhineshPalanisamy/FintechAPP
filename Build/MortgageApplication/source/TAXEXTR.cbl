      ******************************************************************
      * PROGRAM-ID : TAXEXTR                                           *
      * FUNCTION   : YEAR-END TAX REPORTING EXTRACT.  TOTALS THE       *
      *              REPORTABLE INTEREST FOR THE TAX YEAR ON THE       *
      *              TAXPARM CARD (DEFAULT LAST CALENDAR YEAR) PER     *
      *              CUSTOMER-ID ACROSS ALL THE CUSTOMER'S ACCOUNTS ON *
      *              CBS_CUST_ACCT_XREF (AN ACCOUNT HELD BY MORE THAN  *
      *              ONE CUSTOMER-ID IS REPORTED UNDER THE LOWEST):    *
      *                1099 - DEPOSIT INTEREST PAID: THE               *
      *                       INTACCR ('I'-PREFIXED) INTEREST CREDITS, *
      *                       AND THE FINAL ACCRUED-INTEREST CREDITS   *
      *                       STAGED WITH REASON-CODE 'INT-PAID' AT    *
      *                       TERM-DEPOSIT MATURITY, ACCOUNT CLOSURE   *
      *                       OR ESCHEAT, POSTED IN THE YEAR, READ     *
      *                       FROM BOTH THE LIVE                       *
      *                       CBS_ACCT_TRAN_HSTRY_DTL AND THE ARCHTRAN *
      *                       ARCHIVE WRITTEN BY ARCHPRG, SO PURGED    *
      *                       ROWS ARE NOT LOST.  AN INTEREST CREDIT   *
      *                       SINCE BACKED OUT (STATUS 'REVERSED') IS  *
      *                       NETTED OUT.  AN ARCHIVED ROW STILL ON    *
      *                       THE LIVE TABLE IS COUNTED ONCE           *
      *                1098 - MORTGAGE INTEREST RECEIVED: INTEREST-AMT *
      *                       OF EVERY PAID ('P') CBS_AMORT_SCHEDULE   *
      *                       ROW DUE IN THE YEAR                      *
      *              PER-CUSTOMER TOTALS ARE BUILT ON                  *
      *              CBS_TAX_YEAR_TOTAL (CLEARED FOR THE YEAR AT THE   *
      *              START, SO A RERUN REPLACES RATHER THAN ADDS).  A  *
      *              CUSTOMER AT OR ABOVE THE FORM'S MINIMUM REPORTING *
      *              THRESHOLD (TAXPARM, DEFAULT 10.00 FOR 1099 AND    *
      *              600.00 FOR 1098) IS WRITTEN TO THE FIXED-FORMAT   *
      *              TAXXTR FILING EXTRACT - 'H' HEADER, A 'D' DETAIL  *
      *              AND 'A' ADDRESS RECORD PER FORM, 'T' TRAILER      *
      *              WITH COUNTS AND AMOUNTS - USING THE NAME, TAX ID  *
      *              AND ADDRESS FROM CBS_CUSTOMER_MASTER.  A CUSTOMER *
      *              MISSING FROM THE MASTER CANNOT BE FILED AND IS    *
      *              LISTED AS AN EXCEPTION ON THE TAXRPT RECAP.  THE  *
      *              RECAP PRINTS THE SOURCE CONTROL TOTALS AND PROVES *
      *              NET REPORTABLE = FILED + BELOW THRESHOLD +        *
      *              EXCEPTIONS FOR EACH FORM; RETURN CODE 4 WHEN IT   *
      *              DOES NOT PROVE OR ANY EXCEPTION WAS LISTED.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-IN ASSIGN TO TAXPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCH-TRAN-IN ASSIGN TO ARCHTRAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-XTR ASSIGN TO TAXXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RPT ASSIGN TO TAXRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-IN
           RECORDING MODE IS F.
       01  TAX-PARM-REC.
           05 TP-TAX-YEAR           PIC 9(4).
           05 FILLER                PIC X(1).
           05 TP-INT-THRESHOLD      PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 TP-MORT-THRESHOLD     PIC 9(7)V9(2).
           05 FILLER                PIC X(56).

       FD  ARCH-TRAN-IN
           RECORDING MODE IS F.
           COPY CBSARCT.

       FD  TAX-XTR
           RECORDING MODE IS F.
       01  TAX-XTR-REC              PIC X(132).

       FD  TAX-RPT
           RECORDING MODE IS F.
       01  TAX-RPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSHIS.
           COPY CBSXREF.
           COPY CBSCUST.
           COPY CBSTAXY.
       01  WS-TAX-YEAR                 PIC S9(9) USAGE COMP.
       01  WS-YEAR-START               PIC X(10).
       01  WS-YEAR-END                 PIC X(10).
       01  WS-CURRENT-DATE             PIC X(10).
       01  WS-SUM-GROSS                PIC S9(13)V9(2) COMP-3.
       01  WS-SUM-REVERSED             PIC S9(13)V9(2) COMP-3.
       01  WS-SUM-ROWS                 PIC S9(9) USAGE COMP.
       01  WS-SUM-REV-ROWS             PIC S9(9) USAGE COMP.
       01  WS-LIVE-ROW-COUNT           PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-COMMIT-FREQUENCY         PIC 9(5) VALUE 100.
       01  WS-ROWS-SINCE-COMMIT        PIC 9(9) VALUE ZERO.

       01  WS-INT-THRESHOLD            PIC S9(7)V9(2) COMP-3
                                       VALUE 10.00.
       01  WS-MORT-THRESHOLD           PIC S9(7)V9(2) COMP-3
                                       VALUE 600.00.

       01  WS-ADD-GROSS                PIC S9(13)V9(2) COMP-3.
       01  WS-ADD-REVERSED             PIC S9(13)V9(2) COMP-3.
       01  WS-ADD-MORT                 PIC S9(13)V9(2) COMP-3.
       01  WS-NET-INTEREST             PIC S9(13)V9(2) COMP-3.
       01  WS-ARCH-AMOUNT              PIC S9(10)V9(2) COMP-3.

       01  WS-YEAR-START-BUILD.
           05 WS-YSB-YYYY              PIC 9(4).
           05 FILLER                   PIC X(6) VALUE '-01-01'.
       01  WS-YEAR-END-BUILD.
           05 WS-YEB-YYYY              PIC 9(4).
           05 FILLER                   PIC X(6) VALUE '-12-31'.

       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC X(4).
           05 FILLER                   PIC X(1).
           05 WS-DS-MM                 PIC X(2).
           05 FILLER                   PIC X(1).
           05 WS-DS-DD                 PIC X(2).
       01  WS-TAX-YEAR-X               PIC 9(4).

       01  WS-ARCH-TRAN-ID.
           05 WS-AT-PREFIX             PIC X(1).
           05 FILLER                   PIC X(15).

       01  WS-XTR-HEADER.
           05 FILLER                   PIC X(1) VALUE 'H'.
           05 WS-XH-TAX-YEAR           PIC 9(4).
           05 WS-XH-RUN-DATE           PIC X(10).
           05 FILLER                   PIC X(117) VALUE SPACES.

       01  WS-XTR-DETAIL.
           05 FILLER                   PIC X(1) VALUE 'D'.
           05 WS-XD-FORM               PIC X(4).
           05 WS-XD-TAX-YEAR           PIC 9(4).
           05 WS-XD-CUSTOMER-ID        PIC 9(9).
           05 WS-XD-TAX-ID             PIC X(11).
           05 WS-XD-CUSTOMER-NAME      PIC X(40).
           05 WS-XD-AMOUNT             PIC 9(10).9(2).
           05 FILLER                   PIC X(50) VALUE SPACES.

       01  WS-XTR-ADDRESS.
           05 FILLER                   PIC X(1) VALUE 'A'.
           05 WS-XA-FORM               PIC X(4).
           05 WS-XA-CUSTOMER-ID        PIC 9(9).
           05 WS-XA-ADDR-LINE-1        PIC X(40).
           05 WS-XA-ADDR-LINE-2        PIC X(40).
           05 WS-XA-CITY               PIC X(25).
           05 WS-XA-STATE-CODE         PIC X(2).
           05 WS-XA-POSTAL-CODE        PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.

       01  WS-XTR-TRAILER.
           05 FILLER                   PIC X(1) VALUE 'T'.
           05 WS-XT-TAX-YEAR           PIC 9(4).
           05 WS-XT-INT-COUNT          PIC 9(9).
           05 WS-XT-INT-TOTAL          PIC 9(13).9(2).
           05 WS-XT-MORT-COUNT         PIC 9(9).
           05 WS-XT-MORT-TOTAL         PIC 9(13).9(2).
           05 FILLER                   PIC X(77) VALUE SPACES.

       01  WS-HDR1.
           05 FILLER                   PIC X(37) VALUE
              'YEAR-END TAX REPORTING RECAP - YEAR '.
           05 WS-H-TAX-YEAR            PIC 9(4).
       01  WS-HDR2                     PIC X(132) VALUE
           'CUSTOMER-ID  FORM          AMOUNT  MESSAGE'.

       01  WS-EXCP-LINE.
           05 WS-E-CUSTOMER-ID         PIC Z(8)9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-E-FORM                PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-E-AMOUNT              PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-E-MESSAGE             PIC X(40).

       01  WS-RECAP-LINE.
           05 WS-R-LABEL               PIC X(36).
           05 WS-R-COUNT               PIC Z(8)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-R-AMOUNT              PIC -Z(12)9.99.

       01  WS-SEPARATOR-LINE           PIC X(132) VALUE ALL '='.

       01  WS-COUNTERS.
           05 WS-LIVE-INT-ROWS         PIC 9(9) VALUE ZERO.
           05 WS-ARCH-INT-ROWS         PIC 9(9) VALUE ZERO.
           05 WS-ARCH-DUP-ROWS         PIC 9(9) VALUE ZERO.
           05 WS-ARCH-NO-OWNER-ROWS    PIC 9(9) VALUE ZERO.
           05 WS-ARCH-SCANNED          PIC 9(9) VALUE ZERO.
           05 WS-REVERSED-ROWS         PIC 9(9) VALUE ZERO.
           05 WS-NO-OWNER-INT-ROWS     PIC 9(9) VALUE ZERO.
           05 WS-MORT-ROWS             PIC 9(9) VALUE ZERO.
           05 WS-NO-OWNER-MORT-ROWS    PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMERS-READ        PIC 9(9) VALUE ZERO.
           05 WS-INT-FILED             PIC 9(9) VALUE ZERO.
           05 WS-INT-BELOW             PIC 9(9) VALUE ZERO.
           05 WS-INT-NO-CIF            PIC 9(9) VALUE ZERO.
           05 WS-MORT-FILED            PIC 9(9) VALUE ZERO.
           05 WS-MORT-BELOW            PIC 9(9) VALUE ZERO.
           05 WS-MORT-NO-CIF           PIC 9(9) VALUE ZERO.

       01  WS-AMOUNTS.
           05 WS-LIVE-INT-AMT          PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-ARCH-INT-AMT          PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-ARCH-DUP-AMT          PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-ARCH-NO-OWNER-AMT     PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-REVERSED-AMT          PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-NO-OWNER-INT-AMT      PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-NET-INT-AMT           PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-MORT-AMT              PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-NO-OWNER-MORT-AMT     PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-INT-FILED-AMT         PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-INT-BELOW-AMT         PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-INT-NO-CIF-AMT        PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-MORT-FILED-AMT        PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-MORT-BELOW-AMT        PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-MORT-NO-CIF-AMT       PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-PROOF-AMT             PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-INT-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-INT-ROWS         VALUE 'Y'.
       01  WS-ARCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ARCH             VALUE 'Y'.
       01  WS-MORT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-MORT-ROWS        VALUE 'Y'.
       01  WS-TOTL-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TOTALS           VALUE 'Y'.
       01  WS-CIF-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-CIF-FOUND                VALUE 'Y'.
       01  WS-OWNER-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88 WS-OWNER-FOUND              VALUE 'Y'.
       01  WS-PROOF-SWITCH             PIC X(1) VALUE 'Y'.
           88 WS-PROOF-OK                 VALUE 'Y'.

           EXEC SQL
               DECLARE TAXINT-CSR CURSOR WITH HOLD FOR
                   SELECT X.CUSTOMER_ID,
                          SUM(T.TRAN_AMOUNT),
                          SUM(CASE WHEN T.STATUS = 'REVERSED'
                                   THEN T.TRAN_AMOUNT ELSE 0 END),
                          COUNT(*),
                          SUM(CASE WHEN T.STATUS = 'REVERSED'
                                   THEN 1 ELSE 0 END)
                     FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL T,
                          COREBK.CBS_CUST_ACCT_XREF X
                    WHERE T.TRAN_TYPE = 'CREDIT'
                      AND (T.TRANSACTION_ID LIKE 'I%'
                           OR T.REASON_CODE = 'INT-PAID')
                      AND T.STATUS IN ('POSTED', 'REVERSED')
                      AND T.POST_DATE BETWEEN :WS-YEAR-START
                                          AND :WS-YEAR-END
                      AND X.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
                      AND X.CUSTOMER_ID =
                          (SELECT MIN(X2.CUSTOMER_ID)
                             FROM COREBK.CBS_CUST_ACCT_XREF X2
                            WHERE X2.ACCOUNT_NUMBER =
                                      T.ACCOUNT_NUMBER)
                    GROUP BY X.CUSTOMER_ID
                    ORDER BY X.CUSTOMER_ID
           END-EXEC.

           EXEC SQL
               DECLARE TAXMORT-CSR CURSOR WITH HOLD FOR
                   SELECT X.CUSTOMER_ID,
                          SUM(A.INTEREST_AMT),
                          COUNT(*)
                     FROM COREBK.CBS_AMORT_SCHEDULE A,
                          COREBK.CBS_CUST_ACCT_XREF X
                    WHERE A.SCHEDULE_STATUS = 'P'
                      AND A.DUE_DATE BETWEEN :WS-YEAR-START
                                         AND :WS-YEAR-END
                      AND X.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                      AND X.CUSTOMER_ID =
                          (SELECT MIN(X2.CUSTOMER_ID)
                             FROM COREBK.CBS_CUST_ACCT_XREF X2
                            WHERE X2.ACCOUNT_NUMBER =
                                      A.ACCOUNT_NUMBER)
                    GROUP BY X.CUSTOMER_ID
                    ORDER BY X.CUSTOMER_ID
           END-EXEC.

           EXEC SQL
               DECLARE TAXTOTL-CSR CURSOR WITH HOLD FOR
                   SELECT CUSTOMER_ID, INT_GROSS_AMT,
                          INT_REVERSED_AMT, MORT_INT_AMT
                     FROM COREBK.CBS_TAX_YEAR_TOTAL
                    WHERE TAX_YEAR = :WS-TAX-YEAR
                    ORDER BY CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-LIVE-INTEREST
           PERFORM 3000-TOTAL-ARCHIVED-INTEREST
               UNTIL WS-NO-MORE-ARCH
           PERFORM 4000-TOTAL-MORTGAGE-INTEREST
           PERFORM 4500-TOTAL-UNOWNED-ITEMS
           EXEC SQL
               COMMIT
           END-EXEC
           PERFORM 6000-WRITE-FILING-EXTRACT
           PERFORM 8000-WRITE-CONTROL-RECAP
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TAX-PARM-IN
           OPEN INPUT ARCH-TRAN-IN
           OPEN OUTPUT TAX-XTR
           OPEN OUTPUT TAX-RPT
           EXEC SQL
               SELECT CURRENT DATE
                 INTO :WS-CURRENT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 1100-READ-PARM-CARD
           MOVE WS-TAX-YEAR       TO WS-YSB-YYYY
                                     WS-YEB-YYYY
                                     WS-TAX-YEAR-X
                                     WS-H-TAX-YEAR
                                     WS-XH-TAX-YEAR
                                     WS-XD-TAX-YEAR
                                     WS-XT-TAX-YEAR
           MOVE WS-YEAR-START-BUILD TO WS-YEAR-START
           MOVE WS-YEAR-END-BUILD   TO WS-YEAR-END
           MOVE WS-CURRENT-DATE     TO WS-XH-RUN-DATE
           DISPLAY 'TAXEXTR TAX YEAR: ' WS-TAX-YEAR-X
           MOVE WS-HDR1 TO TAX-RPT-REC
           WRITE TAX-RPT-REC
           MOVE WS-HDR2 TO TAX-RPT-REC
           WRITE TAX-RPT-REC
           MOVE WS-XTR-HEADER TO TAX-XTR-REC
           WRITE TAX-XTR-REC
           PERFORM 1200-CLEAR-YEAR-TOTALS
           PERFORM 3100-READ-NEXT-ARCHIVE.

       1100-READ-PARM-CARD.
           READ TAX-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           IF NOT WS-NO-PARM-CARD
                  AND TP-TAX-YEAR IS NUMERIC
                  AND TP-TAX-YEAR > 0
               MOVE TP-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               EXEC SQL
                   SELECT YEAR(CURRENT DATE) - 1
                     INTO :WS-TAX-YEAR
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
           IF NOT WS-NO-PARM-CARD
               IF TP-INT-THRESHOLD IS NUMERIC
                      AND TP-INT-THRESHOLD > 0
                   MOVE TP-INT-THRESHOLD TO WS-INT-THRESHOLD
               END-IF
               IF TP-MORT-THRESHOLD IS NUMERIC
                      AND TP-MORT-THRESHOLD > 0
                   MOVE TP-MORT-THRESHOLD TO WS-MORT-THRESHOLD
               END-IF
           END-IF.

       1200-CLEAR-YEAR-TOTALS.
           EXEC SQL
               DELETE FROM COREBK.CBS_TAX_YEAR_TOTAL
                WHERE TAX_YEAR = :WS-TAX-YEAR
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC.

       2000-TOTAL-LIVE-INTEREST.
           SET WS-INT-EOF-SWITCH TO 'N'
           EXEC SQL
               OPEN TAXINT-CSR
           END-EXEC
           PERFORM 2100-FETCH-INT-CUSTOMER
           PERFORM 2200-ADD-INT-CUSTOMER UNTIL WS-NO-MORE-INT-ROWS
           EXEC SQL
               CLOSE TAXINT-CSR
           END-EXEC.

       2100-FETCH-INT-CUSTOMER.
           EXEC SQL
               FETCH TAXINT-CSR
                   INTO :H21-CUSTOMER-ID, :WS-SUM-GROSS,
                        :WS-SUM-REVERSED, :WS-SUM-ROWS,
                        :WS-SUM-REV-ROWS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-INT-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       2200-ADD-INT-CUSTOMER.
           ADD WS-SUM-ROWS      TO WS-LIVE-INT-ROWS
           ADD WS-SUM-GROSS     TO WS-LIVE-INT-AMT
           ADD WS-SUM-REV-ROWS  TO WS-REVERSED-ROWS
           ADD WS-SUM-REVERSED  TO WS-REVERSED-AMT
           MOVE WS-SUM-GROSS    TO WS-ADD-GROSS
           MOVE WS-SUM-REVERSED TO WS-ADD-REVERSED
           MOVE ZERO            TO WS-ADD-MORT
           PERFORM 5000-ACCUMULATE-CUSTOMER
           PERFORM 2100-FETCH-INT-CUSTOMER.

       3000-TOTAL-ARCHIVED-INTEREST.
           ADD 1 TO WS-ARCH-SCANNED
           MOVE AT-TRANSACTION-ID TO WS-ARCH-TRAN-ID
           MOVE AT-POST-DATE      TO WS-DATE-SPLIT
           IF (WS-AT-PREFIX = 'I' OR AT-REASON-CODE = 'INT-PAID')
                  AND AT-TRAN-TYPE = 'CREDIT'
                  AND (AT-STATUS = 'POSTED' OR AT-STATUS = 'REVERSED')
                  AND WS-DS-YYYY = WS-TAX-YEAR-X
               PERFORM 3200-ADD-ARCHIVED-CREDIT
           END-IF
           PERFORM 3100-READ-NEXT-ARCHIVE.

       3100-READ-NEXT-ARCHIVE.
           READ ARCH-TRAN-IN
               AT END
                   SET WS-NO-MORE-ARCH TO TRUE
           END-READ.

       3200-ADD-ARCHIVED-CREDIT.
           MOVE AT-TRAN-AMOUNT    TO WS-ARCH-AMOUNT
           MOVE AT-TRANSACTION-ID TO H3-TRANSACTION-ID
           MOVE ZERO TO WS-LIVE-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LIVE-ROW-COUNT
                 FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                WHERE TRANSACTION_ID = :H3-TRANSACTION-ID
           END-EXEC
           IF WS-LIVE-ROW-COUNT > 0
               ADD 1 TO WS-ARCH-DUP-ROWS
               ADD WS-ARCH-AMOUNT TO WS-ARCH-DUP-AMT
           ELSE
               PERFORM 3300-RESOLVE-ARCHIVE-OWNER
               IF WS-OWNER-FOUND
                   ADD 1 TO WS-ARCH-INT-ROWS
                   ADD WS-ARCH-AMOUNT TO WS-ARCH-INT-AMT
                   MOVE WS-ARCH-AMOUNT TO WS-ADD-GROSS
                   IF AT-STATUS = 'REVERSED'
                       ADD 1 TO WS-REVERSED-ROWS
                       ADD WS-ARCH-AMOUNT TO WS-REVERSED-AMT
                       MOVE WS-ARCH-AMOUNT TO WS-ADD-REVERSED
                   ELSE
                       MOVE ZERO TO WS-ADD-REVERSED
                   END-IF
                   MOVE ZERO TO WS-ADD-MORT
                   PERFORM 5000-ACCUMULATE-CUSTOMER
                   ADD 1 TO WS-ROWS-SINCE-COMMIT
                   IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-FREQUENCY
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       MOVE ZERO TO WS-ROWS-SINCE-COMMIT
                   END-IF
               ELSE
                   ADD 1 TO WS-ARCH-NO-OWNER-ROWS
                   ADD WS-ARCH-AMOUNT TO WS-ARCH-NO-OWNER-AMT
               END-IF
           END-IF.

       3300-RESOLVE-ARCHIVE-OWNER.
           SET WS-OWNER-FOUND-SWITCH TO 'N'
           MOVE AT-ACCOUNT-NUMBER TO H4-ACCOUNT-NUMBER
           EXEC SQL
               SELECT MIN(CUSTOMER_ID)
                 INTO :H4-CUSTOMER-ID
                 FROM COREBK.CBS_CUST_ACCT_XREF
                WHERE ACCOUNT_NUMBER = :H4-ACCOUNT-NUMBER
               HAVING COUNT(*) > 0
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE H4-CUSTOMER-ID TO H21-CUSTOMER-ID
                   SET WS-OWNER-FOUND-SWITCH TO 'Y'
               WHEN SQLCODE NOT = 100
                   PERFORM 9800-ABEND-SQL-ERROR
               WHEN AT-CUSTOMER-ID NOT = ZERO
                   MOVE AT-CUSTOMER-ID TO H21-CUSTOMER-ID
                   SET WS-OWNER-FOUND-SWITCH TO 'Y'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-TOTAL-MORTGAGE-INTEREST.
           SET WS-MORT-EOF-SWITCH TO 'N'
           EXEC SQL
               OPEN TAXMORT-CSR
           END-EXEC
           PERFORM 4100-FETCH-MORT-CUSTOMER
           PERFORM 4200-ADD-MORT-CUSTOMER UNTIL WS-NO-MORE-MORT-ROWS
           EXEC SQL
               CLOSE TAXMORT-CSR
           END-EXEC.

       4100-FETCH-MORT-CUSTOMER.
           EXEC SQL
               FETCH TAXMORT-CSR
                   INTO :H21-CUSTOMER-ID, :WS-SUM-GROSS,
                        :WS-SUM-ROWS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-MORT-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       4200-ADD-MORT-CUSTOMER.
           ADD WS-SUM-ROWS   TO WS-MORT-ROWS
           ADD WS-SUM-GROSS  TO WS-MORT-AMT
           MOVE ZERO         TO WS-ADD-GROSS
           MOVE ZERO         TO WS-ADD-REVERSED
           MOVE WS-SUM-GROSS TO WS-ADD-MORT
           PERFORM 5000-ACCUMULATE-CUSTOMER
           PERFORM 4100-FETCH-MORT-CUSTOMER.

       4500-TOTAL-UNOWNED-ITEMS.
           EXEC SQL
               SELECT COALESCE(SUM(T.TRAN_AMOUNT), 0), COUNT(*)
                 INTO :WS-SUM-GROSS, :WS-SUM-ROWS
                 FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL T
                WHERE T.TRAN_TYPE = 'CREDIT'
                  AND (T.TRANSACTION_ID LIKE 'I%'
                       OR T.REASON_CODE = 'INT-PAID')
                  AND T.STATUS IN ('POSTED', 'REVERSED')
                  AND T.POST_DATE BETWEEN :WS-YEAR-START
                                      AND :WS-YEAR-END
                  AND NOT EXISTS
                      (SELECT 1
                         FROM COREBK.CBS_CUST_ACCT_XREF X
                        WHERE X.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE WS-SUM-ROWS  TO WS-NO-OWNER-INT-ROWS
           MOVE WS-SUM-GROSS TO WS-NO-OWNER-INT-AMT
           ADD WS-ARCH-NO-OWNER-ROWS TO WS-NO-OWNER-INT-ROWS
           ADD WS-ARCH-NO-OWNER-AMT  TO WS-NO-OWNER-INT-AMT
           EXEC SQL
               SELECT COALESCE(SUM(A.INTEREST_AMT), 0), COUNT(*)
                 INTO :WS-SUM-GROSS, :WS-SUM-ROWS
                 FROM COREBK.CBS_AMORT_SCHEDULE A
                WHERE A.SCHEDULE_STATUS = 'P'
                  AND A.DUE_DATE BETWEEN :WS-YEAR-START
                                     AND :WS-YEAR-END
                  AND NOT EXISTS
                      (SELECT 1
                         FROM COREBK.CBS_CUST_ACCT_XREF X
                        WHERE X.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE WS-SUM-ROWS  TO WS-NO-OWNER-MORT-ROWS
           MOVE WS-SUM-GROSS TO WS-NO-OWNER-MORT-AMT.

       5000-ACCUMULATE-CUSTOMER.
           MOVE WS-TAX-YEAR TO H21-TAX-YEAR
           MOVE WS-ADD-GROSS    TO H21-INT-GROSS-AMT
           MOVE WS-ADD-REVERSED TO H21-INT-REVERSED-AMT
           MOVE WS-ADD-MORT     TO H21-MORT-INT-AMT
           EXEC SQL
               UPDATE COREBK.CBS_TAX_YEAR_TOTAL
                  SET INT_GROSS_AMT    =
                          INT_GROSS_AMT + :H21-INT-GROSS-AMT,
                      INT_REVERSED_AMT =
                          INT_REVERSED_AMT + :H21-INT-REVERSED-AMT,
                      MORT_INT_AMT     =
                          MORT_INT_AMT + :H21-MORT-INT-AMT,
                      UPD_TIMESTAMP    = CURRENT TIMESTAMP
                WHERE TAX_YEAR = :H21-TAX-YEAR
                  AND CUSTOMER_ID = :H21-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO COREBK.CBS_TAX_YEAR_TOTAL
                       (TAX_YEAR, CUSTOMER_ID, INT_GROSS_AMT,
                        INT_REVERSED_AMT, MORT_INT_AMT, UPD_TIMESTAMP)
                       VALUES
                       (:H21-TAX-YEAR, :H21-CUSTOMER-ID,
                        :H21-INT-GROSS-AMT, :H21-INT-REVERSED-AMT,
                        :H21-MORT-INT-AMT, CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6000-WRITE-FILING-EXTRACT.
           SET WS-TOTL-EOF-SWITCH TO 'N'
           EXEC SQL
               OPEN TAXTOTL-CSR
           END-EXEC
           PERFORM 6100-FETCH-CUSTOMER-TOTAL
           PERFORM 6200-REPORT-CUSTOMER UNTIL WS-NO-MORE-TOTALS
           EXEC SQL
               CLOSE TAXTOTL-CSR
           END-EXEC
           MOVE WS-INT-FILED      TO WS-XT-INT-COUNT
           MOVE WS-INT-FILED-AMT  TO WS-XT-INT-TOTAL
           MOVE WS-MORT-FILED     TO WS-XT-MORT-COUNT
           MOVE WS-MORT-FILED-AMT TO WS-XT-MORT-TOTAL
           MOVE WS-XTR-TRAILER TO TAX-XTR-REC
           WRITE TAX-XTR-REC.

       6100-FETCH-CUSTOMER-TOTAL.
           EXEC SQL
               FETCH TAXTOTL-CSR
                   INTO :H21-CUSTOMER-ID, :H21-INT-GROSS-AMT,
                        :H21-INT-REVERSED-AMT, :H21-MORT-INT-AMT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-TOTL-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       6200-REPORT-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           PERFORM 6300-LOOKUP-CUSTOMER-MASTER
           COMPUTE WS-NET-INTEREST =
               H21-INT-GROSS-AMT - H21-INT-REVERSED-AMT
           ADD WS-NET-INTEREST TO WS-NET-INT-AMT
           IF WS-NET-INTEREST > ZERO
               IF WS-NET-INTEREST < WS-INT-THRESHOLD
                   ADD 1 TO WS-INT-BELOW
                   ADD WS-NET-INTEREST TO WS-INT-BELOW-AMT
               ELSE
                   IF WS-CIF-FOUND
                       ADD 1 TO WS-INT-FILED
                       ADD WS-NET-INTEREST TO WS-INT-FILED-AMT
                       MOVE '1099'          TO WS-XD-FORM
                       MOVE WS-NET-INTEREST TO WS-XD-AMOUNT
                       PERFORM 6400-WRITE-FORM-RECORDS
                   ELSE
                       ADD 1 TO WS-INT-NO-CIF
                       ADD WS-NET-INTEREST TO WS-INT-NO-CIF-AMT
                       MOVE '1099'          TO WS-E-FORM
                       MOVE WS-NET-INTEREST TO WS-E-AMOUNT
                       PERFORM 6500-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF
           IF H21-MORT-INT-AMT > ZERO
               IF H21-MORT-INT-AMT < WS-MORT-THRESHOLD
                   ADD 1 TO WS-MORT-BELOW
                   ADD H21-MORT-INT-AMT TO WS-MORT-BELOW-AMT
               ELSE
                   IF WS-CIF-FOUND
                       ADD 1 TO WS-MORT-FILED
                       ADD H21-MORT-INT-AMT TO WS-MORT-FILED-AMT
                       MOVE '1098'           TO WS-XD-FORM
                       MOVE H21-MORT-INT-AMT TO WS-XD-AMOUNT
                       PERFORM 6400-WRITE-FORM-RECORDS
                   ELSE
                       ADD 1 TO WS-MORT-NO-CIF
                       ADD H21-MORT-INT-AMT TO WS-MORT-NO-CIF-AMT
                       MOVE '1098'           TO WS-E-FORM
                       MOVE H21-MORT-INT-AMT TO WS-E-AMOUNT
                       PERFORM 6500-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 6100-FETCH-CUSTOMER-TOTAL.

       6300-LOOKUP-CUSTOMER-MASTER.
           MOVE H21-CUSTOMER-ID TO H19-CUSTOMER-ID
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2, CITY,
                      STATE_CODE, POSTAL_CODE, TAX_ID
                 INTO :H19-CUSTOMER-NAME, :H19-ADDR-LINE-1,
                      :H19-ADDR-LINE-2, :H19-CITY, :H19-STATE-CODE,
                      :H19-POSTAL-CODE, :H19-TAX-ID
                 FROM COREBK.CBS_CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-CIF-FOUND-SWITCH TO 'Y'
               WHEN 100
                   SET WS-CIF-FOUND-SWITCH TO 'N'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       6400-WRITE-FORM-RECORDS.
           MOVE H21-CUSTOMER-ID    TO WS-XD-CUSTOMER-ID
           MOVE H19-TAX-ID         TO WS-XD-TAX-ID
           MOVE H19-CUSTOMER-NAME  TO WS-XD-CUSTOMER-NAME
           MOVE WS-XTR-DETAIL      TO TAX-XTR-REC
           WRITE TAX-XTR-REC
           MOVE WS-XD-FORM         TO WS-XA-FORM
           MOVE H21-CUSTOMER-ID    TO WS-XA-CUSTOMER-ID
           MOVE H19-ADDR-LINE-1    TO WS-XA-ADDR-LINE-1
           MOVE H19-ADDR-LINE-2    TO WS-XA-ADDR-LINE-2
           MOVE H19-CITY           TO WS-XA-CITY
           MOVE H19-STATE-CODE     TO WS-XA-STATE-CODE
           MOVE H19-POSTAL-CODE    TO WS-XA-POSTAL-CODE
           MOVE WS-XTR-ADDRESS     TO TAX-XTR-REC
           WRITE TAX-XTR-REC.

       6500-WRITE-EXCEPTION-LINE.
           MOVE H21-CUSTOMER-ID TO WS-E-CUSTOMER-ID
           MOVE 'NOT ON CUSTOMER MASTER - NOT FILED' TO WS-E-MESSAGE
           MOVE WS-EXCP-LINE TO TAX-RPT-REC
           WRITE TAX-RPT-REC.

       8000-WRITE-CONTROL-RECAP.
           MOVE WS-SEPARATOR-LINE TO TAX-RPT-REC
           WRITE TAX-RPT-REC
           MOVE 'CONTROL TOTALS                         COUNT'
               TO TAX-RPT-REC
           WRITE TAX-RPT-REC
           MOVE 'INTEREST CREDITS - LIVE TABLE' TO WS-R-LABEL
           MOVE WS-LIVE-INT-ROWS TO WS-R-COUNT
           MOVE WS-LIVE-INT-AMT  TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE 'INTEREST CREDITS - ARCHIVE' TO WS-R-LABEL
           MOVE WS-ARCH-INT-ROWS TO WS-R-COUNT
           MOVE WS-ARCH-INT-AMT  TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE 'ARCHIVE ROWS STILL LIVE - SKIPPED' TO WS-R-LABEL
           MOVE WS-ARCH-DUP-ROWS TO WS-R-COUNT
           MOVE WS-ARCH-DUP-AMT  TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE 'REVERSED INTEREST NETTED OUT' TO WS-R-LABEL
           MOVE WS-REVERSED-ROWS TO WS-R-COUNT
           MOVE WS-REVERSED-AMT  TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE 'INTEREST ON ACCOUNTS WITH NO XREF' TO WS-R-LABEL
           MOVE WS-NO-OWNER-INT-ROWS TO WS-R-COUNT
           MOVE WS-NO-OWNER-INT-AMT  TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE 'NET REPORTABLE INTEREST (1099)' TO WS-R-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-R-COUNT
           MOVE WS-NET-INT-AMT    TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE '  1099 RECORDS FILED' TO WS-R-LABEL
           MOVE WS-INT-FILED     TO WS-R-COUNT
           MOVE WS-INT-FILED-AMT TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE '  1099 BELOW THRESHOLD' TO WS-R-LABEL
           MOVE WS-INT-BELOW     TO WS-R-COUNT
           MOVE WS-INT-BELOW-AMT TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE '  1099 EXCEPTIONS - NOT FILED' TO WS-R-LABEL
           MOVE WS-INT-NO-CIF     TO WS-R-COUNT
           MOVE WS-INT-NO-CIF-AMT TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           COMPUTE WS-PROOF-AMT =
               WS-LIVE-INT-AMT + WS-ARCH-INT-AMT - WS-REVERSED-AMT
           IF WS-PROOF-AMT NOT = WS-NET-INT-AMT
              OR WS-NET-INT-AMT NOT = WS-INT-FILED-AMT
                  + WS-INT-BELOW-AMT + WS-INT-NO-CIF-AMT
               SET WS-PROOF-SWITCH TO 'N'
           END-IF
           MOVE 'MORTGAGE INTEREST ROWS PAID' TO WS-R-LABEL
           MOVE WS-MORT-ROWS TO WS-R-COUNT
           MOVE WS-MORT-AMT  TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE 'MORTGAGE INTEREST WITH NO XREF' TO WS-R-LABEL
           MOVE WS-NO-OWNER-MORT-ROWS TO WS-R-COUNT
           MOVE WS-NO-OWNER-MORT-AMT  TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE '  1098 RECORDS FILED' TO WS-R-LABEL
           MOVE WS-MORT-FILED     TO WS-R-COUNT
           MOVE WS-MORT-FILED-AMT TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE '  1098 BELOW THRESHOLD' TO WS-R-LABEL
           MOVE WS-MORT-BELOW     TO WS-R-COUNT
           MOVE WS-MORT-BELOW-AMT TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           MOVE '  1098 EXCEPTIONS - NOT FILED' TO WS-R-LABEL
           MOVE WS-MORT-NO-CIF     TO WS-R-COUNT
           MOVE WS-MORT-NO-CIF-AMT TO WS-R-AMOUNT
           PERFORM 8100-WRITE-RECAP-LINE
           IF WS-MORT-AMT NOT = WS-MORT-FILED-AMT
                  + WS-MORT-BELOW-AMT + WS-MORT-NO-CIF-AMT
               SET WS-PROOF-SWITCH TO 'N'
           END-IF
           MOVE WS-SEPARATOR-LINE TO TAX-RPT-REC
           WRITE TAX-RPT-REC
           IF WS-PROOF-OK
               MOVE 'CONTROL TOTALS PROVE - READY FOR SIGN-OFF'
                   TO TAX-RPT-REC
           ELSE
               MOVE '*** CONTROL TOTALS DO NOT PROVE ***'
                   TO TAX-RPT-REC
           END-IF
           WRITE TAX-RPT-REC.

       8100-WRITE-RECAP-LINE.
           MOVE WS-RECAP-LINE TO TAX-RPT-REC
           WRITE TAX-RPT-REC.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'TAXEXTR SQL ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'TAXEXTR ARCHIVE SCANNED   : ' WS-ARCH-SCANNED
           DISPLAY 'TAXEXTR CUSTOMERS TOTALED : ' WS-CUSTOMERS-READ
           DISPLAY 'TAXEXTR 1099 FILED        : ' WS-INT-FILED
           DISPLAY 'TAXEXTR 1098 FILED        : ' WS-MORT-FILED
           DISPLAY 'TAXEXTR 1099 EXCEPTIONS   : ' WS-INT-NO-CIF
           DISPLAY 'TAXEXTR 1098 EXCEPTIONS   : ' WS-MORT-NO-CIF
           IF NOT WS-PROOF-OK
               DISPLAY 'TAXEXTR CONTROL TOTALS DO NOT PROVE'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-INT-NO-CIF > 0 OR WS-MORT-NO-CIF > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE TAX-PARM-IN
           CLOSE ARCH-TRAN-IN
           CLOSE TAX-XTR
           CLOSE TAX-RPT.
