      ******************************************************************
      * PROGRAM-ID : ESCHEAT                                           *
      * FUNCTION   : NIGHTLY UNCLAIMED PROPERTY (ESCHEATMENT) RUN.     *
      *              DORMANCY IS MEASURED FROM THE LAST                *
      *              CUSTOMER-INITIATED POSTING: A POSTED ROW ON       *
      *              CBS_ACCT_TRAN_HSTRY_DTL WHOSE TRANSACTION-ID WAS  *
      *              NOT GENERATED BY THE BANK'S OWN JOBS (E ESCROW, F *
      *              FEES, I INTEREST, P PENALTY, S STANDING ORDERS, T *
      *              TERM DEPOSIT MATURITY, U THIS RUN, W CHARGE-OFF). *
      *              WITH NONE LEFT ON THE TABLE THE EARLIEST POSTING  *
      *              STILL HELD, ELSE THE LATER OF LAST-CREDIT-DATE    *
      *              AND LAST-DEBIT-DATE, STANDS IN FOR IT.  THE RUN:  *
      *                - CONFIRMS ESCHEATS STAGED ON EARLIER DATES: A  *
      *                  POSTED TRANSFER FLAGS EVERY ACTIVE            *
      *                  CBS_CUST_ACCT_XREF ROW OF THE ACCOUNT         *
      *                  ESCHEATED ('E'), MARKS THE TRACKING ROW 'E'   *
      *                  AND WRITES THE OWNER TO THE ESCHHLDR STATE    *
      *                  HOLDER REPORT ('H' HEADER, 'D' DETAILS, 'T'   *
      *                  TRAILER WITH COUNT AND AMOUNT); ONLY A        *
      *                  REJECTED ONE RETURNS THE ROW TO 'L' SO IT IS  *
      *                  STAGED AGAIN.  A SUSPENDED ONE STAYS STAGED   *
      *                  ('S') UNTIL THE SUSPENSE DESK RE-INJECTS OR   *
      *                  WRITES IT OFF IN SUSPREPR                     *
      *                - WORKS EVERY ACCOUNT IN DUE DILIGENCE ('L'):   *
      *                  ANY CUSTOMER POSTING SINCE DORMANT-SINCE, EVEN*
      *                  A SINGLE CREDIT, OR A CLOSED OR EMPTY ACCOUNT,*
      *                  RELEASES IT ('R') FROM THE PIPELINE.  ONCE ITS*
      *                  REPORT-DATE ARRIVES IT STAGES ANY UNSWEPT     *
      *                  CBS_INT_ACCRUAL INTEREST AS A 'PENDING'       *
      *                  CREDIT WITH REASON-CODE 'INT-PAID' AND A      *
      *                  'PENDING' TRANSFER PAIR ('TRF-DR' ON THE      *
      *                  ACCOUNT, 'TRF-CR' ON THE ESCHEAT LIABILITY    *
      *                  ACCOUNT) FOR THE AVAILABLE BALANCE PLUS THAT  *
      *                  INTEREST, POSTED BY THE NEXT TRNVALID/TRNPOST *
      *                  CYCLE ('S').  AN ACCOUNT WITH FUNDS ON HOLD   *
      *                  IS LEFT IN 'L' UNTIL THE HOLD IS RELEASED     *
      *                - AGES EVERY OTHER ACCOUNT WITH AN ACTIVE OWNER *
      *                  AND A CREDIT BALANCE (NOT AN ACTIVE TERM      *
      *                  DEPOSIT) ON CBS_ESCHEAT_TRACK.  FROM 90 DAYS  *
      *                  IT IS TRACKED DORMANT ('D'); AT THE STATUTORY *
      *                  DORMANCY DAYS IT IS WRITTEN TO THE ESCHLTR    *
      *                  DUE-DILIGENCE LETTER FILE ('H'/'D'/'T')       *
      *                  ADDRESSED FROM CBS_CUSTOMER_MASTER, AND GOES  *
      *                  TO 'L' WITH A REPORT-DATE THE DUE-DILIGENCE   *
      *                  WINDOW AWAY.  FEEASSES CHARGES NO DORM-FEE    *
      *                  FROM THEN ON.  CUSTOMER ACTIVITY RELEASES A   *
      *                  'D' ROW.                                      *
      *              THE ESCHPARM CARD GIVES THE STATUTORY DORMANCY    *
      *              DAYS (DEFAULT 1095), THE WINDOW DAYS (DEFAULT 90),*
      *              THE ESCHEAT LIABILITY ACCOUNT (REQUIRED - RC 16   *
      *              WITHOUT ONE) AND THE HOLDER ID FOR THE REPORT.    *
      *              THE ESCHRPT REPORT LISTS EVERY ACTION AND A       *
      *              SUMMARY.  THE RUN REGISTERS IN CBS_BATCH_RUN_CTRL *
      *              BEHIND DORMACCT AND COMMITS ONCE AT THE END, SO A *
      *              FAILED RUN CAN SIMPLY BE RERUN.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCH-PARM-IN ASSIGN TO ESCHPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCH-LETTER-OUT ASSIGN TO ESCHLTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCH-HOLDER-OUT ASSIGN TO ESCHHLDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCH-RPT ASSIGN TO ESCHRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCH-PARM-IN
           RECORDING MODE IS F.
       01  ESCH-PARM-REC.
           05 EP-DORMANCY-DAYS      PIC 9(5).
           05 FILLER                PIC X(1).
           05 EP-WINDOW-DAYS        PIC 9(3).
           05 FILLER                PIC X(1).
           05 EP-LIAB-ACCOUNT       PIC 9(18).
           05 FILLER                PIC X(1).
           05 EP-HOLDER-ID          PIC X(10).
           05 FILLER                PIC X(41).

       FD  ESCH-LETTER-OUT
           RECORDING MODE IS F.
       01  ESCH-LETTER-REC.
           05 EL-RECORD-TYPE        PIC X(1).
           05 EL-DETAIL-DATA.
              10 EL-ACCOUNT-NUMBER  PIC 9(18).
              10 EL-CUSTOMER-ID     PIC 9(9).
              10 EL-CUSTOMER-NAME   PIC X(40).
              10 EL-ADDR-LINE-1     PIC X(40).
              10 EL-ADDR-LINE-2     PIC X(40).
              10 EL-CITY            PIC X(25).
              10 EL-STATE-CODE      PIC X(2).
              10 EL-POSTAL-CODE     PIC X(10).
              10 EL-LAST-ACTIVITY   PIC X(10).
              10 EL-DORMANCY-DAYS   PIC 9(5).
              10 EL-BALANCE         PIC 9(10)V9(2).
              10 EL-RESPOND-BY-DATE PIC X(10).
              10 FILLER             PIC X(20).
           05 EL-HEADER-DATA REDEFINES EL-DETAIL-DATA.
              10 EL-FILE-DATE       PIC X(10).
              10 EL-FILE-ID         PIC X(8).
              10 FILLER             PIC X(223).
           05 EL-TRAILER-DATA REDEFINES EL-DETAIL-DATA.
              10 EL-TRAILER-COUNT   PIC 9(9).
              10 EL-TRAILER-HASH    PIC 9(13)V9(2).
              10 FILLER             PIC X(217).

       FD  ESCH-HOLDER-OUT
           RECORDING MODE IS F.
       01  ESCH-HOLDER-REC.
           05 HR-RECORD-TYPE        PIC X(1).
           05 HR-DETAIL-DATA.
              10 HR-HOLDER-ID       PIC X(10).
              10 HR-ACCOUNT-NUMBER  PIC 9(18).
              10 HR-ACCOUNT-TYPE    PIC X(10).
              10 HR-CUSTOMER-ID     PIC 9(9).
              10 HR-OWNER-NAME      PIC X(40).
              10 HR-ADDR-LINE-1     PIC X(40).
              10 HR-ADDR-LINE-2     PIC X(40).
              10 HR-CITY            PIC X(25).
              10 HR-STATE-CODE      PIC X(2).
              10 HR-POSTAL-CODE     PIC X(10).
              10 HR-LAST-ACTIVITY   PIC X(10).
              10 HR-LETTER-DATE     PIC X(10).
              10 HR-ESCHEAT-DATE    PIC X(10).
              10 HR-AMOUNT          PIC 9(10)V9(2).
              10 FILLER             PIC X(20).
           05 HR-HEADER-DATA REDEFINES HR-DETAIL-DATA.
              10 HR-FILE-DATE       PIC X(10).
              10 HR-FILE-ID         PIC X(8).
              10 HR-HDR-HOLDER-ID   PIC X(10).
              10 FILLER             PIC X(238).
           05 HR-TRAILER-DATA REDEFINES HR-DETAIL-DATA.
              10 HR-TRAILER-COUNT   PIC 9(9).
              10 HR-TRAILER-AMOUNT  PIC 9(13)V9(2).
              10 FILLER             PIC X(242).

       FD  ESCH-RPT
           RECORDING MODE IS F.
       01  ESCH-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSBAL.
           COPY CBSHIS.
           COPY CBSINTA.
           COPY CBSXREF.
           COPY CBSCUST.
           COPY CBSESCH.
           COPY CBSRUNC.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-LIAB-ACCOUNT             PIC S9(18) USAGE COMP.
       01  WS-WINDOW-DAYS              PIC S9(4) USAGE COMP
                                       VALUE 90.
       01  WS-LAST-CUST-DATE           PIC X(10).
       01  WS-ACTIVITY-COUNT           PIC S9(9) USAGE COMP.
       01  WS-PRED-JOB-NAME            PIC X(8).
       01  WS-RUN-CTL-COUNT            PIC S9(9) USAGE COMP.
       01  WS-RUN-CTL-ROWS             PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'ESCHEAT'.
       01  WS-DORMANCY-DAYS            PIC S9(9) USAGE COMP
                                       VALUE 1095.
       01  WS-TRACK-DAYS               PIC S9(9) USAGE COMP
                                       VALUE 90.
       01  WS-HOLDER-ID                PIC X(10) VALUE SPACES.
       01  WS-ACTION                   PIC X(28).
       01  WS-ESCHEAT-AMOUNT           PIC S9(11)V9(2) COMP-3.
       01  WS-ACCRUED-INTEREST         PIC S9(10)V9(2) COMP-3.
       01  WS-LETTER-HASH              PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
       01  WS-HOLDER-HASH              PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY               PIC X(4).
           05 FILLER                   PIC X(1).
           05 WS-DS-MM                 PIC X(2).
           05 FILLER                   PIC X(1).
           05 WS-DS-DD                 PIC X(2).

       01  WS-GEN-TRAN-ID.
           05 FILLER                   PIC X(1) VALUE 'U'.
           05 WS-GT-YYYY               PIC X(4).
           05 WS-GT-MM                 PIC X(2).
           05 WS-GT-DD                 PIC X(2).
           05 WS-GT-SEQ                PIC 9(6).
           05 WS-GT-LEG                PIC X(1).

       01  WS-DR-TRAN-ID               PIC X(16).
       01  WS-CR-TRAN-ID               PIC X(16).

       01  WS-HDR1                     PIC X(40) VALUE
           'UNCLAIMED PROPERTY (ESCHEATMENT) RUN'.
       01  WS-HDR2                     PIC X(132) VALUE
           '    ACCOUNT-NUMBER   CUSTOMER   DAYS          AMOUNT  
      -    'ACTION                        DATE'.

       01  WS-DETAIL-LINE.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-CUSTOMER-ID         PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-DAYS                PIC Z(4)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-AMOUNT              PIC -Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-ACTION              PIC X(28).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-DATE                PIC X(10).

       01  WS-SUM-LINE.
           05 WS-SUM-LABEL             PIC X(30).
           05 WS-SUM-COUNT             PIC Z(8)9.

       01  WS-SUM-AMT-LINE.
           05 WS-SUM-AMT-LABEL         PIC X(30).
           05 WS-SUM-AMOUNT            PIC -Z(12)9.99.

       01  WS-COUNTERS.
           05 WS-ROWS-READ             PIC 9(9) VALUE ZERO.
           05 WS-ACCOUNTS-DORMANT      PIC 9(9) VALUE ZERO.
           05 WS-NEWLY-DORMANT         PIC 9(9) VALUE ZERO.
           05 WS-LETTERS-WRITTEN       PIC 9(9) VALUE ZERO.
           05 WS-LETTERS-NO-CIF        PIC 9(9) VALUE ZERO.
           05 WS-IN-DUE-DILIGENCE      PIC 9(9) VALUE ZERO.
           05 WS-ACCOUNTS-RELEASED     PIC 9(9) VALUE ZERO.
           05 WS-ESCHEATS-DEFERRED     PIC 9(9) VALUE ZERO.
           05 WS-ESCHEATS-STAGED       PIC 9(9) VALUE ZERO.
           05 WS-ESCHEATS-POSTED       PIC 9(9) VALUE ZERO.
           05 WS-ESCHEATS-RETURNED     PIC 9(9) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05 WS-ESCHEAT-STAGED-AMT    PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.
           05 WS-ESCHEAT-POSTED-AMT    PIC S9(13)V9(2) COMP-3
                                       VALUE ZERO.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-PEND-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-PEND-ROWS        VALUE 'Y'.
       01  WS-DD-EOF-SWITCH            PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-DD-ROWS          VALUE 'Y'.
       01  WS-BAL-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-BAL-ROWS         VALUE 'Y'.
       01  WS-TRACK-ROW-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-TRACK-ROW-FOUND          VALUE 'Y'.
       01  WS-CIF-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-CIF-FOUND                VALUE 'Y'.

           EXEC SQL
               DECLARE ESPEND-CSR CURSOR FOR
                   SELECT E.ACCOUNT_NUMBER, E.CUSTOMER_ID,
                          E.DORMANT_SINCE, E.DORMANCY_DAYS,
                          E.LETTER_DATE, E.ESCHEAT_TRAN_ID,
                          T.STATUS, T.TRAN_AMOUNT, T.POST_DATE
                     FROM COREBK.CBS_ESCHEAT_TRACK E
                          INNER JOIN COREBK.CBS_ACCT_TRAN_HSTRY_DTL T
                             ON T.TRANSACTION_ID = E.ESCHEAT_TRAN_ID
                    WHERE E.ESCH_STATUS = 'S'
                      AND T.STATUS IN ('POSTED', 'REJECTED')
                    ORDER BY E.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
               DECLARE ESDUE-CSR CURSOR FOR
                   SELECT ACCOUNT_NUMBER, CUSTOMER_ID,
                          DORMANT_SINCE, LETTER_DATE, REPORT_DATE
                     FROM COREBK.CBS_ESCHEAT_TRACK
                    WHERE ESCH_STATUS = 'L'
                    ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
               DECLARE ESBAL-CSR CURSOR FOR
                   SELECT B.ACCOUNT_NUMBER, B.LEDGER_BALANCE,
                          B.LAST_CREDIT_DATE, B.LAST_DEBIT_DATE
                     FROM COREBK.CBS_ACCT_BAL_DTL B
                    WHERE B.LEDGER_BALANCE > 0
                      AND B.ACCOUNT_NUMBER <> :WS-LIAB-ACCOUNT
                      AND EXISTS
                          (SELECT 1
                             FROM COREBK.CBS_CUST_ACCT_XREF X
                            WHERE X.ACCOUNT_NUMBER =
                                      B.ACCOUNT_NUMBER
                              AND X.XREF_STATUS = 'A')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM COREBK.CBS_TERM_DEPOSIT D
                            WHERE D.ACCOUNT_NUMBER =
                                      B.ACCOUNT_NUMBER
                              AND D.TD_STATUS = 'A')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM COREBK.CBS_ESCHEAT_TRACK E
                            WHERE E.ACCOUNT_NUMBER =
                                      B.ACCOUNT_NUMBER
                              AND E.ESCH_STATUS IN ('L', 'S', 'E'))
                    ORDER BY B.ACCOUNT_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONFIRM-ESCHEATS
           PERFORM 3000-WORK-DUE-DILIGENCE
           PERFORM 4000-AGE-DORMANT-ACCOUNTS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ESCH-PARM-IN
           OPEN OUTPUT ESCH-LETTER-OUT
           OPEN OUTPUT ESCH-HOLDER-OUT
           OPEN OUTPUT ESCH-RPT
           MOVE WS-HDR1 TO ESCH-RPT-REC
           WRITE ESCH-RPT-REC
           MOVE WS-HDR2 TO ESCH-RPT-REC
           WRITE ESCH-RPT-REC
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-CHECK-LIAB-ACCOUNT
           PERFORM 1300-REGISTER-RUN-START
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT
           MOVE WS-DS-YYYY       TO WS-GT-YYYY
           MOVE WS-DS-MM         TO WS-GT-MM
           MOVE WS-DS-DD         TO WS-GT-DD
           MOVE ZERO             TO WS-GT-SEQ
           MOVE SPACES           TO ESCH-LETTER-REC
           MOVE 'H'              TO EL-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO EL-FILE-DATE
           MOVE 'ESCHLTR'        TO EL-FILE-ID
           WRITE ESCH-LETTER-REC
           MOVE SPACES           TO ESCH-HOLDER-REC
           MOVE 'H'              TO HR-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO HR-FILE-DATE
           MOVE 'ESCHEAT'        TO HR-FILE-ID
           MOVE WS-HOLDER-ID     TO HR-HDR-HOLDER-ID
           WRITE ESCH-HOLDER-REC.

       1100-READ-PARM-CARD.
           MOVE ZERO TO WS-LIAB-ACCOUNT
           READ ESCH-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           IF NOT WS-NO-PARM-CARD
               IF EP-DORMANCY-DAYS IS NUMERIC
                      AND EP-DORMANCY-DAYS > ZERO
                   MOVE EP-DORMANCY-DAYS TO WS-DORMANCY-DAYS
               END-IF
               IF EP-WINDOW-DAYS IS NUMERIC
                      AND EP-WINDOW-DAYS > ZERO
                   MOVE EP-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
               IF EP-LIAB-ACCOUNT IS NUMERIC
                   MOVE EP-LIAB-ACCOUNT TO WS-LIAB-ACCOUNT
               END-IF
               MOVE EP-HOLDER-ID TO WS-HOLDER-ID
           END-IF
           DISPLAY 'ESCHEAT DORMANCY DAYS      : ' WS-DORMANCY-DAYS
           DISPLAY 'ESCHEAT WINDOW DAYS        : ' WS-WINDOW-DAYS.

       1200-CHECK-LIAB-ACCOUNT.
           MOVE ZERO TO WS-RUN-CTL-COUNT
           IF WS-LIAB-ACCOUNT > ZERO
               MOVE WS-LIAB-ACCOUNT TO H4-ACCOUNT-NUMBER
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-RUN-CTL-COUNT
                     FROM COREBK.CBS_CUST_ACCT_XREF
                    WHERE ACCOUNT_NUMBER = :H4-ACCOUNT-NUMBER
                      AND XREF_STATUS = 'A'
               END-EXEC
           END-IF
           IF WS-RUN-CTL-COUNT = 0
               DISPLAY 'ESCHEAT LIABILITY ACCOUNT NOT ON FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CONFIRM-ESCHEATS.
           EXEC SQL
               OPEN ESPEND-CSR
           END-EXEC
           PERFORM 2100-FETCH-PEND-ROW
           PERFORM 2200-CONFIRM-ONE-ESCHEAT
               UNTIL WS-NO-MORE-PEND-ROWS
           EXEC SQL
               CLOSE ESPEND-CSR
           END-EXEC.

       2100-FETCH-PEND-ROW.
           EXEC SQL
               FETCH ESPEND-CSR
                   INTO :H30-ACCOUNT-NUMBER, :H30-CUSTOMER-ID,
                        :H30-DORMANT-SINCE, :H30-DORMANCY-DAYS,
                        :H30-LETTER-DATE, :H30-ESCHEAT-TRAN-ID,
                        :H3-STATUS, :H3-TRAN-AMOUNT, :H3-POST-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-PEND-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       2200-CONFIRM-ONE-ESCHEAT.
           IF H3-STATUS = 'POSTED'
               PERFORM 2300-WRITE-HOLDER-RECORD
               MOVE WS-RUN-USERID TO H4-UPD-USERID
               EXEC SQL
                   UPDATE COREBK.CBS_CUST_ACCT_XREF
                      SET XREF_STATUS   = 'E',
                          UPD_USERID    = :H4-UPD-USERID,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H30-ACCOUNT-NUMBER
                      AND XREF_STATUS = 'A'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9800-ABEND-SQL-ERROR
               END-IF
               EXEC SQL
                   UPDATE COREBK.CBS_ESCHEAT_TRACK
                      SET ESCH_STATUS   = 'E',
                          ESCHEAT_DATE  = :H3-POST-DATE,
                          ESCHEAT_AMT   = :H3-TRAN-AMOUNT,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H30-ACCOUNT-NUMBER
               END-EXEC
               ADD 1 TO WS-ESCHEATS-POSTED
               ADD H3-TRAN-AMOUNT TO WS-ESCHEAT-POSTED-AMT
               MOVE 'ESCHEATED - HOLDER REPORT' TO WS-ACTION
               MOVE H3-POST-DATE TO WS-D-DATE
           ELSE
               EXEC SQL
                   UPDATE COREBK.CBS_ESCHEAT_TRACK
                      SET ESCH_STATUS     = 'L',
                          ESCHEAT_TRAN_ID = ' ',
                          ESCHEAT_AMT     = 0,
                          UPD_TIMESTAMP   = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H30-ACCOUNT-NUMBER
               END-EXEC
               ADD 1 TO WS-ESCHEATS-RETURNED
               MOVE 'ESCHEAT NOT POSTED' TO WS-ACTION
               MOVE SPACES TO WS-D-DATE
           END-IF
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE H30-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE H30-CUSTOMER-ID    TO WS-D-CUSTOMER-ID
           MOVE H30-DORMANCY-DAYS  TO WS-D-DAYS
           MOVE H3-TRAN-AMOUNT     TO WS-D-AMOUNT
           PERFORM 6000-WRITE-DETAIL-LINE
           PERFORM 2100-FETCH-PEND-ROW.

       2300-WRITE-HOLDER-RECORD.
           MOVE H30-ACCOUNT-NUMBER TO H4-ACCOUNT-NUMBER
           EXEC SQL
               SELECT MIN(ACCOUNT_TYPE)
                 INTO :H4-ACCOUNT-TYPE
                 FROM COREBK.CBS_CUST_ACCT_XREF
                WHERE ACCOUNT_NUMBER = :H4-ACCOUNT-NUMBER
                  AND XREF_STATUS = 'A'
               HAVING COUNT(*) > 0
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE SPACES TO H4-ACCOUNT-TYPE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           MOVE H30-CUSTOMER-ID TO H19-CUSTOMER-ID
           PERFORM 6200-READ-CUSTOMER-MASTER
           MOVE SPACES             TO ESCH-HOLDER-REC
           MOVE 'D'                TO HR-RECORD-TYPE
           MOVE WS-HOLDER-ID       TO HR-HOLDER-ID
           MOVE H30-ACCOUNT-NUMBER TO HR-ACCOUNT-NUMBER
           MOVE H4-ACCOUNT-TYPE    TO HR-ACCOUNT-TYPE
           MOVE H30-CUSTOMER-ID    TO HR-CUSTOMER-ID
           MOVE H19-CUSTOMER-NAME  TO HR-OWNER-NAME
           MOVE H19-ADDR-LINE-1    TO HR-ADDR-LINE-1
           MOVE H19-ADDR-LINE-2    TO HR-ADDR-LINE-2
           MOVE H19-CITY           TO HR-CITY
           MOVE H19-STATE-CODE     TO HR-STATE-CODE
           MOVE H19-POSTAL-CODE    TO HR-POSTAL-CODE
           MOVE H30-DORMANT-SINCE  TO HR-LAST-ACTIVITY
           MOVE H30-LETTER-DATE    TO HR-LETTER-DATE
           MOVE H3-POST-DATE       TO HR-ESCHEAT-DATE
           MOVE H3-TRAN-AMOUNT     TO HR-AMOUNT
           WRITE ESCH-HOLDER-REC
           ADD H3-TRAN-AMOUNT TO WS-HOLDER-HASH.

       3000-WORK-DUE-DILIGENCE.
           EXEC SQL
               OPEN ESDUE-CSR
           END-EXEC
           PERFORM 3100-FETCH-DUE-ROW
           PERFORM 3200-WORK-ONE-ACCOUNT
               UNTIL WS-NO-MORE-DD-ROWS
           EXEC SQL
               CLOSE ESDUE-CSR
           END-EXEC.

       3100-FETCH-DUE-ROW.
           EXEC SQL
               FETCH ESDUE-CSR
                   INTO :H30-ACCOUNT-NUMBER, :H30-CUSTOMER-ID,
                        :H30-DORMANT-SINCE, :H30-LETTER-DATE,
                        :H30-REPORT-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-DD-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3200-WORK-ONE-ACCOUNT.
           MOVE H30-ACCOUNT-NUMBER TO H2-ACCOUNT-NUMBER
           PERFORM 3300-FETCH-BALANCES
           EXEC SQL
               SELECT DAYS(DATE(:WS-BUSINESS-DATE))
                          - DAYS(DATE(:H30-DORMANT-SINCE))
                 INTO :H30-DORMANCY-DAYS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ACTIVITY-COUNT
                 FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
                  AND STATUS = 'POSTED'
                  AND POST_DATE > :H30-DORMANT-SINCE
                  AND SUBSTR(TRANSACTION_ID, 1, 1) NOT IN
                      ('E', 'F', 'I', 'P', 'S', 'T', 'U', 'W')
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE H30-ACCOUNT-NUMBER TO H4-ACCOUNT-NUMBER
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RUN-CTL-COUNT
                 FROM COREBK.CBS_CUST_ACCT_XREF
                WHERE ACCOUNT_NUMBER = :H4-ACCOUNT-NUMBER
                  AND XREF_STATUS = 'A'
           END-EXEC
           EVALUATE TRUE
               WHEN WS-ACTIVITY-COUNT > 0
                   MOVE 'ACTIVITY - RELEASED' TO WS-ACTION
                   PERFORM 3700-RELEASE-ACCOUNT
               WHEN WS-RUN-CTL-COUNT = 0
                   MOVE 'ACCOUNT CLOSED - RELEASED' TO WS-ACTION
                   PERFORM 3700-RELEASE-ACCOUNT
               WHEN H2-LEDGER-BALANCE NOT > ZERO
                   MOVE 'NO BALANCE - RELEASED' TO WS-ACTION
                   PERFORM 3700-RELEASE-ACCOUNT
               WHEN H30-REPORT-DATE > WS-BUSINESS-DATE
                   ADD 1 TO WS-IN-DUE-DILIGENCE
                   MOVE 'DUE DILIGENCE - LETTER SENT' TO WS-ACTION
                   PERFORM 3800-SAVE-DORMANCY-DAYS
               WHEN H2-AVAILABLE-BALANCE NOT = H2-LEDGER-BALANCE
                   ADD 1 TO WS-ESCHEATS-DEFERRED
                   MOVE 'FUNDS ON HOLD - DEFERRED' TO WS-ACTION
                   PERFORM 3800-SAVE-DORMANCY-DAYS
               WHEN OTHER
                   PERFORM 3400-STAGE-ESCHEAT
           END-EVALUATE
           MOVE H30-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE H30-CUSTOMER-ID    TO WS-D-CUSTOMER-ID
           MOVE H30-DORMANCY-DAYS  TO WS-D-DAYS
           MOVE H2-LEDGER-BALANCE  TO WS-D-AMOUNT
           MOVE H30-REPORT-DATE    TO WS-D-DATE
           PERFORM 6000-WRITE-DETAIL-LINE
           PERFORM 3100-FETCH-DUE-ROW.

       3300-FETCH-BALANCES.
           EXEC SQL
               SELECT LEDGER_BALANCE, AVAILABLE_BALANCE
                 INTO :H2-LEDGER-BALANCE, :H2-AVAILABLE-BALANCE
                 FROM COREBK.CBS_ACCT_BAL_DTL
                WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO H2-LEDGER-BALANCE
                   MOVE ZERO TO H2-AVAILABLE-BALANCE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           MOVE ZERO TO WS-ACCRUED-INTEREST
           MOVE H2-ACCOUNT-NUMBER TO H14-ACCOUNT-NUMBER
           EXEC SQL
               SELECT ACCRUED_AMOUNT
                 INTO :H14-ACCRUED-AMOUNT
                 FROM COREBK.CBS_INT_ACCRUAL
                WHERE ACCOUNT_NUMBER = :H14-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF H14-ACCRUED-AMOUNT > ZERO
                       MOVE H14-ACCRUED-AMOUNT TO WS-ACCRUED-INTEREST
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3400-STAGE-ESCHEAT.
           ADD 1 TO WS-GT-SEQ
           IF WS-ACCRUED-INTEREST > ZERO
               PERFORM 3500-STAGE-ACCRUED-INTEREST
           END-IF
           COMPUTE WS-ESCHEAT-AMOUNT =
               H2-AVAILABLE-BALANCE + WS-ACCRUED-INTEREST
           PERFORM 3600-STAGE-TRANSFER-PAIR
           EXEC SQL
               UPDATE COREBK.CBS_ESCHEAT_TRACK
                  SET ESCH_STATUS     = 'S',
                      DORMANCY_DAYS   = :H30-DORMANCY-DAYS,
                      ESCHEAT_TRAN_ID = :WS-DR-TRAN-ID,
                      ESCHEAT_AMT     = :WS-ESCHEAT-AMOUNT,
                      UPD_TIMESTAMP   = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H30-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           ADD 1 TO WS-ESCHEATS-STAGED
           ADD WS-ESCHEAT-AMOUNT TO WS-ESCHEAT-STAGED-AMT
           MOVE 'ESCHEAT TRANSFER STAGED' TO WS-ACTION.

       3500-STAGE-ACCRUED-INTEREST.
           MOVE 'A'                 TO WS-GT-LEG
           MOVE WS-GEN-TRAN-ID      TO H3-TRANSACTION-ID
           MOVE H30-ACCOUNT-NUMBER  TO H3-ACCOUNT-NUMBER
           MOVE WS-ACCRUED-INTEREST TO H3-TRAN-AMOUNT
           MOVE 'CREDIT'            TO H3-TRAN-TYPE
           MOVE 'PENDING'           TO H3-STATUS
           MOVE SPACES              TO H3-ORIG-TRAN-ID
           MOVE 'INT-PAID'          TO H3-REASON-CODE
           PERFORM 3690-INSERT-TRAN-ROW
           EXEC SQL
               UPDATE COREBK.CBS_INT_ACCRUAL
                  SET ACCRUED_AMOUNT = 0
                WHERE ACCOUNT_NUMBER = :H14-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       3600-STAGE-TRANSFER-PAIR.
           MOVE 'D' TO WS-GT-LEG
           MOVE WS-GEN-TRAN-ID TO WS-DR-TRAN-ID
           MOVE 'C' TO WS-GT-LEG
           MOVE WS-GEN-TRAN-ID TO WS-CR-TRAN-ID
           MOVE WS-ESCHEAT-AMOUNT   TO H3-TRAN-AMOUNT
           MOVE 'TRANSFER'          TO H3-TRAN-TYPE
           MOVE 'PENDING'           TO H3-STATUS
           MOVE WS-DR-TRAN-ID       TO H3-TRANSACTION-ID
           MOVE WS-CR-TRAN-ID       TO H3-ORIG-TRAN-ID
           MOVE H30-ACCOUNT-NUMBER  TO H3-ACCOUNT-NUMBER
           MOVE 'TRF-DR'            TO H3-REASON-CODE
           PERFORM 3690-INSERT-TRAN-ROW
           MOVE WS-CR-TRAN-ID       TO H3-TRANSACTION-ID
           MOVE WS-DR-TRAN-ID       TO H3-ORIG-TRAN-ID
           MOVE WS-LIAB-ACCOUNT     TO H3-ACCOUNT-NUMBER
           MOVE 'TRF-CR'            TO H3-REASON-CODE
           PERFORM 3690-INSERT-TRAN-ROW.

       3690-INSERT-TRAN-ROW.
           EXEC SQL
               INSERT INTO COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                   (ACCOUNT_NUMBER, TRANSACTION_ID, TRAN_AMOUNT,
                    TRAN_TYPE, STATUS, ORIG_TRAN_ID, REASON_CODE,
                    POST_DATE)
                   VALUES
                   (:H3-ACCOUNT-NUMBER, :H3-TRANSACTION-ID,
                    :H3-TRAN-AMOUNT, :H3-TRAN-TYPE, :H3-STATUS,
                    :H3-ORIG-TRAN-ID, :H3-REASON-CODE,
                    '0001-01-01')
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       3700-RELEASE-ACCOUNT.
           EXEC SQL
               UPDATE COREBK.CBS_ESCHEAT_TRACK
                  SET ESCH_STATUS   = 'R',
                      DORMANCY_DAYS = 0,
                      RELEASE_DATE  = :WS-BUSINESS-DATE,
                      UPD_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H30-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           ADD 1 TO WS-ACCOUNTS-RELEASED.

       3800-SAVE-DORMANCY-DAYS.
           EXEC SQL
               UPDATE COREBK.CBS_ESCHEAT_TRACK
                  SET DORMANCY_DAYS = :H30-DORMANCY-DAYS,
                      UPD_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ACCOUNT_NUMBER = :H30-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       4000-AGE-DORMANT-ACCOUNTS.
           EXEC SQL
               OPEN ESBAL-CSR
           END-EXEC
           PERFORM 4100-FETCH-BAL-ROW
           PERFORM 4200-AGE-ONE-ACCOUNT
               UNTIL WS-NO-MORE-BAL-ROWS
           EXEC SQL
               CLOSE ESBAL-CSR
           END-EXEC.

       4100-FETCH-BAL-ROW.
           EXEC SQL
               FETCH ESBAL-CSR
                   INTO :H2-ACCOUNT-NUMBER, :H2-LEDGER-BALANCE,
                        :H2-LAST-CREDIT-DATE, :H2-LAST-DEBIT-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-BAL-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       4200-AGE-ONE-ACCOUNT.
           ADD 1 TO WS-ROWS-READ
           MOVE SPACES TO WS-ACTION
           SET WS-TRACK-ROW-SWITCH TO 'N'
           MOVE H2-ACCOUNT-NUMBER TO H30-ACCOUNT-NUMBER
           EXEC SQL
               SELECT ESCH_STATUS, DORMANT_SINCE, CUSTOMER_ID
                 INTO :H30-ESCH-STATUS, :H30-DORMANT-SINCE,
                      :H30-CUSTOMER-ID
                 FROM COREBK.CBS_ESCHEAT_TRACK
                WHERE ACCOUNT_NUMBER = :H30-ACCOUNT-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-TRACK-ROW-SWITCH TO 'Y'
               WHEN 100
                   MOVE 'R'  TO H30-ESCH-STATUS
                   MOVE ZERO TO H30-CUSTOMER-ID
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           EXEC SQL
               SELECT COALESCE(MAX(POST_DATE), '0001-01-01')
                 INTO :WS-LAST-CUST-DATE
                 FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
                  AND STATUS = 'POSTED'
                  AND SUBSTR(TRANSACTION_ID, 1, 1) NOT IN
                      ('E', 'F', 'I', 'P', 'S', 'T', 'U', 'W')
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           IF H30-ESCH-STATUS NOT = 'D'
                  OR WS-LAST-CUST-DATE > H30-DORMANT-SINCE
               PERFORM 4300-SET-DORMANT-SINCE
           END-IF
           EXEC SQL
               SELECT DAYS(DATE(:WS-BUSINESS-DATE))
                          - DAYS(DATE(:H30-DORMANT-SINCE))
                 INTO :H30-DORMANCY-DAYS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           EVALUATE TRUE
               WHEN H30-DORMANCY-DAYS < WS-TRACK-DAYS
                   IF H30-ESCH-STATUS = 'D'
                       MOVE 'ACTIVITY - RELEASED' TO WS-ACTION
                       PERFORM 3700-RELEASE-ACCOUNT
                   END-IF
               WHEN H30-DORMANCY-DAYS >= WS-DORMANCY-DAYS
                   PERFORM 4400-SEND-DUE-DILIGENCE
               WHEN OTHER
                   IF H30-ESCH-STATUS NOT = 'D'
                       ADD 1 TO WS-NEWLY-DORMANT
                       MOVE 'NOW DORMANT' TO WS-ACTION
                   END-IF
                   MOVE 'D' TO H30-ESCH-STATUS
                   MOVE '0001-01-01' TO H30-LETTER-DATE
                   MOVE '0001-01-01' TO H30-REPORT-DATE
                   PERFORM 4600-SAVE-TRACK-ROW
           END-EVALUATE
           IF WS-ACTION NOT = SPACES
               MOVE H2-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
               MOVE H30-CUSTOMER-ID   TO WS-D-CUSTOMER-ID
               MOVE H30-DORMANCY-DAYS TO WS-D-DAYS
               MOVE H2-LEDGER-BALANCE TO WS-D-AMOUNT
               IF H30-ESCH-STATUS = 'L'
                   MOVE H30-REPORT-DATE TO WS-D-DATE
               ELSE
                   MOVE SPACES          TO WS-D-DATE
               END-IF
               PERFORM 6000-WRITE-DETAIL-LINE
           END-IF
           PERFORM 4100-FETCH-BAL-ROW.

       4300-SET-DORMANT-SINCE.
           IF WS-LAST-CUST-DATE = '0001-01-01'
               EXEC SQL
                   SELECT COALESCE(MIN(POST_DATE), '0001-01-01')
                     INTO :WS-LAST-CUST-DATE
                     FROM COREBK.CBS_ACCT_TRAN_HSTRY_DTL
                    WHERE ACCOUNT_NUMBER = :H2-ACCOUNT-NUMBER
                      AND STATUS = 'POSTED'
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9800-ABEND-SQL-ERROR
               END-IF
           END-IF
           IF WS-LAST-CUST-DATE = '0001-01-01'
               IF H2-LAST-CREDIT-DATE > H2-LAST-DEBIT-DATE
                   MOVE H2-LAST-CREDIT-DATE TO WS-LAST-CUST-DATE
               ELSE
                   MOVE H2-LAST-DEBIT-DATE  TO WS-LAST-CUST-DATE
               END-IF
           END-IF
           IF H30-ESCH-STATUS = 'D'
               MOVE 'ACTIVITY - RESTARTED' TO WS-ACTION
           END-IF
           MOVE WS-LAST-CUST-DATE TO H30-DORMANT-SINCE.

       4400-SEND-DUE-DILIGENCE.
           IF H30-ESCH-STATUS NOT = 'D'
               ADD 1 TO WS-NEWLY-DORMANT
           END-IF
           PERFORM 6100-LOOKUP-CUSTOMER
           EXEC SQL
               SELECT DATE(:WS-BUSINESS-DATE)
                          + :WS-WINDOW-DAYS DAYS
                 INTO :H30-REPORT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           MOVE SPACES             TO ESCH-LETTER-REC
           MOVE 'D'                TO EL-RECORD-TYPE
           MOVE H2-ACCOUNT-NUMBER  TO EL-ACCOUNT-NUMBER
           MOVE H19-CUSTOMER-ID    TO EL-CUSTOMER-ID
           MOVE H19-CUSTOMER-NAME  TO EL-CUSTOMER-NAME
           MOVE H19-ADDR-LINE-1    TO EL-ADDR-LINE-1
           MOVE H19-ADDR-LINE-2    TO EL-ADDR-LINE-2
           MOVE H19-CITY           TO EL-CITY
           MOVE H19-STATE-CODE     TO EL-STATE-CODE
           MOVE H19-POSTAL-CODE    TO EL-POSTAL-CODE
           MOVE H30-DORMANT-SINCE  TO EL-LAST-ACTIVITY
           MOVE H30-DORMANCY-DAYS  TO EL-DORMANCY-DAYS
           MOVE H2-LEDGER-BALANCE  TO EL-BALANCE
           MOVE H30-REPORT-DATE    TO EL-RESPOND-BY-DATE
           WRITE ESCH-LETTER-REC
           ADD 1 TO WS-LETTERS-WRITTEN
           ADD H2-LEDGER-BALANCE TO WS-LETTER-HASH
           MOVE 'L'                TO H30-ESCH-STATUS
           MOVE WS-BUSINESS-DATE   TO H30-LETTER-DATE
           IF WS-CIF-FOUND
               MOVE 'DUE DILIGENCE LETTER' TO WS-ACTION
           ELSE
               ADD 1 TO WS-LETTERS-NO-CIF
               MOVE 'LETTER WRITTEN - NO CIF' TO WS-ACTION
           END-IF
           PERFORM 4600-SAVE-TRACK-ROW.

       4600-SAVE-TRACK-ROW.
           ADD 1 TO WS-ACCOUNTS-DORMANT
           IF WS-ACTION NOT = SPACES
               IF H30-ESCH-STATUS NOT = 'L'
                   PERFORM 6100-LOOKUP-CUSTOMER
               END-IF
               MOVE H19-CUSTOMER-ID TO H30-CUSTOMER-ID
           END-IF
           IF NOT WS-TRACK-ROW-FOUND
               EXEC SQL
                   INSERT INTO COREBK.CBS_ESCHEAT_TRACK
                       (ACCOUNT_NUMBER, CUSTOMER_ID, ESCH_STATUS,
                        DORMANT_SINCE, DORMANCY_DAYS, LETTER_DATE,
                        REPORT_DATE, ESCHEAT_TRAN_ID, ESCHEAT_AMT,
                        ESCHEAT_DATE, RELEASE_DATE, UPD_TIMESTAMP)
                       VALUES
                       (:H30-ACCOUNT-NUMBER, :H30-CUSTOMER-ID,
                        :H30-ESCH-STATUS, :H30-DORMANT-SINCE,
                        :H30-DORMANCY-DAYS, :H30-LETTER-DATE,
                        :H30-REPORT-DATE, ' ', 0,
                        '0001-01-01', '0001-01-01',
                        CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE COREBK.CBS_ESCHEAT_TRACK
                      SET CUSTOMER_ID     = :H30-CUSTOMER-ID,
                          ESCH_STATUS     = :H30-ESCH-STATUS,
                          DORMANT_SINCE   = :H30-DORMANT-SINCE,
                          DORMANCY_DAYS   = :H30-DORMANCY-DAYS,
                          LETTER_DATE     = :H30-LETTER-DATE,
                          REPORT_DATE     = :H30-REPORT-DATE,
                          ESCHEAT_TRAN_ID = ' ',
                          ESCHEAT_AMT     = 0,
                          UPD_TIMESTAMP   = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H30-ACCOUNT-NUMBER
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF.

       6000-WRITE-DETAIL-LINE.
           MOVE WS-ACTION      TO WS-D-ACTION
           MOVE WS-DETAIL-LINE TO ESCH-RPT-REC
           WRITE ESCH-RPT-REC.

       6100-LOOKUP-CUSTOMER.
           MOVE ZERO TO H19-CUSTOMER-ID
           MOVE H2-ACCOUNT-NUMBER TO H4-ACCOUNT-NUMBER
           EXEC SQL
               SELECT MIN(CUSTOMER_ID)
                 INTO :H4-CUSTOMER-ID
                 FROM COREBK.CBS_CUST_ACCT_XREF
                WHERE ACCOUNT_NUMBER = :H4-ACCOUNT-NUMBER
                  AND XREF_STATUS = 'A'
               HAVING COUNT(*) > 0
           END-EXEC
           IF SQLCODE = 0
               MOVE H4-CUSTOMER-ID TO H19-CUSTOMER-ID
           END-IF
           PERFORM 6200-READ-CUSTOMER-MASTER.

       6200-READ-CUSTOMER-MASTER.
           SET WS-CIF-FOUND-SWITCH TO 'N'
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE
                 INTO :H19-CUSTOMER-NAME, :H19-ADDR-LINE-1,
                      :H19-ADDR-LINE-2, :H19-CITY,
                      :H19-STATE-CODE, :H19-POSTAL-CODE
                 FROM COREBK.CBS_CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-CIF-FOUND-SWITCH TO 'Y'
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE
           IF NOT WS-CIF-FOUND
               MOVE 'CUSTOMER NOT ON FILE' TO H19-CUSTOMER-NAME
               MOVE SPACES TO H19-ADDR-LINE-1
               MOVE SPACES TO H19-ADDR-LINE-2
               MOVE SPACES TO H19-CITY
               MOVE SPACES TO H19-STATE-CODE
               MOVE SPACES TO H19-POSTAL-CODE
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES             TO ESCH-LETTER-REC
           MOVE 'T'                TO EL-RECORD-TYPE
           MOVE WS-LETTERS-WRITTEN TO EL-TRAILER-COUNT
           MOVE WS-LETTER-HASH     TO EL-TRAILER-HASH
           WRITE ESCH-LETTER-REC
           MOVE SPACES             TO ESCH-HOLDER-REC
           MOVE 'T'                TO HR-RECORD-TYPE
           MOVE WS-ESCHEATS-POSTED TO HR-TRAILER-COUNT
           MOVE WS-HOLDER-HASH     TO HR-TRAILER-AMOUNT
           WRITE ESCH-HOLDER-REC
           MOVE SPACES TO ESCH-RPT-REC
           WRITE ESCH-RPT-REC
           MOVE 'ACCOUNTS EXAMINED' TO WS-SUM-LABEL
           MOVE WS-ROWS-READ TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'ACCOUNTS TRACKED DORMANT' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-DORMANT TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'NEWLY DORMANT' TO WS-SUM-LABEL
           MOVE WS-NEWLY-DORMANT TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'DUE-DILIGENCE LETTERS' TO WS-SUM-LABEL
           MOVE WS-LETTERS-WRITTEN TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'LETTERS WITH NO CIF' TO WS-SUM-LABEL
           MOVE WS-LETTERS-NO-CIF TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'IN DUE-DILIGENCE WINDOW' TO WS-SUM-LABEL
           MOVE WS-IN-DUE-DILIGENCE TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'RELEASED FROM PIPELINE' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-RELEASED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'ESCHEATS DEFERRED (HOLDS)' TO WS-SUM-LABEL
           MOVE WS-ESCHEATS-DEFERRED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'ESCHEATS STAGED' TO WS-SUM-LABEL
           MOVE WS-ESCHEATS-STAGED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'ESCHEAT AMOUNT STAGED' TO WS-SUM-AMT-LABEL
           MOVE WS-ESCHEAT-STAGED-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'ESCHEATS POSTED' TO WS-SUM-LABEL
           MOVE WS-ESCHEATS-POSTED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE
           MOVE 'ESCHEAT AMOUNT POSTED' TO WS-SUM-AMT-LABEL
           MOVE WS-ESCHEAT-POSTED-AMT TO WS-SUM-AMOUNT
           PERFORM 8200-WRITE-SUM-AMT-LINE
           MOVE 'ESCHEATS NOT POSTED' TO WS-SUM-LABEL
           MOVE WS-ESCHEATS-RETURNED TO WS-SUM-COUNT
           PERFORM 8100-WRITE-SUM-LINE.

       8100-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO ESCH-RPT-REC
           WRITE ESCH-RPT-REC.

       8200-WRITE-SUM-AMT-LINE.
           MOVE WS-SUM-AMT-LINE TO ESCH-RPT-REC
           WRITE ESCH-RPT-REC.

       1300-REGISTER-RUN-START.
           MOVE 'DORMACCT' TO WS-PRED-JOB-NAME
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RUN-CTL-COUNT
                 FROM COREBK.CBS_BATCH_RUN_CTRL
                WHERE JOB_NAME = :WS-PRED-JOB-NAME
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           IF WS-RUN-CTL-COUNT = 0
               DISPLAY 'ESCHEAT PREDECESSOR DORMACCT NOT COMPLETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL
               SELECT MAX(BUSINESS_DATE)
                 INTO :WS-BUSINESS-DATE
                 FROM COREBK.CBS_BATCH_RUN_CTRL
                WHERE JOB_NAME = :WS-PRED-JOB-NAME
                  AND RUN_STATUS = 'COMPLETE'
           END-EXEC
           MOVE 'ESCHEAT' TO H15-JOB-NAME
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
               DISPLAY 'ESCHEAT ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
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

       9100-REGISTER-RUN-END.
           MOVE WS-ROWS-READ TO WS-RUN-CTL-ROWS
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
           DISPLAY 'ESCHEAT SQL ERROR - SQLCODE: ' SQLCODE
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
           PERFORM 9100-REGISTER-RUN-END
           DISPLAY 'ESCHEAT ACCOUNTS EXAMINED  : ' WS-ROWS-READ
           DISPLAY 'ESCHEAT LETTERS WRITTEN    : ' WS-LETTERS-WRITTEN
           DISPLAY 'ESCHEAT ACCOUNTS RELEASED  : ' WS-ACCOUNTS-RELEASED
           DISPLAY 'ESCHEAT ESCHEATS STAGED    : ' WS-ESCHEATS-STAGED
           DISPLAY 'ESCHEAT ESCHEATS POSTED    : ' WS-ESCHEATS-POSTED
           CLOSE ESCH-PARM-IN
           CLOSE ESCH-LETTER-OUT
           CLOSE ESCH-HOLDER-OUT
           CLOSE ESCH-RPT.
