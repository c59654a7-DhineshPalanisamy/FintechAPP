      ******************************************************************
      * PROGRAM-ID : OPERJRNL                                          *
      * FUNCTION   : DAILY OPERATOR JOURNAL REPORT.  LISTS EVERY       *
      *              CBS_OPER_JOURNAL ROW FOR THE JOURNAL DATE         *
      *              (JRNLPARM CARD, DEFAULT TODAY) ON JRNLRPT,        *
      *              GROUPED BY OPERATOR IN TIME ORDER.  EACH LINE     *
      *              SHOWS WHAT WAS CHANGED (PROGRAM, FUNCTION,        *
      *              ACCOUNT, ITEM, AMOUNT AND OUTCOME TEXT), THE      *
      *              ACTION STATUS (APPLIED, PENDING, APPROVED OR      *
      *              REJECTED) AND THE CHECKER - THE SECOND OPERATOR   *
      *              WHO DECIDED THE DUAL-CONTROL REQUEST, TAKEN FROM  *
      *              CBS_MAINT_REQUEST WHEN THE JOURNAL ROW PREDATES   *
      *              THE DECISION, OR AWAITING WHILE IT IS UNDECIDED.  *
      *              EACH OPERATOR ENDS WITH COUNTS BY STATUS AND THE  *
      *              REPORT WITH GRAND TOTALS.  READ ONLY.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-PARM-IN ASSIGN TO JRNLPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNL-RPT ASSIGN TO JRNLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-PARM-IN
           RECORDING MODE IS F.
       01  JRNL-PARM-REC.
           05 JP-JOURNAL-DATE       PIC X(10).
           05 FILLER                PIC X(70).

       FD  JRNL-RPT
           RECORDING MODE IS F.
       01  JRNL-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSOJRN.
       01  WS-JOURNAL-DATE             PIC X(10).
       01  WS-REQ-APPROVER-ID          PIC X(10).
       01  WS-REQ-STATUS               PIC X(1).
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-PREV-OPERATOR-ID         PIC X(10) VALUE SPACES.
       01  WS-CHECKER-ID               PIC X(10).

       01  WS-TS-SPLIT.
           05 FILLER                   PIC X(11).
           05 WS-TS-TIME               PIC X(8).
           05 FILLER                   PIC X(7).

       01  WS-HDR1.
           05 FILLER                   PIC X(50) VALUE
              'DAILY OPERATOR MAINTENANCE JOURNAL'.
           05 FILLER                   PIC X(14) VALUE
              'JOURNAL DATE: '.
           05 WS-H1-JOURNAL-DATE       PIC X(10).
       01  WS-HDR2                     PIC X(132) VALUE
           'S = A APPLIED  P PENDING APPROVAL  V APPROVED  R REJECTED'.
       01  WS-HDR3                     PIC X(132) VALUE
           'TIME     PROGRAM  FUN S     ACCOUNT-NUMBER ITEM-KEY         
      -    '        AMOUNT   REQUEST CHECKER    ACTION'.

       01  WS-OPER-LINE.
           05 FILLER                   PIC X(10) VALUE 'OPERATOR: '.
           05 WS-O-OPERATOR-ID         PIC X(10).

       01  WS-DETAIL-LINE.
           05 WS-D-TIME                PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-PROGRAM-ID          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-FUNC-CODE           PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-ACTION-STATUS       PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-ACCOUNT-NUMBER      PIC Z(17)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-ITEM-KEY            PIC X(16).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-ACTION-AMT          PIC -Z(9)9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-REQUEST-ID          PIC Z(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-CHECKER-ID          PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-D-ACTION-TEXT         PIC X(36).

       01  WS-TOTAL-LINE.
           05 WS-T-LABEL               PIC X(24).
           05 FILLER                   PIC X(9) VALUE 'ACTIONS'.
           05 WS-T-ACTIONS             PIC Z(8)9.
           05 FILLER                   PIC X(11) VALUE '   APPLIED'.
           05 WS-T-APPLIED             PIC Z(8)9.
           05 FILLER                   PIC X(11) VALUE '   PENDING'.
           05 WS-T-PENDING             PIC Z(8)9.
           05 FILLER                   PIC X(12) VALUE '   APPROVED'.
           05 WS-T-APPROVED            PIC Z(8)9.
           05 FILLER                   PIC X(12) VALUE '   REJECTED'.
           05 WS-T-REJECTED            PIC Z(8)9.

       01  WS-OPER-COUNTS.
           05 WS-OPER-ACTIONS          PIC 9(9) VALUE ZERO.
           05 WS-OPER-APPLIED          PIC 9(9) VALUE ZERO.
           05 WS-OPER-PENDING          PIC 9(9) VALUE ZERO.
           05 WS-OPER-APPROVED         PIC 9(9) VALUE ZERO.
           05 WS-OPER-REJECTED         PIC 9(9) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-ROWS-READ             PIC 9(9) VALUE ZERO.
           05 WS-OPERATORS-LISTED      PIC 9(9) VALUE ZERO.
           05 WS-ROWS-APPLIED          PIC 9(9) VALUE ZERO.
           05 WS-ROWS-PENDING          PIC 9(9) VALUE ZERO.
           05 WS-ROWS-APPROVED         PIC 9(9) VALUE ZERO.
           05 WS-ROWS-REJECTED         PIC 9(9) VALUE ZERO.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-PARM-CARD             VALUE 'Y'.
       01  WS-JRNL-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-JRNL-ROWS        VALUE 'Y'.

           EXEC SQL
               DECLARE OPJRNL-CSR CURSOR FOR
                   SELECT J.OPERATOR_ID, J.JOURNAL_TS, J.PROGRAM_ID,
                          J.FUNC_CODE, J.ACTION_STATUS,
                          J.APPROVER_ID, J.REQUEST_ID,
                          J.ACCOUNT_NUMBER, J.ITEM_KEY,
                          J.ACTION_AMT, J.ACTION_TEXT,
                          COALESCE(R.APPROVER_USERID, ' '),
                          COALESCE(R.REQ_STATUS, ' ')
                     FROM COREBK.CBS_OPER_JOURNAL J
                     LEFT OUTER JOIN COREBK.CBS_MAINT_REQUEST R
                       ON R.REQUEST_ID = J.REQUEST_ID
                    WHERE J.JOURNAL_DATE = :WS-JOURNAL-DATE
                    ORDER BY J.OPERATOR_ID, J.JOURNAL_TS
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-JOURNAL
           PERFORM 8000-WRITE-GRAND-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT JRNL-PARM-IN
           OPEN OUTPUT JRNL-RPT
           PERFORM 1100-READ-PARM-CARD
           MOVE WS-JOURNAL-DATE TO WS-H1-JOURNAL-DATE
           MOVE WS-HDR1 TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC
           MOVE WS-HDR2 TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC.

       1100-READ-PARM-CARD.
           READ JRNL-PARM-IN
               AT END
                   SET WS-PARM-EOF-SWITCH TO 'Y'
           END-READ
           IF WS-NO-PARM-CARD OR JP-JOURNAL-DATE = SPACES
               EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-JOURNAL-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE JP-JOURNAL-DATE TO WS-JOURNAL-DATE
           END-IF
           DISPLAY 'OPERJRNL JOURNAL DATE       : ' WS-JOURNAL-DATE.

       2000-REPORT-JOURNAL.
           EXEC SQL
               OPEN OPJRNL-CSR
           END-EXEC
           PERFORM 2100-FETCH-JRNL-ROW
           PERFORM 3000-REPORT-ONE-ROW
               UNTIL WS-NO-MORE-JRNL-ROWS
           IF WS-ROWS-READ > 0
               PERFORM 3200-WRITE-OPER-TOTALS
           END-IF
           EXEC SQL
               CLOSE OPJRNL-CSR
           END-EXEC.

       2100-FETCH-JRNL-ROW.
           EXEC SQL
               FETCH OPJRNL-CSR
                   INTO :H31-OPERATOR-ID, :H31-JOURNAL-TS,
                        :H31-PROGRAM-ID, :H31-FUNC-CODE,
                        :H31-ACTION-STATUS, :H31-APPROVER-ID,
                        :H31-REQUEST-ID, :H31-ACCOUNT-NUMBER,
                        :H31-ITEM-KEY, :H31-ACTION-AMT,
                        :H31-ACTION-TEXT, :WS-REQ-APPROVER-ID,
                        :WS-REQ-STATUS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET WS-JRNL-EOF-SWITCH TO 'Y'
               WHEN OTHER
                   PERFORM 9800-ABEND-SQL-ERROR
           END-EVALUATE.

       3000-REPORT-ONE-ROW.
           IF WS-ROWS-READ = 0
               PERFORM 3100-START-OPERATOR
           ELSE
               IF H31-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
                   PERFORM 3200-WRITE-OPER-TOTALS
                   PERFORM 3100-START-OPERATOR
               END-IF
           END-IF
           ADD 1 TO WS-ROWS-READ
           ADD 1 TO WS-OPER-ACTIONS
           EVALUATE H31-ACTION-STATUS
               WHEN 'A'
                   ADD 1 TO WS-OPER-APPLIED
                   ADD 1 TO WS-ROWS-APPLIED
               WHEN 'P'
                   ADD 1 TO WS-OPER-PENDING
                   ADD 1 TO WS-ROWS-PENDING
               WHEN 'V'
                   ADD 1 TO WS-OPER-APPROVED
                   ADD 1 TO WS-ROWS-APPROVED
               WHEN OTHER
                   ADD 1 TO WS-OPER-REJECTED
                   ADD 1 TO WS-ROWS-REJECTED
           END-EVALUATE
           PERFORM 4000-WRITE-DETAIL-LINE
           PERFORM 2100-FETCH-JRNL-ROW.

       3100-START-OPERATOR.
           ADD 1 TO WS-OPERATORS-LISTED
           MOVE H31-OPERATOR-ID TO WS-PREV-OPERATOR-ID
           MOVE ZERO TO WS-OPER-ACTIONS
           MOVE ZERO TO WS-OPER-APPLIED
           MOVE ZERO TO WS-OPER-PENDING
           MOVE ZERO TO WS-OPER-APPROVED
           MOVE ZERO TO WS-OPER-REJECTED
           MOVE SPACES TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC
           MOVE H31-OPERATOR-ID TO WS-O-OPERATOR-ID
           MOVE WS-OPER-LINE TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC
           MOVE WS-HDR3 TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC.

       3200-WRITE-OPER-TOTALS.
           MOVE 'OPERATOR TOTAL' TO WS-T-LABEL
           MOVE WS-OPER-ACTIONS  TO WS-T-ACTIONS
           MOVE WS-OPER-APPLIED  TO WS-T-APPLIED
           MOVE WS-OPER-PENDING  TO WS-T-PENDING
           MOVE WS-OPER-APPROVED TO WS-T-APPROVED
           MOVE WS-OPER-REJECTED TO WS-T-REJECTED
           MOVE WS-TOTAL-LINE    TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC.

       4000-WRITE-DETAIL-LINE.
           MOVE H31-APPROVER-ID TO WS-CHECKER-ID
           IF WS-CHECKER-ID = SPACES
               EVALUATE WS-REQ-STATUS
                   WHEN 'P'
                       MOVE 'AWAITING' TO WS-CHECKER-ID
                   WHEN 'A'
                   WHEN 'X'
                   WHEN 'F'
                   WHEN 'R'
                       MOVE WS-REQ-APPROVER-ID TO WS-CHECKER-ID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE H31-JOURNAL-TS     TO WS-TS-SPLIT
           MOVE WS-TS-TIME         TO WS-D-TIME
           MOVE H31-PROGRAM-ID     TO WS-D-PROGRAM-ID
           MOVE H31-FUNC-CODE      TO WS-D-FUNC-CODE
           MOVE H31-ACTION-STATUS  TO WS-D-ACTION-STATUS
           MOVE H31-ACCOUNT-NUMBER TO WS-D-ACCOUNT-NUMBER
           MOVE H31-ITEM-KEY       TO WS-D-ITEM-KEY
           MOVE H31-ACTION-AMT     TO WS-D-ACTION-AMT
           MOVE H31-REQUEST-ID     TO WS-D-REQUEST-ID
           MOVE WS-CHECKER-ID      TO WS-D-CHECKER-ID
           MOVE H31-ACTION-TEXT    TO WS-D-ACTION-TEXT
           MOVE WS-DETAIL-LINE     TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC.

       8000-WRITE-GRAND-TOTALS.
           MOVE SPACES TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC
           IF WS-ROWS-READ = 0
               MOVE 'NO JOURNAL ENTRIES FOR THE JOURNAL DATE'
                   TO JRNL-RPT-REC
               WRITE JRNL-RPT-REC
           END-IF
           MOVE 'REPORT TOTAL'   TO WS-T-LABEL
           MOVE WS-ROWS-READ     TO WS-T-ACTIONS
           MOVE WS-ROWS-APPLIED  TO WS-T-APPLIED
           MOVE WS-ROWS-PENDING  TO WS-T-PENDING
           MOVE WS-ROWS-APPROVED TO WS-T-APPROVED
           MOVE WS-ROWS-REJECTED TO WS-T-REJECTED
           MOVE WS-TOTAL-LINE    TO JRNL-RPT-REC
           WRITE JRNL-RPT-REC.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'OPERJRNL FETCH ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           DISPLAY 'OPERJRNL JOURNAL ROWS       : ' WS-ROWS-READ
           DISPLAY 'OPERJRNL OPERATORS LISTED   : ' WS-OPERATORS-LISTED
           DISPLAY 'OPERJRNL ACTIONS APPLIED    : ' WS-ROWS-APPLIED
           DISPLAY 'OPERJRNL ACTIONS PENDING    : ' WS-ROWS-PENDING
           DISPLAY 'OPERJRNL ACTIONS APPROVED   : ' WS-ROWS-APPROVED
           DISPLAY 'OPERJRNL ACTIONS REJECTED   : ' WS-ROWS-REJECTED
           CLOSE JRNL-PARM-IN
           CLOSE JRNL-RPT.
