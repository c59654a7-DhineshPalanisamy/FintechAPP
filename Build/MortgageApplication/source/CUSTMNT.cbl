      ******************************************************************
      * PROGRAM-ID : CUSTMNT                                           *
      * FUNCTION   : MAINTENANCE PROGRAM FOR THE CUSTOMER MASTER       *
      *              (CIF) TABLE CBS_CUSTOMER_MASTER - NAME, MAILING   *
      *              ADDRESS, TAX ID, DATE OF BIRTH AND KYC STATUS     *
      *              FOR EVERY CUSTOMER-ID.  READS A TRANSACTION FILE  *
      *              OF OPERATOR REQUESTS (CUSTIN):                    *
      *                ADD - ADDS A NEW CUSTOMER AFTER CHECKING THE    *
      *                      CUSTOMER-ID IS NOT ALREADY ON FILE AND    *
      *                      EVERY MANDATORY FIELD IS PRESENT.  KYC    *
      *                      STATUS DEFAULTS TO 'P' (PENDING)          *
      *                CHG - CHANGES AN EXISTING CUSTOMER.  ONLY THE   *
      *                      NON-BLANK FIELDS ON THE CARD ARE APPLIED; *
      *                      A BLANK FIELD LEAVES THE VALUE ON FILE    *
      *                INQ - LISTS THE CUSTOMER'S MASTER RECORD        *
      *              EVERY ADD AND CHG WRITES A BEFORE/AFTER IMAGE TO  *
      *              CBS_CUSTOMER_HIST IN THE SAME UNIT OF WORK AS THE *
      *              MASTER UPDATE, SO THE TWO NEVER DISAGREE.  KYC    *
      *              STATUS IS 'P' PENDING, 'V' VERIFIED OR 'F'        *
      *              FAILED.  RESULTS AND EXCEPTIONS GO TO THE CUSTRPT *
      *              REPORT, IN THE STORDMNT OPERATING STYLE.  EVERY   *
      *              ADD AND CHG - APPLIED OR REJECTED - IS ALSO       *
      *              JOURNALED ON CBS_OPER_JOURNAL UNDER THE OPERATOR  *
      *              ID IN COLUMNS 192-200 OF THE CARD (THE RUN USERID *
      *              WHEN BLANK).  CUSTMNT MOVES NO MONEY, SO NOTHING  *
      *              IS HELD FOR DUAL CONTROL.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-TXN-IN ASSIGN TO CUSTIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-RPT ASSIGN TO CUSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-TXN-IN
           RECORDING MODE IS F.
       01  CUST-TXN-REC.
           05 CM-FUNC-CODE          PIC X(3).
           05 CM-CUSTOMER-ID        PIC 9(9).
           05 CM-CUSTOMER-NAME      PIC X(40).
           05 CM-ADDR-LINE-1        PIC X(40).
           05 CM-ADDR-LINE-2        PIC X(40).
           05 CM-CITY               PIC X(25).
           05 CM-STATE-CODE         PIC X(2).
           05 CM-POSTAL-CODE        PIC X(10).
           05 CM-TAX-ID             PIC X(11).
           05 CM-DATE-OF-BIRTH      PIC X(10).
           05 CM-KYC-STATUS         PIC X(1).
           05 CM-OPERATOR-ID        PIC X(9).

       FD  CUST-RPT
           RECORDING MODE IS F.
       01  CUST-RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY CBSCUST.
           COPY CBSCUSH.
           COPY CBSOJRN.
       01  WS-CUST-ROW-COUNT           PIC S9(9) USAGE COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RUN-USERID               PIC X(10) VALUE 'CUSTMNT'.
       01  WS-NULL-DATE                PIC X(10) VALUE '0001-01-01'.

       01  WS-HDR1                     PIC X(40) VALUE
           'CUSTOMER MASTER MAINTENANCE LISTING'.
       01  WS-HDR2                     PIC X(132) VALUE
           'FUN  CUSTOMER-ID  CUSTOMER-NAME
      -    '              MESSAGE'.

       01  WS-DETAIL-LINE.
           05 WS-D-FUNC-CODE           PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-D-CUSTOMER-ID         PIC Z(8)9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-D-CUSTOMER-NAME       PIC X(40).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-D-MESSAGE             PIC X(40).

       01  WS-INQ-LINE.
           05 FILLER                   PIC X(18) VALUE SPACES.
           05 WS-I-LABEL               PIC X(16).
           05 WS-I-TEXT                PIC X(40).

       01  WS-CITY-LINE.
           05 WS-C-CITY                PIC X(25).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-C-STATE-CODE          PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-C-POSTAL-CODE         PIC X(10).

       01  WS-COUNTERS.
           05 WS-TXNS-READ             PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMERS-ADDED       PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMERS-CHANGED     PIC 9(9) VALUE ZERO.
           05 WS-INQUIRIES-DONE        PIC 9(9) VALUE ZERO.
           05 WS-TXNS-REJECTED         PIC 9(9) VALUE ZERO.

       01  WS-TXN-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-TXNS             VALUE 'Y'.
       01  WS-CARD-VALID-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-CARD-VALID               VALUE 'Y'.
       01  WS-CHANGED-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-FIELDS-CHANGED           VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TXN UNTIL WS-NO-MORE-TXNS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CUST-TXN-IN
           OPEN OUTPUT CUST-RPT
           MOVE WS-HDR1 TO CUST-RPT-REC
           WRITE CUST-RPT-REC
           MOVE WS-HDR2 TO CUST-RPT-REC
           WRITE CUST-RPT-REC
           PERFORM 1100-READ-NEXT-TXN.

       1100-READ-NEXT-TXN.
           READ CUST-TXN-IN
               AT END
                   SET WS-NO-MORE-TXNS TO TRUE
           END-READ.

       2000-PROCESS-TXN.
           ADD 1 TO WS-TXNS-READ
           MOVE 'R' TO H31-ACTION-STATUS
           MOVE CM-CUSTOMER-NAME TO WS-D-CUSTOMER-NAME
           EVALUATE CM-FUNC-CODE
               WHEN 'ADD'
                   PERFORM 3000-ADD-CUSTOMER
               WHEN 'CHG'
                   PERFORM 4000-CHANGE-CUSTOMER
               WHEN 'INQ'
                   PERFORM 5000-INQUIRE-CUSTOMER
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   MOVE 'UNKNOWN FUNCTION CODE - SKIPPED'
                       TO WS-D-MESSAGE
                   PERFORM 7000-WRITE-DETAIL-LINE
           END-EVALUATE
           PERFORM 1100-READ-NEXT-TXN.

       2100-CHECK-CUSTOMER-EXISTS.
           MOVE CM-CUSTOMER-ID TO H19-CUSTOMER-ID
           MOVE ZERO TO WS-CUST-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CUST-ROW-COUNT
                 FROM COREBK.CBS_CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC.

       2200-READ-CUSTOMER-ROW.
           MOVE CM-CUSTOMER-ID TO H19-CUSTOMER-ID
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2, CITY,
                      STATE_CODE, POSTAL_CODE, TAX_ID, DATE_OF_BIRTH,
                      KYC_STATUS, UPD_USERID, UPD_TIMESTAMP
                 INTO :H19-CUSTOMER-NAME, :H19-ADDR-LINE-1,
                      :H19-ADDR-LINE-2, :H19-CITY, :H19-STATE-CODE,
                      :H19-POSTAL-CODE, :H19-TAX-ID,
                      :H19-DATE-OF-BIRTH, :H19-KYC-STATUS,
                      :H19-UPD-USERID, :H19-UPD-TIMESTAMP
                 FROM COREBK.CBS_CUSTOMER_MASTER
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC.

       3000-ADD-CUSTOMER.
           PERFORM 3100-VALIDATE-ADD-CARD
           IF WS-CARD-VALID
               PERFORM 3200-INSERT-CUSTOMER-ROW
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               PERFORM 7000-WRITE-DETAIL-LINE
           END-IF.

       3100-VALIDATE-ADD-CARD.
           SET WS-CARD-VALID-SWITCH TO 'Y'
           EVALUATE TRUE
               WHEN CM-CUSTOMER-ID IS NOT NUMERIC
                 OR CM-CUSTOMER-ID = ZERO
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'CUSTOMER-ID MISSING OR NOT NUMERIC'
                       TO WS-D-MESSAGE
               WHEN CM-CUSTOMER-NAME = SPACES
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'CUSTOMER NAME MISSING'
                       TO WS-D-MESSAGE
               WHEN CM-ADDR-LINE-1 = SPACES
                 OR CM-CITY = SPACES
                 OR CM-STATE-CODE = SPACES
                 OR CM-POSTAL-CODE = SPACES
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'MAILING ADDRESS INCOMPLETE'
                       TO WS-D-MESSAGE
               WHEN CM-TAX-ID = SPACES
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'TAX ID MISSING'
                       TO WS-D-MESSAGE
               WHEN CM-DATE-OF-BIRTH = SPACES
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'DATE OF BIRTH MISSING'
                       TO WS-D-MESSAGE
               WHEN CM-KYC-STATUS NOT = SPACE
                AND CM-KYC-STATUS NOT = 'P'
                AND CM-KYC-STATUS NOT = 'V'
                AND CM-KYC-STATUS NOT = 'F'
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'KYC STATUS NOT P, V OR F'
                       TO WS-D-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-VALID
               PERFORM 2100-CHECK-CUSTOMER-EXISTS
               IF WS-CUST-ROW-COUNT > 0
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'CUSTOMER ALREADY ON FILE'
                       TO WS-D-MESSAGE
               END-IF
           END-IF.

       3200-INSERT-CUSTOMER-ROW.
           MOVE CM-CUSTOMER-ID     TO H19-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME   TO H19-CUSTOMER-NAME
           MOVE CM-ADDR-LINE-1     TO H19-ADDR-LINE-1
           MOVE CM-ADDR-LINE-2     TO H19-ADDR-LINE-2
           MOVE CM-CITY            TO H19-CITY
           MOVE CM-STATE-CODE      TO H19-STATE-CODE
           MOVE CM-POSTAL-CODE     TO H19-POSTAL-CODE
           MOVE CM-TAX-ID          TO H19-TAX-ID
           MOVE CM-DATE-OF-BIRTH   TO H19-DATE-OF-BIRTH
           IF CM-KYC-STATUS = SPACE
               MOVE 'P'            TO H19-KYC-STATUS
           ELSE
               MOVE CM-KYC-STATUS  TO H19-KYC-STATUS
           END-IF
           MOVE WS-RUN-USERID      TO H19-UPD-USERID
           EXEC SQL
               INSERT INTO COREBK.CBS_CUSTOMER_MASTER
                   (CUSTOMER_ID, CUSTOMER_NAME, ADDR_LINE_1,
                    ADDR_LINE_2, CITY, STATE_CODE, POSTAL_CODE,
                    TAX_ID, DATE_OF_BIRTH, KYC_STATUS, UPD_USERID,
                    UPD_TIMESTAMP)
                   VALUES
                   (:H19-CUSTOMER-ID, :H19-CUSTOMER-NAME,
                    :H19-ADDR-LINE-1, :H19-ADDR-LINE-2, :H19-CITY,
                    :H19-STATE-CODE, :H19-POSTAL-CODE, :H19-TAX-ID,
                    :H19-DATE-OF-BIRTH, :H19-KYC-STATUS,
                    :H19-UPD-USERID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-TXNS-REJECTED
               MOVE 'ADD REJECTED - SEE SQLCODE' TO WS-D-MESSAGE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               MOVE 'ADD'          TO H20-CHANGE-TYPE
               MOVE SPACES         TO H20-BEFORE-CUSTOMER-NAME
               MOVE SPACES         TO H20-BEFORE-ADDR-LINE-1
               MOVE SPACES         TO H20-BEFORE-ADDR-LINE-2
               MOVE SPACES         TO H20-BEFORE-CITY
               MOVE SPACES         TO H20-BEFORE-STATE-CODE
               MOVE SPACES         TO H20-BEFORE-POSTAL-CODE
               MOVE SPACES         TO H20-BEFORE-TAX-ID
               MOVE WS-NULL-DATE   TO H20-BEFORE-DATE-OF-BIRTH
               MOVE SPACES         TO H20-BEFORE-KYC-STATUS
               PERFORM 6000-WRITE-HIST-ROW
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-TXNS-REJECTED
                   MOVE 'HISTORY INSERT FAILED - ROLLED BACK'
                       TO WS-D-MESSAGE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               ELSE
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO WS-CUSTOMERS-ADDED
                   MOVE 'A' TO H31-ACTION-STATUS
                   MOVE 'CUSTOMER ADDED' TO WS-D-MESSAGE
               END-IF
           END-IF
           PERFORM 7000-WRITE-DETAIL-LINE.

       4000-CHANGE-CUSTOMER.
           PERFORM 4100-VALIDATE-CHG-CARD
           IF WS-CARD-VALID
               PERFORM 4200-APPLY-CARD-FIELDS
               IF WS-FIELDS-CHANGED
                   PERFORM 4300-UPDATE-CUSTOMER-ROW
               ELSE
                   ADD 1 TO WS-TXNS-REJECTED
                   MOVE 'NO CHANGES ON CARD - SKIPPED'
                       TO WS-D-MESSAGE
                   PERFORM 7000-WRITE-DETAIL-LINE
               END-IF
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               PERFORM 7000-WRITE-DETAIL-LINE
           END-IF.

       4100-VALIDATE-CHG-CARD.
           SET WS-CARD-VALID-SWITCH TO 'Y'
           EVALUATE TRUE
               WHEN CM-CUSTOMER-ID IS NOT NUMERIC
                 OR CM-CUSTOMER-ID = ZERO
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'CUSTOMER-ID MISSING OR NOT NUMERIC'
                       TO WS-D-MESSAGE
               WHEN CM-KYC-STATUS NOT = SPACE
                AND CM-KYC-STATUS NOT = 'P'
                AND CM-KYC-STATUS NOT = 'V'
                AND CM-KYC-STATUS NOT = 'F'
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'KYC STATUS NOT P, V OR F'
                       TO WS-D-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-VALID
               PERFORM 2200-READ-CUSTOMER-ROW
               IF SQLCODE = 100
                   SET WS-CARD-VALID-SWITCH TO 'N'
                   MOVE 'CUSTOMER NOT ON FILE'
                       TO WS-D-MESSAGE
               ELSE
                   IF SQLCODE NOT = 0
                       PERFORM 9800-ABEND-SQL-ERROR
                   END-IF
               END-IF
           END-IF.

       4200-APPLY-CARD-FIELDS.
           SET WS-CHANGED-SWITCH TO 'N'
           MOVE H19-CUSTOMER-NAME  TO H20-BEFORE-CUSTOMER-NAME
           MOVE H19-ADDR-LINE-1    TO H20-BEFORE-ADDR-LINE-1
           MOVE H19-ADDR-LINE-2    TO H20-BEFORE-ADDR-LINE-2
           MOVE H19-CITY           TO H20-BEFORE-CITY
           MOVE H19-STATE-CODE     TO H20-BEFORE-STATE-CODE
           MOVE H19-POSTAL-CODE    TO H20-BEFORE-POSTAL-CODE
           MOVE H19-TAX-ID         TO H20-BEFORE-TAX-ID
           MOVE H19-DATE-OF-BIRTH  TO H20-BEFORE-DATE-OF-BIRTH
           MOVE H19-KYC-STATUS     TO H20-BEFORE-KYC-STATUS
           IF CM-CUSTOMER-NAME NOT = SPACES
              AND CM-CUSTOMER-NAME NOT = H19-CUSTOMER-NAME
               MOVE CM-CUSTOMER-NAME TO H19-CUSTOMER-NAME
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF
           IF CM-ADDR-LINE-1 NOT = SPACES
              AND CM-ADDR-LINE-1 NOT = H19-ADDR-LINE-1
               MOVE CM-ADDR-LINE-1   TO H19-ADDR-LINE-1
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF
           IF CM-ADDR-LINE-2 NOT = SPACES
              AND CM-ADDR-LINE-2 NOT = H19-ADDR-LINE-2
               MOVE CM-ADDR-LINE-2   TO H19-ADDR-LINE-2
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF
           IF CM-CITY NOT = SPACES
              AND CM-CITY NOT = H19-CITY
               MOVE CM-CITY          TO H19-CITY
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF
           IF CM-STATE-CODE NOT = SPACES
              AND CM-STATE-CODE NOT = H19-STATE-CODE
               MOVE CM-STATE-CODE    TO H19-STATE-CODE
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF
           IF CM-POSTAL-CODE NOT = SPACES
              AND CM-POSTAL-CODE NOT = H19-POSTAL-CODE
               MOVE CM-POSTAL-CODE   TO H19-POSTAL-CODE
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF
           IF CM-TAX-ID NOT = SPACES
              AND CM-TAX-ID NOT = H19-TAX-ID
               MOVE CM-TAX-ID        TO H19-TAX-ID
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF
           IF CM-DATE-OF-BIRTH NOT = SPACES
              AND CM-DATE-OF-BIRTH NOT = H19-DATE-OF-BIRTH
               MOVE CM-DATE-OF-BIRTH TO H19-DATE-OF-BIRTH
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF
           IF CM-KYC-STATUS NOT = SPACE
              AND CM-KYC-STATUS NOT = H19-KYC-STATUS
               MOVE CM-KYC-STATUS    TO H19-KYC-STATUS
               SET WS-CHANGED-SWITCH TO 'Y'
           END-IF.

       4300-UPDATE-CUSTOMER-ROW.
           MOVE WS-RUN-USERID TO H19-UPD-USERID
           EXEC SQL
               UPDATE COREBK.CBS_CUSTOMER_MASTER
                  SET CUSTOMER_NAME = :H19-CUSTOMER-NAME,
                      ADDR_LINE_1   = :H19-ADDR-LINE-1,
                      ADDR_LINE_2   = :H19-ADDR-LINE-2,
                      CITY          = :H19-CITY,
                      STATE_CODE    = :H19-STATE-CODE,
                      POSTAL_CODE   = :H19-POSTAL-CODE,
                      TAX_ID        = :H19-TAX-ID,
                      DATE_OF_BIRTH = :H19-DATE-OF-BIRTH,
                      KYC_STATUS    = :H19-KYC-STATUS,
                      UPD_USERID    = :H19-UPD-USERID,
                      UPD_TIMESTAMP = CURRENT TIMESTAMP
                WHERE CUSTOMER_ID = :H19-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               ADD 1 TO WS-TXNS-REJECTED
               MOVE 'CHANGE REJECTED - SEE SQLCODE' TO WS-D-MESSAGE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               MOVE 'CHG' TO H20-CHANGE-TYPE
               PERFORM 6000-WRITE-HIST-ROW
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-TXNS-REJECTED
                   MOVE 'HISTORY INSERT FAILED - ROLLED BACK'
                       TO WS-D-MESSAGE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               ELSE
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO WS-CUSTOMERS-CHANGED
                   MOVE 'A' TO H31-ACTION-STATUS
                   MOVE 'CUSTOMER CHANGED' TO WS-D-MESSAGE
               END-IF
           END-IF
           MOVE H19-CUSTOMER-NAME TO WS-D-CUSTOMER-NAME
           PERFORM 7000-WRITE-DETAIL-LINE.

       5000-INQUIRE-CUSTOMER.
           IF CM-CUSTOMER-ID IS NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               MOVE 'CUSTOMER-ID MISSING OR NOT NUMERIC'
                   TO WS-D-MESSAGE
               PERFORM 7000-WRITE-DETAIL-LINE
           ELSE
               ADD 1 TO WS-INQUIRIES-DONE
               PERFORM 2200-READ-CUSTOMER-ROW
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE H19-CUSTOMER-NAME TO WS-D-CUSTOMER-NAME
                       MOVE 'CUSTOMER ON FILE' TO WS-D-MESSAGE
                       PERFORM 7000-WRITE-DETAIL-LINE
                       PERFORM 5100-WRITE-INQ-LINES
                   WHEN 100
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-D-MESSAGE
                       PERFORM 7000-WRITE-DETAIL-LINE
                   WHEN OTHER
                       PERFORM 9800-ABEND-SQL-ERROR
               END-EVALUATE
           END-IF.

       5100-WRITE-INQ-LINES.
           MOVE 'ADDRESS'          TO WS-I-LABEL
           MOVE H19-ADDR-LINE-1    TO WS-I-TEXT
           PERFORM 5200-WRITE-INQ-LINE
           IF H19-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES          TO WS-I-LABEL
               MOVE H19-ADDR-LINE-2 TO WS-I-TEXT
               PERFORM 5200-WRITE-INQ-LINE
           END-IF
           MOVE H19-CITY           TO WS-C-CITY
           MOVE H19-STATE-CODE     TO WS-C-STATE-CODE
           MOVE H19-POSTAL-CODE    TO WS-C-POSTAL-CODE
           MOVE SPACES             TO WS-I-LABEL
           MOVE WS-CITY-LINE       TO WS-I-TEXT
           PERFORM 5200-WRITE-INQ-LINE
           MOVE 'TAX ID'           TO WS-I-LABEL
           MOVE H19-TAX-ID         TO WS-I-TEXT
           PERFORM 5200-WRITE-INQ-LINE
           MOVE 'DATE OF BIRTH'    TO WS-I-LABEL
           MOVE H19-DATE-OF-BIRTH  TO WS-I-TEXT
           PERFORM 5200-WRITE-INQ-LINE
           MOVE 'KYC STATUS'       TO WS-I-LABEL
           MOVE H19-KYC-STATUS     TO WS-I-TEXT
           PERFORM 5200-WRITE-INQ-LINE
           MOVE 'LAST UPDATED BY'  TO WS-I-LABEL
           MOVE H19-UPD-USERID     TO WS-I-TEXT
           PERFORM 5200-WRITE-INQ-LINE
           MOVE 'LAST UPDATED AT'  TO WS-I-LABEL
           MOVE H19-UPD-TIMESTAMP  TO WS-I-TEXT
           PERFORM 5200-WRITE-INQ-LINE.

       5200-WRITE-INQ-LINE.
           MOVE WS-INQ-LINE TO CUST-RPT-REC
           WRITE CUST-RPT-REC.

       6000-WRITE-HIST-ROW.
           MOVE H19-CUSTOMER-ID    TO H20-CUSTOMER-ID
           EXEC SQL
               SELECT COALESCE(MAX(HIST_SEQ), 0) + 1
                 INTO :H20-HIST-SEQ
                 FROM COREBK.CBS_CUSTOMER_HIST
                WHERE CUSTOMER_ID = :H20-CUSTOMER-ID
           END-EXEC
           MOVE H19-CUSTOMER-NAME  TO H20-AFTER-CUSTOMER-NAME
           MOVE H19-ADDR-LINE-1    TO H20-AFTER-ADDR-LINE-1
           MOVE H19-ADDR-LINE-2    TO H20-AFTER-ADDR-LINE-2
           MOVE H19-CITY           TO H20-AFTER-CITY
           MOVE H19-STATE-CODE     TO H20-AFTER-STATE-CODE
           MOVE H19-POSTAL-CODE    TO H20-AFTER-POSTAL-CODE
           MOVE H19-TAX-ID         TO H20-AFTER-TAX-ID
           MOVE H19-DATE-OF-BIRTH  TO H20-AFTER-DATE-OF-BIRTH
           MOVE H19-KYC-STATUS     TO H20-AFTER-KYC-STATUS
           MOVE WS-RUN-USERID      TO H20-CHANGE-USERID
           EXEC SQL
               INSERT INTO COREBK.CBS_CUSTOMER_HIST
                   (CUSTOMER_ID, HIST_SEQ, CHANGE_TYPE,
                    BEFORE_CUSTOMER_NAME, AFTER_CUSTOMER_NAME,
                    BEFORE_ADDR_LINE_1, AFTER_ADDR_LINE_1,
                    BEFORE_ADDR_LINE_2, AFTER_ADDR_LINE_2,
                    BEFORE_CITY, AFTER_CITY,
                    BEFORE_STATE_CODE, AFTER_STATE_CODE,
                    BEFORE_POSTAL_CODE, AFTER_POSTAL_CODE,
                    BEFORE_TAX_ID, AFTER_TAX_ID,
                    BEFORE_DATE_OF_BIRTH, AFTER_DATE_OF_BIRTH,
                    BEFORE_KYC_STATUS, AFTER_KYC_STATUS,
                    CHANGE_USERID, CHANGE_TIMESTAMP)
                   VALUES
                   (:H20-CUSTOMER-ID, :H20-HIST-SEQ, :H20-CHANGE-TYPE,
                    :H20-BEFORE-CUSTOMER-NAME,
                    :H20-AFTER-CUSTOMER-NAME,
                    :H20-BEFORE-ADDR-LINE-1, :H20-AFTER-ADDR-LINE-1,
                    :H20-BEFORE-ADDR-LINE-2, :H20-AFTER-ADDR-LINE-2,
                    :H20-BEFORE-CITY, :H20-AFTER-CITY,
                    :H20-BEFORE-STATE-CODE, :H20-AFTER-STATE-CODE,
                    :H20-BEFORE-POSTAL-CODE, :H20-AFTER-POSTAL-CODE,
                    :H20-BEFORE-TAX-ID, :H20-AFTER-TAX-ID,
                    :H20-BEFORE-DATE-OF-BIRTH,
                    :H20-AFTER-DATE-OF-BIRTH,
                    :H20-BEFORE-KYC-STATUS, :H20-AFTER-KYC-STATUS,
                    :H20-CHANGE-USERID, CURRENT TIMESTAMP)
           END-EXEC.

       7000-WRITE-DETAIL-LINE.
           MOVE CM-FUNC-CODE       TO WS-D-FUNC-CODE
           IF CM-CUSTOMER-ID IS NUMERIC
               MOVE CM-CUSTOMER-ID TO WS-D-CUSTOMER-ID
           ELSE
               MOVE ZERO           TO WS-D-CUSTOMER-ID
           END-IF
           MOVE WS-DETAIL-LINE     TO CUST-RPT-REC
           WRITE CUST-RPT-REC
           IF CM-FUNC-CODE NOT = 'INQ'
               PERFORM 8600-WRITE-JOURNAL-ROW
           END-IF.

       8600-WRITE-JOURNAL-ROW.
           MOVE 'CUSTMNT'           TO H31-PROGRAM-ID
           MOVE CM-FUNC-CODE        TO H31-FUNC-CODE
           MOVE CM-OPERATOR-ID      TO H31-OPERATOR-ID
           IF H31-OPERATOR-ID = SPACES
               MOVE WS-RUN-USERID   TO H31-OPERATOR-ID
           END-IF
           MOVE SPACES              TO H31-APPROVER-ID
           MOVE ZERO                TO H31-REQUEST-ID
           MOVE ZERO                TO H31-ACCOUNT-NUMBER
           MOVE CM-CUSTOMER-ID      TO H31-ITEM-KEY
           MOVE ZERO                TO H31-ACTION-AMT
           MOVE WS-D-MESSAGE        TO H31-ACTION-TEXT
           EXEC SQL
               INSERT INTO COREBK.CBS_OPER_JOURNAL
                   (JOURNAL_DATE, JOURNAL_TS, PROGRAM_ID, FUNC_CODE,
                    ACTION_STATUS, OPERATOR_ID, APPROVER_ID,
                    REQUEST_ID, ACCOUNT_NUMBER, ITEM_KEY,
                    ACTION_AMT, ACTION_TEXT)
                   VALUES
                   (CURRENT DATE, CURRENT TIMESTAMP,
                    :H31-PROGRAM-ID, :H31-FUNC-CODE,
                    :H31-ACTION-STATUS, :H31-OPERATOR-ID,
                    :H31-APPROVER-ID, :H31-REQUEST-ID,
                    :H31-ACCOUNT-NUMBER, :H31-ITEM-KEY,
                    :H31-ACTION-AMT, :H31-ACTION-TEXT)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9800-ABEND-SQL-ERROR
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC.

       9800-ABEND-SQL-ERROR.
           DISPLAY 'CUSTMNT FETCH ERROR - SQLCODE: ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'CUSTMNT TRANSACTIONS READ  : ' WS-TXNS-READ
           DISPLAY 'CUSTMNT CUSTOMERS ADDED    : ' WS-CUSTOMERS-ADDED
           DISPLAY 'CUSTMNT CUSTOMERS CHANGED  : ' WS-CUSTOMERS-CHANGED
           DISPLAY 'CUSTMNT INQUIRIES RUN      : ' WS-INQUIRIES-DONE
           DISPLAY 'CUSTMNT TXNS REJECTED      : ' WS-TXNS-REJECTED
           CLOSE CUST-TXN-IN
           CLOSE CUST-RPT.
