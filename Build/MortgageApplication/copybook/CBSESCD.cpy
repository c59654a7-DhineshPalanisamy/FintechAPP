      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ESCROW_DISB)                           *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSESCD))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H27-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_ESCROW_DISB TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             PAYEE_SEQ                      SMALLINT NOT NULL,
             DUE_DATE                       DATE NOT NULL,
             PAYEE_TYPE                     CHAR(3) NOT NULL,
             PAYEE_NAME                     CHAR(30) NOT NULL,
             DISB_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             FREQUENCY_MONTHS               SMALLINT NOT NULL,
             DISB_STATUS                    CHAR(1) NOT NULL,
             DISB_TRAN_ID                   CHAR(16) NOT NULL,
             PAID_DATE                      DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_ESCROW_DISB             *
      ******************************************************************
       01  DCLCBS-ESCROW-DISB.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 H27-ACCOUNT-NUMBER   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       PAYEE_SEQ
           10 H27-PAYEE-SEQ        PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       DUE_DATE
           10 H27-DUE-DATE         PIC X(10).
      *    *************************************************************
      *                       PAYEE_TYPE
           10 H27-PAYEE-TYPE       PIC X(3).
      *    *************************************************************
      *                       PAYEE_NAME
           10 H27-PAYEE-NAME       PIC X(30).
      *    *************************************************************
      *                       DISB_AMOUNT
           10 H27-DISB-AMOUNT      PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FREQUENCY_MONTHS
           10 H27-FREQUENCY-MONTHS PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       DISB_STATUS
           10 H27-DISB-STATUS      PIC X(1).
      *    *************************************************************
      *                       DISB_TRAN_ID
           10 H27-DISB-TRAN-ID     PIC X(16).
      *    *************************************************************
      *                       PAID_DATE
           10 H27-PAID-DATE        PIC X(10).
      *    *************************************************************
      *                       UPD_USERID
           10 H27-UPD-USERID       PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H27-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-ESCROW-DISB.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
