      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_OD_AGING)                              *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSODAG))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H25-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_OD_AGING TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             CUSTOMER_ID                    INTEGER NOT NULL,
             AGING_STATUS                   CHAR(1) NOT NULL,
             OVERDRAWN_SINCE                DATE NOT NULL,
             DAYS_OVERDRAWN                 INTEGER NOT NULL,
             AGING_BUCKET                   CHAR(3) NOT NULL,
             OVERDRAWN_AMT                  DECIMAL(12, 2) NOT NULL,
             OD_SUSPENDED                   CHAR(1) NOT NULL,
             CHARGEOFF_TRAN_ID              CHAR(16) NOT NULL,
             CHARGEOFF_DATE                 DATE NOT NULL,
             CHARGEOFF_AMT                  DECIMAL(12, 2) NOT NULL,
             RECOVERED_AMT                  DECIMAL(12, 2) NOT NULL,
             LAST_RECOVERY_DATE             DATE NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_OD_AGING                *
      ******************************************************************
       01  DCLCBS-OD-AGING.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 H25-ACCOUNT-NUMBER   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       CUSTOMER_ID
           10 H25-CUSTOMER-ID      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       AGING_STATUS
           10 H25-AGING-STATUS     PIC X(1).
      *    *************************************************************
      *                       OVERDRAWN_SINCE
           10 H25-OVERDRAWN-SINCE  PIC X(10).
      *    *************************************************************
      *                       DAYS_OVERDRAWN
           10 H25-DAYS-OVERDRAWN   PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       AGING_BUCKET
           10 H25-AGING-BUCKET     PIC X(3).
      *    *************************************************************
      *                       OVERDRAWN_AMT
           10 H25-OVERDRAWN-AMT    PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       OD_SUSPENDED
           10 H25-OD-SUSPENDED     PIC X(1).
      *    *************************************************************
      *                       CHARGEOFF_TRAN_ID
           10 H25-CHARGEOFF-TRAN-ID PIC X(16).
      *    *************************************************************
      *                       CHARGEOFF_DATE
           10 H25-CHARGEOFF-DATE   PIC X(10).
      *    *************************************************************
      *                       CHARGEOFF_AMT
           10 H25-CHARGEOFF-AMT    PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       RECOVERED_AMT
           10 H25-RECOVERED-AMT    PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       LAST_RECOVERY_DATE
           10 H25-LAST-RECOVERY-DATE PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H25-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-OD-AGING.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
