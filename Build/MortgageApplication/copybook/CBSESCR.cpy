      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ESCROW_ACCT)                           *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSESCR))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H26-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_ESCROW_ACCT TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             ESCROW_STATUS                  CHAR(1) NOT NULL,
             ESCROW_BALANCE                 DECIMAL(12, 2) NOT NULL,
             ESCROW_PAYMENT                 DECIMAL(12, 2) NOT NULL,
             PRIOR_ESCROW_PMT               DECIMAL(12, 2) NOT NULL,
             PMT_EFFECTIVE_DATE             DATE NOT NULL,
             CUSHION_MONTHS                 SMALLINT NOT NULL,
             REQUIRED_CUSHION               DECIMAL(12, 2) NOT NULL,
             SHORTAGE_AMT                   DECIMAL(12, 2) NOT NULL,
             SURPLUS_AMT                    DECIMAL(12, 2) NOT NULL,
             LAST_ANALYSIS_DATE             DATE NOT NULL,
             NEXT_ANALYSIS_DATE             DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_ESCROW_ACCT             *
      ******************************************************************
       01  DCLCBS-ESCROW-ACCT.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 H26-ACCOUNT-NUMBER   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       ESCROW_STATUS
           10 H26-ESCROW-STATUS    PIC X(1).
      *    *************************************************************
      *                       ESCROW_BALANCE
           10 H26-ESCROW-BALANCE   PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ESCROW_PAYMENT
           10 H26-ESCROW-PAYMENT   PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       PRIOR_ESCROW_PMT
           10 H26-PRIOR-ESCROW-PMT PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       PMT_EFFECTIVE_DATE
           10 H26-PMT-EFFECTIVE-DATE PIC X(10).
      *    *************************************************************
      *                       CUSHION_MONTHS
           10 H26-CUSHION-MONTHS   PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       REQUIRED_CUSHION
           10 H26-REQUIRED-CUSHION PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       SHORTAGE_AMT
           10 H26-SHORTAGE-AMT     PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       SURPLUS_AMT
           10 H26-SURPLUS-AMT      PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       LAST_ANALYSIS_DATE
           10 H26-LAST-ANALYSIS-DATE PIC X(10).
      *    *************************************************************
      *                       NEXT_ANALYSIS_DATE
           10 H26-NEXT-ANALYSIS-DATE PIC X(10).
      *    *************************************************************
      *                       UPD_USERID
           10 H26-UPD-USERID       PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H26-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-ESCROW-ACCT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
