      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_TERM_DEPOSIT)                          *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSTDEP))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H28-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_TERM_DEPOSIT TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             TD_STATUS                      CHAR(1) NOT NULL,
             PRINCIPAL_AMT                  DECIMAL(12, 2) NOT NULL,
             LOCKED_RATE                    DECIMAL(12, 6) NOT NULL,
             TERM_MONTHS                    SMALLINT NOT NULL,
             OPEN_DATE                      DATE NOT NULL,
             MATURITY_DATE                  DATE NOT NULL,
             ROLLOVER_INSTR                 CHAR(1) NOT NULL,
             PAYOUT_ACCOUNT                 BIGINT NOT NULL,
             NOTICE_DATE                    DATE NOT NULL,
             EARLY_WD_AUTH                  CHAR(1) NOT NULL,
             EARLY_WD_AMOUNT                DECIMAL(12, 2) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_TERM_DEPOSIT            *
      ******************************************************************
       01  DCLCBS-TERM-DEPOSIT.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 H28-ACCOUNT-NUMBER   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       TD_STATUS
           10 H28-TD-STATUS        PIC X(1).
      *    *************************************************************
      *                       PRINCIPAL_AMT
           10 H28-PRINCIPAL-AMT    PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       LOCKED_RATE
           10 H28-LOCKED-RATE      PIC S9(6)V9(6) USAGE COMP-3.
      *    *************************************************************
      *                       TERM_MONTHS
           10 H28-TERM-MONTHS      PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       OPEN_DATE
           10 H28-OPEN-DATE        PIC X(10).
      *    *************************************************************
      *                       MATURITY_DATE
           10 H28-MATURITY-DATE    PIC X(10).
      *    *************************************************************
      *                       ROLLOVER_INSTR
           10 H28-ROLLOVER-INSTR   PIC X(1).
      *    *************************************************************
      *                       PAYOUT_ACCOUNT
           10 H28-PAYOUT-ACCOUNT   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       NOTICE_DATE
           10 H28-NOTICE-DATE      PIC X(10).
      *    *************************************************************
      *                       EARLY_WD_AUTH
           10 H28-EARLY-WD-AUTH    PIC X(1).
      *    *************************************************************
      *                       EARLY_WD_AMOUNT
           10 H28-EARLY-WD-AMOUNT  PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       UPD_USERID
           10 H28-UPD-USERID       PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H28-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-TERM-DEPOSIT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
