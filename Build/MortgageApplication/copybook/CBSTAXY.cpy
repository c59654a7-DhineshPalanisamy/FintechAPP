      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_TAX_YEAR_TOTAL)                        *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSTAXY))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H21-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_TAX_YEAR_TOTAL TABLE
           ( TAX_YEAR                       INTEGER NOT NULL,
             CUSTOMER_ID                    INTEGER NOT NULL,
             INT_GROSS_AMT                  DECIMAL(12, 2) NOT NULL,
             INT_REVERSED_AMT               DECIMAL(12, 2) NOT NULL,
             MORT_INT_AMT                   DECIMAL(12, 2) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_TAX_YEAR_TOTAL          *
      ******************************************************************
       01  DCLCBS-TAX-YEAR-TOTAL.
      *    *************************************************************
      *                       TAX_YEAR
           10 H21-TAX-YEAR         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CUSTOMER_ID
           10 H21-CUSTOMER-ID      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       INT_GROSS_AMT
           10 H21-INT-GROSS-AMT    PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       INT_REVERSED_AMT
           10 H21-INT-REVERSED-AMT PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       MORT_INT_AMT
           10 H21-MORT-INT-AMT     PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H21-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-TAX-YEAR-TOTAL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
