      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_CLR_ITEM)                              *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCLRI))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H22-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_CLR_ITEM TABLE
           ( TRANSACTION_ID                 CHAR(16) NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             TRAN_AMOUNT                    DECIMAL(12, 2) NOT NULL,
             TRAN_TYPE                      CHAR(10) NOT NULL,
             INTAKE_DATE                    DATE NOT NULL,
             ITEM_STATUS                    CHAR(1) NOT NULL,
             FINAL_REASON                   CHAR(30) NOT NULL,
             FINAL_DATE                     DATE NOT NULL,
             RETURN_CODE                    CHAR(3) NOT NULL,
             RETURN_DATE                    DATE NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_CLR_ITEM                *
      ******************************************************************
       01  DCLCBS-CLR-ITEM.
      *    *************************************************************
      *                       TRANSACTION_ID
           10 H22-TRANSACTION-ID   PIC X(16).
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 H22-ACCOUNT-NUMBER   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       TRAN_AMOUNT
           10 H22-TRAN-AMOUNT      PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       TRAN_TYPE
           10 H22-TRAN-TYPE        PIC X(10).
      *    *************************************************************
      *                       INTAKE_DATE
           10 H22-INTAKE-DATE      PIC X(10).
      *    *************************************************************
      *                       ITEM_STATUS
           10 H22-ITEM-STATUS      PIC X(1).
      *    *************************************************************
      *                       FINAL_REASON
           10 H22-FINAL-REASON     PIC X(30).
      *    *************************************************************
      *                       FINAL_DATE
           10 H22-FINAL-DATE       PIC X(10).
      *    *************************************************************
      *                       RETURN_CODE
           10 H22-RETURN-CODE      PIC X(3).
      *    *************************************************************
      *                       RETURN_DATE
           10 H22-RETURN-DATE      PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H22-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-CLR-ITEM.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
