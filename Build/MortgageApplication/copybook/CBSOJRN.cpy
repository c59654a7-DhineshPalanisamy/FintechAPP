      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_OPER_JOURNAL)                          *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSOJRN))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H31-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_OPER_JOURNAL TABLE
           ( JOURNAL_DATE                   DATE NOT NULL,
             JOURNAL_TS                     TIMESTAMP NOT NULL,
             PROGRAM_ID                     CHAR(8) NOT NULL,
             FUNC_CODE                      CHAR(3) NOT NULL,
             ACTION_STATUS                  CHAR(1) NOT NULL,
             OPERATOR_ID                    CHAR(10) NOT NULL,
             APPROVER_ID                    CHAR(10) NOT NULL,
             REQUEST_ID                     INTEGER NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             ITEM_KEY                       CHAR(16) NOT NULL,
             ACTION_AMT                     DECIMAL(12, 2) NOT NULL,
             ACTION_TEXT                    CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_OPER_JOURNAL            *
      ******************************************************************
       01  DCLCBS-OPER-JOURNAL.
      *    *************************************************************
      *                       JOURNAL_DATE
           10 H31-JOURNAL-DATE     PIC X(10).
      *    *************************************************************
      *                       JOURNAL_TS
           10 H31-JOURNAL-TS       PIC X(26).
      *    *************************************************************
      *                       PROGRAM_ID
           10 H31-PROGRAM-ID       PIC X(8).
      *    *************************************************************
      *                       FUNC_CODE
           10 H31-FUNC-CODE        PIC X(3).
      *    *************************************************************
      *                       ACTION_STATUS
           10 H31-ACTION-STATUS    PIC X(1).
      *    *************************************************************
      *                       OPERATOR_ID
           10 H31-OPERATOR-ID      PIC X(10).
      *    *************************************************************
      *                       APPROVER_ID
           10 H31-APPROVER-ID      PIC X(10).
      *    *************************************************************
      *                       REQUEST_ID
           10 H31-REQUEST-ID       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 H31-ACCOUNT-NUMBER   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       ITEM_KEY
           10 H31-ITEM-KEY         PIC X(16).
      *    *************************************************************
      *                       ACTION_AMT
           10 H31-ACTION-AMT       PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ACTION_TEXT
           10 H31-ACTION-TEXT      PIC X(40).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-OPER-JOURNAL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
