      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_MAINT_REQUEST)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSMREQ))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H32-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_MAINT_REQUEST TABLE
           ( REQUEST_ID                     INTEGER NOT NULL,
             PROGRAM_ID                     CHAR(8) NOT NULL,
             FUNC_CODE                      CHAR(3) NOT NULL,
             REQ_STATUS                     CHAR(1) NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             ITEM_KEY                       CHAR(16) NOT NULL,
             REQUEST_AMT                    DECIMAL(12, 2) NOT NULL,
             REQUEST_USERID                 CHAR(10) NOT NULL,
             REQUEST_TS                     TIMESTAMP NOT NULL,
             APPROVER_USERID                CHAR(10) NOT NULL,
             DECISION_TS                    TIMESTAMP NOT NULL,
             DECISION_REASON                CHAR(30) NOT NULL,
             APPLIED_TS                     TIMESTAMP NOT NULL,
             CARD_IMAGE                     CHAR(132) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_MAINT_REQUEST           *
      ******************************************************************
       01  DCLCBS-MAINT-REQUEST.
      *    *************************************************************
      *                       REQUEST_ID
           10 H32-REQUEST-ID       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       PROGRAM_ID
           10 H32-PROGRAM-ID       PIC X(8).
      *    *************************************************************
      *                       FUNC_CODE
           10 H32-FUNC-CODE        PIC X(3).
      *    *************************************************************
      *                       REQ_STATUS
           10 H32-REQ-STATUS       PIC X(1).
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 H32-ACCOUNT-NUMBER   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       ITEM_KEY
           10 H32-ITEM-KEY         PIC X(16).
      *    *************************************************************
      *                       REQUEST_AMT
           10 H32-REQUEST-AMT      PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       REQUEST_USERID
           10 H32-REQUEST-USERID   PIC X(10).
      *    *************************************************************
      *                       REQUEST_TS
           10 H32-REQUEST-TS       PIC X(26).
      *    *************************************************************
      *                       APPROVER_USERID
           10 H32-APPROVER-USERID  PIC X(10).
      *    *************************************************************
      *                       DECISION_TS
           10 H32-DECISION-TS      PIC X(26).
      *    *************************************************************
      *                       DECISION_REASON
           10 H32-DECISION-REASON  PIC X(30).
      *    *************************************************************
      *                       APPLIED_TS
           10 H32-APPLIED-TS       PIC X(26).
      *    *************************************************************
      *                       CARD_IMAGE
           10 H32-CARD-IMAGE       PIC X(132).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-MAINT-REQUEST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
