      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_GL_CTRL_BAL)                           *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSGLCB))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H23-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_GL_CTRL_BAL TABLE
           ( CURRENCY                       CHAR(3) NOT NULL,
             BUSINESS_DATE                  DATE NOT NULL,
             PRIOR_CTRL_BAL                 DECIMAL(15, 2) NOT NULL,
             GL_NET_MOVEMENT                DECIMAL(15, 2) NOT NULL,
             CTRL_BALANCE                   DECIMAL(15, 2) NOT NULL,
             LEDGER_TOTAL                   DECIMAL(15, 2) NOT NULL,
             DIFFERENCE_AMT                 DECIMAL(15, 2) NOT NULL,
             FX_REVAL_AMT                   DECIMAL(15, 2) NOT NULL,
             CUM_FX_REVAL                   DECIMAL(15, 2) NOT NULL,
             PROOF_STATUS                   CHAR(1) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_GL_CTRL_BAL             *
      ******************************************************************
       01  DCLCBS-GL-CTRL-BAL.
      *    *************************************************************
      *                       CURRENCY
           10 H23-CURRENCY         PIC X(3).
      *    *************************************************************
      *                       BUSINESS_DATE
           10 H23-BUSINESS-DATE    PIC X(10).
      *    *************************************************************
      *                       PRIOR_CTRL_BAL
           10 H23-PRIOR-CTRL-BAL   PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       GL_NET_MOVEMENT
           10 H23-GL-NET-MOVEMENT  PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       CTRL_BALANCE
           10 H23-CTRL-BALANCE     PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       LEDGER_TOTAL
           10 H23-LEDGER-TOTAL     PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DIFFERENCE_AMT
           10 H23-DIFFERENCE-AMT   PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FX_REVAL_AMT
           10 H23-FX-REVAL-AMT     PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       CUM_FX_REVAL
           10 H23-CUM-FX-REVAL     PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       PROOF_STATUS
           10 H23-PROOF-STATUS     PIC X(1).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H23-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-GL-CTRL-BAL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
