      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_TD_TERM_SCHED)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSTDTS))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H29-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_TD_TERM_SCHED TABLE
           ( TERM_MONTHS                    SMALLINT NOT NULL,
             EFFECTIVE_DATE                 DATE NOT NULL,
             ANNUAL_RATE                    DECIMAL(12, 6) NOT NULL,
             PENALTY_DAYS                   SMALLINT NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_TD_TERM_SCHED           *
      ******************************************************************
       01  DCLCBS-TD-TERM-SCHED.
      *    *************************************************************
      *                       TERM_MONTHS
           10 H29-TERM-MONTHS      PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       EFFECTIVE_DATE
           10 H29-EFFECTIVE-DATE   PIC X(10).
      *    *************************************************************
      *                       ANNUAL_RATE
           10 H29-ANNUAL-RATE      PIC S9(6)V9(6) USAGE COMP-3.
      *    *************************************************************
      *                       PENALTY_DAYS
           10 H29-PENALTY-DAYS     PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       UPD_USERID
           10 H29-UPD-USERID       PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H29-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-TD-TERM-SCHED.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
