      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_POST_PARTITION)                        *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSPART))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H24-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_POST_PARTITION TABLE
           ( BUSINESS_DATE                  DATE NOT NULL,
             PARTITION_NO                   SMALLINT NOT NULL,
             PARTITION_COUNT                SMALLINT NOT NULL,
             JOB_NAME                       CHAR(8) NOT NULL,
             LOW_ACCOUNT                    BIGINT NOT NULL,
             HIGH_ACCOUNT                   BIGINT NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_POST_PARTITION          *
      ******************************************************************
       01  DCLCBS-POST-PARTITION.
      *    *************************************************************
      *                       BUSINESS_DATE
           10 H24-BUSINESS-DATE    PIC X(10).
      *    *************************************************************
      *                       PARTITION_NO
           10 H24-PARTITION-NO     PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       PARTITION_COUNT
           10 H24-PARTITION-COUNT  PIC S9(4) USAGE COMP.
      *    *************************************************************
      *                       JOB_NAME
           10 H24-JOB-NAME         PIC X(8).
      *    *************************************************************
      *                       LOW_ACCOUNT
           10 H24-LOW-ACCOUNT      PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       HIGH_ACCOUNT
           10 H24-HIGH-ACCOUNT     PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H24-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-POST-PARTITION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
