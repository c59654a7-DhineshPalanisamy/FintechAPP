      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ESCHEAT_TRACK)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSESCH))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H30-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_ESCHEAT_TRACK TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             CUSTOMER_ID                    INTEGER NOT NULL,
             ESCH_STATUS                    CHAR(1) NOT NULL,
             DORMANT_SINCE                  DATE NOT NULL,
             DORMANCY_DAYS                  INTEGER NOT NULL,
             LETTER_DATE                    DATE NOT NULL,
             REPORT_DATE                    DATE NOT NULL,
             ESCHEAT_TRAN_ID                CHAR(16) NOT NULL,
             ESCHEAT_AMT                    DECIMAL(12, 2) NOT NULL,
             ESCHEAT_DATE                   DATE NOT NULL,
             RELEASE_DATE                   DATE NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_ESCHEAT_TRACK           *
      ******************************************************************
       01  DCLCBS-ESCHEAT-TRACK.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 H30-ACCOUNT-NUMBER   PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       CUSTOMER_ID
           10 H30-CUSTOMER-ID      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ESCH_STATUS
           10 H30-ESCH-STATUS      PIC X(1).
      *    *************************************************************
      *                       DORMANT_SINCE
           10 H30-DORMANT-SINCE    PIC X(10).
      *    *************************************************************
      *                       DORMANCY_DAYS
           10 H30-DORMANCY-DAYS    PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       LETTER_DATE
           10 H30-LETTER-DATE      PIC X(10).
      *    *************************************************************
      *                       REPORT_DATE
           10 H30-REPORT-DATE      PIC X(10).
      *    *************************************************************
      *                       ESCHEAT_TRAN_ID
           10 H30-ESCHEAT-TRAN-ID  PIC X(16).
      *    *************************************************************
      *                       ESCHEAT_AMT
           10 H30-ESCHEAT-AMT      PIC S9(10)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ESCHEAT_DATE
           10 H30-ESCHEAT-DATE     PIC X(10).
      *    *************************************************************
      *                       RELEASE_DATE
           10 H30-RELEASE-DATE     PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H30-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-ESCHEAT-TRACK.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
