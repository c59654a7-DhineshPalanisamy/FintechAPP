      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_CUSTOMER_HIST)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCUSH))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H20-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_CUSTOMER_HIST TABLE
           ( CUSTOMER_ID                    INTEGER NOT NULL,
             HIST_SEQ                       INTEGER NOT NULL,
             CHANGE_TYPE                    CHAR(3) NOT NULL,
             BEFORE_CUSTOMER_NAME           CHAR(40) NOT NULL,
             AFTER_CUSTOMER_NAME            CHAR(40) NOT NULL,
             BEFORE_ADDR_LINE_1             CHAR(40) NOT NULL,
             AFTER_ADDR_LINE_1              CHAR(40) NOT NULL,
             BEFORE_ADDR_LINE_2             CHAR(40) NOT NULL,
             AFTER_ADDR_LINE_2              CHAR(40) NOT NULL,
             BEFORE_CITY                    CHAR(25) NOT NULL,
             AFTER_CITY                     CHAR(25) NOT NULL,
             BEFORE_STATE_CODE              CHAR(2) NOT NULL,
             AFTER_STATE_CODE               CHAR(2) NOT NULL,
             BEFORE_POSTAL_CODE             CHAR(10) NOT NULL,
             AFTER_POSTAL_CODE              CHAR(10) NOT NULL,
             BEFORE_TAX_ID                  CHAR(11) NOT NULL,
             AFTER_TAX_ID                   CHAR(11) NOT NULL,
             BEFORE_DATE_OF_BIRTH           DATE NOT NULL,
             AFTER_DATE_OF_BIRTH            DATE NOT NULL,
             BEFORE_KYC_STATUS              CHAR(1) NOT NULL,
             AFTER_KYC_STATUS               CHAR(1) NOT NULL,
             CHANGE_USERID                  CHAR(10) NOT NULL,
             CHANGE_TIMESTAMP               TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_CUSTOMER_HIST           *
      ******************************************************************
       01  DCLCBS-CUSTOMER-HIST.
      *    *************************************************************
      *                       CUSTOMER_ID
           10 H20-CUSTOMER-ID      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       HIST_SEQ
           10 H20-HIST-SEQ         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CHANGE_TYPE
           10 H20-CHANGE-TYPE      PIC X(3).
      *    *************************************************************
      *                       BEFORE_CUSTOMER_NAME
           10 H20-BEFORE-CUSTOMER-NAME PIC X(40).
      *    *************************************************************
      *                       AFTER_CUSTOMER_NAME
           10 H20-AFTER-CUSTOMER-NAME PIC X(40).
      *    *************************************************************
      *                       BEFORE_ADDR_LINE_1
           10 H20-BEFORE-ADDR-LINE-1 PIC X(40).
      *    *************************************************************
      *                       AFTER_ADDR_LINE_1
           10 H20-AFTER-ADDR-LINE-1 PIC X(40).
      *    *************************************************************
      *                       BEFORE_ADDR_LINE_2
           10 H20-BEFORE-ADDR-LINE-2 PIC X(40).
      *    *************************************************************
      *                       AFTER_ADDR_LINE_2
           10 H20-AFTER-ADDR-LINE-2 PIC X(40).
      *    *************************************************************
      *                       BEFORE_CITY
           10 H20-BEFORE-CITY      PIC X(25).
      *    *************************************************************
      *                       AFTER_CITY
           10 H20-AFTER-CITY       PIC X(25).
      *    *************************************************************
      *                       BEFORE_STATE_CODE
           10 H20-BEFORE-STATE-CODE PIC X(2).
      *    *************************************************************
      *                       AFTER_STATE_CODE
           10 H20-AFTER-STATE-CODE PIC X(2).
      *    *************************************************************
      *                       BEFORE_POSTAL_CODE
           10 H20-BEFORE-POSTAL-CODE PIC X(10).
      *    *************************************************************
      *                       AFTER_POSTAL_CODE
           10 H20-AFTER-POSTAL-CODE PIC X(10).
      *    *************************************************************
      *                       BEFORE_TAX_ID
           10 H20-BEFORE-TAX-ID    PIC X(11).
      *    *************************************************************
      *                       AFTER_TAX_ID
           10 H20-AFTER-TAX-ID     PIC X(11).
      *    *************************************************************
      *                       BEFORE_DATE_OF_BIRTH
           10 H20-BEFORE-DATE-OF-BIRTH PIC X(10).
      *    *************************************************************
      *                       AFTER_DATE_OF_BIRTH
           10 H20-AFTER-DATE-OF-BIRTH PIC X(10).
      *    *************************************************************
      *                       BEFORE_KYC_STATUS
           10 H20-BEFORE-KYC-STATUS PIC X(1).
      *    *************************************************************
      *                       AFTER_KYC_STATUS
           10 H20-AFTER-KYC-STATUS PIC X(1).
      *    *************************************************************
      *                       CHANGE_USERID
           10 H20-CHANGE-USERID    PIC X(10).
      *    *************************************************************
      *                       CHANGE_TIMESTAMP
           10 H20-CHANGE-TIMESTAMP PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-CUSTOMER-HIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 23 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 23      *
      ******************************************************************
