      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_CUSTOMER_MASTER)                       *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCUST))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(H19-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBS_CUSTOMER_MASTER TABLE
           ( CUSTOMER_ID                    INTEGER NOT NULL,
             CUSTOMER_NAME                  CHAR(40) NOT NULL,
             ADDR_LINE_1                    CHAR(40) NOT NULL,
             ADDR_LINE_2                    CHAR(40) NOT NULL,
             CITY                           CHAR(25) NOT NULL,
             STATE_CODE                     CHAR(2) NOT NULL,
             POSTAL_CODE                    CHAR(10) NOT NULL,
             TAX_ID                         CHAR(11) NOT NULL,
             DATE_OF_BIRTH                  DATE NOT NULL,
             KYC_STATUS                     CHAR(1) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBS_CUSTOMER_MASTER         *
      ******************************************************************
       01  DCLCBS-CUSTOMER-MASTER.
      *    *************************************************************
      *                       CUSTOMER_ID
           10 H19-CUSTOMER-ID      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CUSTOMER_NAME
           10 H19-CUSTOMER-NAME    PIC X(40).
      *    *************************************************************
      *                       ADDR_LINE_1
           10 H19-ADDR-LINE-1      PIC X(40).
      *    *************************************************************
      *                       ADDR_LINE_2
           10 H19-ADDR-LINE-2      PIC X(40).
      *    *************************************************************
      *                       CITY
           10 H19-CITY             PIC X(25).
      *    *************************************************************
      *                       STATE_CODE
           10 H19-STATE-CODE       PIC X(2).
      *    *************************************************************
      *                       POSTAL_CODE
           10 H19-POSTAL-CODE      PIC X(10).
      *    *************************************************************
      *                       TAX_ID
           10 H19-TAX-ID           PIC X(11).
      *    *************************************************************
      *                       DATE_OF_BIRTH
           10 H19-DATE-OF-BIRTH    PIC X(10).
      *    *************************************************************
      *                       KYC_STATUS
           10 H19-KYC-STATUS       PIC X(1).
      *    *************************************************************
      *                       UPD_USERID
           10 H19-UPD-USERID       PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 H19-UPD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBS-CUSTOMER-MASTER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
