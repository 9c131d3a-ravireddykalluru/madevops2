      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_ACCT_CLOSED_HIST)                      *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZACLH))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HS-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   CLOSED-ACCOUNT HISTORY.  ONE ROW PER ACCOUNT MOVED OFF       *
      *   COREBK.CBS_ACCT_MSTR_DTL BY CBZARCH ONCE IT HAS BEEN CLOSED  *
      *   LONGER THAN THE PARM CARD RETENTION PERIOD.  THE FIRST       *
      *   TWELVE COLUMNS ARE THE MASTER ROW AS IT STOOD WHEN ARCHIVED  *
      *   (ACCOUNT_STATUS IS ALWAYS CLOSED).  CLOSE_DATE IS THE DATE   *
      *   OF THE LAST CLOS- AUDIT ACTION, OR OF UPD_TIMESTAMP WHEN THE *
      *   AUDIT ROW HAS BEEN PURGED.  ARCHIVE_DATE IS THE CBZARCH RUN  *
      *   DATE; THE SAME ROW IS ON THAT DAY'S ACCTARC GENERATION.      *
      *   CGZUNIT INQUIRY AND CBZMOVE READ THIS TABLE FOR ACCOUNTS NO  *
      *   LONGER ON THE MASTER.                                        *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_ACCT_CLOSED_HIST TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             BASE_BRANCH                    CHAR(20) NOT NULL,
             ACCOUNT_NAME                   CHAR(50) NOT NULL,
             PRODUCT_CODE                   CHAR(5) NOT NULL,
             CUSTOMER_ID                    INTEGER NOT NULL,
             ACCOUNT_STATUS                 CHAR(10) NOT NULL,
             PAYMENT_LIMIT                  INTEGER NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             COMPLIANCE_STATUS              CHAR(5) NOT NULL,
             LAST_ACTIVITY_DATE             DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL,
             CLOSE_DATE                     DATE NOT NULL,
             ARCHIVE_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_ACCT_CLOSED_HIST        *
      ******************************************************************
       01  DCLCBZ-ACCT-CLOSED-HIST.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 HS-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       BASE_BRANCH
           10 HS-BASE-BRANCH       PIC X(20).
      *    *************************************************************
      *                       ACCOUNT_NAME
           10 HS-ACCOUNT-NAME      PIC X(50).
      *    *************************************************************
      *                       PRODUCT_CODE
           10 HS-PRODUCT-CODE      PIC X(5).
      *    *************************************************************
      *                       CUSTOMER_ID
           10 HS-CUSTOMER-ID       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ACCOUNT_STATUS
           10 HS-ACCOUNT-STATUS    PIC X(10).
      *    *************************************************************
      *                       PAYMENT_LIMIT
           10 HS-PAYMENT-LIMIT     PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CURRENCY
           10 HS-CURRENCY          PIC X(3).
      *    *************************************************************
      *                       COMPLIANCE_STATUS
           10 HS-COMPLIANCE-STATUS
              PIC X(5).
      *    *************************************************************
      *                       LAST_ACTIVITY_DATE
           10 HS-LAST-ACTIVITY-DATE
              PIC X(10).
      *    *************************************************************
      *                       UPD_USERID
           10 HS-UPD-USERID        PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 HS-UPD-TIMESTAMP     PIC X(26).
      *    *************************************************************
      *                       CLOSE_DATE
           10 HS-CLOSE-DATE        PIC X(10).
      *    *************************************************************
      *                       ARCHIVE_DATE
           10 HS-ARCHIVE-DATE      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-ACCT-CLOSED-HIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
