      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_ACCT_CHG_IMAGE)                        *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZCHGI))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CI-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   FIELD-LEVEL CHANGE IMAGES FOR COREBK.CBS_ACCT_MSTR_DTL.      *
      *   ONE ROW PER MASTER COLUMN CHANGED, WRITTEN IN THE SAME UNIT  *
      *   OF WORK AS THE UPDATE BY EVERY PATH THAT CHANGES A MASTER    *
      *   FIELD.  COLUMN_NAME IS THE MASTER COLUMN NAME; OLD_VALUE     *
      *   AND NEW_VALUE HOLD THE VALUE BEFORE AND AFTER THE CHANGE IN  *
      *   DISPLAY FORM - CHARACTER COLUMNS AS STORED, CUSTOMER_ID AND  *
      *   PAYMENT_LIMIT AS 9 ZERO-FILLED DIGITS, LAST_ACTIVITY_DATE    *
      *   AS YYYY-MM-DD.  ACTION_CODE MATCHES THE CBZ_ACCT_AUDIT_LOG   *
      *   ROW FOR THE SAME CHANGE.  CBZASOF ROLLS THE CURRENT ROW      *
      *   BACK THROUGH THESE IMAGES TO REBUILD IT AS OF A DATE.        *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_ACCT_CHG_IMAGE TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             CHANGE_TIMESTAMP               TIMESTAMP NOT NULL,
             COLUMN_NAME                    CHAR(18) NOT NULL,
             OLD_VALUE                      CHAR(50) NOT NULL,
             NEW_VALUE                      CHAR(50) NOT NULL,
             ACTION_CODE                    CHAR(10) NOT NULL,
             USERID                         CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_ACCT_CHG_IMAGE          *
      ******************************************************************
       01  DCLCBZ-ACCT-CHG-IMAGE.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 CI-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       CHANGE_TIMESTAMP
           10 CI-CHANGE-TIMESTAMP  PIC X(26).
      *    *************************************************************
      *                       COLUMN_NAME
           10 CI-COLUMN-NAME       PIC X(18).
      *    *************************************************************
      *                       OLD_VALUE
           10 CI-OLD-VALUE         PIC X(50).
      *    *************************************************************
      *                       NEW_VALUE
           10 CI-NEW-VALUE         PIC X(50).
      *    *************************************************************
      *                       ACTION_CODE
           10 CI-ACTION-CODE       PIC X(10).
      *    *************************************************************
      *                       USERID
           10 CI-USERID            PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBZ-ACCT-CHG-IMAGE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
