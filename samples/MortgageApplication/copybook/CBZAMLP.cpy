      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_AML_PARM)                              *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZAMLP))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AM-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   PAYMENT MONITORING THRESHOLDS, ONE ROW PER PARM_CODE, READ BY*
      *   THE NIGHTLY CBZAMLM RUN.  AMOUNTS ARE IN BASE CURRENCY.      *
      *     SINGLE-AMT  SINGLE ITEM REPORTING THRESHOLD                *
      *     DAILY-AMT   CUSTOMER DAILY TOTAL THRESHOLD                 *
      *     STRUCT-PCT  LOWER EDGE OF THE JUST-UNDER BAND, AS A        *
      *                 PERCENTAGE OF SINGLE-AMT                       *
      *     STRUCT-CNT  JUST-UNDER ITEMS IN THE WINDOW THAT RAISE A    *
      *                 STRUCTURING ALERT                              *
      *     STRUCT-DAY  ROLLING WINDOW IN DAYS, ENDING ON THE          *
      *                 MONITORING DATE                                *
      *   MAINTAINED BY COMPLIANCE THROUGH THE DBA; A MISSING ROW      *
      *   STOPS CBZAMLM RATHER THAN MONITOR AGAINST A GUESS.           *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_AML_PARM TABLE
           ( PARM_CODE                      CHAR(10) NOT NULL,
             PARM_VALUE                     DECIMAL(15, 2) NOT NULL,
             DESCRIPTION                    CHAR(40) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_AML_PARM                *
      ******************************************************************
       01  DCLCBZ-AML-PARM.
      *    *************************************************************
      *                       PARM_CODE
           10 AM-PARM-CODE         PIC X(10).
      *    *************************************************************
      *                       PARM_VALUE
           10 AM-PARM-VALUE        PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DESCRIPTION
           10 AM-DESCRIPTION       PIC X(40).
      *    *************************************************************
      *                       UPD_USERID
           10 AM-UPD-USERID        PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 AM-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-AML-PARM.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
