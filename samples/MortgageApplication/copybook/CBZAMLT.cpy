      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_AML_ALERT)                             *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZAMLT))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AL-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   ONE ROW PER PAYMENT MONITORING ALERT RAISED BY CBZAMLM FOR A *
      *   CUSTOMER_ID AND MONITORING DATE.  ALERT_TYPE IS SINGLE (ONE  *
      *   ROW PER ACCOUNT WITH ITEMS AT OR OVER THE SINGLE THRESHOLD), *
      *   DAILY (CUSTOMER DAY TOTAL) OR STRUCTURE (JUST-UNDER ITEMS IN *
      *   THE ROLLING WINDOW); ACCOUNT_NUMBER/BRANCH ARE THE ACCOUNT   *
      *   CARRYING THE LARGEST ITEM.  WORKED BY COMPLIANCE IN CGZAMLQ  *
      *   (ALERT_STATUS OPEN -> INVESTIGATING -> CLOSED-NO-ACTION OR   *
      *   REPORTED) AND AGED DAILY BY CBZAMLA.  TIMESTAMPS ARE         *
      *   CHAR(26) AS IN CBZ_CMPL_EXCP_QUEUE; WORKED FIELDS ARE        *
      *   SPACES UNTIL THE ALERT IS FIRST WORKED.                      *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_AML_ALERT TABLE
           ( ALERT_ID                       INTEGER NOT NULL,
             CUSTOMER_ID                    INTEGER NOT NULL,
             ALERT_TYPE                     CHAR(10) NOT NULL,
             BUS_DATE                       DATE NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             BRANCH                         CHAR(20) NOT NULL,
             ALERT_AMOUNT                   DECIMAL(15, 2) NOT NULL,
             ITEM_COUNT                     INTEGER NOT NULL,
             THRESHOLD                      DECIMAL(15, 2) NOT NULL,
             ALERT_STATUS                   CHAR(16) NOT NULL,
             RAISED_TIMESTAMP               CHAR(26) NOT NULL,
             WORKED_BY                      CHAR(10) NOT NULL,
             WORKED_TIMESTAMP               CHAR(26) NOT NULL,
             DISPOSITION_NOTE               CHAR(20) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_AML_ALERT               *
      ******************************************************************
       01  DCLCBZ-AML-ALERT.
      *    *************************************************************
      *                       ALERT_ID
           10 AL-ALERT-ID          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       CUSTOMER_ID
           10 AL-CUSTOMER-ID       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ALERT_TYPE
           10 AL-ALERT-TYPE        PIC X(10).
      *    *************************************************************
      *                       BUS_DATE
           10 AL-BUS-DATE          PIC X(10).
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 AL-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       BRANCH
           10 AL-BRANCH            PIC X(20).
      *    *************************************************************
      *                       ALERT_AMOUNT
           10 AL-ALERT-AMOUNT      PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ITEM_COUNT
           10 AL-ITEM-COUNT        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       THRESHOLD
           10 AL-THRESHOLD         PIC S9(13)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ALERT_STATUS
           10 AL-ALERT-STATUS      PIC X(16).
      *    *************************************************************
      *                       RAISED_TIMESTAMP
           10 AL-RAISED-TIMESTAMP  PIC X(26).
      *    *************************************************************
      *                       WORKED_BY
           10 AL-WORKED-BY         PIC X(10).
      *    *************************************************************
      *                       WORKED_TIMESTAMP
           10 AL-WORKED-TIMESTAMP  PIC X(26).
      *    *************************************************************
      *                       DISPOSITION_NOTE
           10 AL-DISPOSITION-NOTE  PIC X(20).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-AML-ALERT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
