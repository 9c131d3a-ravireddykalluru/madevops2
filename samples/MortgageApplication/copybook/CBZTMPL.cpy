      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_TEMP_LIMIT)                            *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZTMPL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TM-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   ONE ROW PER APPROVED TEMPORARY PAYMENT_LIMIT CHANGE, WRITTEN *
      *   BY CGZMNT WHEN A MAKER-CHECKER REQUEST CARRYING A START AND  *
      *   END DATE IS APPROVED.  THE NIGHTLY CBZTLIM RUN SWITCHES THE  *
      *   MASTER PAYMENT_LIMIT TO TEMP_LIMIT ON START_DATE, SAVING THE *
      *   LIMIT THEN IN FORCE IN ORIG_LIMIT, AND PUTS ORIG_LIMIT BACK  *
      *   AFTER END_DATE.  LIMIT_STATUS:                               *
      *     SCHD - APPROVED, NOT YET STARTED                           *
      *     ACTV - TEMP_LIMIT IS IN FORCE ON THE MASTER                *
      *     DONE - ENDED, ORIGINAL LIMIT RESTORED                      *
      *     LAPS - END_DATE PASSED BEFORE IT COULD BE STARTED          *
      *     HELD - ENDED, BUT THE LIMIT WAS CHANGED WHILE IN FORCE     *
      *            SO THE ORIGINAL LIMIT WAS NOT RESTORED              *
      *   ORIG_LIMIT IS THE MASTER LIMIT AT APPROVAL UNTIL THE ROW IS  *
      *   STARTED.  AN ACCOUNT HAS AT MOST ONE SCHD OR ACTV ROW.       *
      *   CBZACTP USES THE ROWS TO FIND THE LIMIT IN FORCE ON A        *
      *   POSTING DATE.                                                *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_TEMP_LIMIT TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             START_DATE                     DATE NOT NULL,
             END_DATE                       DATE NOT NULL,
             TEMP_LIMIT                     INTEGER NOT NULL,
             ORIG_LIMIT                     INTEGER NOT NULL,
             LIMIT_STATUS                   CHAR(4) NOT NULL,
             MAKER_ID                       CHAR(8) NOT NULL,
             APPROVER_ID                    CHAR(8) NOT NULL,
             APPROVE_TIMESTAMP              TIMESTAMP NOT NULL,
             STATUS_TIMESTAMP               TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_TEMP_LIMIT              *
      ******************************************************************
       01  DCLCBZ-TEMP-LIMIT.
      *    *************************************************************
      *                       ACCOUNT_NUMBER
           10 TM-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       START_DATE
           10 TM-START-DATE        PIC X(10).
      *    *************************************************************
      *                       END_DATE
           10 TM-END-DATE          PIC X(10).
      *    *************************************************************
      *                       TEMP_LIMIT
           10 TM-TEMP-LIMIT        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       ORIG_LIMIT
           10 TM-ORIG-LIMIT        PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       LIMIT_STATUS
           10 TM-LIMIT-STATUS      PIC X(4).
      *    *************************************************************
      *                       MAKER_ID
           10 TM-MAKER-ID          PIC X(8).
      *    *************************************************************
      *                       APPROVER_ID
           10 TM-APPROVER-ID       PIC X(8).
      *    *************************************************************
      *                       APPROVE_TIMESTAMP
           10 TM-APPROVE-TIMESTAMP
              PIC X(26).
      *    *************************************************************
      *                       STATUS_TIMESTAMP
           10 TM-STATUS-TIMESTAMP  PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-TEMP-LIMIT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
