      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_FILE_REGISTER)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZFREG))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FR-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   INBOUND FILE REGISTER.  ONE ROW PER FEED (THE DD NAME THE    *
      *   LOADER READS - ONBDIN, PAYIN, CUSTIN, CMPLIN, RATEIN), HDR   *
      *   SOURCE AND HDR BUSINESS DATE, WRITTEN BY THE CBZFRCK         *
      *   PARAGRAPHS.  A FILE IS REGISTERED 'APPLIED' WITH ITS         *
      *   TRAILER COUNT AND HASH IN THE SAME UNIT OF WORK AS THE       *
      *   LOADER'S FINAL COMMIT; A SECOND FILE FOR THE SAME KEY, OR    *
      *   ONE DATED BEFORE THE LAST APPLIED, IS REFUSED (ROW LEFT OR   *
      *   CREATED 'REFUSED', REFUSE_COUNT BUMPED) UNLESS THE PARM      *
      *   CARD CARRIES THE RERUN OVERRIDE, WHEN APPLY_COUNT GOES       *
      *   ABOVE 1.  CBZFREP REPORTS THE REGISTER DAILY.                *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_FILE_REGISTER TABLE
           ( FEED_NAME                      CHAR(8) NOT NULL,
             SOURCE_ID                      CHAR(20) NOT NULL,
             BUS_DATE                       DATE NOT NULL,
             RECORD_COUNT                   INTEGER NOT NULL,
             HASH_TOTAL                     DECIMAL(18, 0) NOT NULL,
             REG_STATUS                     CHAR(10) NOT NULL,
             JOB_NAME                       CHAR(8) NOT NULL,
             APPLY_COUNT                    INTEGER NOT NULL,
             REFUSE_COUNT                   INTEGER NOT NULL,
             LAST_MESSAGE                   CHAR(40) NOT NULL,
             FIRST_TIMESTAMP                TIMESTAMP NOT NULL,
             APPLY_TIMESTAMP                TIMESTAMP NOT NULL,
             LAST_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_FILE_REGISTER           *
      ******************************************************************
       01  DCLCBZ-FILE-REGISTER.
      *    *************************************************************
      *                       FEED_NAME
           10 FR-FEED-NAME         PIC X(8).
      *    *************************************************************
      *                       SOURCE_ID
           10 FR-SOURCE-ID         PIC X(20).
      *    *************************************************************
      *                       BUS_DATE
           10 FR-BUS-DATE          PIC X(10).
      *    *************************************************************
      *                       RECORD_COUNT
           10 FR-RECORD-COUNT      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       HASH_TOTAL
           10 FR-HASH-TOTAL        PIC S9(18) USAGE COMP-3.
      *    *************************************************************
      *                       REG_STATUS
           10 FR-REG-STATUS        PIC X(10).
      *    *************************************************************
      *                       JOB_NAME
           10 FR-JOB-NAME          PIC X(8).
      *    *************************************************************
      *                       APPLY_COUNT
           10 FR-APPLY-COUNT       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       REFUSE_COUNT
           10 FR-REFUSE-COUNT      PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       LAST_MESSAGE
           10 FR-LAST-MESSAGE      PIC X(40).
      *    *************************************************************
      *                       FIRST_TIMESTAMP
           10 FR-FIRST-TIMESTAMP   PIC X(26).
      *    *************************************************************
      *                       APPLY_TIMESTAMP
           10 FR-APPLY-TIMESTAMP   PIC X(26).
      *    *************************************************************
      *                       LAST_TIMESTAMP
           10 FR-LAST-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-FILE-REGISTER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
