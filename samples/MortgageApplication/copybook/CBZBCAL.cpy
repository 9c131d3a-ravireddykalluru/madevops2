      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_BUS_CALENDAR)                          *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZBCAL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BC-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   BUSINESS CALENDAR.  ONE ROW PER CALENDAR DATE, LOADED A      *
      *   YEAR AT A TIME AND MAINTAINED BY CBZCALD.  DAY_TYPE:         *
      *     B - BUSINESS DAY                                           *
      *     H - HOLIDAY                                                *
      *     W - WEEKEND                                                *
      *   BATCH_OVERRIDE 'Y' LETS THE NIGHTLY CHAIN RUN ON A DATE      *
      *   THAT IS NOT A BUSINESS DAY (CBZBSEQ); IT DOES NOT MAKE THE   *
      *   DATE COUNT AS A BUSINESS DAY.  A DATE NOT ON THE TABLE IS    *
      *   NOT A BUSINESS DAY.  BUSINESS-DAY COUNTS (CBZCMPA SLA        *
      *   AGING, CGZMNT REACTIVATION, THE CBZFRCK DATE-SKIP CHECK)     *
      *   COUNT THE 'B' ROWS AFTER THE START DATE UP TO AND            *
      *   INCLUDING THE END DATE.                                      *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_BUS_CALENDAR TABLE
           ( CAL_DATE                       DATE NOT NULL,
             DAY_TYPE                       CHAR(1) NOT NULL,
             BATCH_OVERRIDE                 CHAR(1) NOT NULL,
             DAY_DESC                       CHAR(30) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_BUS_CALENDAR            *
      ******************************************************************
       01  DCLCBZ-BUS-CALENDAR.
      *    *************************************************************
      *                       CAL_DATE
           10 BC-CAL-DATE          PIC X(10).
      *    *************************************************************
      *                       DAY_TYPE
           10 BC-DAY-TYPE          PIC X(1).
      *    *************************************************************
      *                       BATCH_OVERRIDE
           10 BC-BATCH-OVERRIDE    PIC X(1).
      *    *************************************************************
      *                       DAY_DESC
           10 BC-DAY-DESC          PIC X(30).
      *    *************************************************************
      *                       UPD_USERID
           10 BC-UPD-USERID        PIC X(10).
      *    *************************************************************
      *                       UPD_TIMESTAMP
           10 BC-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-BUS-CALENDAR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
