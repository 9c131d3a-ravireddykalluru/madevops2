      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_ACCT_NO_RANGE)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZACRG))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AR-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   CONTROLLED ACCOUNT NUMBER RANGES.  ONE ROW PER BRANCH.       *
      *   RANGE_LOW AND RANGE_HIGH BOUND THE 11-DIGIT BASE NUMBER;     *
      *   THE ACCOUNT_NUMBER ISSUED IS THE BASE NUMBER FOLLOWED BY A   *
      *   MODULUS-10 (LUHN) CHECK DIGIT.  NEXT_NUMBER IS THE NEXT      *
      *   BASE NUMBER TO ISSUE AND IS ADVANCED UNDER THE ROW LOCK BY   *
      *   CGZOPEN ONLINE ACCOUNT OPENING; A BRANCH IS EXHAUSTED WHEN   *
      *   NEXT_NUMBER PASSES RANGE_HIGH.  LAST_ALLOC_USERID AND        *
      *   LAST_ALLOC_TIMESTAMP RECORD THE MOST RECENT ALLOCATION.      *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_ACCT_NO_RANGE TABLE
           ( BRANCH                         CHAR(20) NOT NULL,
             RANGE_LOW                      BIGINT NOT NULL,
             RANGE_HIGH                     BIGINT NOT NULL,
             NEXT_NUMBER                    BIGINT NOT NULL,
             LAST_ALLOC_USERID              CHAR(10) NOT NULL,
             LAST_ALLOC_TIMESTAMP           TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_ACCT_NO_RANGE           *
      ******************************************************************
       01  DCLCBZ-ACCT-NO-RANGE.
      *    *************************************************************
      *                       BRANCH
           10 AR-BRANCH            PIC X(20).
      *    *************************************************************
      *                       RANGE_LOW
           10 AR-RANGE-LOW         PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       RANGE_HIGH
           10 AR-RANGE-HIGH        PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       NEXT_NUMBER
           10 AR-NEXT-NUMBER       PIC S9(18) USAGE COMP.
      *    *************************************************************
      *                       LAST_ALLOC_USERID
           10 AR-LAST-ALLOC-USERID PIC X(10).
      *    *************************************************************
      *                       LAST_ALLOC_TIMESTAMP
           10 AR-LAST-ALLOC-TIMESTAMP
              PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBZ-ACCT-NO-RANGE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
