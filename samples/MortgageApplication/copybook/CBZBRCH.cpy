      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_BRANCH_REF)                            *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZBRCH))                   *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        NAMES(BH-)                                              *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   BRANCH REFERENCE TABLE.  ONE ROW PER BRANCH CODE THAT MAY    *
      *   APPEAR IN BASE_BRANCH.  EVERY PATH THAT ACCEPTS A BRANCH     *
      *   (CBZLOAD ONBOARDING, CGZXFR TRANSFER TARGET, CGZSEC          *
      *   OPERATOR AUTHORIZATION) VALIDATES AGAINST IT: THE CODE MUST  *
      *   BE ON FILE AND, FOR NEW BUSINESS, OPEN_FLAG 'Y'.  CBZRPT     *
      *   ROLLS ITS BRANCH TOTALS UP BY REGION.  CBZBRMG SETS          *
      *   OPEN_FLAG 'N' WHEN IT RE-HOMES A CLOSING OR MERGED BRANCH.   *
      *   THE RESERVED SECADMIN AND COMPLIANCE GROUPS ARE NOT          *
      *   BRANCHES AND ARE NOT CARRIED HERE.                           *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_BRANCH_REF TABLE
           ( BRANCH_CODE                    CHAR(20) NOT NULL,
             BRANCH_NAME                    CHAR(30) NOT NULL,
             REGION                         CHAR(10) NOT NULL,
             OPEN_FLAG                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_BRANCH_REF              *
      ******************************************************************
       01  DCLCBZ-BRANCH-REF.
      *    *************************************************************
      *                       BRANCH_CODE
           10 BH-BRANCH-CODE      PIC X(20).
      *    *************************************************************
      *                       BRANCH_NAME
           10 BH-BRANCH-NAME      PIC X(30).
      *    *************************************************************
      *                       REGION
           10 BH-REGION           PIC X(10).
      *    *************************************************************
      *                       OPEN_FLAG
           10 BH-OPEN-FLAG        PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-BRANCH-REF.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
