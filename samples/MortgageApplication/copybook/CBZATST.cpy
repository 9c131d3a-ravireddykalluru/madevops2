      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_ACCESS_ATTEST)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZATST))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AT-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   OPERATOR ACCESS RECERTIFICATION.  ONE ROW PER CYCLE PER      *
      *   CBZ_OPERATOR_AUTH ROW LISTED BY CBZRCLS (KEY CYCLE_ID,       *
      *   OPERATOR_ID, BRANCH).  CYCLE_ID IS THE QUARTER, E.G.         *
      *   2026Q4.  LAST_ACTION_DATE IS THE OPERATOR'S LAST             *
      *   CBZ_ACCT_AUDIT_LOG ACTION WHEN LISTED, 0001-01-01 FOR        *
      *   NONE.  ATTEST_STATUS:                                        *
      *     PEND - LISTED, AWAITING THE BRANCH SUPERVISOR              *
      *     CONF - CONFIRMED ON CGZATST                                *
      *     RMVE - MARKED FOR REMOVAL ON CGZATST                       *
      *     KEPT - RETAINED BY CBZRCRV AFTER THE DEADLINE              *
      *     RVKD - REVOKED BY CBZRCRV (AUDIT SECDEL)                   *
      *     GONE - AUTHORIZATION ALREADY GONE WHEN CBZRCRV RAN         *
      *   ATTEST_BY AND ATTEST_TIMESTAMP RECORD THE LAST CHANGE        *
      *   OF STATUS; LIST_TIMESTAMP WHEN THE ROW WAS LISTED.           *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_ACCESS_ATTEST TABLE
           ( CYCLE_ID                       CHAR(6) NOT NULL,
             OPERATOR_ID                    CHAR(8) NOT NULL,
             BRANCH                         CHAR(20) NOT NULL,
             ROLE_LEVEL                     CHAR(10) NOT NULL,
             LAST_ACTION_DATE               DATE NOT NULL,
             DEADLINE_DATE                  DATE NOT NULL,
             ATTEST_STATUS                  CHAR(4) NOT NULL,
             ATTEST_BY                      CHAR(10) NOT NULL,
             ATTEST_TIMESTAMP               TIMESTAMP NOT NULL,
             LIST_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_ACCESS_ATTEST           *
      ******************************************************************
       01  DCLCBZ-ACCESS-ATTEST.
      *    *************************************************************
      *                       CYCLE_ID
           10 AT-CYCLE-ID          PIC X(6).
      *    *************************************************************
      *                       OPERATOR_ID
           10 AT-OPERATOR-ID       PIC X(8).
      *    *************************************************************
      *                       BRANCH
           10 AT-BRANCH            PIC X(20).
      *    *************************************************************
      *                       ROLE_LEVEL
           10 AT-ROLE-LEVEL        PIC X(10).
      *    *************************************************************
      *                       LAST_ACTION_DATE
           10 AT-LAST-ACTION-DATE  PIC X(10).
      *    *************************************************************
      *                       DEADLINE_DATE
           10 AT-DEADLINE-DATE     PIC X(10).
      *    *************************************************************
      *                       ATTEST_STATUS
           10 AT-ATTEST-STATUS     PIC X(4).
      *    *************************************************************
      *                       ATTEST_BY
           10 AT-ATTEST-BY         PIC X(10).
      *    *************************************************************
      *                       ATTEST_TIMESTAMP
           10 AT-ATTEST-TIMESTAMP  PIC X(26).
      *    *************************************************************
      *                       LIST_TIMESTAMP
           10 AT-LIST-TIMESTAMP    PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-ACCESS-ATTEST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
