      ******************************************************************
      * DCLGEN TABLE(COREBK.CBZ_CUST_MAINT_PEND)                       *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBZCSTP))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CP-)                                              *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      *   ONE ROW PER CUSTOMER WITH A CUSTOMER MASTER CHANGE PARKED    *
      *   BY A MAKER IN CGZCUST AND AWAITING APPROVAL BY A SECOND      *
      *   OPERATOR.  THE ROW CARRIES THE FULL TARGET VALUES OF THE     *
      *   MAINTAINABLE CBZ_CUST_MSTR COLUMNS.  BRANCH IS THE BASE      *
      *   BRANCH OF THE CUSTOMER'S ACCOUNT THAT THE MAKER WORKS FOR    *
      *   AND GOVERNS WHO MAY APPROVE.  THE ROW IS DELETED WHEN THE    *
      *   CHANGE IS APPROVED OR REJECTED, WHEN THE CUSTOMER HAS        *
      *   CHANGED SINCE IT WAS KEYED, OR BY THE NIGHTLY CBZPEXP        *
      *   EXPIRY.                                                      *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_CUST_MAINT_PEND TABLE
           ( CUSTOMER_ID                    INTEGER NOT NULL,
             NEW_LEGAL_NAME                 CHAR(50) NOT NULL,
             NEW_ADDRESS                    CHAR(50) NOT NULL,
             NEW_CONTACT                    CHAR(30) NOT NULL,
             NEW_KYC_STATUS                 CHAR(5) NOT NULL,
             MAKER_ID                       CHAR(8) NOT NULL,
             MAKER_TIMESTAMP                TIMESTAMP NOT NULL,
             BRANCH                         CHAR(20) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_CUST_MAINT_PEND         *
      ******************************************************************
       01  DCLCBZ-CUST-MAINT-PEND.
      *    *************************************************************
      *                       CUSTOMER_ID
           10 CP-CUSTOMER-ID       PIC S9(9) USAGE COMP.
      *    *************************************************************
      *                       NEW_LEGAL_NAME
           10 CP-NEW-LEGAL-NAME    PIC X(50).
      *    *************************************************************
      *                       NEW_ADDRESS
           10 CP-NEW-ADDRESS       PIC X(50).
      *    *************************************************************
      *                       NEW_CONTACT
           10 CP-NEW-CONTACT       PIC X(30).
      *    *************************************************************
      *                       NEW_KYC_STATUS
           10 CP-NEW-KYC-STATUS    PIC X(5).
      *    *************************************************************
      *                       MAKER_ID
           10 CP-MAKER-ID          PIC X(8).
      *    *************************************************************
      *                       MAKER_TIMESTAMP
           10 CP-MAKER-TIMESTAMP   PIC X(26).
      *    *************************************************************
      *                       BRANCH
           10 CP-BRANCH            PIC X(20).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICBZ-CUST-MAINT-PEND.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
