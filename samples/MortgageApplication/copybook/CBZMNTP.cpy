      *   ONE ROW PER ACCOUNT WITH A MAINTENANCE CHANGE PARKED BY A    *
      *   MAKER IN CGZMNT AND AWAITING APPROVAL BY A SECOND OPERATOR   *
      *   OF THE SAME BRANCH.  THE ROW CARRIES THE FULL TARGET VALUES  *
      *   AND IS DELETED WHEN THE CHANGE IS APPROVED OR REJECTED,      *
      *   WHEN THE ACCOUNT HAS CHANGED SINCE IT WAS KEYED (THE MAKER   *
      *   MUST RE-KEY), OR BY THE NIGHTLY CBZPEXP EXPIRY.              *
      *   TEMP_START_DATE AND TEMP_END_DATE ARE 0001-01-01 FOR A       *
      *   PERMANENT CHANGE.  OTHERWISE THE ROW IS A TEMPORARY          *
      *   PAYMENT_LIMIT CHANGE: ON APPROVAL IT IS SCHEDULED IN         *
      *   CBZ_TEMP_LIMIT (CBZTMPL) FOR CBZTLIM TO SWITCH ON AND OFF.   *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_ACCT_MAINT_PEND TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             NEW_CURRENCY                   CHAR(3) NOT NULL,
             MAKER_ID                       CHAR(8) NOT NULL,
             MAKER_TIMESTAMP                TIMESTAMP NOT NULL,
             BRANCH                         CHAR(20) NOT NULL,
             TEMP_START_DATE                DATE NOT NULL,
             TEMP_END_DATE                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COREBK.CBZ_ACCT_MAINT_PEND         *
      *    *************************************************************
      *                       BRANCH
           10 MP-BRANCH            PIC X(20).
      *    *************************************************************
      *                       TEMP_START_DATE
           10 MP-TEMP-START-DATE   PIC X(10).
      *    *************************************************************
      *                       TEMP_END_DATE
           10 MP-TEMP-END-DATE     PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-ACCT-MAINT-PEND.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
