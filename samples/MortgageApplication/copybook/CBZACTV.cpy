      *   ACTIVITY FILE BY CBZACTP.  THE SAME RUN ADVANCES THE         *
      *   MASTER'S LAST_ACTIVITY_DATE, SO THE CBZDORM DORMANCY SWEEP   *
      *   SEES ACCOUNTS THAT TRANSACT THROUGH THE SWITCH.              *
      *   AMOUNT AND CURRENCY ARE AS PRESENTED BY THE SWITCH;          *
      *   ACCT_AMOUNT IS THE SAME ITEM IN THE ACCOUNT'S OWN CURRENCY   *
      *   (CONVERTED AT THE CBZ_FX_RATE RATES WHEN THE CURRENCIES      *
      *   DIFFER) AND IS WHAT THE DAILY PAYMENT_LIMIT TOTAL SUMS.      *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_ACCT_ACTIVITY TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             POST_DATE                      DATE NOT NULL,
             AMOUNT                         DECIMAL(13, 2) NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             ACCT_AMOUNT                    DECIMAL(13, 2) NOT NULL,
             CHANNEL                        CHAR(10) NOT NULL,
             LOAD_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      *                       CURRENCY
           10 AC-CURRENCY          PIC X(3).
      *    *************************************************************
      *                       ACCT_AMOUNT
           10 AC-ACCT-AMOUNT       PIC S9(11)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       CHANNEL
           10 AC-CHANNEL           PIC X(10).
      *    *************************************************************
      * INDICATOR VARIABLE STRUCTURE                                  *
      ******************************************************************
       01  ICBZ-ACCT-ACTIVITY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
