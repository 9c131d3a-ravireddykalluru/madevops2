      *   RELEASING BRANCH IN CGZXFR AND AWAITING ACCEPTANCE BY AN     *
      *   OPERATOR OF THE TARGET BRANCH.  THE MASTER ROW'S BASE_BRANCH *
      *   IS ONLY UPDATED ON ACCEPTANCE; THE ROW IS DELETED WHEN THE   *
      *   TRANSFER IS ACCEPTED OR CANCELLED, WHEN THE ACCOUNT HAS      *
      *   CHANGED SINCE IT WAS INITIATED, OR BY THE NIGHTLY CBZPEXP    *
      *   EXPIRY.                                                      *
      ******************************************************************
           EXEC SQL DECLARE COREBK.CBZ_BRANCH_XFER_PEND TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
