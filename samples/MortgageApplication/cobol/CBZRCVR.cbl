002500*                     BRANCH.  EVERY DISPOSITION IS AUDITED AND  *
002600*                     PRINTED.  DEFAULT REPORT MODE KEEPS THE    *
002700*                     OLD LIST-ONLY BEHAVIOR.                    *
002710*    10/15/26   RV    A REGISTRATION BACKED OUT TO PENDING NOW   *
002720*                     WRITES AN ACCOUNT_STATUS CHANGE IMAGE TO   *
002730*                     CBZ_ACCT_CHG_IMAGE (ACTION RCVRBKOUT).     *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
009500     COPY CBZCKPT.
009600     COPY CBSMST.
009700     COPY CBZAUDT.
009710     COPY CBZCHGI.
009800     EXEC SQL
009900          DECLARE CKPT-RECOVERY-CSR CURSOR FOR
010000          SELECT ACCOUNT_NUMBER, OPERATOR_ID, START_TIMESTAMP
020800                 UPD_TIMESTAMP = CURRENT TIMESTAMP
020900           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
021000     END-EXEC.
021010     IF SQLCODE EQUAL TO ZERO
021020         PERFORM 4300-WRITE-CHANGE-IMAGE THRU 4300-EXIT
021030     END-IF.
021100 4200-EXIT.
021200     EXIT.
021205 4300-WRITE-CHANGE-IMAGE.
021210     MOVE H1-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER.
021215     MOVE 'ACCOUNT_STATUS' TO CI-COLUMN-NAME.
021220     MOVE H1-ACCOUNT-STATUS TO CI-OLD-VALUE.
021225     MOVE 'PENDING' TO CI-NEW-VALUE.
021230     MOVE 'RCVRBKOUT' TO CI-ACTION-CODE.
021235     MOVE 'CBZRCVR' TO CI-USERID.
021240     EXEC SQL
021245          INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
021250             (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
021255              OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
021260          VALUES
021265             (:CI-ACCOUNT-NUMBER, CURRENT TIMESTAMP,
021270              :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
021275              :CI-ACTION-CODE, :CI-USERID)
021280     END-EXEC.
021285 4300-EXIT.
021290     EXIT.
021300 4500-CLEAR-AND-AUDIT.
021400     EXEC SQL
021500          DELETE FROM COREBK.CBZ_REG_CKPT_LOG
