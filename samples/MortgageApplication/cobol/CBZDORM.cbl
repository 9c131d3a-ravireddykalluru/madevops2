001730*                     UNTIL CBZRECON HAS ENDED CLEAN FOR THE     *
001740*                     BUSINESS DATE AND RECORDS ITS OWN END      *
001750*                     AND RETURN CODE.                           *
001760*    10/15/26   RV    WRITES AN ACCOUNT_STATUS CHANGE IMAGE TO   *
001770*                     CBZ_ACCT_CHG_IMAGE FOR EACH ACCOUNT MARKED *
001780*                     DORMANT.                                   *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
005300 01  WS-DAYS-IN                  PIC X(05).
005400 01  WS-DAYS-NUM REDEFINES WS-DAYS-IN PIC 9(05).
005500 01  WS-STATUS-DORMANT           PIC X(10) VALUE 'DORMANT'.
005510 01  WS-STATUS-ACTIVE            PIC X(10) VALUE 'ACTIVE'.
005600 01  HEADER-LINE1.
005700     05  FILLER                  PIC X(45) VALUE
005800         'CBZDORM - DORMANT ACCOUNT SWEEP REPORT'.
008700     COPY CBZAUDT.
008710     COPY CBZBRUN.
008720     COPY CBZBSQW.
008730     COPY CBZCHGI.
008800     EXEC SQL
008900          DECLARE DORMANT-SWEEP-CSR CURSOR FOR
009000          SELECT ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_NAME,
018000     END-EXEC.
018100     IF SQLCODE EQUAL TO ZERO
018200         PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT
018210         PERFORM 6100-WRITE-CHANGE-IMAGE THRU 6100-EXIT
018300         PERFORM 7000-PRINT-DETAIL-LINE THRU 7000-EXIT
018400         ADD 1 TO WS-BRANCH-SWEPT-COUNT
018500         ADD 1 TO WS-GRAND-SWEPT-COUNT
020100     END-EXEC.
020200 6000-EXIT.
020300     EXIT.
020305 6100-WRITE-CHANGE-IMAGE.
020310     MOVE H1-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER.
020315     MOVE 'ACCOUNT_STATUS' TO CI-COLUMN-NAME.
020320     MOVE WS-STATUS-ACTIVE TO CI-OLD-VALUE.
020325     MOVE WS-STATUS-DORMANT TO CI-NEW-VALUE.
020330     MOVE 'DORMANT' TO CI-ACTION-CODE.
020335     MOVE 'CBZDORM' TO CI-USERID.
020340     EXEC SQL
020345          INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
020350             (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
020355              OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
020360          VALUES
020365             (:CI-ACCOUNT-NUMBER, CURRENT TIMESTAMP,
020370              :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
020375              :CI-ACTION-CODE, :CI-USERID)
020380     END-EXEC.
020385 6100-EXIT.
020390     EXIT.
020400 7000-PRINT-DETAIL-LINE.
020500     MOVE H1-BASE-BRANCH TO DL-BRANCH.
020600     MOVE H1-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
