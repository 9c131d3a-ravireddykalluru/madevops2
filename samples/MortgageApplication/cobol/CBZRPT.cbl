003470*                     OUT PER PRODUCT, WITH THE DESCRIPTION      *
003480*                     FROM COREBK.CBZ_PRODUCT_REF ON EACH        *
003490*                     TOTAL LINE.                                *
003491*    10/15/26   RV    BRANCH TOTALS NOW ROLL UP BY REGION FROM   *
003492*                     COREBK.CBZ_BRANCH_REF, WITH A REGION TOTAL *
003493*                     LINE AT EACH REGION BREAK. A BASE_BRANCH   *
003494*                     NOT ON THE BRANCH TABLE FALLS INTO REGION  *
003495*                     UNASSIGNED SO IT STANDS OUT.               *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005400     05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
005500         88  WS-FIRST-RECORD     VALUE 'Y'.
005600 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
005610 01  WS-BREAK-REGION             PIC X(10) VALUE SPACES.
005620 01  WS-NO-REGION                PIC X(10) VALUE 'UNASSIGNED'.
005630 01  WS-REGION-PENDING-COUNT     PIC 9(07) COMP VALUE ZERO.
005640 01  WS-REGION-ACTIVE-COUNT      PIC 9(07) COMP VALUE ZERO.
005650 01  WS-REGION-SUSPENDED-COUNT   PIC 9(07) COMP VALUE ZERO.
005660 01  WS-REGION-CLOSED-COUNT      PIC 9(07) COMP VALUE ZERO.
005670 01  WS-REGION-DORMANT-COUNT     PIC 9(07) COMP VALUE ZERO.
005700 01  WS-BRANCH-PENDING-COUNT     PIC 9(07) COMP VALUE ZERO.
005800 01  WS-BRANCH-ACTIVE-COUNT      PIC 9(07) COMP VALUE ZERO.
005900 01  WS-BRANCH-SUSPENDED-COUNT   PIC 9(07) COMP VALUE ZERO.
012200     05  FILLER                  PIC X(06) VALUE ' DORM:'.
012300     05  BL-DORMANT-COUNT        PIC ZZZZZZ9.
012400     05  FILLER                  PIC X(31) VALUE SPACES.
012405 01  REGION-TOTAL-LINE.
012410     05  FILLER                  PIC X(16) VALUE
012415         'REGION TOTAL - '.
012420     05  RL-REGION               PIC X(20).
012425     05  FILLER                  PIC X(06) VALUE ' PEND:'.
012430     05  RL-PENDING-COUNT        PIC ZZZZZZ9.
012435     05  FILLER                  PIC X(06) VALUE ' ACTV:'.
012440     05  RL-ACTIVE-COUNT         PIC ZZZZZZ9.
012445     05  FILLER                  PIC X(06) VALUE ' SUSP:'.
012450     05  RL-SUSPENDED-COUNT      PIC ZZZZZZ9.
012455     05  FILLER                  PIC X(06) VALUE ' CLSD:'.
012460     05  RL-CLOSED-COUNT         PIC ZZZZZZ9.
012465     05  FILLER                  PIC X(06) VALUE ' DORM:'.
012470     05  RL-DORMANT-COUNT        PIC ZZZZZZ9.
012475     05  FILLER                  PIC X(31) VALUE SPACES.
012500 01  BRANCH-CURR-LINE.
012600     05  FILLER                  PIC X(16) VALUE
012700         'BRANCH LIMIT - '.
015900     EXEC SQL INCLUDE SQLCA END-EXEC.
016000     COPY CBSMST.
016005     COPY CBZPROD.
016007     COPY CBZBRCH.
016010     COPY CBZBRUN.
016020     COPY CBZBSQW.
016100     EXEC SQL
016150          DECLARE ACCT-REGISTER-CSR CURSOR FOR
016200          SELECT M.ACCOUNT_NUMBER, M.BASE_BRANCH, M.ACCOUNT_NAME,
016250                 M.PRODUCT_CODE, M.CUSTOMER_ID, M.ACCOUNT_STATUS,
016300                 M.PAYMENT_LIMIT, M.CURRENCY, M.COMPLIANCE_STATUS,
016350                 M.LAST_ACTIVITY_DATE, M.UPD_USERID,
016400                 M.UPD_TIMESTAMP,
016450                 VALUE(B.REGION, :WS-NO-REGION) AS REGION_KEY
016500            FROM COREBK.CBS_ACCT_MSTR_DTL M
016550            LEFT OUTER JOIN COREBK.CBZ_BRANCH_REF B
016600              ON B.BRANCH_CODE = M.BASE_BRANCH
016650           ORDER BY REGION_KEY, M.BASE_BRANCH, M.ACCOUNT_NUMBER
016700     END-EXEC.
017000 PROCEDURE DIVISION.
017100 0000-MAINLINE.
017110     MOVE 'CBZRPT' TO WS-RC-JOB-NAME.
019000     EXIT.
019100 2000-PROCESS-RECORD.
019200     IF WS-FIRST-RECORD
019250         MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
019300         MOVE BH-REGION TO WS-BREAK-REGION
019350         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
019400     ELSE
019450         IF BH-REGION NOT EQUAL TO WS-BREAK-REGION
019500             PERFORM 4000-PRINT-BRANCH-BREAK THRU 4000-EXIT
019550             PERFORM 4050-PRINT-REGION-BREAK THRU 4050-EXIT
019600             MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
019650             MOVE BH-REGION TO WS-BREAK-REGION
019700         ELSE
019750             IF H1-BASE-BRANCH NOT EQUAL TO WS-BREAK-BRANCH
019800                 PERFORM 4000-PRINT-BRANCH-BREAK THRU 4000-EXIT
019850                 MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
019900             END-IF
019950         END-IF
020000     END-IF.
020100     PERFORM 5000-PRINT-DETAIL-LINE THRU 5000-EXIT.
020200     PERFORM 6000-ACCUMULATE-TOTALS THRU 6000-EXIT.
021100               :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS,
021200               :H1-PAYMENT-LIMIT, :H1-CURRENCY,
021300               :H1-COMPLIANCE-STATUS, :H1-LAST-ACTIVITY-DATE,
021400               :H1-UPD-USERID, :H1-UPD-TIMESTAMP,
021450               :BH-REGION
021500     END-EXEC.
021600     IF SQLCODE NOT EQUAL TO ZERO
021700         MOVE 'Y' TO WS-EOF-SWITCH
022600     MOVE WS-BRANCH-CLOSED-COUNT TO BL-CLOSED-COUNT.
022700     MOVE WS-BRANCH-DORMANT-COUNT TO BL-DORMANT-COUNT.
022800     WRITE REPORT-RECORD FROM BRANCH-TOTAL-LINE.
022810     ADD WS-BRANCH-PENDING-COUNT TO WS-REGION-PENDING-COUNT.
022820     ADD WS-BRANCH-ACTIVE-COUNT TO WS-REGION-ACTIVE-COUNT.
022830     ADD WS-BRANCH-SUSPENDED-COUNT TO WS-REGION-SUSPENDED-COUNT.
022840     ADD WS-BRANCH-CLOSED-COUNT TO WS-REGION-CLOSED-COUNT.
022850     ADD WS-BRANCH-DORMANT-COUNT TO WS-REGION-DORMANT-COUNT.
022900     MOVE ZERO TO WS-BC-NDX.
023000     PERFORM 4100-PRINT-BRANCH-CURR THRU 4100-EXIT
023100         UNTIL WS-BC-NDX NOT LESS THAN WS-BRANCH-CURR-COUNT.
023750     MOVE ZERO TO WS-BRANCH-PROD-COUNT.
023800 4000-EXIT.
023900     EXIT.
023905 4050-PRINT-REGION-BREAK.
023910     MOVE WS-BREAK-REGION TO RL-REGION.
023915     MOVE WS-REGION-PENDING-COUNT TO RL-PENDING-COUNT.
023920     MOVE WS-REGION-ACTIVE-COUNT TO RL-ACTIVE-COUNT.
023925     MOVE WS-REGION-SUSPENDED-COUNT TO RL-SUSPENDED-COUNT.
023930     MOVE WS-REGION-CLOSED-COUNT TO RL-CLOSED-COUNT.
023935     MOVE WS-REGION-DORMANT-COUNT TO RL-DORMANT-COUNT.
023940     WRITE REPORT-RECORD FROM REGION-TOTAL-LINE.
023945     MOVE ZERO TO WS-REGION-PENDING-COUNT.
023950     MOVE ZERO TO WS-REGION-ACTIVE-COUNT.
023955     MOVE ZERO TO WS-REGION-SUSPENDED-COUNT.
023960     MOVE ZERO TO WS-REGION-CLOSED-COUNT.
023965     MOVE ZERO TO WS-REGION-DORMANT-COUNT.
023970 4050-EXIT.
023975     EXIT.
024000 4100-PRINT-BRANCH-CURR.
024100     ADD 1 TO WS-BC-NDX.
024200     MOVE WS-BREAK-BRANCH TO BC-LINE-BRANCH.
034620 9000-TERMINATE.
034700     IF NOT WS-FIRST-RECORD
034800         PERFORM 4000-PRINT-BRANCH-BREAK THRU 4000-EXIT
034810         PERFORM 4050-PRINT-REGION-BREAK THRU 4050-EXIT
034900     END-IF.
035000     MOVE WS-GRAND-PENDING-COUNT TO GL-PENDING-COUNT.
035100     MOVE WS-GRAND-ACTIVE-COUNT TO GL-ACTIVE-COUNT.
