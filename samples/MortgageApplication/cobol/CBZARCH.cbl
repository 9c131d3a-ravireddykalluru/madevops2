000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZARCH.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - SCHEDULED ARCHIVAL OF    *
001100*                     CLOSED ACCOUNTS OFF COREBK.CBS_ACCT_MSTR_  *
001200*                     DTL.  AN ACCOUNT CLOSED LONGER THAN THE    *
001300*                     PARM CARD RETENTION DAYS, WITH NO OPEN     *
001400*                     COMPLIANCE QUEUE OR AML ALERT ROW AND NO   *
001500*                     PENDING MAINTENANCE, TRANSFER OR TEMPORARY *
001600*                     LIMIT ROW, IS COPIED TO COREBK.CBZ_ACCT_   *
001700*                     CLOSED_HIST AND TO THE ACCTARC GENERATION  *
001800*                     (CBZLOD LAYOUT WITH HDR/TRL CONTROLS) AND  *
001900*                     DELETED FROM THE MASTER.  PRINTS A CONTROL *
002000*                     REPORT OF ACCOUNTS ARCHIVED AND HELD BACK  *
002100*                     PER BRANCH.                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ARCHIVE-FILE ASSIGN TO ACCTARC
003000            ORGANIZATION IS SEQUENTIAL.
003100     SELECT REPORT-FILE  ASSIGN TO ARCHRPT
003200            ORGANIZATION IS SEQUENTIAL.
003300     SELECT PARM-FILE    ASSIGN TO PARMCARD
003400            ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ARCHIVE-FILE
003800     LABEL RECORDS ARE STANDARD
003900     RECORDING MODE IS F.
004000     COPY CBZLOD.
004100 FD  REPORT-FILE
004200     LABEL RECORDS ARE STANDARD
004300     RECORDING MODE IS F.
004400 01  REPORT-RECORD               PIC X(132).
004500 FD  PARM-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 01  PARM-RECORD.
004900     05  PARM-RETENTION-DAYS     PIC X(05).
005000     05  FILLER                  PIC X(75).
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
005400         88  WS-EOF              VALUE 'Y'.
005500     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005600         88  WS-PARM-EOF         VALUE 'Y'.
005700     05  WS-SQL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
005800         88  WS-SQL-ERROR        VALUE 'Y'.
005900     05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
006000         88  WS-FIRST-RECORD     VALUE 'Y'.
006100     05  WS-HOLD-REASON          PIC X(01) VALUE SPACE.
006200         88  WS-HOLD-NONE        VALUE ' '.
006300         88  WS-HOLD-QUEUE       VALUE 'Q'.
006400         88  WS-HOLD-ALERT       VALUE 'A'.
006500         88  WS-HOLD-MAINT       VALUE 'M'.
006600         88  WS-HOLD-XFER        VALUE 'X'.
006700         88  WS-HOLD-LIMIT       VALUE 'L'.
006800 01  WS-RETENTION-DAYS           PIC S9(9) COMP VALUE 365.
006900 01  WS-RETENTION-IN             PIC X(05).
007000 01  WS-RETENTION-NUM REDEFINES WS-RETENTION-IN PIC 9(05).
007100 01  WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
007200 01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
007300 01  WS-CLOSE-DATE               PIC X(10) VALUE SPACES.
007400 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
007500 01  WS-BRANCH-ARCH-COUNT        PIC 9(07) COMP VALUE ZERO.
007600 01  WS-BRANCH-HELD-COUNT        PIC 9(07) COMP VALUE ZERO.
007700 01  WS-BRANCH-COUNT             PIC 9(07) COMP VALUE ZERO.
007800 01  WS-ARCH-COUNT               PIC 9(09) COMP VALUE ZERO.
007900 01  WS-HELD-COUNT               PIC 9(09) COMP VALUE ZERO.
008000 01  WS-ARCH-HASH                PIC 9(18) VALUE ZERO.
008100 01  WS-ARCH-LIMIT-TOTAL         PIC 9(15) VALUE ZERO.
008200 01  HEADER-LINE1.
008300     05  FILLER                  PIC X(50) VALUE
008400         'CBZARCH - CLOSED ACCOUNT ARCHIVAL CONTROL REPORT'.
008500     05  FILLER                  PIC X(82) VALUE SPACES.
008600 01  PARM-LINE.
008700     05  FILLER                  PIC X(20) VALUE
008800         'RETENTION DAYS   : '.
008900     05  PL-RETENTION-DAYS       PIC ZZZZ9.
009000     05  FILLER                  PIC X(20) VALUE
009100         '   CLOSED BEFORE : '.
009200     05  PL-CUTOFF-DATE          PIC X(10).
009300     05  FILLER                  PIC X(77) VALUE SPACES.
009400 01  BRANCH-LINE.
009500     05  FILLER                  PIC X(20) VALUE
009600         'BRANCH           : '.
009700     05  BL-BRANCH               PIC X(20).
009800     05  FILLER                  PIC X(92) VALUE SPACES.
009900 01  HEADER-LINE2.
010000     05  FILLER                  PIC X(20) VALUE 'ACCOUNT NUMBER'.
010100     05  FILLER                  PIC X(32) VALUE 'ACCOUNT NAME'.
010200     05  FILLER                  PIC X(12) VALUE 'CLOSED'.
010300     05  FILLER                  PIC X(40) VALUE 'RESULT'.
010400     05  FILLER                  PIC X(28) VALUE SPACES.
010500 01  DETAIL-LINE.
010600     05  DL-ACCOUNT-NUMBER       PIC Z(17)9.
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  DL-ACCOUNT-NAME         PIC X(30).
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  DL-CLOSE-DATE           PIC X(10).
011100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  DL-RESULT               PIC X(40).
011300     05  FILLER                  PIC X(28) VALUE SPACES.
011400 01  BRANCH-TOTAL-LINE.
011500     05  FILLER                  PIC X(20) VALUE
011600         'BRANCH TOTAL     : '.
011700     05  BT-BRANCH               PIC X(20).
011800     05  FILLER                  PIC X(12) VALUE '  ARCHIVED: '.
011900     05  BT-ARCH-COUNT           PIC ZZZZZZ9.
012000     05  FILLER                  PIC X(08) VALUE '  HELD: '.
012100     05  BT-HELD-COUNT           PIC ZZZZZZ9.
012200     05  FILLER                  PIC X(58) VALUE SPACES.
012300 01  SUMMARY-LINE1.
012400     05  FILLER                  PIC X(20) VALUE
012500         'ACCOUNTS ARCHIVED: '.
012600     05  SL-ARCH-COUNT           PIC ZZZ,ZZZ,ZZ9.
012700     05  FILLER                  PIC X(12) VALUE '  HELD    : '.
012800     05  SL-HELD-COUNT           PIC ZZZ,ZZZ,ZZ9.
012900     05  FILLER                  PIC X(12) VALUE '  BRANCHES: '.
013000     05  SL-BRANCH-COUNT         PIC ZZZZZZ9.
013100     05  FILLER                  PIC X(59) VALUE SPACES.
013200 01  SUMMARY-LINE2.
013300     05  FILLER                  PIC X(20) VALUE
013400         'ACCTARC HASH     : '.
013500     05  SL-ARCH-HASH            PIC Z(17)9.
013600     05  FILLER                  PIC X(16) VALUE
013700         '  LIMIT TOTAL: '.
013800     05  SL-ARCH-LIMIT-TOTAL     PIC Z(14)9.
013900     05  FILLER                  PIC X(63) VALUE SPACES.
014000 01  RESULT-LINE.
014100     05  FILLER                  PIC X(20) VALUE
014200         'RUN RESULT       : '.
014300     05  RS-RESULT               PIC X(60).
014400     05  FILLER                  PIC X(52) VALUE SPACES.
014500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
014600     EXEC SQL INCLUDE SQLCA END-EXEC.
014700     COPY CBSMST.
014800     COPY CBZACLH.
014900******************************************************************
015000*    THE CLOSE DATE IS THE LAST CLOS- AUDIT ACTION WRITTEN BY    *
015100*    CGZMNT, OR THE MASTER UPD_TIMESTAMP ONCE CBZPURG HAS        *
015200*    PURGED THAT AUDIT ROW (A CLOSED ACCOUNT TAKES NO FURTHER    *
015300*    CHANGES).  THE HOLD CODE NAMES THE FIRST OPEN OR PENDING    *
015400*    ROW THAT KEEPS THE ACCOUNT ON THE MASTER.                   *
015500******************************************************************
015600     EXEC SQL
015700          DECLARE CLOSED-ACCT-CSR CURSOR FOR
015800          SELECT C.ACCOUNT_NUMBER, C.BASE_BRANCH, C.ACCOUNT_NAME,
015900                 C.PRODUCT_CODE, C.CUSTOMER_ID, C.ACCOUNT_STATUS,
016000                 C.PAYMENT_LIMIT, C.CURRENCY, C.COMPLIANCE_STATUS,
016100                 C.LAST_ACTIVITY_DATE, C.UPD_USERID,
016200                 C.UPD_TIMESTAMP, CHAR(C.CLOSE_DATE, ISO),
016300                 CASE
016400                   WHEN EXISTS
016500                        (SELECT 1
016600                           FROM COREBK.CBZ_CMPL_EXCP_QUEUE Q
016700                          WHERE Q.ACCOUNT_NUMBER =
016800                                C.ACCOUNT_NUMBER
016900                            AND Q.WORK_STATUS = 'OPEN')
017000                   THEN 'Q'
017100                   WHEN EXISTS
017200                        (SELECT 1
017300                           FROM COREBK.CBZ_AML_ALERT A
017400                          WHERE A.ACCOUNT_NUMBER =
017500                                C.ACCOUNT_NUMBER
017600                            AND A.ALERT_STATUS IN
017700                                ('OPEN', 'INVESTIGATING'))
017800                   THEN 'A'
017900                   WHEN EXISTS
018000                        (SELECT 1
018100                           FROM COREBK.CBZ_ACCT_MAINT_PEND P
018200                          WHERE P.ACCOUNT_NUMBER =
018300                                C.ACCOUNT_NUMBER)
018400                   THEN 'M'
018500                   WHEN EXISTS
018600                        (SELECT 1
018700                           FROM COREBK.CBZ_BRANCH_XFER_PEND X
018800                          WHERE X.ACCOUNT_NUMBER =
018900                                C.ACCOUNT_NUMBER)
019000                   THEN 'X'
019100                   WHEN EXISTS
019200                        (SELECT 1
019300                           FROM COREBK.CBZ_TEMP_LIMIT T
019400                          WHERE T.ACCOUNT_NUMBER =
019500                                C.ACCOUNT_NUMBER
019600                            AND T.LIMIT_STATUS IN
019700                                ('SCHD', 'ACTV'))
019800                   THEN 'L'
019900                   ELSE ' '
020000                 END
020100            FROM (SELECT M.*,
020200                    VALUE((SELECT DATE(MAX(L.LOG_TIMESTAMP))
020300                             FROM COREBK.CBZ_ACCT_AUDIT_LOG L
020400                            WHERE L.ACCOUNT_NUMBER =
020500                                  M.ACCOUNT_NUMBER
020600                              AND L.ACTION_CODE LIKE 'CLOS-%'),
020700                          DATE(M.UPD_TIMESTAMP)) AS CLOSE_DATE
020800                    FROM COREBK.CBS_ACCT_MSTR_DTL M
020900                   WHERE M.ACCOUNT_STATUS = 'CLOSED') AS C
021000           WHERE C.CLOSE_DATE < :WS-CUTOFF-DATE
021100           ORDER BY C.BASE_BRANCH, C.ACCOUNT_NUMBER
021200     END-EXEC.
021300 PROCEDURE DIVISION.
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     PERFORM 2000-ARCHIVE-ACCOUNT THRU 2000-EXIT
021700         UNTIL WS-EOF OR WS-SQL-ERROR.
021800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021900     STOP RUN.
022000 0000-EXIT.
022100     EXIT.
022200 1000-INITIALIZE.
022300     OPEN OUTPUT ARCHIVE-FILE.
022400     OPEN OUTPUT REPORT-FILE.
022500     WRITE REPORT-RECORD FROM HEADER-LINE1.
022600     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
022700     EXEC SQL
022800          SET :WS-RUN-DATE = CURRENT DATE
022900     END-EXEC.
023000     EXEC SQL
023100          SET :WS-CUTOFF-DATE =
023200              CHAR(CURRENT DATE - :WS-RETENTION-DAYS DAYS, ISO)
023300     END-EXEC.
023400     MOVE WS-RETENTION-DAYS TO PL-RETENTION-DAYS.
023500     MOVE WS-CUTOFF-DATE TO PL-CUTOFF-DATE.
023600     WRITE REPORT-RECORD FROM PARM-LINE.
023700     WRITE REPORT-RECORD FROM BLANK-LINE.
023800     INITIALIZE LD-HEADER-RECORD.
023900     MOVE 'HDR' TO LD-HDR-ID.
024000     MOVE 'ALL BRANCHES' TO LD-HDR-BRANCH.
024100     MOVE WS-RUN-DATE TO LD-HDR-BUS-DATE.
024200     WRITE LD-HEADER-RECORD.
024300     EXEC SQL
024400          OPEN CLOSED-ACCT-CSR
024500     END-EXEC.
024600     IF SQLCODE NOT EQUAL TO ZERO
024700         MOVE 'Y' TO WS-SQL-ERROR-SWITCH
024800         GO TO 1000-EXIT.
024900     PERFORM 3000-FETCH-NEXT-ACCOUNT THRU 3000-EXIT.
025000 1000-EXIT.
025100     EXIT.
025200 1100-READ-PARM-CARD.
025300     OPEN INPUT PARM-FILE.
025400     READ PARM-FILE
025500         AT END
025600             MOVE 'Y' TO WS-PARM-EOF-SWITCH
025700     END-READ.
025800     CLOSE PARM-FILE.
025900     IF WS-PARM-EOF
026000         GO TO 1100-EXIT.
026100     MOVE PARM-RETENTION-DAYS TO WS-RETENTION-IN.
026200     INSPECT WS-RETENTION-IN REPLACING LEADING SPACES
026300             BY ZEROS.
026400     IF WS-RETENTION-IN NUMERIC
026500         IF WS-RETENTION-NUM GREATER THAN ZERO
026600             MOVE WS-RETENTION-NUM TO WS-RETENTION-DAYS
026700         END-IF
026800     END-IF.
026900 1100-EXIT.
027000     EXIT.
027100 2000-ARCHIVE-ACCOUNT.
027200     PERFORM 6000-BRANCH-BREAK THRU 6000-EXIT.
027300     MOVE H1-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
027400     MOVE H1-ACCOUNT-NAME TO DL-ACCOUNT-NAME.
027500     MOVE WS-CLOSE-DATE TO DL-CLOSE-DATE.
027600     IF WS-HOLD-NONE
027700         PERFORM 4000-MOVE-TO-HISTORY THRU 4000-EXIT
027800     ELSE
027900         PERFORM 2100-HOLD-ACCOUNT THRU 2100-EXIT
028000     END-IF.
028100     IF WS-SQL-ERROR
028200         GO TO 2000-EXIT.
028300     WRITE REPORT-RECORD FROM DETAIL-LINE.
028400     PERFORM 3000-FETCH-NEXT-ACCOUNT THRU 3000-EXIT.
028500 2000-EXIT.
028600     EXIT.
028700 2100-HOLD-ACCOUNT.
028800     ADD 1 TO WS-HELD-COUNT.
028900     ADD 1 TO WS-BRANCH-HELD-COUNT.
029000     IF WS-HOLD-QUEUE
029100         MOVE 'HELD - OPEN COMPLIANCE QUEUE ROW' TO DL-RESULT.
029200     IF WS-HOLD-ALERT
029300         MOVE 'HELD - OPEN AML ALERT' TO DL-RESULT.
029400     IF WS-HOLD-MAINT
029500         MOVE 'HELD - MAINTENANCE PENDING APPROVAL' TO DL-RESULT.
029600     IF WS-HOLD-XFER
029700         MOVE 'HELD - BRANCH TRANSFER PENDING' TO DL-RESULT.
029800     IF WS-HOLD-LIMIT
029900         MOVE 'HELD - TEMPORARY LIMIT SCHEDULED' TO DL-RESULT.
030000 2100-EXIT.
030100     EXIT.
030200 3000-FETCH-NEXT-ACCOUNT.
030300     EXEC SQL
030400          FETCH CLOSED-ACCT-CSR
030500          INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
030600               :H1-ACCOUNT-NAME, :H1-PRODUCT-CODE,
030700               :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS,
030800               :H1-PAYMENT-LIMIT, :H1-CURRENCY,
030900               :H1-COMPLIANCE-STATUS, :H1-LAST-ACTIVITY-DATE,
031000               :H1-UPD-USERID, :H1-UPD-TIMESTAMP,
031100               :WS-CLOSE-DATE, :WS-HOLD-REASON
031200     END-EXEC.
031300     IF SQLCODE NOT EQUAL TO ZERO
031400         MOVE 'Y' TO WS-EOF-SWITCH
031500     END-IF.
031600 3000-EXIT.
031700     EXIT.
031800******************************************************************
031900*    THE MASTER ROW IS DELETED FIRST, STILL CLOSED, SO AN        *
032000*    ACCOUNT CHANGED SINCE THE FETCH IS HELD RATHER THAN COPIED. *
032100*    HISTORY ROW, ARCHIVE RECORD AND DELETE ARE ONE UNIT OF      *
032200*    WORK WITH THE REST OF THE RUN.                              *
032300******************************************************************
032400 4000-MOVE-TO-HISTORY.
032500     EXEC SQL
032600          DELETE FROM COREBK.CBS_ACCT_MSTR_DTL
032700           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
032800             AND ACCOUNT_STATUS = 'CLOSED'
032900     END-EXEC.
033000     IF SQLCODE EQUAL TO 100
033100         ADD 1 TO WS-HELD-COUNT
033200         ADD 1 TO WS-BRANCH-HELD-COUNT
033300         MOVE 'HELD - MASTER ROW CHANGED DURING RUN' TO DL-RESULT
033400         GO TO 4000-EXIT.
033500     IF SQLCODE NOT EQUAL TO ZERO
033600         MOVE 'Y' TO WS-SQL-ERROR-SWITCH
033700         GO TO 4000-EXIT.
033800     MOVE H1-ACCOUNT-NUMBER     TO HS-ACCOUNT-NUMBER.
033900     MOVE H1-BASE-BRANCH        TO HS-BASE-BRANCH.
034000     MOVE H1-ACCOUNT-NAME       TO HS-ACCOUNT-NAME.
034100     MOVE H1-PRODUCT-CODE       TO HS-PRODUCT-CODE.
034200     MOVE H1-CUSTOMER-ID        TO HS-CUSTOMER-ID.
034300     MOVE H1-ACCOUNT-STATUS     TO HS-ACCOUNT-STATUS.
034400     MOVE H1-PAYMENT-LIMIT      TO HS-PAYMENT-LIMIT.
034500     MOVE H1-CURRENCY           TO HS-CURRENCY.
034600     MOVE H1-COMPLIANCE-STATUS  TO HS-COMPLIANCE-STATUS.
034700     MOVE H1-LAST-ACTIVITY-DATE TO HS-LAST-ACTIVITY-DATE.
034800     MOVE H1-UPD-USERID         TO HS-UPD-USERID.
034900     MOVE H1-UPD-TIMESTAMP      TO HS-UPD-TIMESTAMP.
035000     MOVE WS-CLOSE-DATE         TO HS-CLOSE-DATE.
035100     MOVE WS-RUN-DATE           TO HS-ARCHIVE-DATE.
035200     EXEC SQL
035300          INSERT INTO COREBK.CBZ_ACCT_CLOSED_HIST
035400             (ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_NAME,
035500              PRODUCT_CODE, CUSTOMER_ID, ACCOUNT_STATUS,
035600              PAYMENT_LIMIT, CURRENCY, COMPLIANCE_STATUS,
035700              LAST_ACTIVITY_DATE, UPD_USERID, UPD_TIMESTAMP,
035800              CLOSE_DATE, ARCHIVE_DATE)
035900          VALUES
036000             (:HS-ACCOUNT-NUMBER, :HS-BASE-BRANCH,
036100              :HS-ACCOUNT-NAME, :HS-PRODUCT-CODE,
036200              :HS-CUSTOMER-ID, :HS-ACCOUNT-STATUS,
036300              :HS-PAYMENT-LIMIT, :HS-CURRENCY,
036400              :HS-COMPLIANCE-STATUS, :HS-LAST-ACTIVITY-DATE,
036500              :HS-UPD-USERID, :HS-UPD-TIMESTAMP,
036600              :HS-CLOSE-DATE, :HS-ARCHIVE-DATE)
036700     END-EXEC.
036800     IF SQLCODE NOT EQUAL TO ZERO
036900         MOVE 'Y' TO WS-SQL-ERROR-SWITCH
037000         GO TO 4000-EXIT.
037100     PERFORM 5000-WRITE-ARCHIVE THRU 5000-EXIT.
037200     ADD 1 TO WS-ARCH-COUNT.
037300     ADD 1 TO WS-BRANCH-ARCH-COUNT.
037400     MOVE 'ARCHIVED' TO DL-RESULT.
037500 4000-EXIT.
037600     EXIT.
037700 5000-WRITE-ARCHIVE.
037800     INITIALIZE LD-ONBOARD-RECORD.
037900     MOVE H1-ACCOUNT-NUMBER     TO LD-ACCOUNT-NUMBER.
038000     MOVE H1-BASE-BRANCH        TO LD-BASE-BRANCH.
038100     MOVE H1-ACCOUNT-NAME       TO LD-ACCOUNT-NAME.
038200     MOVE H1-PRODUCT-CODE       TO LD-PRODUCT-CODE.
038300     MOVE H1-CUSTOMER-ID        TO LD-CUSTOMER-ID.
038400     MOVE H1-ACCOUNT-STATUS     TO LD-ACCOUNT-STATUS.
038500     MOVE H1-PAYMENT-LIMIT      TO LD-PAYMENT-LIMIT.
038600     MOVE H1-CURRENCY           TO LD-CURRENCY.
038700     MOVE H1-COMPLIANCE-STATUS  TO LD-COMPLIANCE-STATUS.
038800     MOVE H1-LAST-ACTIVITY-DATE TO LD-LAST-ACTIVITY-DATE.
038900     MOVE H1-UPD-USERID         TO LD-UPD-USERID.
039000     MOVE H1-UPD-TIMESTAMP      TO LD-UPD-TIMESTAMP.
039100     WRITE LD-ONBOARD-RECORD.
039200     ADD H1-ACCOUNT-NUMBER TO WS-ARCH-HASH.
039300     ADD H1-PAYMENT-LIMIT TO WS-ARCH-LIMIT-TOTAL.
039400 5000-EXIT.
039500     EXIT.
039600 6000-BRANCH-BREAK.
039700     IF WS-FIRST-RECORD
039800         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
039900         PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
040000         GO TO 6000-EXIT.
040100     IF H1-BASE-BRANCH NOT EQUAL TO WS-BREAK-BRANCH
040200         PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT
040300         PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
040400     END-IF.
040500 6000-EXIT.
040600     EXIT.
040700 6100-BRANCH-TOTAL.
040800     IF WS-FIRST-RECORD
040900         GO TO 6100-EXIT.
041000     MOVE WS-BREAK-BRANCH TO BT-BRANCH.
041100     MOVE WS-BRANCH-ARCH-COUNT TO BT-ARCH-COUNT.
041200     MOVE WS-BRANCH-HELD-COUNT TO BT-HELD-COUNT.
041300     WRITE REPORT-RECORD FROM BRANCH-TOTAL-LINE.
041400     WRITE REPORT-RECORD FROM BLANK-LINE.
041500     MOVE ZERO TO WS-BRANCH-ARCH-COUNT.
041600     MOVE ZERO TO WS-BRANCH-HELD-COUNT.
041700 6100-EXIT.
041800     EXIT.
041900 6200-BRANCH-HEADING.
042000     ADD 1 TO WS-BRANCH-COUNT.
042100     MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH.
042200     MOVE H1-BASE-BRANCH TO BL-BRANCH.
042300     WRITE REPORT-RECORD FROM BRANCH-LINE.
042400     WRITE REPORT-RECORD FROM HEADER-LINE2.
042500 6200-EXIT.
042600     EXIT.
042700******************************************************************
042800*    THE TRAILER IS WRITTEN ONLY WHEN THE RUN COMMITS, SO A      *
042900*    GENERATION FROM A BACKED-OUT RUN FAILS ITS CONTROL CHECK.   *
043000******************************************************************
043100 9000-TERMINATE.
043200     EXEC SQL
043300          CLOSE CLOSED-ACCT-CSR
043400     END-EXEC.
043500     PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT.
043600     MOVE WS-ARCH-COUNT TO SL-ARCH-COUNT.
043700     MOVE WS-HELD-COUNT TO SL-HELD-COUNT.
043800     MOVE WS-BRANCH-COUNT TO SL-BRANCH-COUNT.
043900     WRITE REPORT-RECORD FROM SUMMARY-LINE1.
044000     MOVE WS-ARCH-HASH TO SL-ARCH-HASH.
044100     MOVE WS-ARCH-LIMIT-TOTAL TO SL-ARCH-LIMIT-TOTAL.
044200     WRITE REPORT-RECORD FROM SUMMARY-LINE2.
044300     IF WS-SQL-ERROR
044400         EXEC SQL ROLLBACK END-EXEC
044500         MOVE 'DATABASE ERROR - NOTHING ARCHIVED, DISCARD ACCTARC'
044600             TO RS-RESULT
044700         MOVE 8 TO RETURN-CODE
044800     ELSE
044900         INITIALIZE LD-TRAILER-RECORD
045000         MOVE 'TRL' TO LD-TRL-ID
045100         MOVE WS-ARCH-COUNT TO LD-TRL-RECORD-COUNT
045200         MOVE WS-ARCH-HASH TO LD-TRL-HASH-TOTAL
045300         MOVE WS-ARCH-LIMIT-TOTAL TO LD-TRL-LIMIT-TOTAL
045400         WRITE LD-TRAILER-RECORD
045500         EXEC SQL COMMIT END-EXEC
045600         MOVE 'COMMITTED' TO RS-RESULT
045700     END-IF.
045800     WRITE REPORT-RECORD FROM RESULT-LINE.
045900     CLOSE ARCHIVE-FILE.
046000     CLOSE REPORT-FILE.
046100 9000-EXIT.
046200     EXIT.
