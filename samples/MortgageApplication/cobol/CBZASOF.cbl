000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZASOF.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - REBUILDS ONE ROW OF      *
001100*                     COREBK.CBS_ACCT_MSTR_DTL AS IT STOOD AT    *
001200*                     THE END OF A PARM CARD DATE.  THE CURRENT  *
001300*                     ROW IS ROLLED BACK THROUGH EVERY           *
001400*                     CBZ_ACCT_CHG_IMAGE ROW DATED AFTER THE     *
001500*                     AS-OF DATE, NEWEST FIRST, EACH CHANGE      *
001600*                     BACKED OUT IS LISTED, AND THE CURRENT AND  *
001700*                     REBUILT ROWS ARE PRINTED SIDE BY SIDE.     *
001800*                     UPD_USERID/UPD_TIMESTAMP COME FROM THE     *
001900*                     LAST IMAGE ON OR BEFORE THE DATE.  A       *
002000*                     MISSING OR INVALID PARM, OR AN ACCOUNT NOT *
002100*                     ON THE MASTER, ENDS THE JOB RC=8.          *
002110*    10/15/26   RV    AN ACCOUNT NO LONGER ON THE MASTER IS READ *
002120*                     FROM THE CLOSED-ACCOUNT HISTORY TABLE AND  *
002130*                     ROLLED BACK THROUGH ITS CHANGE IMAGES IN   *
002140*                     THE SAME WAY.  THE REPORT NOTES THAT THE   *
002150*                     CURRENT ROW CAME FROM HISTORY.             *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT REPORT-FILE  ASSIGN TO ASOFRPT
003000            ORGANIZATION IS SEQUENTIAL.
003100     SELECT PARM-FILE    ASSIGN TO PARMCARD
003200            ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  REPORT-FILE
003600     LABEL RECORDS ARE STANDARD
003700     RECORDING MODE IS F.
003800 01  REPORT-RECORD               PIC X(132).
003900 FD  PARM-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200 01  PARM-RECORD.
004300     05  PARM-ACCOUNT-NUMBER     PIC X(18).
004400     05  FILLER                  PIC X(01).
004500     05  PARM-ASOF-DATE          PIC X(10).
004600     05  FILLER                  PIC X(51).
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
005000         88  WS-EOF              VALUE 'Y'.
005100     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005200         88  WS-PARM-EOF         VALUE 'Y'.
005300     05  WS-CTL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
005400         88  WS-CTL-ERROR        VALUE 'Y'.
005500 01  WS-PARM-ACCT                PIC 9(18) VALUE ZERO.
005600 01  WS-ACCT-IN                  PIC X(18).
005700 01  WS-ACCT-IN-NUM REDEFINES WS-ACCT-IN PIC 9(18).
005800 01  WS-ASOF-DATE                PIC X(10) VALUE SPACES.
005900 01  WS-ASOF-DATE-PARTS REDEFINES WS-ASOF-DATE.
006000     05  WS-ASOF-YYYY            PIC X(04).
006100     05  WS-ASOF-DASH1           PIC X(01).
006200     05  WS-ASOF-MM              PIC X(02).
006300     05  WS-ASOF-DASH2           PIC X(01).
006400     05  WS-ASOF-DD              PIC X(02).
006500 01  WS-UPD-TS                   PIC X(26) VALUE SPACES.
006600 01  WS-UPD-TS-PARTS REDEFINES WS-UPD-TS.
006700     05  WS-UPD-TS-DATE          PIC X(10).
006800     05  FILLER                  PIC X(16).
006900 01  WS-ROLLBACK-COUNT           PIC 9(07) COMP VALUE ZERO.
007000 01  WS-UNKNOWN-COUNT            PIC 9(07) COMP VALUE ZERO.
007100 01  WS-PRIOR-AUDIT-COUNT        PIC S9(9) COMP VALUE ZERO.
007200 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
007300*    CURRENT AND REBUILT ROWS IN THE DISPLAY FORM THE CHANGE
007400*    IMAGES CARRY, SO AN OLD_VALUE CAN BE MOVED STRAIGHT IN.
007500 01  WS-CURR-ROW.
007600     05  WS-CURR-BASE-BRANCH     PIC X(20).
007700     05  WS-CURR-ACCOUNT-NAME    PIC X(50).
007800     05  WS-CURR-PRODUCT-CODE    PIC X(05).
007900     05  WS-CURR-CUSTOMER-ID     PIC X(09).
008000     05  WS-CURR-CUSTOMER-NUM REDEFINES WS-CURR-CUSTOMER-ID
008100                                 PIC 9(09).
008200     05  WS-CURR-ACCOUNT-STATUS  PIC X(10).
008300     05  WS-CURR-PAYMENT-LIMIT   PIC X(09).
008400     05  WS-CURR-LIMIT-NUM REDEFINES WS-CURR-PAYMENT-LIMIT
008500                                 PIC 9(09).
008600     05  WS-CURR-CURRENCY        PIC X(03).
008700     05  WS-CURR-COMPLIANCE      PIC X(05).
008800     05  WS-CURR-ACTIVITY-DATE   PIC X(10).
008900     05  WS-CURR-UPD-USERID      PIC X(10).
009000     05  WS-CURR-UPD-TIMESTAMP   PIC X(26).
009100 01  WS-ASOF-ROW.
009200     05  WS-ASOF-BASE-BRANCH     PIC X(20).
009300     05  WS-ASOF-ACCOUNT-NAME    PIC X(50).
009400     05  WS-ASOF-PRODUCT-CODE    PIC X(05).
009500     05  WS-ASOF-CUSTOMER-ID     PIC X(09).
009600     05  WS-ASOF-ACCOUNT-STATUS  PIC X(10).
009700     05  WS-ASOF-PAYMENT-LIMIT   PIC X(09).
009800     05  WS-ASOF-CURRENCY        PIC X(03).
009900     05  WS-ASOF-COMPLIANCE      PIC X(05).
010000     05  WS-ASOF-ACTIVITY-DATE   PIC X(10).
010100     05  WS-ASOF-UPD-USERID      PIC X(10).
010200     05  WS-ASOF-UPD-TIMESTAMP   PIC X(26).
010300 01  HEADER-LINE1.
010400     05  FILLER                  PIC X(50) VALUE
010500         'CBZASOF - ACCOUNT MASTER POINT-IN-TIME REBUILD'.
010600     05  FILLER                  PIC X(82) VALUE SPACES.
010700 01  PARM-LINE.
010800     05  FILLER                  PIC X(11) VALUE 'ACCOUNT  : '.
010900     05  PL-ACCOUNT-NUMBER       PIC 9(18).
011000     05  FILLER                  PIC X(10) VALUE '  AS OF : '.
011100     05  PL-ASOF-DATE            PIC X(10).
011200     05  FILLER                  PIC X(83) VALUE SPACES.
011300 01  CHANGE-HEAD-LINE.
011400     05  FILLER                  PIC X(50) VALUE
011500         'CHANGES ROLLED BACK (NEWEST FIRST)'.
011600     05  FILLER                  PIC X(82) VALUE SPACES.
011700 01  CHANGE-LINE.
011800     05  CL-CHANGE-TIMESTAMP     PIC X(26).
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  CL-COLUMN-NAME          PIC X(18).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  CL-NEW-VALUE            PIC X(25).
012300     05  FILLER                  PIC X(04) VALUE ' -> '.
012400     05  CL-OLD-VALUE            PIC X(25).
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  CL-ACTION-CODE          PIC X(10).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  CL-USERID               PIC X(10).
012900     05  FILLER                  PIC X(06) VALUE SPACES.
013000 01  ROW-HEAD-LINE.
013100     05  FILLER                  PIC X(20) VALUE 'COLUMN'.
013200     05  FILLER                  PIC X(52) VALUE 'CURRENT VALUE'.
013300     05  FILLER                  PIC X(12) VALUE 'VALUE AS OF '.
013400     05  RH-ASOF-DATE            PIC X(10).
013500     05  FILLER                  PIC X(38) VALUE SPACES.
013600 01  ROW-LINE.
013700     05  RL-COLUMN-NAME          PIC X(20).
013800     05  RL-CURR-VALUE           PIC X(50).
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  RL-ASOF-VALUE           PIC X(50).
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  RL-CHANGED-FLAG         PIC X(08).
014300 01  WARNING-LINE.
014400     05  FILLER                  PIC X(20) VALUE
014500         'WARNING          : '.
014600     05  WL-MESSAGE              PIC X(70).
014700     05  FILLER                  PIC X(42) VALUE SPACES.
014800 01  CTL-ERROR-LINE.
014900     05  FILLER                  PIC X(20) VALUE
015000         'CONTROL FAILURE  : '.
015100     05  CE-MESSAGE              PIC X(40).
015200     05  FILLER                  PIC X(72) VALUE SPACES.
015300 01  SUMMARY-LINE.
015400     05  FILLER                  PIC X(20) VALUE
015500         'CHANGES ROLLED BK: '.
015600     05  SL-ROLLBACK-COUNT       PIC ZZZZZZ9.
015700     05  FILLER                  PIC X(18) VALUE
015800         '  UNKNOWN COLUMN: '.
015900     05  SL-UNKNOWN-COUNT        PIC ZZZZZZ9.
016000     05  FILLER                  PIC X(80) VALUE SPACES.
016100     EXEC SQL INCLUDE SQLCA END-EXEC.
016200     COPY CBSMST.
016300     COPY CBZCHGI.
016310     COPY CBZACLH.
016400     EXEC SQL
016500          DECLARE ROLLBACK-CSR CURSOR FOR
016600          SELECT CHANGE_TIMESTAMP, COLUMN_NAME, OLD_VALUE,
016700                 NEW_VALUE, ACTION_CODE, USERID
016800            FROM COREBK.CBZ_ACCT_CHG_IMAGE
016900           WHERE ACCOUNT_NUMBER = :WS-PARM-ACCT
017000             AND DATE(CHANGE_TIMESTAMP) > :WS-ASOF-DATE
017100           ORDER BY CHANGE_TIMESTAMP DESC, COLUMN_NAME
017200     END-EXEC.
017300     EXEC SQL
017400          DECLARE PRIOR-IMAGE-CSR CURSOR FOR
017500          SELECT CHANGE_TIMESTAMP, USERID
017600            FROM COREBK.CBZ_ACCT_CHG_IMAGE
017700           WHERE ACCOUNT_NUMBER = :WS-PARM-ACCT
017800             AND DATE(CHANGE_TIMESTAMP) <= :WS-ASOF-DATE
017900           ORDER BY CHANGE_TIMESTAMP DESC
018000     END-EXEC.
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     IF WS-CTL-ERROR
018500         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
018600     ELSE
018700         PERFORM 2000-ROLL-BACK-CHANGE THRU 2000-EXIT
018800             UNTIL WS-EOF
018900         PERFORM 5000-RESOLVE-UPD-STAMP THRU 5000-EXIT
019000         PERFORM 6000-PRINT-ROWS THRU 6000-EXIT
019100         PERFORM 9000-TERMINATE THRU 9000-EXIT
019200     END-IF.
019300     STOP RUN.
019400 0000-EXIT.
019500     EXIT.
019600 1000-INITIALIZE.
019700     OPEN OUTPUT REPORT-FILE.
019800     WRITE REPORT-RECORD FROM HEADER-LINE1.
019900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
020000     IF WS-CTL-ERROR
020100         GO TO 1000-EXIT.
020200     MOVE WS-PARM-ACCT TO PL-ACCOUNT-NUMBER.
020300     MOVE WS-ASOF-DATE TO PL-ASOF-DATE.
020400     WRITE REPORT-RECORD FROM PARM-LINE.
020500     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
020600     IF WS-CTL-ERROR
020700         GO TO 1000-EXIT.
020800     PERFORM 1300-CHECK-PRIOR-HISTORY THRU 1300-EXIT.
020900     WRITE REPORT-RECORD FROM CHANGE-HEAD-LINE.
021000     MOVE 'N' TO WS-EOF-SWITCH.
021100     EXEC SQL
021200          OPEN ROLLBACK-CSR
021300     END-EXEC.
021400     PERFORM 3000-FETCH-NEXT-IMAGE THRU 3000-EXIT.
021500 1000-EXIT.
021600     EXIT.
021700 1100-READ-PARM-CARD.
021800     OPEN INPUT PARM-FILE.
021900     READ PARM-FILE
022000         AT END
022100             MOVE 'Y' TO WS-PARM-EOF-SWITCH
022200     END-READ.
022300     CLOSE PARM-FILE.
022400     IF WS-PARM-EOF
022500         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
022600         MOVE 'PARM CARD MISSING' TO WS-CTL-MESSAGE
022700         GO TO 1100-EXIT.
022800     MOVE PARM-ACCOUNT-NUMBER TO WS-ACCT-IN.
022900     INSPECT WS-ACCT-IN REPLACING LEADING SPACES BY ZEROS.
023000     IF WS-ACCT-IN NOT NUMERIC
023100        OR WS-ACCT-IN-NUM EQUAL TO ZERO
023200         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
023300         MOVE 'ACCOUNT NUMBER PARM INVALID' TO WS-CTL-MESSAGE
023400         GO TO 1100-EXIT.
023500     MOVE WS-ACCT-IN-NUM TO WS-PARM-ACCT.
023600     MOVE PARM-ASOF-DATE TO WS-ASOF-DATE.
023700     IF WS-ASOF-YYYY NOT NUMERIC
023800        OR WS-ASOF-MM NOT NUMERIC
023900        OR WS-ASOF-DD NOT NUMERIC
024000        OR WS-ASOF-DASH1 NOT EQUAL TO '-'
024100        OR WS-ASOF-DASH2 NOT EQUAL TO '-'
024200         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
024300         MOVE 'AS-OF DATE PARM INVALID' TO WS-CTL-MESSAGE
024400     END-IF.
024500 1100-EXIT.
024600     EXIT.
024700 1200-READ-MASTER.
024800     MOVE WS-PARM-ACCT TO H1-ACCOUNT-NUMBER.
024900     EXEC SQL
025000          SELECT BASE_BRANCH, ACCOUNT_NAME, PRODUCT_CODE,
025100                 CUSTOMER_ID, ACCOUNT_STATUS, PAYMENT_LIMIT,
025200                 CURRENCY, COMPLIANCE_STATUS, LAST_ACTIVITY_DATE,
025300                 UPD_USERID, UPD_TIMESTAMP
025400            INTO :H1-BASE-BRANCH, :H1-ACCOUNT-NAME,
025500                 :H1-PRODUCT-CODE, :H1-CUSTOMER-ID,
025600                 :H1-ACCOUNT-STATUS, :H1-PAYMENT-LIMIT,
025700                 :H1-CURRENCY, :H1-COMPLIANCE-STATUS,
025800                 :H1-LAST-ACTIVITY-DATE,
025900                 :H1-UPD-USERID, :H1-UPD-TIMESTAMP
026000            FROM COREBK.CBS_ACCT_MSTR_DTL
026100           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
026200     END-EXEC.
026300     IF SQLCODE EQUAL TO 100
026310         PERFORM 1250-READ-CLOSED-HIST THRU 1250-EXIT
026320     END-IF.
026330     IF SQLCODE NOT EQUAL TO ZERO
026400         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
026500         MOVE 'ACCOUNT NOT ON MASTER OR CLOSED HISTORY'
026510              TO WS-CTL-MESSAGE
026600         GO TO 1200-EXIT.
026700     MOVE H1-BASE-BRANCH        TO WS-CURR-BASE-BRANCH.
026800     MOVE H1-ACCOUNT-NAME       TO WS-CURR-ACCOUNT-NAME.
026900     MOVE H1-PRODUCT-CODE       TO WS-CURR-PRODUCT-CODE.
027000     MOVE H1-CUSTOMER-ID        TO WS-CURR-CUSTOMER-NUM.
027100     MOVE H1-ACCOUNT-STATUS     TO WS-CURR-ACCOUNT-STATUS.
027200     MOVE H1-PAYMENT-LIMIT      TO WS-CURR-LIMIT-NUM.
027300     MOVE H1-CURRENCY           TO WS-CURR-CURRENCY.
027400     MOVE H1-COMPLIANCE-STATUS  TO WS-CURR-COMPLIANCE.
027500     MOVE H1-LAST-ACTIVITY-DATE TO WS-CURR-ACTIVITY-DATE.
027600     MOVE H1-UPD-USERID         TO WS-CURR-UPD-USERID.
027700     MOVE H1-UPD-TIMESTAMP      TO WS-CURR-UPD-TIMESTAMP.
027800     MOVE WS-CURR-ROW TO WS-ASOF-ROW.
027900 1200-EXIT.
028000     EXIT.
028002 1250-READ-CLOSED-HIST.
028004     MOVE WS-PARM-ACCT TO HS-ACCOUNT-NUMBER.
028006     EXEC SQL
028008          SELECT BASE_BRANCH, ACCOUNT_NAME, PRODUCT_CODE,
028010                 CUSTOMER_ID, ACCOUNT_STATUS, PAYMENT_LIMIT,
028012                 CURRENCY, COMPLIANCE_STATUS, LAST_ACTIVITY_DATE,
028014                 UPD_USERID, UPD_TIMESTAMP
028016            INTO :HS-BASE-BRANCH, :HS-ACCOUNT-NAME,
028018                 :HS-PRODUCT-CODE, :HS-CUSTOMER-ID,
028020                 :HS-ACCOUNT-STATUS, :HS-PAYMENT-LIMIT,
028022                 :HS-CURRENCY, :HS-COMPLIANCE-STATUS,
028024                 :HS-LAST-ACTIVITY-DATE,
028026                 :HS-UPD-USERID, :HS-UPD-TIMESTAMP
028028            FROM COREBK.CBZ_ACCT_CLOSED_HIST
028030           WHERE ACCOUNT_NUMBER = :HS-ACCOUNT-NUMBER
028032     END-EXEC.
028034     IF SQLCODE NOT EQUAL TO ZERO
028036         GO TO 1250-EXIT.
028038     MOVE HS-BASE-BRANCH        TO H1-BASE-BRANCH.
028040     MOVE HS-ACCOUNT-NAME       TO H1-ACCOUNT-NAME.
028042     MOVE HS-PRODUCT-CODE       TO H1-PRODUCT-CODE.
028044     MOVE HS-CUSTOMER-ID        TO H1-CUSTOMER-ID.
028046     MOVE HS-ACCOUNT-STATUS     TO H1-ACCOUNT-STATUS.
028048     MOVE HS-PAYMENT-LIMIT      TO H1-PAYMENT-LIMIT.
028050     MOVE HS-CURRENCY           TO H1-CURRENCY.
028052     MOVE HS-COMPLIANCE-STATUS  TO H1-COMPLIANCE-STATUS.
028054     MOVE HS-LAST-ACTIVITY-DATE TO H1-LAST-ACTIVITY-DATE.
028056     MOVE HS-UPD-USERID         TO H1-UPD-USERID.
028058     MOVE HS-UPD-TIMESTAMP      TO H1-UPD-TIMESTAMP.
028060     MOVE 'ACCOUNT ARCHIVED - ROW READ FROM CLOSED HISTORY'
028062         TO WL-MESSAGE.
028064     WRITE REPORT-RECORD FROM WARNING-LINE.
028066 1250-EXIT.
028068     EXIT.
028100 1300-CHECK-PRIOR-HISTORY.
028200     EXEC SQL
028300          SELECT COUNT(*)
028400            INTO :WS-PRIOR-AUDIT-COUNT
028500            FROM COREBK.CBZ_ACCT_AUDIT_LOG
028600           WHERE ACCOUNT_NUMBER = :WS-PARM-ACCT
028700             AND DATE(LOG_TIMESTAMP) <= :WS-ASOF-DATE
028800     END-EXEC.
028900     IF SQLCODE NOT EQUAL TO ZERO
029000         MOVE ZERO TO WS-PRIOR-AUDIT-COUNT
029100     END-IF.
029200     MOVE H1-UPD-TIMESTAMP TO WS-UPD-TS.
029300     IF WS-PRIOR-AUDIT-COUNT EQUAL TO ZERO
029400        AND WS-UPD-TS-DATE GREATER THAN WS-ASOF-DATE
029500         MOVE 'ACCOUNT MAY NOT HAVE EXISTED ON THE AS-OF DATE'
029600             TO WL-MESSAGE
029700         WRITE REPORT-RECORD FROM WARNING-LINE
029800     END-IF.
029900 1300-EXIT.
030000     EXIT.
030100 2000-ROLL-BACK-CHANGE.
030200     MOVE CI-CHANGE-TIMESTAMP TO CL-CHANGE-TIMESTAMP.
030300     MOVE CI-COLUMN-NAME TO CL-COLUMN-NAME.
030400     MOVE CI-NEW-VALUE TO CL-NEW-VALUE.
030500     MOVE CI-OLD-VALUE TO CL-OLD-VALUE.
030600     MOVE CI-ACTION-CODE TO CL-ACTION-CODE.
030700     MOVE CI-USERID TO CL-USERID.
030800     WRITE REPORT-RECORD FROM CHANGE-LINE.
030900     ADD 1 TO WS-ROLLBACK-COUNT.
031000     PERFORM 4000-APPLY-OLD-VALUE THRU 4000-EXIT.
031100     PERFORM 3000-FETCH-NEXT-IMAGE THRU 3000-EXIT.
031200 2000-EXIT.
031300     EXIT.
031400 3000-FETCH-NEXT-IMAGE.
031500     EXEC SQL
031600          FETCH ROLLBACK-CSR
031700          INTO :CI-CHANGE-TIMESTAMP, :CI-COLUMN-NAME,
031800               :CI-OLD-VALUE, :CI-NEW-VALUE,
031900               :CI-ACTION-CODE, :CI-USERID
032000     END-EXEC.
032100     IF SQLCODE NOT EQUAL TO ZERO
032200         MOVE 'Y' TO WS-EOF-SWITCH
032300     END-IF.
032400 3000-EXIT.
032500     EXIT.
032600 4000-APPLY-OLD-VALUE.
032700     IF CI-COLUMN-NAME EQUAL TO 'BASE_BRANCH'
032800         MOVE CI-OLD-VALUE TO WS-ASOF-BASE-BRANCH
032900         GO TO 4000-EXIT.
033000     IF CI-COLUMN-NAME EQUAL TO 'ACCOUNT_NAME'
033100         MOVE CI-OLD-VALUE TO WS-ASOF-ACCOUNT-NAME
033200         GO TO 4000-EXIT.
033300     IF CI-COLUMN-NAME EQUAL TO 'PRODUCT_CODE'
033400         MOVE CI-OLD-VALUE TO WS-ASOF-PRODUCT-CODE
033500         GO TO 4000-EXIT.
033600     IF CI-COLUMN-NAME EQUAL TO 'CUSTOMER_ID'
033700         MOVE CI-OLD-VALUE TO WS-ASOF-CUSTOMER-ID
033800         GO TO 4000-EXIT.
033900     IF CI-COLUMN-NAME EQUAL TO 'ACCOUNT_STATUS'
034000         MOVE CI-OLD-VALUE TO WS-ASOF-ACCOUNT-STATUS
034100         GO TO 4000-EXIT.
034200     IF CI-COLUMN-NAME EQUAL TO 'PAYMENT_LIMIT'
034300         MOVE CI-OLD-VALUE TO WS-ASOF-PAYMENT-LIMIT
034400         GO TO 4000-EXIT.
034500     IF CI-COLUMN-NAME EQUAL TO 'CURRENCY'
034600         MOVE CI-OLD-VALUE TO WS-ASOF-CURRENCY
034700         GO TO 4000-EXIT.
034800     IF CI-COLUMN-NAME EQUAL TO 'COMPLIANCE_STATUS'
034900         MOVE CI-OLD-VALUE TO WS-ASOF-COMPLIANCE
035000         GO TO 4000-EXIT.
035100     IF CI-COLUMN-NAME EQUAL TO 'LAST_ACTIVITY_DATE'
035200         MOVE CI-OLD-VALUE TO WS-ASOF-ACTIVITY-DATE
035300         GO TO 4000-EXIT.
035400     ADD 1 TO WS-UNKNOWN-COUNT.
035500 4000-EXIT.
035600     EXIT.
035700 5000-RESOLVE-UPD-STAMP.
035800*    THE CURRENT STAMP STANDS WHEN THE ROW WAS LAST TOUCHED ON OR
035900*    BEFORE THE AS-OF DATE; OTHERWISE IT IS THE USER AND TIME OF
036000*    THE LAST CHANGE IMAGE ON OR BEFORE THAT DATE.
036100     MOVE WS-CURR-UPD-TIMESTAMP TO WS-UPD-TS.
036200     IF WS-UPD-TS-DATE NOT GREATER THAN WS-ASOF-DATE
036300         GO TO 5000-EXIT.
036400     MOVE 'NOT RECORDED' TO WS-ASOF-UPD-USERID.
036500     MOVE 'NOT RECORDED' TO WS-ASOF-UPD-TIMESTAMP.
036600     EXEC SQL
036700          OPEN PRIOR-IMAGE-CSR
036800     END-EXEC.
036900     EXEC SQL
037000          FETCH PRIOR-IMAGE-CSR
037100          INTO :CI-CHANGE-TIMESTAMP, :CI-USERID
037200     END-EXEC.
037300     IF SQLCODE EQUAL TO ZERO
037400         MOVE CI-USERID TO WS-ASOF-UPD-USERID
037500         MOVE CI-CHANGE-TIMESTAMP TO WS-ASOF-UPD-TIMESTAMP
037600     END-IF.
037700     EXEC SQL
037800          CLOSE PRIOR-IMAGE-CSR
037900     END-EXEC.
038000 5000-EXIT.
038100     EXIT.
038200 6000-PRINT-ROWS.
038300     MOVE WS-ASOF-DATE TO RH-ASOF-DATE.
038400     WRITE REPORT-RECORD FROM ROW-HEAD-LINE.
038500     MOVE 'BASE_BRANCH' TO RL-COLUMN-NAME.
038600     MOVE WS-CURR-BASE-BRANCH TO RL-CURR-VALUE.
038700     MOVE WS-ASOF-BASE-BRANCH TO RL-ASOF-VALUE.
038800     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
038900     MOVE 'ACCOUNT_NAME' TO RL-COLUMN-NAME.
039000     MOVE WS-CURR-ACCOUNT-NAME TO RL-CURR-VALUE.
039100     MOVE WS-ASOF-ACCOUNT-NAME TO RL-ASOF-VALUE.
039200     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
039300     MOVE 'PRODUCT_CODE' TO RL-COLUMN-NAME.
039400     MOVE WS-CURR-PRODUCT-CODE TO RL-CURR-VALUE.
039500     MOVE WS-ASOF-PRODUCT-CODE TO RL-ASOF-VALUE.
039600     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
039700     MOVE 'CUSTOMER_ID' TO RL-COLUMN-NAME.
039800     MOVE WS-CURR-CUSTOMER-ID TO RL-CURR-VALUE.
039900     MOVE WS-ASOF-CUSTOMER-ID TO RL-ASOF-VALUE.
040000     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
040100     MOVE 'ACCOUNT_STATUS' TO RL-COLUMN-NAME.
040200     MOVE WS-CURR-ACCOUNT-STATUS TO RL-CURR-VALUE.
040300     MOVE WS-ASOF-ACCOUNT-STATUS TO RL-ASOF-VALUE.
040400     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
040500     MOVE 'PAYMENT_LIMIT' TO RL-COLUMN-NAME.
040600     MOVE WS-CURR-PAYMENT-LIMIT TO RL-CURR-VALUE.
040700     MOVE WS-ASOF-PAYMENT-LIMIT TO RL-ASOF-VALUE.
040800     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
040900     MOVE 'CURRENCY' TO RL-COLUMN-NAME.
041000     MOVE WS-CURR-CURRENCY TO RL-CURR-VALUE.
041100     MOVE WS-ASOF-CURRENCY TO RL-ASOF-VALUE.
041200     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
041300     MOVE 'COMPLIANCE_STATUS' TO RL-COLUMN-NAME.
041400     MOVE WS-CURR-COMPLIANCE TO RL-CURR-VALUE.
041500     MOVE WS-ASOF-COMPLIANCE TO RL-ASOF-VALUE.
041600     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
041700     MOVE 'LAST_ACTIVITY_DATE' TO RL-COLUMN-NAME.
041800     MOVE WS-CURR-ACTIVITY-DATE TO RL-CURR-VALUE.
041900     MOVE WS-ASOF-ACTIVITY-DATE TO RL-ASOF-VALUE.
042000     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
042100     MOVE 'UPD_USERID' TO RL-COLUMN-NAME.
042200     MOVE WS-CURR-UPD-USERID TO RL-CURR-VALUE.
042300     MOVE WS-ASOF-UPD-USERID TO RL-ASOF-VALUE.
042400     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
042500     MOVE 'UPD_TIMESTAMP' TO RL-COLUMN-NAME.
042600     MOVE WS-CURR-UPD-TIMESTAMP TO RL-CURR-VALUE.
042700     MOVE WS-ASOF-UPD-TIMESTAMP TO RL-ASOF-VALUE.
042800     PERFORM 6100-WRITE-ROW-LINE THRU 6100-EXIT.
042900 6000-EXIT.
043000     EXIT.
043100 6100-WRITE-ROW-LINE.
043200     IF RL-CURR-VALUE EQUAL TO RL-ASOF-VALUE
043300         MOVE SPACES TO RL-CHANGED-FLAG
043400     ELSE
043500         MOVE '*CHANGED' TO RL-CHANGED-FLAG
043600     END-IF.
043700     WRITE REPORT-RECORD FROM ROW-LINE.
043800 6100-EXIT.
043900     EXIT.
044000 8000-ABORT-RUN.
044100     MOVE WS-CTL-MESSAGE TO CE-MESSAGE.
044200     WRITE REPORT-RECORD FROM CTL-ERROR-LINE.
044300     CLOSE REPORT-FILE.
044400     MOVE 8 TO RETURN-CODE.
044500 8000-EXIT.
044600     EXIT.
044700 9000-TERMINATE.
044800     MOVE WS-ROLLBACK-COUNT TO SL-ROLLBACK-COUNT.
044900     MOVE WS-UNKNOWN-COUNT TO SL-UNKNOWN-COUNT.
045000     WRITE REPORT-RECORD FROM SUMMARY-LINE.
045100     EXEC SQL
045200          CLOSE ROLLBACK-CSR
045300     END-EXEC.
045400     CLOSE REPORT-FILE.
045500 9000-EXIT.
045600     EXIT.
