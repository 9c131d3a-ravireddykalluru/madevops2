000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZTLIM.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - NIGHTLY SWITCH OF        *
001100*                     TEMPORARY PAYMENT LIMITS.  READS           *
001200*                     COREBK.CBZ_TEMP_LIMIT FOR THE RUN DATE,    *
001300*                     PUTS THE ORIGINAL LIMIT BACK ON EVERY      *
001400*                     ACCOUNT WHOSE TEMPORARY LIMIT HAS ENDED    *
001500*                     (TLIMOFF), THEN SWITCHES ON EVERY          *
001600*                     SCHEDULED LIMIT THAT STARTS (TLIMON), WITH *
001700*                     AN AUDIT ROW AND A PAYMENT_LIMIT CHANGE    *
001800*                     IMAGE FOR EACH STEP.  PRINTS THE LIMITS    *
001900*                     STARTING, EXPIRING AND IN FORCE BY BRANCH. *
002000*                     A LIMIT CHANGED WHILE IN FORCE IS NOT      *
002100*                     RESTORED AND THE RUN ENDS RC=4.            *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT REPORT-FILE  ASSIGN TO TLIMRPT
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
004300     05  PARM-RUN-DATE           PIC X(10).
004400     05  FILLER                  PIC X(70).
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
004800         88  WS-EOF              VALUE 'Y'.
004900     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005000         88  WS-PARM-EOF         VALUE 'Y'.
005100     05  WS-DATE-ERROR-SWITCH    PIC X(01) VALUE 'N'.
005200         88  WS-DATE-ERROR       VALUE 'Y'.
005300     05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
005400         88  WS-FIRST-RECORD     VALUE 'Y'.
005500 01  WS-PROGRAM-ID               PIC X(10) VALUE 'CBZTLIM'.
005600 01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
005700 01  WS-TIMESTAMP                PIC X(26) VALUE SPACES.
005800 01  WS-IMAGE-NUM                PIC 9(09) VALUE ZERO.
005900 01  WS-OLD-LIMIT                PIC S9(9) COMP VALUE ZERO.
006000 01  WS-NEW-LIMIT                PIC S9(9) COMP VALUE ZERO.
006100 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
006200 01  WS-BRANCH-COUNT             PIC 9(07) COMP VALUE ZERO.
006300 01  WS-RESTORED-COUNT           PIC 9(07) COMP VALUE ZERO.
006400 01  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
006500 01  WS-STARTED-COUNT            PIC 9(07) COMP VALUE ZERO.
006600 01  WS-LAPSED-COUNT             PIC 9(07) COMP VALUE ZERO.
006700 01  WS-IN-FORCE-COUNT           PIC 9(07) COMP VALUE ZERO.
006800 01  WS-FAIL-COUNT               PIC 9(07) COMP VALUE ZERO.
006900 01  HEADER-LINE1.
007000     05  FILLER                  PIC X(50) VALUE
007100         'CBZTLIM - TEMPORARY PAYMENT LIMIT SWITCH'.
007200     05  FILLER                  PIC X(82) VALUE SPACES.
007300 01  PARM-LINE.
007400     05  FILLER                  PIC X(20) VALUE
007500         'RUN DATE         : '.
007600     05  PL-RUN-DATE             PIC X(10).
007700     05  FILLER                  PIC X(102) VALUE SPACES.
007800 01  DATE-ERROR-LINE.
007900     05  FILLER                  PIC X(20) VALUE
008000         'CONTROL FAILURE  : '.
008100     05  FILLER                  PIC X(40) VALUE
008200         'PARM CARD RUN DATE INVALID'.
008300     05  DE-RUN-DATE             PIC X(10).
008400     05  FILLER                  PIC X(62) VALUE SPACES.
008500 01  SECTION-LINE.
008600     05  FILLER                  PIC X(20) VALUE
008700         'TEMPORARY LIMITS : '.
008800     05  SC-TITLE                PIC X(40).
008900     05  FILLER                  PIC X(72) VALUE SPACES.
009000 01  HEADER-LINE2.
009100     05  FILLER                  PIC X(22) VALUE 'BRANCH'.
009200     05  FILLER                  PIC X(20) VALUE
009300         '    ACCOUNT NUMBER'.
009400     05  FILLER                  PIC X(12) VALUE 'START DATE'.
009500     05  FILLER                  PIC X(12) VALUE 'END DATE'.
009600     05  FILLER                  PIC X(13) VALUE ' TEMP LIMIT'.
009700     05  FILLER                  PIC X(13) VALUE ' ORIG LIMIT'.
009800     05  FILLER                  PIC X(30) VALUE 'RESULT'.
009900     05  FILLER                  PIC X(10) VALUE SPACES.
010000 01  DETAIL-LINE.
010100     05  DL-BRANCH               PIC X(20).
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  DL-ACCOUNT-NUMBER       PIC Z(17)9.
010400     05  FILLER                  PIC X(02) VALUE SPACES.
010500     05  DL-START-DATE           PIC X(10).
010600     05  FILLER                  PIC X(02) VALUE SPACES.
010700     05  DL-END-DATE             PIC X(10).
010800     05  FILLER                  PIC X(02) VALUE SPACES.
010900     05  DL-TEMP-LIMIT           PIC ZZZ,ZZZ,ZZ9.
011000     05  FILLER                  PIC X(02) VALUE SPACES.
011100     05  DL-ORIG-LIMIT           PIC ZZZ,ZZZ,ZZ9.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  DL-RESULT               PIC X(30).
011400     05  FILLER                  PIC X(10) VALUE SPACES.
011500 01  BRANCH-TOTAL-LINE.
011600     05  FILLER                  PIC X(20) VALUE
011700         'BRANCH TOTAL     : '.
011800     05  BT-BRANCH               PIC X(20).
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  BT-COUNT                PIC ZZZZZZ9.
012100     05  FILLER                  PIC X(83) VALUE SPACES.
012200 01  SUMMARY-LINE.
012300     05  FILLER                  PIC X(20) VALUE
012400         'LIMITS STARTED   : '.
012500     05  SL-STARTED-COUNT        PIC ZZZZZZ9.
012600     05  FILLER                  PIC X(15) VALUE '  LAPSED    : '.
012700     05  SL-LAPSED-COUNT         PIC ZZZZZZ9.
012800     05  FILLER                  PIC X(15) VALUE '  RESTORED  : '.
012900     05  SL-RESTORED-COUNT       PIC ZZZZZZ9.
013000     05  FILLER                  PIC X(15) VALUE '  HELD      : '.
013100     05  SL-HELD-COUNT           PIC ZZZZZZ9.
013200     05  FILLER                  PIC X(15) VALUE '  IN FORCE  : '.
013300     05  SL-IN-FORCE-COUNT       PIC ZZZZZZ9.
013400     05  FILLER                  PIC X(17) VALUE SPACES.
013500 01  RESULT-LINE.
013600     05  FILLER                  PIC X(20) VALUE
013700         'RUN RESULT       : '.
013800     05  RS-RESULT               PIC X(50).
013900     05  FILLER                  PIC X(62) VALUE SPACES.
014000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
014100     EXEC SQL INCLUDE SQLCA END-EXEC.
014200     COPY CBSMST.
014300     COPY CBZAUDT.
014400     COPY CBZCHGI.
014500     COPY CBZTMPL.
014600     EXEC SQL
014700          DECLARE EXPIRING-CSR CURSOR FOR
014800          SELECT T.ACCOUNT_NUMBER, M.BASE_BRANCH,
014900                 CHAR(T.START_DATE, ISO), CHAR(T.END_DATE, ISO),
015000                 T.TEMP_LIMIT, T.ORIG_LIMIT
015100            FROM COREBK.CBZ_TEMP_LIMIT T,
015200                 COREBK.CBS_ACCT_MSTR_DTL M
015300           WHERE M.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
015400             AND T.LIMIT_STATUS = 'ACTV'
015500             AND T.END_DATE < DATE(:WS-RUN-DATE)
015600           ORDER BY M.BASE_BRANCH, T.ACCOUNT_NUMBER
015700     END-EXEC.
015800     EXEC SQL
015900          DECLARE STARTING-CSR CURSOR FOR
016000          SELECT T.ACCOUNT_NUMBER, M.BASE_BRANCH,
016100                 CHAR(T.START_DATE, ISO), CHAR(T.END_DATE, ISO),
016200                 T.TEMP_LIMIT, M.PAYMENT_LIMIT, M.ACCOUNT_STATUS
016300            FROM COREBK.CBZ_TEMP_LIMIT T,
016400                 COREBK.CBS_ACCT_MSTR_DTL M
016500           WHERE M.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
016600             AND T.LIMIT_STATUS = 'SCHD'
016700             AND T.START_DATE <= DATE(:WS-RUN-DATE)
016800           ORDER BY M.BASE_BRANCH, T.ACCOUNT_NUMBER
016900     END-EXEC.
017000     EXEC SQL
017100          DECLARE IN-FORCE-CSR CURSOR FOR
017200          SELECT T.ACCOUNT_NUMBER, M.BASE_BRANCH,
017300                 CHAR(T.START_DATE, ISO), CHAR(T.END_DATE, ISO),
017400                 T.TEMP_LIMIT, T.ORIG_LIMIT
017500            FROM COREBK.CBZ_TEMP_LIMIT T,
017600                 COREBK.CBS_ACCT_MSTR_DTL M
017700           WHERE M.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
017800             AND T.LIMIT_STATUS = 'ACTV'
017900           ORDER BY M.BASE_BRANCH, T.END_DATE, T.ACCOUNT_NUMBER
018000     END-EXEC.
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     IF WS-DATE-ERROR
018500         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
018600     ELSE
018700         PERFORM 2000-RESTORE-EXPIRED THRU 2000-EXIT
018800         PERFORM 3000-START-SCHEDULED THRU 3000-EXIT
018900         PERFORM 4000-COMMIT-OR-BACKOUT THRU 4000-EXIT
019000         PERFORM 5000-LIST-IN-FORCE THRU 5000-EXIT
019100         PERFORM 9000-TERMINATE THRU 9000-EXIT
019200     END-IF.
019300     STOP RUN.
019400 0000-EXIT.
019500     EXIT.
019600 1000-INITIALIZE.
019700     OPEN OUTPUT REPORT-FILE.
019800     WRITE REPORT-RECORD FROM HEADER-LINE1.
019900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
020000     IF WS-DATE-ERROR
020100         GO TO 1000-EXIT.
020200     MOVE WS-RUN-DATE TO PL-RUN-DATE.
020300     WRITE REPORT-RECORD FROM PARM-LINE.
020400 1000-EXIT.
020500     EXIT.
020600 1100-READ-PARM-CARD.
020700     OPEN INPUT PARM-FILE.
020800     READ PARM-FILE
020900         AT END
021000             MOVE 'Y' TO WS-PARM-EOF-SWITCH
021100     END-READ.
021200     CLOSE PARM-FILE.
021300     IF WS-PARM-EOF
021400         MOVE SPACES TO WS-RUN-DATE
021500     ELSE
021600         MOVE PARM-RUN-DATE TO WS-RUN-DATE
021700     END-IF.
021800     IF WS-RUN-DATE EQUAL TO SPACES
021900         EXEC SQL
022000              SET :WS-RUN-DATE = CURRENT DATE
022100         END-EXEC
022200         GO TO 1100-EXIT.
022300     EXEC SQL
022400          SET :WS-RUN-DATE = CHAR(DATE(:WS-RUN-DATE), ISO)
022500     END-EXEC.
022600     IF SQLCODE NOT EQUAL TO ZERO
022700         MOVE 'Y' TO WS-DATE-ERROR-SWITCH
022800         MOVE PARM-RUN-DATE TO DE-RUN-DATE
022900     END-IF.
023000 1100-EXIT.
023100     EXIT.
023200 1200-START-SECTION.
023300     WRITE REPORT-RECORD FROM BLANK-LINE.
023400     WRITE REPORT-RECORD FROM SECTION-LINE.
023500     WRITE REPORT-RECORD FROM HEADER-LINE2.
023600     MOVE 'Y' TO WS-FIRST-RECORD-SWITCH.
023700     MOVE 'N' TO WS-EOF-SWITCH.
023800     MOVE ZERO TO WS-BRANCH-COUNT.
023900 1200-EXIT.
024000     EXIT.
024100******************************************************************
024200*    PUT THE ORIGINAL LIMIT BACK ON EVERY ACCOUNT WHOSE          *
024300*    TEMPORARY LIMIT ENDED BEFORE THE RUN DATE.  THE MASTER      *
024400*    UPDATE IS GUARDED ON THE TEMPORARY LIMIT STILL BEING IN     *
024500*    PLACE - IF THE LIMIT WAS CHANGED WHILE IN FORCE THE NEWER   *
024600*    LIMIT STANDS AND THE ROW IS MARKED HELD FOR REVIEW.         *
024700******************************************************************
024800 2000-RESTORE-EXPIRED.
024900     MOVE 'EXPIRING - ORIGINAL LIMIT RESTORED' TO SC-TITLE.
025000     PERFORM 1200-START-SECTION THRU 1200-EXIT.
025100     EXEC SQL
025200          OPEN EXPIRING-CSR
025300     END-EXEC.
025400     PERFORM 2100-FETCH-EXPIRING THRU 2100-EXIT.
025500     PERFORM 2200-RESTORE-LIMIT THRU 2200-EXIT
025600         UNTIL WS-EOF.
025700     EXEC SQL
025800          CLOSE EXPIRING-CSR
025900     END-EXEC.
026000     PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT.
026100 2000-EXIT.
026200     EXIT.
026300 2100-FETCH-EXPIRING.
026400     EXEC SQL
026500          FETCH EXPIRING-CSR
026600          INTO :TM-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
026700               :TM-START-DATE, :TM-END-DATE,
026800               :TM-TEMP-LIMIT, :TM-ORIG-LIMIT
026900     END-EXEC.
027000     IF SQLCODE NOT EQUAL TO ZERO
027100         MOVE 'Y' TO WS-EOF-SWITCH
027200     END-IF.
027300 2100-EXIT.
027400     EXIT.
027500 2200-RESTORE-LIMIT.
027600     PERFORM 6000-BRANCH-BREAK THRU 6000-EXIT.
027700     EXEC SQL
027800          SET :WS-TIMESTAMP = CURRENT TIMESTAMP
027900     END-EXEC.
028000     MOVE TM-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
028100     MOVE TM-ORIG-LIMIT TO H1-PAYMENT-LIMIT.
028200     MOVE WS-PROGRAM-ID TO H1-UPD-USERID.
028300     MOVE WS-TIMESTAMP TO H1-UPD-TIMESTAMP.
028400     EXEC SQL
028500          UPDATE COREBK.CBS_ACCT_MSTR_DTL
028600             SET PAYMENT_LIMIT = :H1-PAYMENT-LIMIT,
028700                 UPD_USERID = :H1-UPD-USERID,
028800                 UPD_TIMESTAMP = :H1-UPD-TIMESTAMP
028900           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
029000             AND PAYMENT_LIMIT = :TM-TEMP-LIMIT
029100     END-EXEC.
029200     IF SQLCODE EQUAL TO ZERO
029300         MOVE 'TLIMOFF' TO AU-ACTION-CODE
029400         MOVE TM-TEMP-LIMIT TO WS-OLD-LIMIT
029500         MOVE TM-ORIG-LIMIT TO WS-NEW-LIMIT
029600         PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT
029700         PERFORM 7100-WRITE-CHANGE-IMAGE THRU 7100-EXIT
029800         MOVE 'DONE' TO TM-LIMIT-STATUS
029900         ADD 1 TO WS-RESTORED-COUNT
030000         MOVE 'RESTORED' TO DL-RESULT
030100     ELSE
030200         IF SQLCODE EQUAL TO 100
030300             MOVE 'HELD' TO TM-LIMIT-STATUS
030400             ADD 1 TO WS-HELD-COUNT
030500             MOVE 'LIMIT CHANGED - NOT RESTORED' TO DL-RESULT
030600         ELSE
030700             MOVE 'ACTV' TO TM-LIMIT-STATUS
030800             ADD 1 TO WS-FAIL-COUNT
030900             MOVE 'UPDATE FAILED' TO DL-RESULT
031000         END-IF
031100     END-IF.
031200     IF TM-LIMIT-STATUS NOT EQUAL TO 'ACTV'
031300         PERFORM 7200-UPDATE-TEMP-STATUS THRU 7200-EXIT
031400     END-IF.
031500     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT.
031600     PERFORM 2100-FETCH-EXPIRING THRU 2100-EXIT.
031700 2200-EXIT.
031800     EXIT.
031900******************************************************************
032000*    SWITCH ON EVERY SCHEDULED LIMIT WHOSE START DATE HAS        *
032100*    ARRIVED.  THE LIMIT IN FORCE AT THE SWITCH IS KEPT IN       *
032200*    ORIG_LIMIT FOR THE RESTORE.  A LIMIT WHOSE END DATE HAS     *
032300*    ALREADY PASSED, OR WHOSE ACCOUNT IS CLOSED, LAPSES.         *
032400******************************************************************
032500 3000-START-SCHEDULED.
032600     MOVE 'STARTING - TEMPORARY LIMIT SWITCHED ON' TO SC-TITLE.
032700     PERFORM 1200-START-SECTION THRU 1200-EXIT.
032800     EXEC SQL
032900          OPEN STARTING-CSR
033000     END-EXEC.
033100     PERFORM 3100-FETCH-STARTING THRU 3100-EXIT.
033200     PERFORM 3200-START-LIMIT THRU 3200-EXIT
033300         UNTIL WS-EOF.
033400     EXEC SQL
033500          CLOSE STARTING-CSR
033600     END-EXEC.
033700     PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT.
033800 3000-EXIT.
033900     EXIT.
034000 3100-FETCH-STARTING.
034100     EXEC SQL
034200          FETCH STARTING-CSR
034300          INTO :TM-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
034400               :TM-START-DATE, :TM-END-DATE,
034500               :TM-TEMP-LIMIT, :TM-ORIG-LIMIT,
034600               :H1-ACCOUNT-STATUS
034700     END-EXEC.
034800     IF SQLCODE NOT EQUAL TO ZERO
034900         MOVE 'Y' TO WS-EOF-SWITCH
035000     END-IF.
035100 3100-EXIT.
035200     EXIT.
035300 3200-START-LIMIT.
035400     PERFORM 6000-BRANCH-BREAK THRU 6000-EXIT.
035500     EXEC SQL
035600          SET :WS-TIMESTAMP = CURRENT TIMESTAMP
035700     END-EXEC.
035800     IF TM-END-DATE LESS THAN WS-RUN-DATE
035900         MOVE 'LAPSED - END DATE PASSED' TO DL-RESULT
036000         GO TO 3250-LAPSE-LIMIT.
036100     IF H1-ACCOUNT-STATUS EQUAL TO 'CLOSED'
036200         MOVE 'LAPSED - ACCOUNT CLOSED' TO DL-RESULT
036300         GO TO 3250-LAPSE-LIMIT.
036400     MOVE TM-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
036500     MOVE TM-TEMP-LIMIT TO H1-PAYMENT-LIMIT.
036600     MOVE WS-PROGRAM-ID TO H1-UPD-USERID.
036700     MOVE WS-TIMESTAMP TO H1-UPD-TIMESTAMP.
036800     EXEC SQL
036900          UPDATE COREBK.CBS_ACCT_MSTR_DTL
037000             SET PAYMENT_LIMIT = :H1-PAYMENT-LIMIT,
037100                 UPD_USERID = :H1-UPD-USERID,
037200                 UPD_TIMESTAMP = :H1-UPD-TIMESTAMP
037300           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
037400             AND PAYMENT_LIMIT = :TM-ORIG-LIMIT
037500     END-EXEC.
037600     IF SQLCODE NOT EQUAL TO ZERO
037700         ADD 1 TO WS-FAIL-COUNT
037800         MOVE 'UPDATE FAILED' TO DL-RESULT
037900         GO TO 3290-WRITE-DETAIL.
038000     MOVE 'TLIMON' TO AU-ACTION-CODE.
038100     MOVE TM-ORIG-LIMIT TO WS-OLD-LIMIT.
038200     MOVE TM-TEMP-LIMIT TO WS-NEW-LIMIT.
038300     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
038400     PERFORM 7100-WRITE-CHANGE-IMAGE THRU 7100-EXIT.
038500     MOVE 'ACTV' TO TM-LIMIT-STATUS.
038600     PERFORM 7200-UPDATE-TEMP-STATUS THRU 7200-EXIT.
038700     ADD 1 TO WS-STARTED-COUNT.
038800     MOVE 'SWITCHED ON' TO DL-RESULT.
038900     GO TO 3290-WRITE-DETAIL.
039000 3250-LAPSE-LIMIT.
039100     MOVE 'LAPS' TO TM-LIMIT-STATUS.
039200     PERFORM 7200-UPDATE-TEMP-STATUS THRU 7200-EXIT.
039300     ADD 1 TO WS-LAPSED-COUNT.
039400 3290-WRITE-DETAIL.
039500     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT.
039600     PERFORM 3100-FETCH-STARTING THRU 3100-EXIT.
039700 3200-EXIT.
039800     EXIT.
039900 4000-COMMIT-OR-BACKOUT.
040000     IF WS-FAIL-COUNT EQUAL TO ZERO
040100         EXEC SQL COMMIT END-EXEC
040200         MOVE 'COMMITTED' TO RS-RESULT
040300     ELSE
040400         EXEC SQL ROLLBACK END-EXEC
040500         MOVE 'UPDATE FAILURES - ALL CHANGES BACKED OUT'
040600             TO RS-RESULT
040700         MOVE 8 TO RETURN-CODE
040800     END-IF.
040900 4000-EXIT.
041000     EXIT.
041100 5000-LIST-IN-FORCE.
041200     MOVE 'IN FORCE AFTER THIS RUN' TO SC-TITLE.
041300     PERFORM 1200-START-SECTION THRU 1200-EXIT.
041400     EXEC SQL
041500          OPEN IN-FORCE-CSR
041600     END-EXEC.
041700     PERFORM 5100-FETCH-IN-FORCE THRU 5100-EXIT.
041800     PERFORM 5200-LIST-LIMIT THRU 5200-EXIT
041900         UNTIL WS-EOF.
042000     EXEC SQL
042100          CLOSE IN-FORCE-CSR
042200     END-EXEC.
042300     PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT.
042400 5000-EXIT.
042500     EXIT.
042600 5100-FETCH-IN-FORCE.
042700     EXEC SQL
042800          FETCH IN-FORCE-CSR
042900          INTO :TM-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
043000               :TM-START-DATE, :TM-END-DATE,
043100               :TM-TEMP-LIMIT, :TM-ORIG-LIMIT
043200     END-EXEC.
043300     IF SQLCODE NOT EQUAL TO ZERO
043400         MOVE 'Y' TO WS-EOF-SWITCH
043500     END-IF.
043600 5100-EXIT.
043700     EXIT.
043800 5200-LIST-LIMIT.
043900     PERFORM 6000-BRANCH-BREAK THRU 6000-EXIT.
044000     ADD 1 TO WS-IN-FORCE-COUNT.
044100     MOVE 'IN FORCE' TO DL-RESULT.
044200     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT.
044300     PERFORM 5100-FETCH-IN-FORCE THRU 5100-EXIT.
044400 5200-EXIT.
044500     EXIT.
044600 6000-BRANCH-BREAK.
044700     IF WS-FIRST-RECORD
044800         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
044900         MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
045000         GO TO 6000-EXIT.
045100     IF H1-BASE-BRANCH NOT EQUAL TO WS-BREAK-BRANCH
045200         PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT
045300         MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
045400     END-IF.
045500 6000-EXIT.
045600     EXIT.
045700 6100-BRANCH-TOTAL.
045800     IF WS-FIRST-RECORD
045900         GO TO 6100-EXIT.
046000     MOVE WS-BREAK-BRANCH TO BT-BRANCH.
046100     MOVE WS-BRANCH-COUNT TO BT-COUNT.
046200     WRITE REPORT-RECORD FROM BRANCH-TOTAL-LINE.
046300     MOVE ZERO TO WS-BRANCH-COUNT.
046400 6100-EXIT.
046500     EXIT.
046600 6200-WRITE-DETAIL.
046700     ADD 1 TO WS-BRANCH-COUNT.
046800     MOVE H1-BASE-BRANCH TO DL-BRANCH.
046900     MOVE TM-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
047000     MOVE TM-START-DATE TO DL-START-DATE.
047100     MOVE TM-END-DATE TO DL-END-DATE.
047200     MOVE TM-TEMP-LIMIT TO DL-TEMP-LIMIT.
047300     MOVE TM-ORIG-LIMIT TO DL-ORIG-LIMIT.
047400     WRITE REPORT-RECORD FROM DETAIL-LINE.
047500 6200-EXIT.
047600     EXIT.
047700 7000-WRITE-AUDIT-ROW.
047800     MOVE TM-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
047900     MOVE WS-PROGRAM-ID TO AU-USERID.
048000     MOVE WS-TIMESTAMP TO AU-LOG-TIMESTAMP.
048100     MOVE H1-BASE-BRANCH TO AU-BRANCH.
048200     EXEC SQL
048300          INSERT INTO COREBK.CBZ_ACCT_AUDIT_LOG
048400             (ACCOUNT_NUMBER, ACTION_CODE, USERID,
048500              LOG_TIMESTAMP, BRANCH)
048600          VALUES
048700             (:AU-ACCOUNT-NUMBER, :AU-ACTION-CODE, :AU-USERID,
048800              :AU-LOG-TIMESTAMP, :AU-BRANCH)
048900     END-EXEC.
049000     IF SQLCODE NOT EQUAL TO ZERO
049100         ADD 1 TO WS-FAIL-COUNT
049200     END-IF.
049300 7000-EXIT.
049400     EXIT.
049500 7100-WRITE-CHANGE-IMAGE.
049600     MOVE TM-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER.
049700     MOVE WS-TIMESTAMP TO CI-CHANGE-TIMESTAMP.
049800     MOVE 'PAYMENT_LIMIT' TO CI-COLUMN-NAME.
049900     MOVE WS-OLD-LIMIT TO WS-IMAGE-NUM.
050000     MOVE WS-IMAGE-NUM TO CI-OLD-VALUE.
050100     MOVE WS-NEW-LIMIT TO WS-IMAGE-NUM.
050200     MOVE WS-IMAGE-NUM TO CI-NEW-VALUE.
050300     MOVE AU-ACTION-CODE TO CI-ACTION-CODE.
050400     MOVE WS-PROGRAM-ID TO CI-USERID.
050500     EXEC SQL
050600          INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
050700             (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
050800              OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
050900          VALUES
051000             (:CI-ACCOUNT-NUMBER, :CI-CHANGE-TIMESTAMP,
051100              :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
051200              :CI-ACTION-CODE, :CI-USERID)
051300     END-EXEC.
051400     IF SQLCODE NOT EQUAL TO ZERO
051500         ADD 1 TO WS-FAIL-COUNT
051600     END-IF.
051700 7100-EXIT.
051800     EXIT.
051900 7200-UPDATE-TEMP-STATUS.
052000     MOVE WS-TIMESTAMP TO TM-STATUS-TIMESTAMP.
052100     EXEC SQL
052200          UPDATE COREBK.CBZ_TEMP_LIMIT
052300             SET LIMIT_STATUS = :TM-LIMIT-STATUS,
052400                 ORIG_LIMIT = :TM-ORIG-LIMIT,
052500                 STATUS_TIMESTAMP = :TM-STATUS-TIMESTAMP
052600           WHERE ACCOUNT_NUMBER = :TM-ACCOUNT-NUMBER
052700             AND START_DATE = :TM-START-DATE
052800             AND LIMIT_STATUS IN ('SCHD', 'ACTV')
052900     END-EXEC.
053000     IF SQLCODE NOT EQUAL TO ZERO
053100         ADD 1 TO WS-FAIL-COUNT
053200     END-IF.
053300 7200-EXIT.
053400     EXIT.
053500 8000-ABORT-RUN.
053600     WRITE REPORT-RECORD FROM DATE-ERROR-LINE.
053700     CLOSE REPORT-FILE.
053800     MOVE 8 TO RETURN-CODE.
053900 8000-EXIT.
054000     EXIT.
054100 9000-TERMINATE.
054200     WRITE REPORT-RECORD FROM BLANK-LINE.
054300     MOVE WS-STARTED-COUNT TO SL-STARTED-COUNT.
054400     MOVE WS-LAPSED-COUNT TO SL-LAPSED-COUNT.
054500     MOVE WS-RESTORED-COUNT TO SL-RESTORED-COUNT.
054600     MOVE WS-HELD-COUNT TO SL-HELD-COUNT.
054700     MOVE WS-IN-FORCE-COUNT TO SL-IN-FORCE-COUNT.
054800     WRITE REPORT-RECORD FROM SUMMARY-LINE.
054900     WRITE REPORT-RECORD FROM RESULT-LINE.
055000     CLOSE REPORT-FILE.
055100     IF WS-HELD-COUNT GREATER THAN ZERO
055200        AND RETURN-CODE EQUAL TO ZERO
055300         MOVE 4 TO RETURN-CODE
055400     END-IF.
055500 9000-EXIT.
055600     EXIT.
