000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZRCLS.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - OPENS A QUARTERLY        *
001100*                     OPERATOR ACCESS RECERTIFICATION CYCLE.     *
001200*                     EVERY COREBK.CBZ_OPERATOR_AUTH ROW IS      *
001300*                     RECORDED ON COREBK.CBZ_ACCESS_ATTEST AS    *
001400*                     PENDING, WITH THE PARM CARD DEADLINE AND   *
001500*                     THE OPERATOR'S LAST CBZ_ACCT_AUDIT_LOG     *
001600*                     ACTION DATE, AND PRINTED AS AN ATTESTATION *
001700*                     LIST BY BRANCH FOR THE BRANCH SUPERVISORS  *
001800*                     TO CONFIRM OR REMOVE ON CGZATST.  A RE-RUN *
001900*                     OF THE SAME CYCLE ADDS ONLY NEW ROWS.      *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT REPORT-FILE  ASSIGN TO RCLSRPT
002800            ORGANIZATION IS SEQUENTIAL.
002900     SELECT PARM-FILE    ASSIGN TO PARMCARD
003000            ORGANIZATION IS SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  REPORT-FILE
003400     LABEL RECORDS ARE STANDARD
003500     RECORDING MODE IS F.
003600 01  REPORT-RECORD               PIC X(132).
003700 FD  PARM-FILE
003800     LABEL RECORDS ARE STANDARD
003900     RECORDING MODE IS F.
004000 01  PARM-RECORD.
004100     05  PARM-CYCLE-ID           PIC X(06).
004200     05  FILLER                  PIC X(01).
004300     05  PARM-DEADLINE-DATE      PIC X(10).
004400     05  FILLER                  PIC X(63).
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
004800         88  WS-EOF              VALUE 'Y'.
004900     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005000         88  WS-PARM-EOF         VALUE 'Y'.
005100     05  WS-PARM-ERROR-SWITCH    PIC X(01) VALUE 'N'.
005200         88  WS-PARM-ERROR       VALUE 'Y'.
005300     05  WS-SQL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
005400         88  WS-SQL-ERROR        VALUE 'Y'.
005500     05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
005600         88  WS-FIRST-RECORD     VALUE 'Y'.
005700 01  WS-CYCLE-ID.
005800     05  WS-CYCLE-YEAR           PIC 9(04).
005900     05  WS-CYCLE-Q              PIC X(01).
006000     05  WS-CYCLE-QUARTER        PIC 9(01).
006100 01  WS-YEAR-NUMBER              PIC S9(9) COMP VALUE ZERO.
006200 01  WS-QUARTER-NUMBER           PIC S9(9) COMP VALUE ZERO.
006300 01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.
006400 01  WS-DEADLINE-DATE            PIC X(10) VALUE SPACES.
006500 01  WS-TIMESTAMP                PIC X(26) VALUE SPACES.
006600 01  WS-NO-ACTION-DATE           PIC X(10) VALUE '0001-01-01'.
006700 01  WS-PARM-MESSAGE             PIC X(40) VALUE SPACES.
006800 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
006900 01  WS-BRANCH-COUNT             PIC 9(07) COMP VALUE ZERO.
007000 01  WS-BRANCHES                 PIC 9(07) COMP VALUE ZERO.
007100 01  WS-LISTED-COUNT             PIC 9(07) COMP VALUE ZERO.
007200 01  WS-PRESENT-COUNT            PIC 9(07) COMP VALUE ZERO.
007300 01  WS-NO-ACTION-COUNT          PIC 9(07) COMP VALUE ZERO.
007400 01  HEADER-LINE1.
007500     05  FILLER                  PIC X(50) VALUE
007600         'CBZRCLS - OPERATOR ACCESS ATTESTATION LIST'.
007700     05  FILLER                  PIC X(82) VALUE SPACES.
007800 01  PARM-LINE.
007900     05  FILLER                  PIC X(20) VALUE
008000         'CYCLE            : '.
008100     05  PL-CYCLE-ID             PIC X(06).
008200     05  FILLER                  PIC X(16) VALUE
008300         '    DEADLINE : '.
008400     05  PL-DEADLINE-DATE        PIC X(10).
008500     05  FILLER                  PIC X(80) VALUE SPACES.
008600 01  PARM-ERROR-LINE.
008700     05  FILLER                  PIC X(20) VALUE
008800         'CONTROL FAILURE  : '.
008900     05  PE-MESSAGE              PIC X(40).
009000     05  PE-VALUE                PIC X(17).
009100     05  FILLER                  PIC X(55) VALUE SPACES.
009200 01  BRANCH-LINE.
009300     05  FILLER                  PIC X(20) VALUE
009400         'BRANCH           : '.
009500     05  BL-BRANCH               PIC X(20).
009600     05  FILLER                  PIC X(92) VALUE SPACES.
009700 01  HEADER-LINE2.
009800     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
009900     05  FILLER                  PIC X(12) VALUE 'ROLE LEVEL'.
010000     05  FILLER                  PIC X(13) VALUE 'LAST ACTION'.
010100     05  FILLER                  PIC X(22) VALUE 'LIST RESULT'.
010200     05  FILLER                  PIC X(30) VALUE
010300         'CONFIRM / REMOVE  (SUPERVISOR)'.
010400     05  FILLER                  PIC X(45) VALUE SPACES.
010500 01  DETAIL-LINE.
010600     05  DL-OPERATOR-ID          PIC X(08).
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  DL-ROLE-LEVEL           PIC X(10).
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  DL-LAST-ACTION          PIC X(10).
011100     05  FILLER                  PIC X(03) VALUE SPACES.
011200     05  DL-RESULT               PIC X(20).
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  DL-SIGN-OFF             PIC X(30) VALUE
011500         '________ / ________'.
011600     05  FILLER                  PIC X(45) VALUE SPACES.
011700 01  BRANCH-TOTAL-LINE.
011800     05  FILLER                  PIC X(20) VALUE
011900         'BRANCH TOTAL     : '.
012000     05  BT-BRANCH               PIC X(20).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  BT-COUNT                PIC ZZZZZZ9.
012300     05  FILLER                  PIC X(83) VALUE SPACES.
012400 01  SUMMARY-LINE.
012500     05  FILLER                  PIC X(20) VALUE
012600         'LINES LISTED     : '.
012700     05  SL-LISTED-COUNT         PIC ZZZZZZ9.
012800     05  FILLER                  PIC X(15) VALUE '  ON FILE   : '.
012900     05  SL-PRESENT-COUNT        PIC ZZZZZZ9.
013000     05  FILLER                  PIC X(15) VALUE '  NO ACTION : '.
013100     05  SL-NO-ACTION-COUNT      PIC ZZZZZZ9.
013200     05  FILLER                  PIC X(15) VALUE '  BRANCHES  : '.
013300     05  SL-BRANCHES             PIC ZZZZZZ9.
013400     05  FILLER                  PIC X(39) VALUE SPACES.
013500 01  RESULT-LINE.
013600     05  FILLER                  PIC X(20) VALUE
013700         'RUN RESULT       : '.
013800     05  RS-RESULT               PIC X(50).
013900     05  FILLER                  PIC X(62) VALUE SPACES.
014000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
014100     EXEC SQL INCLUDE SQLCA END-EXEC.
014200     COPY CBZOPRA.
014300     COPY CBZATST.
014400     EXEC SQL
014500          DECLARE AUTH-LIST-CSR CURSOR FOR
014600          SELECT A.OPERATOR_ID, A.BRANCH, A.ROLE_LEVEL,
014700                 VALUE((SELECT CHAR(MAX(DATE(L.LOG_TIMESTAMP)),
014800                                    ISO)
014900                          FROM COREBK.CBZ_ACCT_AUDIT_LOG L
015000                         WHERE L.USERID = A.OPERATOR_ID),
015100                       :WS-NO-ACTION-DATE)
015200            FROM COREBK.CBZ_OPERATOR_AUTH A
015300           ORDER BY A.BRANCH, A.OPERATOR_ID
015400     END-EXEC.
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     IF WS-PARM-ERROR
015900         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
016000     ELSE
016100         PERFORM 2000-LIST-AUTHORIZATIONS THRU 2000-EXIT
016200         PERFORM 9000-TERMINATE THRU 9000-EXIT
016300     END-IF.
016400     STOP RUN.
016500 0000-EXIT.
016600     EXIT.
016700 1000-INITIALIZE.
016800     OPEN OUTPUT REPORT-FILE.
016900     WRITE REPORT-RECORD FROM HEADER-LINE1.
017000     EXEC SQL
017100          SET :WS-TODAY-DATE = CURRENT DATE
017200     END-EXEC.
017300     EXEC SQL
017400          SET :WS-TIMESTAMP = CURRENT TIMESTAMP
017500     END-EXEC.
017600     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
017700     IF WS-PARM-ERROR
017800         GO TO 1000-EXIT.
017900     MOVE WS-CYCLE-ID TO PL-CYCLE-ID.
018000     MOVE WS-DEADLINE-DATE TO PL-DEADLINE-DATE.
018100     WRITE REPORT-RECORD FROM PARM-LINE.
018200 1000-EXIT.
018300     EXIT.
018400******************************************************************
018500*    A BLANK CYCLE IS THE CURRENT QUARTER (YYYYQN) AND A BLANK   *
018600*    DEADLINE IS 30 DAYS FROM TODAY.  A DEADLINE THAT IS NOT A   *
018700*    VALID DATE AFTER TODAY STOPS THE RUN.                       *
018800******************************************************************
018900 1100-READ-PARM-CARD.
019000     OPEN INPUT PARM-FILE.
019100     READ PARM-FILE
019200         AT END
019300             MOVE 'Y' TO WS-PARM-EOF-SWITCH
019400     END-READ.
019500     CLOSE PARM-FILE.
019600     IF WS-PARM-EOF
019700         MOVE SPACES TO PARM-RECORD
019800     END-IF.
019900     IF PARM-CYCLE-ID EQUAL TO SPACES
020000         EXEC SQL
020100              SET :WS-YEAR-NUMBER = YEAR(CURRENT DATE)
020200         END-EXEC
020300         EXEC SQL
020400              SET :WS-QUARTER-NUMBER = QUARTER(CURRENT DATE)
020500         END-EXEC
020600         MOVE WS-YEAR-NUMBER TO WS-CYCLE-YEAR
020700         MOVE 'Q' TO WS-CYCLE-Q
020800         MOVE WS-QUARTER-NUMBER TO WS-CYCLE-QUARTER
020900     ELSE
021000         MOVE PARM-CYCLE-ID TO WS-CYCLE-ID
021100     END-IF.
021200     IF WS-CYCLE-YEAR NOT NUMERIC
021300        OR WS-CYCLE-Q NOT EQUAL TO 'Q'
021400        OR WS-CYCLE-QUARTER NOT NUMERIC
021500        OR WS-CYCLE-QUARTER LESS THAN 1
021600        OR WS-CYCLE-QUARTER GREATER THAN 4
021700         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
021800         MOVE 'PARM CARD CYCLE NOT YYYYQN' TO WS-PARM-MESSAGE
021900         MOVE PARM-CYCLE-ID TO PE-VALUE
022000         GO TO 1100-EXIT.
022100     IF PARM-DEADLINE-DATE EQUAL TO SPACES
022200         EXEC SQL
022300              SET :WS-DEADLINE-DATE =
022400                  CHAR(CURRENT DATE + 30 DAYS, ISO)
022500         END-EXEC
022600         GO TO 1100-EXIT.
022700     MOVE PARM-DEADLINE-DATE TO WS-DEADLINE-DATE.
022800     EXEC SQL
022900          SET :WS-DEADLINE-DATE =
023000              CHAR(DATE(:WS-DEADLINE-DATE), ISO)
023100     END-EXEC.
023200     IF SQLCODE NOT EQUAL TO ZERO
023300        OR WS-DEADLINE-DATE NOT GREATER THAN WS-TODAY-DATE
023400         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
023500         MOVE 'PARM CARD DEADLINE NOT A DATE AFTER TODAY'
023600             TO WS-PARM-MESSAGE
023700         MOVE PARM-DEADLINE-DATE TO PE-VALUE
023800     END-IF.
023900 1100-EXIT.
024000     EXIT.
024100 2000-LIST-AUTHORIZATIONS.
024200     WRITE REPORT-RECORD FROM BLANK-LINE.
024300     EXEC SQL
024400          OPEN AUTH-LIST-CSR
024500     END-EXEC.
024600     IF SQLCODE NOT EQUAL TO ZERO
024700         MOVE 'Y' TO WS-SQL-ERROR-SWITCH
024800         GO TO 2000-EXIT.
024900     PERFORM 2100-FETCH-AUTHORIZATION THRU 2100-EXIT.
025000     PERFORM 2200-RECORD-LINE THRU 2200-EXIT
025100         UNTIL WS-EOF OR WS-SQL-ERROR.
025200     EXEC SQL
025300          CLOSE AUTH-LIST-CSR
025400     END-EXEC.
025500     PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT.
025600 2000-EXIT.
025700     EXIT.
025800 2100-FETCH-AUTHORIZATION.
025900     EXEC SQL
026000          FETCH AUTH-LIST-CSR
026100          INTO :OA-OPERATOR-ID, :OA-BRANCH, :OA-ROLE-LEVEL,
026200               :AT-LAST-ACTION-DATE
026300     END-EXEC.
026400     IF SQLCODE NOT EQUAL TO ZERO
026500         MOVE 'Y' TO WS-EOF-SWITCH
026600     END-IF.
026700 2100-EXIT.
026800     EXIT.
026900 2200-RECORD-LINE.
027000     PERFORM 6000-BRANCH-BREAK THRU 6000-EXIT.
027100     MOVE WS-CYCLE-ID TO AT-CYCLE-ID.
027200     MOVE OA-OPERATOR-ID TO AT-OPERATOR-ID.
027300     MOVE OA-BRANCH TO AT-BRANCH.
027400     MOVE OA-ROLE-LEVEL TO AT-ROLE-LEVEL.
027500     MOVE WS-DEADLINE-DATE TO AT-DEADLINE-DATE.
027600     MOVE 'PEND' TO AT-ATTEST-STATUS.
027700     MOVE SPACES TO AT-ATTEST-BY.
027800     MOVE WS-TIMESTAMP TO AT-ATTEST-TIMESTAMP.
027900     MOVE WS-TIMESTAMP TO AT-LIST-TIMESTAMP.
028000     EXEC SQL
028100          INSERT INTO COREBK.CBZ_ACCESS_ATTEST
028200             (CYCLE_ID, OPERATOR_ID, BRANCH, ROLE_LEVEL,
028300              LAST_ACTION_DATE, DEADLINE_DATE, ATTEST_STATUS,
028400              ATTEST_BY, ATTEST_TIMESTAMP, LIST_TIMESTAMP)
028500          VALUES
028600             (:AT-CYCLE-ID, :AT-OPERATOR-ID, :AT-BRANCH,
028700              :AT-ROLE-LEVEL, :AT-LAST-ACTION-DATE,
028800              :AT-DEADLINE-DATE, :AT-ATTEST-STATUS,
028900              :AT-ATTEST-BY, :AT-ATTEST-TIMESTAMP,
029000              :AT-LIST-TIMESTAMP)
029100     END-EXEC.
029200     IF SQLCODE EQUAL TO ZERO
029300         ADD 1 TO WS-LISTED-COUNT
029400         MOVE 'PENDING' TO DL-RESULT
029500     ELSE
029600         IF SQLCODE EQUAL TO -803
029700             ADD 1 TO WS-PRESENT-COUNT
029800             MOVE 'ALREADY IN CYCLE' TO DL-RESULT
029900         ELSE
030000             MOVE 'Y' TO WS-SQL-ERROR-SWITCH
030100             GO TO 2200-EXIT
030200         END-IF
030300     END-IF.
030400     IF AT-LAST-ACTION-DATE EQUAL TO WS-NO-ACTION-DATE
030500         ADD 1 TO WS-NO-ACTION-COUNT
030600         MOVE 'NONE' TO DL-LAST-ACTION
030700     ELSE
030800         MOVE AT-LAST-ACTION-DATE TO DL-LAST-ACTION
030900     END-IF.
031000     ADD 1 TO WS-BRANCH-COUNT.
031100     MOVE OA-OPERATOR-ID TO DL-OPERATOR-ID.
031200     MOVE OA-ROLE-LEVEL TO DL-ROLE-LEVEL.
031300     WRITE REPORT-RECORD FROM DETAIL-LINE.
031400     PERFORM 2100-FETCH-AUTHORIZATION THRU 2100-EXIT.
031500 2200-EXIT.
031600     EXIT.
031700 6000-BRANCH-BREAK.
031800     IF WS-FIRST-RECORD
031900         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
032000         PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
032100         GO TO 6000-EXIT.
032200     IF OA-BRANCH NOT EQUAL TO WS-BREAK-BRANCH
032300         PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT
032400         PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
032500     END-IF.
032600 6000-EXIT.
032700     EXIT.
032800 6100-BRANCH-TOTAL.
032900     IF WS-FIRST-RECORD
033000         GO TO 6100-EXIT.
033100     MOVE WS-BREAK-BRANCH TO BT-BRANCH.
033200     MOVE WS-BRANCH-COUNT TO BT-COUNT.
033300     WRITE REPORT-RECORD FROM BRANCH-TOTAL-LINE.
033400     WRITE REPORT-RECORD FROM BLANK-LINE.
033500     MOVE ZERO TO WS-BRANCH-COUNT.
033600 6100-EXIT.
033700     EXIT.
033800 6200-BRANCH-HEADING.
033900     MOVE OA-BRANCH TO WS-BREAK-BRANCH.
034000     ADD 1 TO WS-BRANCHES.
034100     MOVE OA-BRANCH TO BL-BRANCH.
034200     WRITE REPORT-RECORD FROM BRANCH-LINE.
034300     WRITE REPORT-RECORD FROM HEADER-LINE2.
034400 6200-EXIT.
034500     EXIT.
034600 8000-ABORT-RUN.
034700     MOVE WS-PARM-MESSAGE TO PE-MESSAGE.
034800     WRITE REPORT-RECORD FROM PARM-ERROR-LINE.
034900     CLOSE REPORT-FILE.
035000     MOVE 8 TO RETURN-CODE.
035100 8000-EXIT.
035200     EXIT.
035300 9000-TERMINATE.
035400     MOVE WS-LISTED-COUNT TO SL-LISTED-COUNT.
035500     MOVE WS-PRESENT-COUNT TO SL-PRESENT-COUNT.
035600     MOVE WS-NO-ACTION-COUNT TO SL-NO-ACTION-COUNT.
035700     MOVE WS-BRANCHES TO SL-BRANCHES.
035800     WRITE REPORT-RECORD FROM SUMMARY-LINE.
035900     IF WS-SQL-ERROR
036000         EXEC SQL ROLLBACK END-EXEC
036100         MOVE 'DATABASE ERROR - CYCLE NOT OPENED' TO RS-RESULT
036200         MOVE 8 TO RETURN-CODE
036300     ELSE
036400         EXEC SQL COMMIT END-EXEC
036500         MOVE 'COMMITTED' TO RS-RESULT
036600     END-IF.
036700     WRITE REPORT-RECORD FROM RESULT-LINE.
036800     CLOSE REPORT-FILE.
036900 9000-EXIT.
037000     EXIT.
