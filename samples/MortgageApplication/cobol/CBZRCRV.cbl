000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZRCRV.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - CLOSES AN OPERATOR       *
001100*                     ACCESS RECERTIFICATION CYCLE ONCE ITS      *
001200*                     DEADLINE HAS PASSED.  REVOKES EVERY        *
001300*                     COREBK.CBZ_OPERATOR_AUTH ROW THAT WAS NOT  *
001400*                     ATTESTED, WAS MARKED FOR REMOVAL, OR WHOSE *
001500*                     OPERATOR HAS NO CBZ_ACCT_AUDIT_LOG ACTION  *
001600*                     IN THE PARM CARD INACTIVITY DAYS, WRITING  *
001700*                     THE SAME SECDEL AUDIT ROW AS CGZSEC.       *
001800*                     PRINTS A COMPLETION REPORT BY BRANCH FOR   *
001900*                     THE SECURITY ADMIN.                        *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT REPORT-FILE  ASSIGN TO RCRVRPT
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
004300     05  PARM-IDLE-DAYS          PIC X(03).
004400     05  FILLER                  PIC X(70).
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
005700     05  WS-REVOKE-SWITCH        PIC X(01) VALUE 'N'.
005800         88  WS-REVOKE           VALUE 'Y'.
005900 01  WS-PROGRAM-ID               PIC X(10) VALUE 'CBZRCRV'.
006000 01  WS-CYCLE-ID                 PIC X(06) VALUE SPACES.
006100 01  WS-IDLE-DAYS                PIC S9(9) COMP VALUE 90.
006200 01  WS-IDLE-IN                  PIC X(03).
006300 01  WS-IDLE-NUM REDEFINES WS-IDLE-IN PIC 9(03).
006400 01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.
006500 01  WS-DEADLINE-DATE            PIC X(10) VALUE SPACES.
006600 01  WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
006700 01  WS-TIMESTAMP                PIC X(26) VALUE SPACES.
006800 01  WS-NO-ACTION-DATE           PIC X(10) VALUE '0001-01-01'.
006900 01  WS-CYCLE-ROWS               PIC S9(9) COMP VALUE ZERO.
007000 01  WS-ZERO-ACCT                PIC S9(18) VALUE ZERO.
007100 01  WS-PARM-MESSAGE             PIC X(40) VALUE SPACES.
007200 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
007300 01  WS-BRANCH-COUNT             PIC 9(07) COMP VALUE ZERO.
007400 01  WS-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
007500 01  WS-UNATTESTED-COUNT         PIC 9(07) COMP VALUE ZERO.
007600 01  WS-REMOVED-COUNT            PIC 9(07) COMP VALUE ZERO.
007700 01  WS-IDLE-COUNT               PIC 9(07) COMP VALUE ZERO.
007800 01  WS-GONE-COUNT               PIC 9(07) COMP VALUE ZERO.
007900 01  HEADER-LINE1.
008000     05  FILLER                  PIC X(50) VALUE
008100         'CBZRCRV - ACCESS RECERTIFICATION COMPLETION'.
008200     05  FILLER                  PIC X(82) VALUE SPACES.
008300 01  PARM-LINE.
008400     05  FILLER                  PIC X(20) VALUE
008500         'CYCLE            : '.
008600     05  PL-CYCLE-ID             PIC X(06).
008700     05  FILLER                  PIC X(16) VALUE
008800         '    DEADLINE : '.
008900     05  PL-DEADLINE-DATE        PIC X(10).
009000     05  FILLER                  PIC X(20) VALUE
009100         '    IDLE DAYS : '.
009200     05  PL-IDLE-DAYS            PIC ZZ9.
009300     05  FILLER                  PIC X(57) VALUE SPACES.
009400 01  PARM-ERROR-LINE.
009500     05  FILLER                  PIC X(20) VALUE
009600         'CONTROL FAILURE  : '.
009700     05  PE-MESSAGE              PIC X(40).
009800     05  PE-VALUE                PIC X(10).
009900     05  FILLER                  PIC X(62) VALUE SPACES.
010000 01  BRANCH-LINE.
010100     05  FILLER                  PIC X(20) VALUE
010200         'BRANCH           : '.
010300     05  BL-BRANCH               PIC X(20).
010400     05  FILLER                  PIC X(92) VALUE SPACES.
010500 01  HEADER-LINE2.
010600     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
010700     05  FILLER                  PIC X(12) VALUE 'ROLE LEVEL'.
010800     05  FILLER                  PIC X(08) VALUE 'ATTEST'.
010900     05  FILLER                  PIC X(12) VALUE 'ATTEST BY'.
011000     05  FILLER                  PIC X(13) VALUE 'LAST ACTION'.
011100     05  FILLER                  PIC X(30) VALUE 'RESULT'.
011200     05  FILLER                  PIC X(47) VALUE SPACES.
011300 01  DETAIL-LINE.
011400     05  DL-OPERATOR-ID          PIC X(08).
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  DL-ROLE-LEVEL           PIC X(10).
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  DL-ATTEST-STATUS        PIC X(04).
011900     05  FILLER                  PIC X(04) VALUE SPACES.
012000     05  DL-ATTEST-BY            PIC X(10).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  DL-LAST-ACTION          PIC X(10).
012300     05  FILLER                  PIC X(03) VALUE SPACES.
012400     05  DL-RESULT               PIC X(31).
012500     05  FILLER                  PIC X(46) VALUE SPACES.
012600 01  BRANCH-TOTAL-LINE.
012700     05  FILLER                  PIC X(20) VALUE
012800         'BRANCH TOTAL     : '.
012900     05  BT-BRANCH               PIC X(20).
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  BT-COUNT                PIC ZZZZZZ9.
013200     05  FILLER                  PIC X(83) VALUE SPACES.
013300 01  SUMMARY-LINE.
013400     05  FILLER                  PIC X(20) VALUE
013500         'RETAINED         : '.
013600     05  SL-KEPT-COUNT           PIC ZZZZZZ9.
013700     05  FILLER                  PIC X(17) VALUE
013800         '  NOT ATTESTED : '.
013900     05  SL-UNATTESTED-COUNT     PIC ZZZZZZ9.
014000     05  FILLER                  PIC X(14) VALUE
014100         '  REMOVED   : '.
014200     05  SL-REMOVED-COUNT        PIC ZZZZZZ9.
014300     05  FILLER                  PIC X(14) VALUE
014400         '  IDLE      : '.
014500     05  SL-IDLE-COUNT           PIC ZZZZZZ9.
014600     05  FILLER                  PIC X(14) VALUE
014700         '  GONE      : '.
014800     05  SL-GONE-COUNT           PIC ZZZZZZ9.
014900     05  FILLER                  PIC X(18) VALUE SPACES.
015000 01  RESULT-LINE.
015100     05  FILLER                  PIC X(20) VALUE
015200         'RUN RESULT       : '.
015300     05  RS-RESULT               PIC X(50).
015400     05  FILLER                  PIC X(62) VALUE SPACES.
015500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
015600     EXEC SQL INCLUDE SQLCA END-EXEC.
015700     COPY CBZAUDT.
015800     COPY CBZOPRA.
015900     COPY CBZATST.
016000     EXEC SQL
016100          DECLARE ATTEST-CSR CURSOR FOR
016200          SELECT T.OPERATOR_ID, T.BRANCH, T.ROLE_LEVEL,
016300                 T.ATTEST_STATUS, T.ATTEST_BY,
016400                 VALUE((SELECT CHAR(MAX(DATE(L.LOG_TIMESTAMP)),
016500                                    ISO)
016600                          FROM COREBK.CBZ_ACCT_AUDIT_LOG L
016700                         WHERE L.USERID = T.OPERATOR_ID),
016800                       :WS-NO-ACTION-DATE)
016900            FROM COREBK.CBZ_ACCESS_ATTEST T
017000           WHERE T.CYCLE_ID = :WS-CYCLE-ID
017100             AND T.ATTEST_STATUS IN ('PEND', 'CONF', 'RMVE')
017200           ORDER BY T.BRANCH, T.OPERATOR_ID
017300     END-EXEC.
017400 PROCEDURE DIVISION.
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     IF WS-PARM-ERROR
017800         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
017900     ELSE
018000         PERFORM 2000-CLOSE-CYCLE THRU 2000-EXIT
018100         PERFORM 9000-TERMINATE THRU 9000-EXIT
018200     END-IF.
018300     STOP RUN.
018400 0000-EXIT.
018500     EXIT.
018600 1000-INITIALIZE.
018700     OPEN OUTPUT REPORT-FILE.
018800     WRITE REPORT-RECORD FROM HEADER-LINE1.
018900     EXEC SQL
019000          SET :WS-TODAY-DATE = CURRENT DATE
019100     END-EXEC.
019200     EXEC SQL
019300          SET :WS-TIMESTAMP = CURRENT TIMESTAMP
019400     END-EXEC.
019500     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
019600     PERFORM 1200-CHECK-CYCLE THRU 1200-EXIT.
019700     IF WS-PARM-ERROR
019800         GO TO 1000-EXIT.
019900     EXEC SQL
020000          SET :WS-CUTOFF-DATE =
020100              CHAR(CURRENT DATE - :WS-IDLE-DAYS DAYS, ISO)
020200     END-EXEC.
020300     MOVE WS-CYCLE-ID TO PL-CYCLE-ID.
020400     MOVE WS-DEADLINE-DATE TO PL-DEADLINE-DATE.
020500     MOVE WS-IDLE-DAYS TO PL-IDLE-DAYS.
020600     WRITE REPORT-RECORD FROM PARM-LINE.
020700 1000-EXIT.
020800     EXIT.
020900 1100-READ-PARM-CARD.
021000     OPEN INPUT PARM-FILE.
021100     READ PARM-FILE
021200         AT END
021300             MOVE 'Y' TO WS-PARM-EOF-SWITCH
021400     END-READ.
021500     CLOSE PARM-FILE.
021600     IF WS-PARM-EOF
021700         GO TO 1100-EXIT.
021800     MOVE PARM-CYCLE-ID TO WS-CYCLE-ID.
021900     MOVE PARM-IDLE-DAYS TO WS-IDLE-IN.
022000     INSPECT WS-IDLE-IN REPLACING LEADING SPACES BY ZEROS.
022100     IF WS-IDLE-IN NUMERIC
022200         IF WS-IDLE-NUM GREATER THAN ZERO
022300             MOVE WS-IDLE-NUM TO WS-IDLE-DAYS
022400         END-IF
022500     END-IF.
022600 1100-EXIT.
022700     EXIT.
022800******************************************************************
022900*    A BLANK CYCLE IS THE LATEST ONE LISTED BY CBZRCLS.  THE     *
023000*    CYCLE MUST BE ON FILE AND ITS DEADLINE MUST HAVE PASSED -   *
023100*    SUPERVISORS CAN STILL ATTEST ON THE DEADLINE DATE ITSELF.   *
023200******************************************************************
023300 1200-CHECK-CYCLE.
023400     IF WS-CYCLE-ID EQUAL TO SPACES
023500         EXEC SQL
023600              SELECT VALUE(MAX(CYCLE_ID), ' ')
023700                INTO :WS-CYCLE-ID
023800                FROM COREBK.CBZ_ACCESS_ATTEST
023900         END-EXEC
024000     END-IF.
024100     MOVE ZERO TO WS-CYCLE-ROWS.
024200     MOVE SPACES TO WS-DEADLINE-DATE.
024300     EXEC SQL
024400          SELECT COUNT(*),
024500                 VALUE(CHAR(MAX(DEADLINE_DATE), ISO), ' ')
024600            INTO :WS-CYCLE-ROWS, :WS-DEADLINE-DATE
024700            FROM COREBK.CBZ_ACCESS_ATTEST
024800           WHERE CYCLE_ID = :WS-CYCLE-ID
024900     END-EXEC.
025000     IF SQLCODE NOT EQUAL TO ZERO
025100        OR WS-CYCLE-ROWS EQUAL TO ZERO
025200         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
025300         MOVE 'RECERTIFICATION CYCLE NOT ON FILE'
025400             TO WS-PARM-MESSAGE
025500         MOVE WS-CYCLE-ID TO PE-VALUE
025600         GO TO 1200-EXIT.
025700     IF WS-DEADLINE-DATE NOT LESS THAN WS-TODAY-DATE
025800         MOVE 'Y' TO WS-PARM-ERROR-SWITCH
025900         MOVE 'CYCLE DEADLINE HAS NOT PASSED' TO WS-PARM-MESSAGE
026000         MOVE WS-DEADLINE-DATE TO PE-VALUE
026100     END-IF.
026200 1200-EXIT.
026300     EXIT.
026400 2000-CLOSE-CYCLE.
026500     WRITE REPORT-RECORD FROM BLANK-LINE.
026600     EXEC SQL
026700          OPEN ATTEST-CSR
026800     END-EXEC.
026900     IF SQLCODE NOT EQUAL TO ZERO
027000         MOVE 'Y' TO WS-SQL-ERROR-SWITCH
027100         GO TO 2000-EXIT.
027200     PERFORM 2100-FETCH-ATTESTATION THRU 2100-EXIT.
027300     PERFORM 2200-APPLY-ATTESTATION THRU 2200-EXIT
027400         UNTIL WS-EOF OR WS-SQL-ERROR.
027500     EXEC SQL
027600          CLOSE ATTEST-CSR
027700     END-EXEC.
027800     PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT.
027900 2000-EXIT.
028000     EXIT.
028100 2100-FETCH-ATTESTATION.
028200     EXEC SQL
028300          FETCH ATTEST-CSR
028400          INTO :AT-OPERATOR-ID, :AT-BRANCH, :AT-ROLE-LEVEL,
028500               :AT-ATTEST-STATUS, :AT-ATTEST-BY,
028600               :AT-LAST-ACTION-DATE
028700     END-EXEC.
028800     IF SQLCODE NOT EQUAL TO ZERO
028900         MOVE 'Y' TO WS-EOF-SWITCH
029000     END-IF.
029100 2100-EXIT.
029200     EXIT.
029300******************************************************************
029400*    A LINE LEFT PENDING OR MARKED FOR REMOVAL IS REVOKED.  A    *
029500*    CONFIRMED LINE IS REVOKED ONLY WHEN THE OPERATOR HAS NO     *
029600*    AUDITED ACTION SINCE THE INACTIVITY CUT-OFF.                *
029700******************************************************************
029800 2200-APPLY-ATTESTATION.
029900     PERFORM 6000-BRANCH-BREAK THRU 6000-EXIT.
030000     MOVE AT-ATTEST-STATUS TO DL-ATTEST-STATUS.
030100     MOVE AT-ATTEST-BY TO DL-ATTEST-BY.
030200     MOVE 'Y' TO WS-REVOKE-SWITCH.
030300     IF AT-ATTEST-STATUS EQUAL TO 'PEND'
030400         ADD 1 TO WS-UNATTESTED-COUNT
030500         MOVE 'REVOKED - NOT ATTESTED' TO DL-RESULT
030600     ELSE
030700         IF AT-ATTEST-STATUS EQUAL TO 'RMVE'
030800             ADD 1 TO WS-REMOVED-COUNT
030900             MOVE 'REVOKED - REMOVED BY SUPERVISOR' TO DL-RESULT
031000         ELSE
031100             IF AT-LAST-ACTION-DATE LESS THAN WS-CUTOFF-DATE
031200                 ADD 1 TO WS-IDLE-COUNT
031300                 MOVE 'REVOKED - NO RECENT ACTIVITY' TO DL-RESULT
031400             ELSE
031500                 MOVE 'N' TO WS-REVOKE-SWITCH
031600                 ADD 1 TO WS-KEPT-COUNT
031700                 MOVE 'KEPT' TO AT-ATTEST-STATUS
031800                 MOVE 'RETAINED' TO DL-RESULT
031900             END-IF
032000         END-IF
032100     END-IF.
032200     IF WS-REVOKE
032300         PERFORM 3000-REVOKE-AUTHORIZATION THRU 3000-EXIT
032400         IF WS-SQL-ERROR
032500             GO TO 2200-EXIT
032600         END-IF
032700     END-IF.
032800     PERFORM 3100-UPDATE-ATTESTATION THRU 3100-EXIT.
032900     IF WS-SQL-ERROR
033000         GO TO 2200-EXIT.
033100     IF AT-LAST-ACTION-DATE EQUAL TO WS-NO-ACTION-DATE
033200         MOVE 'NONE' TO DL-LAST-ACTION
033300     ELSE
033400         MOVE AT-LAST-ACTION-DATE TO DL-LAST-ACTION
033500     END-IF.
033600     ADD 1 TO WS-BRANCH-COUNT.
033700     MOVE AT-OPERATOR-ID TO DL-OPERATOR-ID.
033800     MOVE AT-ROLE-LEVEL TO DL-ROLE-LEVEL.
033900     WRITE REPORT-RECORD FROM DETAIL-LINE.
034000     PERFORM 2100-FETCH-ATTESTATION THRU 2100-EXIT.
034100 2200-EXIT.
034200     EXIT.
034300******************************************************************
034400*    SAME DELETE AND SECDEL AUDIT ROW AS CGZSEC DELETE-MAPPING   *
034500*    (ACCOUNT ZERO, BRANCH OF THE AUTHORIZATION REVOKED).  AN    *
034600*    AUTHORIZATION ALREADY DELETED IS NOTED AS GONE.             *
034700******************************************************************
034800 3000-REVOKE-AUTHORIZATION.
034900     MOVE AT-OPERATOR-ID TO OA-OPERATOR-ID.
035000     MOVE AT-BRANCH TO OA-BRANCH.
035100     EXEC SQL
035200          DELETE FROM COREBK.CBZ_OPERATOR_AUTH
035300           WHERE OPERATOR_ID = :OA-OPERATOR-ID
035400             AND BRANCH = :OA-BRANCH
035500     END-EXEC.
035600     IF SQLCODE EQUAL TO 100
035700         ADD 1 TO WS-GONE-COUNT
035800         MOVE 'GONE' TO AT-ATTEST-STATUS
035900         MOVE 'ALREADY DELETED' TO DL-RESULT
036000         GO TO 3000-EXIT.
036100     IF SQLCODE NOT EQUAL TO ZERO
036200         MOVE 'Y' TO WS-SQL-ERROR-SWITCH
036300         GO TO 3000-EXIT.
036400     MOVE 'RVKD' TO AT-ATTEST-STATUS.
036500     MOVE WS-ZERO-ACCT TO AU-ACCOUNT-NUMBER.
036600     MOVE 'SECDEL' TO AU-ACTION-CODE.
036700     MOVE WS-PROGRAM-ID TO AU-USERID.
036800     MOVE WS-TIMESTAMP TO AU-LOG-TIMESTAMP.
036900     MOVE AT-BRANCH TO AU-BRANCH.
037000     EXEC SQL
037100          INSERT INTO COREBK.CBZ_ACCT_AUDIT_LOG
037200             (ACCOUNT_NUMBER, ACTION_CODE, USERID,
037300              LOG_TIMESTAMP, BRANCH)
037400          VALUES
037500             (:AU-ACCOUNT-NUMBER, :AU-ACTION-CODE, :AU-USERID,
037600              :AU-LOG-TIMESTAMP, :AU-BRANCH)
037700     END-EXEC.
037800     IF SQLCODE NOT EQUAL TO ZERO
037900         MOVE 'Y' TO WS-SQL-ERROR-SWITCH
038000     END-IF.
038100 3000-EXIT.
038200     EXIT.
038300 3100-UPDATE-ATTESTATION.
038400     MOVE WS-CYCLE-ID TO AT-CYCLE-ID.
038500     MOVE WS-PROGRAM-ID TO AT-ATTEST-BY.
038600     MOVE WS-TIMESTAMP TO AT-ATTEST-TIMESTAMP.
038700     EXEC SQL
038800          UPDATE COREBK.CBZ_ACCESS_ATTEST
038900             SET ATTEST_STATUS = :AT-ATTEST-STATUS,
039000                 ATTEST_BY = :AT-ATTEST-BY,
039100                 ATTEST_TIMESTAMP = :AT-ATTEST-TIMESTAMP
039200           WHERE CYCLE_ID = :AT-CYCLE-ID
039300             AND OPERATOR_ID = :AT-OPERATOR-ID
039400             AND BRANCH = :AT-BRANCH
039500     END-EXEC.
039600     IF SQLCODE NOT EQUAL TO ZERO
039700         MOVE 'Y' TO WS-SQL-ERROR-SWITCH
039800     END-IF.
039900 3100-EXIT.
040000     EXIT.
040100 6000-BRANCH-BREAK.
040200     IF WS-FIRST-RECORD
040300         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
040400         PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
040500         GO TO 6000-EXIT.
040600     IF AT-BRANCH NOT EQUAL TO WS-BREAK-BRANCH
040700         PERFORM 6100-BRANCH-TOTAL THRU 6100-EXIT
040800         PERFORM 6200-BRANCH-HEADING THRU 6200-EXIT
040900     END-IF.
041000 6000-EXIT.
041100     EXIT.
041200 6100-BRANCH-TOTAL.
041300     IF WS-FIRST-RECORD
041400         GO TO 6100-EXIT.
041500     MOVE WS-BREAK-BRANCH TO BT-BRANCH.
041600     MOVE WS-BRANCH-COUNT TO BT-COUNT.
041700     WRITE REPORT-RECORD FROM BRANCH-TOTAL-LINE.
041800     WRITE REPORT-RECORD FROM BLANK-LINE.
041900     MOVE ZERO TO WS-BRANCH-COUNT.
042000 6100-EXIT.
042100     EXIT.
042200 6200-BRANCH-HEADING.
042300     MOVE AT-BRANCH TO WS-BREAK-BRANCH.
042400     MOVE AT-BRANCH TO BL-BRANCH.
042500     WRITE REPORT-RECORD FROM BRANCH-LINE.
042600     WRITE REPORT-RECORD FROM HEADER-LINE2.
042700 6200-EXIT.
042800     EXIT.
042900 8000-ABORT-RUN.
043000     MOVE WS-PARM-MESSAGE TO PE-MESSAGE.
043100     WRITE REPORT-RECORD FROM PARM-ERROR-LINE.
043200     CLOSE REPORT-FILE.
043300     MOVE 8 TO RETURN-CODE.
043400 8000-EXIT.
043500     EXIT.
043600 9000-TERMINATE.
043700     MOVE WS-KEPT-COUNT TO SL-KEPT-COUNT.
043800     MOVE WS-UNATTESTED-COUNT TO SL-UNATTESTED-COUNT.
043900     MOVE WS-REMOVED-COUNT TO SL-REMOVED-COUNT.
044000     MOVE WS-IDLE-COUNT TO SL-IDLE-COUNT.
044100     MOVE WS-GONE-COUNT TO SL-GONE-COUNT.
044200     WRITE REPORT-RECORD FROM SUMMARY-LINE.
044300     IF WS-SQL-ERROR
044400         EXEC SQL ROLLBACK END-EXEC
044500         MOVE 'DATABASE ERROR - NOTHING REVOKED' TO RS-RESULT
044600         MOVE 8 TO RETURN-CODE
044700     ELSE
044800         EXEC SQL COMMIT END-EXEC
044900         MOVE 'COMMITTED' TO RS-RESULT
045000     END-IF.
045100     WRITE REPORT-RECORD FROM RESULT-LINE.
045200     CLOSE REPORT-FILE.
045300 9000-EXIT.
045400     EXIT.
