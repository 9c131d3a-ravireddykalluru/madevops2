000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZPEXP.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - NIGHTLY EXPIRY OF STALE  *
001100*                     MAKER-CHECKER AND TRANSFER REQUESTS.       *
001200*                     READS COREBK.CBZ_ACCT_MAINT_PEND,          *
001300*                     CBZ_CUST_MAINT_PEND AND                    *
001400*                     CBZ_BRANCH_XFER_PEND BY BRANCH AND MAKER,  *
001500*                     DELETES EVERY ROW OLDER THAN THE PARM CARD *
001600*                     EXPIRY DAYS WITH AN AUDIT ROW PER EXPIRY   *
001700*                     (MAINTEXP, CUSTEXP, XFEREXP) AND PRINTS AN *
001800*                     AGING REPORT OF EVERY PENDING ROW BY       *
001900*                     BRANCH, MAKER AND REQUEST TYPE.            *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT REPORT-FILE  ASSIGN TO PEXPRPT
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
004100     05  PARM-EXPIRY-DAYS        PIC X(03).
004200     05  FILLER                  PIC X(77).
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
004600         88  WS-EOF              VALUE 'Y'.
004700     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
004800         88  WS-PARM-EOF         VALUE 'Y'.
004900     05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
005000         88  WS-FIRST-RECORD     VALUE 'Y'.
005100     05  WS-FETCH-SWITCH         PIC X(01) VALUE 'N'.
005200         88  WS-FETCH-DONE       VALUE 'Y'.
005300     05  WS-EXPIRED-SWITCH       PIC X(01) VALUE 'N'.
005400         88  WS-ROW-EXPIRED      VALUE 'Y'.
005500 01  WS-PROGRAM-ID               PIC X(10) VALUE 'CBZPEXP'.
005600 01  WS-EXPIRY-DAYS              PIC S9(9) COMP VALUE 30.
005700 01  WS-EXPIRY-IN                PIC X(03).
005800 01  WS-EXPIRY-NUM REDEFINES WS-EXPIRY-IN PIC 9(03).
005900 01  WS-AGE-DAYS                 PIC S9(9) COMP VALUE ZERO.
006000 01  WS-TIMESTAMP                PIC X(26) VALUE SPACES.
006100 01  WS-CUSTOMER-ID              PIC S9(9) COMP VALUE ZERO.
006200 01  WS-PEND-BRANCH              PIC X(20) VALUE SPACES.
006300 01  WS-PEND-MAKER               PIC X(08) VALUE SPACES.
006400 01  WS-PEND-TYPE                PIC X(04) VALUE SPACES.
006500 01  WS-PEND-KEY                 PIC S9(18) COMP VALUE ZERO.
006600 01  WS-PEND-TIMESTAMP           PIC X(26) VALUE SPACES.
006700 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
006800 01  WS-BREAK-MAKER              PIC X(08) VALUE SPACES.
006900 01  WS-BREAK-TYPE               PIC X(04) VALUE SPACES.
007000 01  WS-MAKER-AGE1-COUNT         PIC 9(07) COMP VALUE ZERO.
007100 01  WS-MAKER-AGE2-COUNT         PIC 9(07) COMP VALUE ZERO.
007200 01  WS-MAKER-AGE3-COUNT         PIC 9(07) COMP VALUE ZERO.
007300 01  WS-MAKER-AGE4-COUNT         PIC 9(07) COMP VALUE ZERO.
007400 01  WS-MAKER-EXPIRED-COUNT      PIC 9(07) COMP VALUE ZERO.
007500 01  WS-MAKER-TOTAL-COUNT        PIC 9(07) COMP VALUE ZERO.
007600 01  WS-BRANCH-AGE1-COUNT        PIC 9(07) COMP VALUE ZERO.
007700 01  WS-BRANCH-AGE2-COUNT        PIC 9(07) COMP VALUE ZERO.
007800 01  WS-BRANCH-AGE3-COUNT        PIC 9(07) COMP VALUE ZERO.
007900 01  WS-BRANCH-AGE4-COUNT        PIC 9(07) COMP VALUE ZERO.
008000 01  WS-BRANCH-EXPIRED-COUNT     PIC 9(07) COMP VALUE ZERO.
008100 01  WS-BRANCH-TOTAL-COUNT       PIC 9(07) COMP VALUE ZERO.
008200 01  WS-GRAND-AGE1-COUNT         PIC 9(07) COMP VALUE ZERO.
008300 01  WS-GRAND-AGE2-COUNT         PIC 9(07) COMP VALUE ZERO.
008400 01  WS-GRAND-AGE3-COUNT         PIC 9(07) COMP VALUE ZERO.
008500 01  WS-GRAND-AGE4-COUNT         PIC 9(07) COMP VALUE ZERO.
008600 01  WS-GRAND-EXPIRED-COUNT      PIC 9(07) COMP VALUE ZERO.
008700 01  WS-GRAND-TOTAL-COUNT        PIC 9(07) COMP VALUE ZERO.
008800 01  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
008900 01  HEADER-LINE1.
009000     05  FILLER                  PIC X(50) VALUE
009100         'CBZPEXP - PENDING REQUEST EXPIRY AND AGING REPORT'.
009200     05  FILLER                  PIC X(82) VALUE SPACES.
009300 01  PARM-LINE.
009400     05  FILLER                  PIC X(20) VALUE
009500         'EXPIRY DAYS      : '.
009600     05  PL-EXPIRY-DAYS          PIC ZZ9.
009700     05  FILLER                  PIC X(109) VALUE SPACES.
009800 01  HEADER-LINE2.
009900     05  FILLER                  PIC X(22) VALUE 'BRANCH'.
010000     05  FILLER                  PIC X(10) VALUE 'MAKER'.
010100     05  FILLER                  PIC X(06) VALUE 'TYPE'.
010200     05  FILLER                  PIC X(09) VALUE '0-7 DAY'.
010300     05  FILLER                  PIC X(09) VALUE '8-14 DY'.
010400     05  FILLER                  PIC X(09) VALUE '15-30DY'.
010500     05  FILLER                  PIC X(09) VALUE 'OVER 30'.
010600     05  FILLER                  PIC X(09) VALUE 'EXPIRED'.
010700     05  FILLER                  PIC X(07) VALUE '  TOTAL'.
010800     05  FILLER                  PIC X(42) VALUE SPACES.
010900 01  DETAIL-LINE.
011000     05  DL-BRANCH               PIC X(20).
011100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  DL-MAKER                PIC X(08).
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  DL-TYPE                 PIC X(04).
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  DL-AGE1-COUNT           PIC ZZZZZZ9.
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  DL-AGE2-COUNT           PIC ZZZZZZ9.
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  DL-AGE3-COUNT           PIC ZZZZZZ9.
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  DL-AGE4-COUNT           PIC ZZZZZZ9.
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  DL-EXPIRED-COUNT        PIC ZZZZZZ9.
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  DL-TOTAL-COUNT          PIC ZZZZZZ9.
012700     05  FILLER                  PIC X(42) VALUE SPACES.
012800 01  EXPIRY-LINE.
012900     05  FILLER                  PIC X(04) VALUE SPACES.
013000     05  EL-TYPE                 PIC X(04).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  EL-KEY                  PIC Z(17)9.
013300     05  FILLER                  PIC X(08) VALUE '  KEYED '.
013400     05  EL-TIMESTAMP            PIC X(26).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  EL-AGE-DAYS             PIC ZZZZ9.
013700     05  FILLER                  PIC X(07) VALUE ' DAYS  '.
013800     05  EL-RESULT               PIC X(30).
013900     05  FILLER                  PIC X(26) VALUE SPACES.
014000 01  SUMMARY-LINE.
014100     05  FILLER                  PIC X(20) VALUE
014200         'ROWS EXPIRED     : '.
014300     05  SL-EXPIRED-COUNT        PIC ZZZZZZ9.
014400     05  FILLER                  PIC X(15) VALUE '  SKIPPED   : '.
014500     05  SL-SKIPPED-COUNT        PIC ZZZZZZ9.
014600     05  FILLER                  PIC X(83) VALUE SPACES.
014700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
014800     EXEC SQL INCLUDE SQLCA END-EXEC.
014900     COPY CBSMST.
015000     COPY CBZAUDT.
015100     EXEC SQL
015200          DECLARE PENDING-AGING-CSR CURSOR FOR
015300          SELECT BRANCH, MAKER_ID, 'ACCT', ACCOUNT_NUMBER,
015400                 CHAR(MAKER_TIMESTAMP),
015500                 DAYS(CURRENT DATE) - DAYS(MAKER_TIMESTAMP)
015600            FROM COREBK.CBZ_ACCT_MAINT_PEND
015700          UNION ALL
015800          SELECT BRANCH, MAKER_ID, 'CUST', BIGINT(CUSTOMER_ID),
015900                 CHAR(MAKER_TIMESTAMP),
016000                 DAYS(CURRENT DATE) - DAYS(MAKER_TIMESTAMP)
016100            FROM COREBK.CBZ_CUST_MAINT_PEND
016200          UNION ALL
016300          SELECT FROM_BRANCH, INIT_OPERATOR, 'XFER',
016400                 ACCOUNT_NUMBER,
016500                 CHAR(INIT_TIMESTAMP),
016600                 DAYS(CURRENT DATE) - DAYS(INIT_TIMESTAMP)
016700            FROM COREBK.CBZ_BRANCH_XFER_PEND
016800           ORDER BY 1, 2, 3, 6 DESC
016900     END-EXEC.
017000     EXEC SQL
017100          DECLARE CUST-ACCT-CSR CURSOR FOR
017200          SELECT ACCOUNT_NUMBER, BASE_BRANCH
017300            FROM COREBK.CBS_ACCT_MSTR_DTL
017400           WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
017500           ORDER BY ACCOUNT_NUMBER
017600     END-EXEC.
017700 PROCEDURE DIVISION.
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
018100         UNTIL WS-EOF.
018200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018300 0000-STOP.
018400     STOP RUN.
018500 0000-EXIT.
018600     EXIT.
018700 1000-INITIALIZE.
018800     OPEN OUTPUT REPORT-FILE.
018900     WRITE REPORT-RECORD FROM HEADER-LINE1.
019000     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
019100     MOVE WS-EXPIRY-DAYS TO PL-EXPIRY-DAYS.
019200     WRITE REPORT-RECORD FROM PARM-LINE.
019300     WRITE REPORT-RECORD FROM HEADER-LINE2.
019400     MOVE 'N' TO WS-EOF-SWITCH.
019500     EXEC SQL
019600          OPEN PENDING-AGING-CSR
019700     END-EXEC.
019800     PERFORM 3000-FETCH-NEXT-ROW THRU 3000-EXIT.
019900 1000-EXIT.
020000     EXIT.
020100 1100-READ-PARM-CARD.
020200     OPEN INPUT PARM-FILE.
020300     READ PARM-FILE
020400         AT END
020500             MOVE 'Y' TO WS-PARM-EOF-SWITCH
020600     END-READ.
020700     CLOSE PARM-FILE.
020800     IF WS-PARM-EOF
020900         GO TO 1100-EXIT.
021000     MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-IN.
021100     INSPECT WS-EXPIRY-IN REPLACING LEADING SPACES BY ZEROS.
021200     IF WS-EXPIRY-IN NUMERIC
021300         IF WS-EXPIRY-NUM GREATER THAN ZERO
021400             MOVE WS-EXPIRY-NUM TO WS-EXPIRY-DAYS
021500         END-IF
021600     END-IF.
021700 1100-EXIT.
021800     EXIT.
021900 2000-PROCESS-RECORD.
022000     IF WS-FIRST-RECORD
022100         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
022200     ELSE
022300         IF WS-PEND-BRANCH NOT EQUAL TO WS-BREAK-BRANCH
022400             PERFORM 4000-PRINT-MAKER-BREAK THRU 4000-EXIT
022500             PERFORM 4100-PRINT-BRANCH-BREAK THRU 4100-EXIT
022600         ELSE
022700             IF WS-PEND-MAKER NOT EQUAL TO WS-BREAK-MAKER
022800                OR WS-PEND-TYPE NOT EQUAL TO WS-BREAK-TYPE
022900                 PERFORM 4000-PRINT-MAKER-BREAK THRU 4000-EXIT
023000             END-IF
023100         END-IF
023200     END-IF.
023300     MOVE WS-PEND-BRANCH TO WS-BREAK-BRANCH.
023400     MOVE WS-PEND-MAKER TO WS-BREAK-MAKER.
023500     MOVE WS-PEND-TYPE TO WS-BREAK-TYPE.
023600     MOVE 'N' TO WS-EXPIRED-SWITCH.
023700     IF WS-AGE-DAYS GREATER THAN WS-EXPIRY-DAYS
023800         PERFORM 5000-EXPIRE-ROW THRU 5000-EXIT
023900     END-IF.
024000     ADD 1 TO WS-MAKER-TOTAL-COUNT.
024100     IF WS-ROW-EXPIRED
024200         ADD 1 TO WS-MAKER-EXPIRED-COUNT
024300     ELSE
024400         IF WS-AGE-DAYS GREATER THAN 30
024500             ADD 1 TO WS-MAKER-AGE4-COUNT
024600         ELSE
024700             IF WS-AGE-DAYS GREATER THAN 14
024800                 ADD 1 TO WS-MAKER-AGE3-COUNT
024900             ELSE
025000                 IF WS-AGE-DAYS GREATER THAN 7
025100                     ADD 1 TO WS-MAKER-AGE2-COUNT
025200                 ELSE
025300                     ADD 1 TO WS-MAKER-AGE1-COUNT
025400                 END-IF
025500             END-IF
025600         END-IF
025700     END-IF.
025800     PERFORM 3000-FETCH-NEXT-ROW THRU 3000-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100 3000-FETCH-NEXT-ROW.
026200     EXEC SQL
026300          FETCH PENDING-AGING-CSR
026400          INTO :WS-PEND-BRANCH, :WS-PEND-MAKER, :WS-PEND-TYPE,
026500               :WS-PEND-KEY, :WS-PEND-TIMESTAMP, :WS-AGE-DAYS
026600     END-EXEC.
026700     IF SQLCODE NOT EQUAL TO ZERO
026800         MOVE 'Y' TO WS-EOF-SWITCH
026900     END-IF.
027000 3000-EXIT.
027100     EXIT.
027200 4000-PRINT-MAKER-BREAK.
027300     MOVE WS-BREAK-BRANCH TO DL-BRANCH.
027400     MOVE WS-BREAK-MAKER TO DL-MAKER.
027500     MOVE WS-BREAK-TYPE TO DL-TYPE.
027600     MOVE WS-MAKER-AGE1-COUNT TO DL-AGE1-COUNT.
027700     MOVE WS-MAKER-AGE2-COUNT TO DL-AGE2-COUNT.
027800     MOVE WS-MAKER-AGE3-COUNT TO DL-AGE3-COUNT.
027900     MOVE WS-MAKER-AGE4-COUNT TO DL-AGE4-COUNT.
028000     MOVE WS-MAKER-EXPIRED-COUNT TO DL-EXPIRED-COUNT.
028100     MOVE WS-MAKER-TOTAL-COUNT TO DL-TOTAL-COUNT.
028200     WRITE REPORT-RECORD FROM DETAIL-LINE.
028300     ADD WS-MAKER-AGE1-COUNT TO WS-BRANCH-AGE1-COUNT.
028400     ADD WS-MAKER-AGE2-COUNT TO WS-BRANCH-AGE2-COUNT.
028500     ADD WS-MAKER-AGE3-COUNT TO WS-BRANCH-AGE3-COUNT.
028600     ADD WS-MAKER-AGE4-COUNT TO WS-BRANCH-AGE4-COUNT.
028700     ADD WS-MAKER-EXPIRED-COUNT TO WS-BRANCH-EXPIRED-COUNT.
028800     ADD WS-MAKER-TOTAL-COUNT TO WS-BRANCH-TOTAL-COUNT.
028900     MOVE ZERO TO WS-MAKER-AGE1-COUNT.
029000     MOVE ZERO TO WS-MAKER-AGE2-COUNT.
029100     MOVE ZERO TO WS-MAKER-AGE3-COUNT.
029200     MOVE ZERO TO WS-MAKER-AGE4-COUNT.
029300     MOVE ZERO TO WS-MAKER-EXPIRED-COUNT.
029400     MOVE ZERO TO WS-MAKER-TOTAL-COUNT.
029500 4000-EXIT.
029600     EXIT.
029700 4100-PRINT-BRANCH-BREAK.
029800     MOVE WS-BREAK-BRANCH TO DL-BRANCH.
029900     MOVE 'TOTAL' TO DL-MAKER.
030000     MOVE SPACES TO DL-TYPE.
030100     MOVE WS-BRANCH-AGE1-COUNT TO DL-AGE1-COUNT.
030200     MOVE WS-BRANCH-AGE2-COUNT TO DL-AGE2-COUNT.
030300     MOVE WS-BRANCH-AGE3-COUNT TO DL-AGE3-COUNT.
030400     MOVE WS-BRANCH-AGE4-COUNT TO DL-AGE4-COUNT.
030500     MOVE WS-BRANCH-EXPIRED-COUNT TO DL-EXPIRED-COUNT.
030600     MOVE WS-BRANCH-TOTAL-COUNT TO DL-TOTAL-COUNT.
030700     WRITE REPORT-RECORD FROM DETAIL-LINE.
030800     WRITE REPORT-RECORD FROM BLANK-LINE.
030900     ADD WS-BRANCH-AGE1-COUNT TO WS-GRAND-AGE1-COUNT.
031000     ADD WS-BRANCH-AGE2-COUNT TO WS-GRAND-AGE2-COUNT.
031100     ADD WS-BRANCH-AGE3-COUNT TO WS-GRAND-AGE3-COUNT.
031200     ADD WS-BRANCH-AGE4-COUNT TO WS-GRAND-AGE4-COUNT.
031300     ADD WS-BRANCH-EXPIRED-COUNT TO WS-GRAND-EXPIRED-COUNT.
031400     ADD WS-BRANCH-TOTAL-COUNT TO WS-GRAND-TOTAL-COUNT.
031500     MOVE ZERO TO WS-BRANCH-AGE1-COUNT.
031600     MOVE ZERO TO WS-BRANCH-AGE2-COUNT.
031700     MOVE ZERO TO WS-BRANCH-AGE3-COUNT.
031800     MOVE ZERO TO WS-BRANCH-AGE4-COUNT.
031900     MOVE ZERO TO WS-BRANCH-EXPIRED-COUNT.
032000     MOVE ZERO TO WS-BRANCH-TOTAL-COUNT.
032100 4100-EXIT.
032200     EXIT.
032300******************************************************************
032400*    EXPIRE ONE PENDING ROW.  THE DELETE IS GUARDED ON THE       *
032500*    MAKER TIMESTAMP SO A ROW APPROVED, REJECTED OR RE-KEYED     *
032600*    SINCE THE CURSOR OPENED IS LEFT ALONE AND COUNTED SKIPPED.  *
032700******************************************************************
032800 5000-EXPIRE-ROW.
032900     MOVE WS-PEND-TYPE TO EL-TYPE.
033000     MOVE WS-PEND-KEY TO EL-KEY.
033100     MOVE WS-PEND-TIMESTAMP TO EL-TIMESTAMP.
033200     MOVE WS-AGE-DAYS TO EL-AGE-DAYS.
033300     EXEC SQL
033400          SET :WS-TIMESTAMP = CURRENT TIMESTAMP
033500     END-EXEC.
033600     IF WS-PEND-TYPE EQUAL TO 'ACCT'
033700         PERFORM 5100-EXPIRE-ACCT-MAINT THRU 5100-EXIT
033800     ELSE
033900         IF WS-PEND-TYPE EQUAL TO 'CUST'
034000             PERFORM 5200-EXPIRE-CUST-MAINT THRU 5200-EXIT
034100         ELSE
034200             PERFORM 5300-EXPIRE-TRANSFER THRU 5300-EXIT
034300         END-IF
034400     END-IF.
034500     IF WS-ROW-EXPIRED
034600         MOVE 'EXPIRED' TO EL-RESULT
034700     ELSE
034800         ADD 1 TO WS-SKIPPED-COUNT
034900         MOVE 'SKIPPED - CHANGED SINCE READ' TO EL-RESULT
035000     END-IF.
035100     WRITE REPORT-RECORD FROM EXPIRY-LINE.
035200 5000-EXIT.
035300     EXIT.
035400 5100-EXPIRE-ACCT-MAINT.
035500     EXEC SQL
035600          DELETE FROM COREBK.CBZ_ACCT_MAINT_PEND
035700           WHERE ACCOUNT_NUMBER = :WS-PEND-KEY
035800             AND MAKER_TIMESTAMP = :WS-PEND-TIMESTAMP
035900     END-EXEC.
036000     IF SQLCODE NOT EQUAL TO ZERO
036100         GO TO 5100-EXIT.
036200     MOVE 'Y' TO WS-EXPIRED-SWITCH.
036300     MOVE WS-PEND-KEY TO AU-ACCOUNT-NUMBER.
036400     MOVE 'MAINTEXP' TO AU-ACTION-CODE.
036500     MOVE WS-PEND-BRANCH TO AU-BRANCH.
036600     PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT.
036700 5100-EXIT.
036800     EXIT.
036900 5200-EXPIRE-CUST-MAINT.
037000     MOVE WS-PEND-KEY TO WS-CUSTOMER-ID.
037100     EXEC SQL
037200          DELETE FROM COREBK.CBZ_CUST_MAINT_PEND
037300           WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
037400             AND MAKER_TIMESTAMP = :WS-PEND-TIMESTAMP
037500     END-EXEC.
037600     IF SQLCODE NOT EQUAL TO ZERO
037700         GO TO 5200-EXIT.
037800     MOVE 'Y' TO WS-EXPIRED-SWITCH.
037900     MOVE 'N' TO WS-FETCH-SWITCH.
038000     EXEC SQL
038100          OPEN CUST-ACCT-CSR
038200     END-EXEC.
038300     PERFORM 5250-AUDIT-CUST-ACCOUNT THRU 5250-EXIT
038400         UNTIL WS-FETCH-DONE.
038500     EXEC SQL
038600          CLOSE CUST-ACCT-CSR
038700     END-EXEC.
038800 5200-EXIT.
038900     EXIT.
039000 5250-AUDIT-CUST-ACCOUNT.
039100     EXEC SQL
039200          FETCH CUST-ACCT-CSR
039300          INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH
039400     END-EXEC.
039500     IF SQLCODE NOT EQUAL TO ZERO
039600         MOVE 'Y' TO WS-FETCH-SWITCH
039700         GO TO 5250-EXIT.
039800     MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
039900     MOVE 'CUSTEXP' TO AU-ACTION-CODE.
040000     MOVE H1-BASE-BRANCH TO AU-BRANCH.
040100     PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT.
040200 5250-EXIT.
040300     EXIT.
040400 5300-EXPIRE-TRANSFER.
040500     EXEC SQL
040600          DELETE FROM COREBK.CBZ_BRANCH_XFER_PEND
040700           WHERE ACCOUNT_NUMBER = :WS-PEND-KEY
040800             AND INIT_TIMESTAMP = :WS-PEND-TIMESTAMP
040900     END-EXEC.
041000     IF SQLCODE NOT EQUAL TO ZERO
041100         GO TO 5300-EXIT.
041200     MOVE 'Y' TO WS-EXPIRED-SWITCH.
041300     MOVE WS-PEND-KEY TO AU-ACCOUNT-NUMBER.
041400     MOVE 'XFEREXP' TO AU-ACTION-CODE.
041500     MOVE WS-PEND-BRANCH TO AU-BRANCH.
041600     PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT.
041700 5300-EXIT.
041800     EXIT.
041900 6000-WRITE-AUDIT-ROW.
042000     MOVE WS-PROGRAM-ID TO AU-USERID.
042100     MOVE WS-TIMESTAMP TO AU-LOG-TIMESTAMP.
042200     EXEC SQL
042300          INSERT INTO COREBK.CBZ_ACCT_AUDIT_LOG
042400             (ACCOUNT_NUMBER, ACTION_CODE, USERID,
042500              LOG_TIMESTAMP, BRANCH)
042600          VALUES
042700             (:AU-ACCOUNT-NUMBER, :AU-ACTION-CODE, :AU-USERID,
042800              :AU-LOG-TIMESTAMP, :AU-BRANCH)
042900     END-EXEC.
043000 6000-EXIT.
043100     EXIT.
043200 9000-TERMINATE.
043300     EXEC SQL
043400          CLOSE PENDING-AGING-CSR
043500     END-EXEC.
043600     IF NOT WS-FIRST-RECORD
043700         PERFORM 4000-PRINT-MAKER-BREAK THRU 4000-EXIT
043800         PERFORM 4100-PRINT-BRANCH-BREAK THRU 4100-EXIT
043900     END-IF.
044000     MOVE 'ALL BRANCHES' TO DL-BRANCH.
044100     MOVE 'TOTAL' TO DL-MAKER.
044200     MOVE SPACES TO DL-TYPE.
044300     MOVE WS-GRAND-AGE1-COUNT TO DL-AGE1-COUNT.
044400     MOVE WS-GRAND-AGE2-COUNT TO DL-AGE2-COUNT.
044500     MOVE WS-GRAND-AGE3-COUNT TO DL-AGE3-COUNT.
044600     MOVE WS-GRAND-AGE4-COUNT TO DL-AGE4-COUNT.
044700     MOVE WS-GRAND-EXPIRED-COUNT TO DL-EXPIRED-COUNT.
044800     MOVE WS-GRAND-TOTAL-COUNT TO DL-TOTAL-COUNT.
044900     WRITE REPORT-RECORD FROM DETAIL-LINE.
045000     EXEC SQL COMMIT END-EXEC.
045100     MOVE WS-GRAND-EXPIRED-COUNT TO SL-EXPIRED-COUNT.
045200     MOVE WS-SKIPPED-COUNT TO SL-SKIPPED-COUNT.
045300     WRITE REPORT-RECORD FROM SUMMARY-LINE.
045400     CLOSE REPORT-FILE.
045500 9000-EXIT.
045600     EXIT.
