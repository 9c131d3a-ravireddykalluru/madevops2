000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZFREP.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - DAILY INBOUND FILE       *
001100*                     REGISTER REPORT.  LISTS EVERY FILE THE     *
001200*                     FEED LOADERS PRESENTED ON THE REPORT DATE  *
001300*                     (COREBK.CBZ_FILE_REGISTER ROWS TOUCHED     *
001400*                     THAT DAY, APPLIED OR REFUSED), THEN THE    *
001500*                     DUPLICATES AMONG THEM (A FILE REFUSED AS   *
001600*                     ALREADY APPLIED, OR APPLIED AGAIN UNDER    *
001700*                     THE RERUN OVERRIDE), THEN EVERY EXPECTED   *
001800*                     FEED WITH NO FILE APPLIED THAT DAY AND THE *
001900*                     LAST BUSINESS DATE IT WAS APPLIED FOR.     *
002000*                     ENDS RC=4 WHEN ANY FEED IS MISSING OR      *
002100*                     DUPLICATED.                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT REPORT-FILE  ASSIGN TO FREPRPT
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
004300     05  PARM-REPORT-DATE        PIC X(10).
004400     05  FILLER                  PIC X(70).
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
004800         88  WS-EOF              VALUE 'Y'.
004900     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005000         88  WS-PARM-EOF         VALUE 'Y'.
005100 01  WS-REPORT-DATE              PIC X(10) VALUE SPACES.
005200 01  WS-LAST-APPLIED-DATE        PIC X(10) VALUE SPACES.
005300 01  WS-APPLIED-TODAY            PIC S9(9) COMP VALUE ZERO.
005400 01  WS-RECEIVED-COUNT           PIC 9(07) COMP VALUE ZERO.
005500 01  WS-DUPLICATE-COUNT          PIC 9(07) COMP VALUE ZERO.
005600 01  WS-MISSING-COUNT            PIC 9(07) COMP VALUE ZERO.
005700*    FEEDS EXPECTED EVERY DAY.  ONBDRSUB (A CBZLOAD RESUB RUN) IS
005800*    REPORTED WHEN RECEIVED BUT IS NEVER EXPECTED.
005900 01  WS-FEED-LIST.
006000     05  FILLER                  PIC X(08) VALUE 'ONBDIN'.
006100     05  FILLER                  PIC X(08) VALUE 'PAYIN'.
006200     05  FILLER                  PIC X(08) VALUE 'CUSTIN'.
006300     05  FILLER                  PIC X(08) VALUE 'CMPLIN'.
006400     05  FILLER                  PIC X(08) VALUE 'RATEIN'.
006500 01  WS-FEED-TABLE REDEFINES WS-FEED-LIST.
006600     05  WS-FEED-ENTRY           PIC X(08) OCCURS 5.
006700 01  WS-FEED-MAX                 PIC S9(4) COMP VALUE 5.
006800 01  WS-FEED-NDX                 PIC S9(4) COMP VALUE ZERO.
006900 01  HEADER-LINE1.
007000     05  FILLER                  PIC X(50) VALUE
007100         'CBZFREP - INBOUND FILE REGISTER DAILY REPORT'.
007200     05  FILLER                  PIC X(82) VALUE SPACES.
007300 01  PARM-LINE.
007400     05  FILLER                  PIC X(20) VALUE
007500         'REPORT DATE      : '.
007600     05  PL-REPORT-DATE          PIC X(10).
007700     05  FILLER                  PIC X(102) VALUE SPACES.
007800 01  SECTION-LINE.
007900     05  SC-TITLE                PIC X(40).
008000     05  FILLER                  PIC X(92) VALUE SPACES.
008100 01  COLUMN-LINE.
008200     05  FILLER                  PIC X(09) VALUE 'FEED'.
008300     05  FILLER                  PIC X(21) VALUE 'SOURCE'.
008400     05  FILLER                  PIC X(11) VALUE 'BUS DATE'.
008500     05  FILLER                  PIC X(09) VALUE 'STATUS'.
008600     05  FILLER                  PIC X(12) VALUE '    RECORDS'.
008700     05  FILLER                  PIC X(19) VALUE
008800         '        HASH TOTAL'.
008900     05  FILLER                  PIC X(08) VALUE 'APP REF'.
009000     05  FILLER                  PIC X(43) VALUE 'LAST MESSAGE'.
009100 01  DETAIL-LINE.
009200     05  DL-FEED-NAME            PIC X(08).
009300     05  FILLER                  PIC X(01) VALUE SPACES.
009400     05  DL-SOURCE               PIC X(20).
009500     05  FILLER                  PIC X(01) VALUE SPACES.
009600     05  DL-BUS-DATE             PIC X(10).
009700     05  FILLER                  PIC X(01) VALUE SPACES.
009800     05  DL-STATUS               PIC X(08).
009900     05  FILLER                  PIC X(01) VALUE SPACES.
010000     05  DL-RECORD-COUNT         PIC ZZZ,ZZZ,ZZ9.
010100     05  FILLER                  PIC X(01) VALUE SPACES.
010200     05  DL-HASH-TOTAL           PIC Z(17)9.
010300     05  FILLER                  PIC X(01) VALUE SPACES.
010400     05  DL-APPLY-COUNT          PIC ZZ9.
010500     05  FILLER                  PIC X(01) VALUE SPACES.
010600     05  DL-REFUSE-COUNT         PIC ZZ9.
010700     05  FILLER                  PIC X(01) VALUE SPACES.
010800     05  DL-MESSAGE              PIC X(40).
010900     05  FILLER                  PIC X(03) VALUE SPACES.
011000 01  MISSING-LINE.
011100     05  ML-FEED-NAME            PIC X(08).
011200     05  FILLER                  PIC X(01) VALUE SPACES.
011300     05  FILLER                  PIC X(34) VALUE
011400         'NO FILE APPLIED - LAST BUS DATE : '.
011500     05  ML-LAST-DATE            PIC X(10).
011600     05  FILLER                  PIC X(79) VALUE SPACES.
011700 01  NONE-LINE.
011800     05  FILLER                  PIC X(20) VALUE '    NONE'.
011900     05  FILLER                  PIC X(112) VALUE SPACES.
012000 01  SUMMARY-LINE.
012100     05  FILLER                  PIC X(20) VALUE
012200         'FILES RECEIVED   : '.
012300     05  SL-RECEIVED-COUNT       PIC Z,ZZZ,ZZ9.
012400     05  FILLER                  PIC X(103) VALUE SPACES.
012500 01  SUMMARY-LINE2.
012600     05  FILLER                  PIC X(20) VALUE
012700         'FILES DUPLICATED : '.
012800     05  SL-DUPLICATE-COUNT      PIC Z,ZZZ,ZZ9.
012900     05  FILLER                  PIC X(103) VALUE SPACES.
013000 01  SUMMARY-LINE3.
013100     05  FILLER                  PIC X(20) VALUE
013200         'FEEDS MISSING    : '.
013300     05  SL-MISSING-COUNT        PIC Z,ZZZ,ZZ9.
013400     05  FILLER                  PIC X(103) VALUE SPACES.
013500     EXEC SQL INCLUDE SQLCA END-EXEC.
013600     COPY CBZFREG.
013700     EXEC SQL
013800          DECLARE RECEIVED-CSR CURSOR FOR
013900          SELECT FEED_NAME, SOURCE_ID, CHAR(BUS_DATE),
014000                 REG_STATUS, RECORD_COUNT, HASH_TOTAL,
014100                 APPLY_COUNT, REFUSE_COUNT, LAST_MESSAGE
014200            FROM COREBK.CBZ_FILE_REGISTER
014300           WHERE DATE(LAST_TIMESTAMP) = :WS-REPORT-DATE
014400           ORDER BY FEED_NAME, SOURCE_ID, BUS_DATE
014500     END-EXEC.
014600     EXEC SQL
014700          DECLARE DUPLICATE-CSR CURSOR FOR
014800          SELECT FEED_NAME, SOURCE_ID, CHAR(BUS_DATE),
014900                 REG_STATUS, RECORD_COUNT, HASH_TOTAL,
015000                 APPLY_COUNT, REFUSE_COUNT, LAST_MESSAGE
015100            FROM COREBK.CBZ_FILE_REGISTER
015200           WHERE DATE(LAST_TIMESTAMP) = :WS-REPORT-DATE
015300             AND (APPLY_COUNT > 1 OR REFUSE_COUNT > 0)
015400           ORDER BY FEED_NAME, SOURCE_ID, BUS_DATE
015500     END-EXEC.
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     PERFORM 2000-LIST-RECEIVED THRU 2000-EXIT.
016000     PERFORM 3000-LIST-DUPLICATES THRU 3000-EXIT.
016100     PERFORM 4000-LIST-MISSING THRU 4000-EXIT.
016200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016300     STOP RUN.
016400 0000-EXIT.
016500     EXIT.
016600 1000-INITIALIZE.
016700     OPEN OUTPUT REPORT-FILE.
016800     WRITE REPORT-RECORD FROM HEADER-LINE1.
016900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
017000     IF WS-REPORT-DATE EQUAL TO SPACES
017100         EXEC SQL
017200              SET :WS-REPORT-DATE = CURRENT DATE
017300         END-EXEC
017400     END-IF.
017500     MOVE WS-REPORT-DATE TO PL-REPORT-DATE.
017600     WRITE REPORT-RECORD FROM PARM-LINE.
017700 1000-EXIT.
017800     EXIT.
017900 1100-READ-PARM-CARD.
018000     OPEN INPUT PARM-FILE.
018100     READ PARM-FILE
018200         AT END
018300             MOVE 'Y' TO WS-PARM-EOF-SWITCH
018400     END-READ.
018500     CLOSE PARM-FILE.
018600     IF WS-PARM-EOF
018700         GO TO 1100-EXIT.
018800     MOVE PARM-REPORT-DATE TO WS-REPORT-DATE.
018900 1100-EXIT.
019000     EXIT.
019100 2000-LIST-RECEIVED.
019200     MOVE 'FILES RECEIVED' TO SC-TITLE.
019300     WRITE REPORT-RECORD FROM SECTION-LINE.
019400     WRITE REPORT-RECORD FROM COLUMN-LINE.
019500     MOVE 'N' TO WS-EOF-SWITCH.
019600     EXEC SQL
019700          OPEN RECEIVED-CSR
019800     END-EXEC.
019900     PERFORM 2100-FETCH-RECEIVED THRU 2100-EXIT.
020000     IF WS-EOF
020100         WRITE REPORT-RECORD FROM NONE-LINE.
020200     PERFORM 2200-PRINT-RECEIVED THRU 2200-EXIT
020300         UNTIL WS-EOF.
020400     EXEC SQL
020500          CLOSE RECEIVED-CSR
020600     END-EXEC.
020700 2000-EXIT.
020800     EXIT.
020900 2100-FETCH-RECEIVED.
021000     EXEC SQL
021100          FETCH RECEIVED-CSR
021200          INTO :FR-FEED-NAME, :FR-SOURCE-ID, :FR-BUS-DATE,
021300               :FR-REG-STATUS, :FR-RECORD-COUNT, :FR-HASH-TOTAL,
021400               :FR-APPLY-COUNT, :FR-REFUSE-COUNT, :FR-LAST-MESSAGE
021500     END-EXEC.
021600     IF SQLCODE NOT EQUAL TO ZERO
021700         MOVE 'Y' TO WS-EOF-SWITCH
021800     END-IF.
021900 2100-EXIT.
022000     EXIT.
022100 2200-PRINT-RECEIVED.
022200     ADD 1 TO WS-RECEIVED-COUNT.
022300     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT.
022400     PERFORM 2100-FETCH-RECEIVED THRU 2100-EXIT.
022500 2200-EXIT.
022600     EXIT.
022700 3000-LIST-DUPLICATES.
022800     MOVE 'FILES DUPLICATED' TO SC-TITLE.
022900     WRITE REPORT-RECORD FROM SECTION-LINE.
023000     WRITE REPORT-RECORD FROM COLUMN-LINE.
023100     MOVE 'N' TO WS-EOF-SWITCH.
023200     EXEC SQL
023300          OPEN DUPLICATE-CSR
023400     END-EXEC.
023500     PERFORM 3100-FETCH-DUPLICATE THRU 3100-EXIT.
023600     IF WS-EOF
023700         WRITE REPORT-RECORD FROM NONE-LINE.
023800     PERFORM 3200-PRINT-DUPLICATE THRU 3200-EXIT
023900         UNTIL WS-EOF.
024000     EXEC SQL
024100          CLOSE DUPLICATE-CSR
024200     END-EXEC.
024300 3000-EXIT.
024400     EXIT.
024500 3100-FETCH-DUPLICATE.
024600     EXEC SQL
024700          FETCH DUPLICATE-CSR
024800          INTO :FR-FEED-NAME, :FR-SOURCE-ID, :FR-BUS-DATE,
024900               :FR-REG-STATUS, :FR-RECORD-COUNT, :FR-HASH-TOTAL,
025000               :FR-APPLY-COUNT, :FR-REFUSE-COUNT, :FR-LAST-MESSAGE
025100     END-EXEC.
025200     IF SQLCODE NOT EQUAL TO ZERO
025300         MOVE 'Y' TO WS-EOF-SWITCH
025400     END-IF.
025500 3100-EXIT.
025600     EXIT.
025700 3200-PRINT-DUPLICATE.
025800     ADD 1 TO WS-DUPLICATE-COUNT.
025900     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT.
026000     PERFORM 3100-FETCH-DUPLICATE THRU 3100-EXIT.
026100 3200-EXIT.
026200     EXIT.
026300 4000-LIST-MISSING.
026400     MOVE 'FEEDS MISSING' TO SC-TITLE.
026500     WRITE REPORT-RECORD FROM SECTION-LINE.
026600     MOVE ZERO TO WS-FEED-NDX.
026700     PERFORM 4100-CHECK-FEED THRU 4100-EXIT
026800         UNTIL WS-FEED-NDX NOT LESS THAN WS-FEED-MAX.
026900     IF WS-MISSING-COUNT EQUAL TO ZERO
027000         WRITE REPORT-RECORD FROM NONE-LINE.
027100 4000-EXIT.
027200     EXIT.
027300 4100-CHECK-FEED.
027400     ADD 1 TO WS-FEED-NDX.
027500     MOVE WS-FEED-ENTRY(WS-FEED-NDX) TO FR-FEED-NAME.
027600     MOVE ZERO TO WS-APPLIED-TODAY.
027700     EXEC SQL
027800          SELECT COUNT(*)
027900            INTO :WS-APPLIED-TODAY
028000            FROM COREBK.CBZ_FILE_REGISTER
028100           WHERE FEED_NAME = :FR-FEED-NAME
028200             AND REG_STATUS = 'APPLIED'
028300             AND DATE(APPLY_TIMESTAMP) = :WS-REPORT-DATE
028400     END-EXEC.
028500     IF WS-APPLIED-TODAY GREATER THAN ZERO
028600         GO TO 4100-EXIT.
028700     ADD 1 TO WS-MISSING-COUNT.
028800     EXEC SQL
028900          SELECT VALUE(CHAR(MAX(BUS_DATE)), 'NEVER')
029000            INTO :WS-LAST-APPLIED-DATE
029100            FROM COREBK.CBZ_FILE_REGISTER
029200           WHERE FEED_NAME = :FR-FEED-NAME
029300             AND REG_STATUS = 'APPLIED'
029400     END-EXEC.
029500     IF SQLCODE NOT EQUAL TO ZERO
029600         MOVE 'NEVER' TO WS-LAST-APPLIED-DATE
029700     END-IF.
029800     MOVE FR-FEED-NAME TO ML-FEED-NAME.
029900     MOVE WS-LAST-APPLIED-DATE TO ML-LAST-DATE.
030000     WRITE REPORT-RECORD FROM MISSING-LINE.
030100 4100-EXIT.
030200     EXIT.
030300 5000-WRITE-DETAIL-LINE.
030400     MOVE FR-FEED-NAME TO DL-FEED-NAME.
030500     MOVE FR-SOURCE-ID TO DL-SOURCE.
030600     MOVE FR-BUS-DATE TO DL-BUS-DATE.
030700     MOVE FR-REG-STATUS TO DL-STATUS.
030800     MOVE FR-RECORD-COUNT TO DL-RECORD-COUNT.
030900     MOVE FR-HASH-TOTAL TO DL-HASH-TOTAL.
031000     MOVE FR-APPLY-COUNT TO DL-APPLY-COUNT.
031100     MOVE FR-REFUSE-COUNT TO DL-REFUSE-COUNT.
031200     MOVE FR-LAST-MESSAGE TO DL-MESSAGE.
031300     WRITE REPORT-RECORD FROM DETAIL-LINE.
031400 5000-EXIT.
031500     EXIT.
031600 9000-TERMINATE.
031700     MOVE WS-RECEIVED-COUNT TO SL-RECEIVED-COUNT.
031800     MOVE WS-DUPLICATE-COUNT TO SL-DUPLICATE-COUNT.
031900     MOVE WS-MISSING-COUNT TO SL-MISSING-COUNT.
032000     WRITE REPORT-RECORD FROM SUMMARY-LINE.
032100     WRITE REPORT-RECORD FROM SUMMARY-LINE2.
032200     WRITE REPORT-RECORD FROM SUMMARY-LINE3.
032300     CLOSE REPORT-FILE.
032400     IF WS-DUPLICATE-COUNT GREATER THAN ZERO
032500        OR WS-MISSING-COUNT GREATER THAN ZERO
032600         MOVE 4 TO RETURN-CODE
032700     END-IF.
032800 9000-EXIT.
032900     EXIT.
