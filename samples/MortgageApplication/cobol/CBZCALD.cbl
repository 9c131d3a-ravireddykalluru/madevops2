000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZCALD.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - BUSINESS CALENDAR LOAD.  *
001100*                     WHEN THE PARM CARD CARRIES A YEAR, ADDS    *
001200*                     EVERY DATE OF THAT YEAR NOT ALREADY ON     *
001300*                     COREBK.CBZ_BUS_CALENDAR AS A BUSINESS DAY  *
001400*                     OR WEEKEND.  THEN APPLIES THE CALIN        *
001500*                     MAINTENANCE RECORDS - HOLIDAY, BUSINESS    *
001600*                     DAY, BATCH OVERRIDE ON AND OFF - AND       *
001700*                     LISTS EACH ONE.  A REJECTED RECORD ENDS    *
001800*                     RC=4; A DATABASE ERROR BACKS THE WHOLE     *
001900*                     RUN OUT AND ENDS RC=8.                     *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CALENDAR-FILE ASSIGN TO CALIN
002800            ORGANIZATION IS SEQUENTIAL.
002900     SELECT REPORT-FILE  ASSIGN TO CALDRPT
003000            ORGANIZATION IS SEQUENTIAL.
003100     SELECT PARM-FILE    ASSIGN TO PARMCARD
003200            ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500*    ONE CALIN RECORD PER DATE TO CHANGE.  ACTION H MAKES THE
003600*    DATE A HOLIDAY AND B A BUSINESS DAY (BOTH REPLACE DAY_DESC);
003700*    O LETS THE NIGHTLY CHAIN RUN ON THE DATE, N WITHDRAWS THAT.
003800 FD  CALENDAR-FILE
003900     LABEL RECORDS ARE STANDARD
004000     RECORDING MODE IS F.
004100 01  CR-CALENDAR-RECORD.
004200     05  CR-CAL-DATE             PIC X(10).
004300     05  FILLER                  PIC X(01).
004400     05  CR-ACTION               PIC X(01).
004500         88  CR-MAKE-HOLIDAY     VALUE 'H'.
004600         88  CR-MAKE-BUSINESS    VALUE 'B'.
004700         88  CR-OVERRIDE-ON      VALUE 'O'.
004800         88  CR-OVERRIDE-OFF     VALUE 'N'.
004900     05  FILLER                  PIC X(01).
005000     05  CR-DAY-DESC             PIC X(30).
005100     05  FILLER                  PIC X(37).
005200 FD  REPORT-FILE
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 01  REPORT-RECORD               PIC X(132).
005600 FD  PARM-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORDING MODE IS F.
005900 01  PARM-RECORD.
006000     05  PARM-LOAD-YEAR          PIC X(04).
006100     05  FILLER                  PIC X(76).
006200 WORKING-STORAGE SECTION.
006300 01  WS-SWITCHES.
006400     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
006500         88  WS-EOF              VALUE 'Y'.
006600     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
006700         88  WS-PARM-EOF         VALUE 'Y'.
006800     05  WS-SQL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
006900         88  WS-SQL-ERROR        VALUE 'Y'.
007000     05  WS-YEAR-SWITCH          PIC X(01) VALUE 'N'.
007100         88  WS-YEAR-REQUESTED   VALUE 'Y'.
007200 01  WS-PROGRAM-ID               PIC X(10) VALUE 'CBZCALD'.
007300 01  WS-TIMESTAMP                PIC X(26) VALUE SPACES.
007400 01  WS-LOAD-YEAR                PIC X(04) VALUE SPACES.
007500 01  WS-LOAD-YEAR-NUM REDEFINES WS-LOAD-YEAR PIC 9(04).
007600 01  WS-YEAR-NUMBER              PIC S9(9) COMP VALUE ZERO.
007700 01  WS-CAL-DATE.
007800     05  WS-CAL-YEAR             PIC X(04).
007900     05  FILLER                  PIC X(06).
008000 01  WS-DAY-OF-WEEK              PIC S9(9) COMP VALUE ZERO.
008100 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
008200 01  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
008300 01  WS-PRESENT-COUNT            PIC 9(07) COMP VALUE ZERO.
008400 01  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
008500 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
008600 01  WS-BUSINESS-COUNT           PIC S9(9) COMP VALUE ZERO.
008700 01  WS-HOLIDAY-COUNT            PIC S9(9) COMP VALUE ZERO.
008800 01  WS-WEEKEND-COUNT            PIC S9(9) COMP VALUE ZERO.
008900 01  WS-OVERRIDE-COUNT           PIC S9(9) COMP VALUE ZERO.
009000 01  HEADER-LINE1.
009100     05  FILLER                  PIC X(50) VALUE
009200         'CBZCALD - BUSINESS CALENDAR LOAD'.
009300     05  FILLER                  PIC X(82) VALUE SPACES.
009400 01  PARM-LINE.
009500     05  FILLER                  PIC X(20) VALUE
009600         'YEAR TO ADD      : '.
009700     05  PL-LOAD-YEAR            PIC X(04).
009800     05  FILLER                  PIC X(108) VALUE SPACES.
009900 01  HEADER-LINE2.
010000     05  FILLER                  PIC X(12) VALUE 'DATE'.
010100     05  FILLER                  PIC X(08) VALUE 'ACTION'.
010200     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
010300     05  FILLER                  PIC X(40) VALUE 'RESULT'.
010400     05  FILLER                  PIC X(40) VALUE SPACES.
010500 01  DETAIL-LINE.
010600     05  DL-CAL-DATE             PIC X(10).
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  DL-ACTION               PIC X(01).
010900     05  FILLER                  PIC X(07) VALUE SPACES.
011000     05  DL-DAY-DESC             PIC X(30).
011100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  DL-RESULT               PIC X(40).
011300     05  FILLER                  PIC X(40) VALUE SPACES.
011400 01  YEAR-LINE.
011500     05  FILLER                  PIC X(20) VALUE
011600         'DATES ADDED      : '.
011700     05  YL-ADDED-COUNT          PIC ZZZZZZ9.
011800     05  FILLER                  PIC X(15) VALUE '  ON FILE   : '.
011900     05  YL-PRESENT-COUNT        PIC ZZZZZZ9.
012000     05  FILLER                  PIC X(83) VALUE SPACES.
012100 01  TOTAL-LINE.
012200     05  FILLER                  PIC X(20) VALUE
012300         'YEAR NOW HOLDS   : '.
012400     05  FILLER                  PIC X(11) VALUE 'BUSINESS : '.
012500     05  TL-BUSINESS-COUNT       PIC ZZ9.
012600     05  FILLER                  PIC X(14) VALUE '  HOLIDAY  : '.
012700     05  TL-HOLIDAY-COUNT        PIC ZZ9.
012800     05  FILLER                  PIC X(14) VALUE '  WEEKEND  : '.
012900     05  TL-WEEKEND-COUNT        PIC ZZ9.
013000     05  FILLER                  PIC X(14) VALUE '  OVERRIDE : '.
013100     05  TL-OVERRIDE-COUNT       PIC ZZ9.
013200     05  FILLER                  PIC X(47) VALUE SPACES.
013300 01  SUMMARY-LINE.
013400     05  FILLER                  PIC X(20) VALUE
013500         'RECORDS APPLIED  : '.
013600     05  SL-APPLIED-COUNT        PIC ZZZZZZ9.
013700     05  FILLER                  PIC X(15) VALUE '  REJECTED  : '.
013800     05  SL-REJECT-COUNT         PIC ZZZZZZ9.
013900     05  FILLER                  PIC X(83) VALUE SPACES.
014000 01  RESULT-LINE.
014100     05  FILLER                  PIC X(20) VALUE
014200         'RUN RESULT       : '.
014300     05  RS-RESULT               PIC X(50).
014400     05  FILLER                  PIC X(62) VALUE SPACES.
014500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
014600     EXEC SQL INCLUDE SQLCA END-EXEC.
014700     COPY CBZBCAL.
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015100     IF WS-YEAR-REQUESTED
015200         PERFORM 2000-ADD-YEAR THRU 2000-EXIT
015300     END-IF.
015400     PERFORM 3000-APPLY-RECORD THRU 3000-EXIT
015500         UNTIL WS-EOF OR WS-SQL-ERROR.
015600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015700     STOP RUN.
015800 0000-EXIT.
015900     EXIT.
016000 1000-INITIALIZE.
016100     OPEN INPUT CALENDAR-FILE.
016200     OPEN OUTPUT REPORT-FILE.
016300     WRITE REPORT-RECORD FROM HEADER-LINE1.
016400     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
016500     MOVE WS-LOAD-YEAR TO PL-LOAD-YEAR.
016600     WRITE REPORT-RECORD FROM PARM-LINE.
016700     EXEC SQL
016800          SET :WS-TIMESTAMP = CURRENT TIMESTAMP
016900     END-EXEC.
017000     PERFORM 3100-READ-CALENDAR THRU 3100-EXIT.
017100 1000-EXIT.
017200     EXIT.
017300 1100-READ-PARM-CARD.
017400     OPEN INPUT PARM-FILE.
017500     READ PARM-FILE
017600         AT END
017700             MOVE 'Y' TO WS-PARM-EOF-SWITCH
017800     END-READ.
017900     CLOSE PARM-FILE.
018000     IF WS-PARM-EOF
018100         GO TO 1100-EXIT.
018200     MOVE PARM-LOAD-YEAR TO WS-LOAD-YEAR.
018300     IF WS-LOAD-YEAR NUMERIC
018400         IF WS-LOAD-YEAR-NUM GREATER THAN 1900
018500             MOVE 'Y' TO WS-YEAR-SWITCH
018600             MOVE WS-LOAD-YEAR-NUM TO WS-YEAR-NUMBER
018700         END-IF
018800     END-IF.
018900     IF NOT WS-YEAR-REQUESTED
019000         MOVE SPACES TO WS-LOAD-YEAR
019100     END-IF.
019200 1100-EXIT.
019300     EXIT.
019400******************************************************************
019500*    ADD EVERY DATE OF THE YEAR NOT YET ON THE CALENDAR.  SUNDAY *
019600*    AND SATURDAY ARE WEEKEND, EVERY OTHER DAY A BUSINESS DAY    *
019700*    UNTIL A CALIN RECORD SAYS OTHERWISE.  DATES ALREADY ON THE  *
019800*    CALENDAR ARE LEFT AS THEY ARE, SO THE YEAR CAN BE RE-RUN.   *
019900******************************************************************
020000 2000-ADD-YEAR.
020100     MOVE SPACES TO WS-CAL-DATE.
020200     STRING WS-LOAD-YEAR '-01-01' DELIMITED BY SIZE
020300         INTO WS-CAL-DATE.
020400     PERFORM 2100-ADD-DATE THRU 2100-EXIT
020500         UNTIL WS-CAL-YEAR NOT EQUAL TO WS-LOAD-YEAR
020600            OR WS-SQL-ERROR.
020700     MOVE WS-ADDED-COUNT TO YL-ADDED-COUNT.
020800     MOVE WS-PRESENT-COUNT TO YL-PRESENT-COUNT.
020900     WRITE REPORT-RECORD FROM YEAR-LINE.
021000     WRITE REPORT-RECORD FROM BLANK-LINE.
021100 2000-EXIT.
021200     EXIT.
021300 2100-ADD-DATE.
021400     EXEC SQL
021500          SET :WS-DAY-OF-WEEK = DAYOFWEEK(DATE(:WS-CAL-DATE))
021600     END-EXEC.
021700     MOVE WS-CAL-DATE TO BC-CAL-DATE.
021800     MOVE 'N' TO BC-BATCH-OVERRIDE.
021900     MOVE WS-PROGRAM-ID TO BC-UPD-USERID.
022000     MOVE WS-TIMESTAMP TO BC-UPD-TIMESTAMP.
022100     IF WS-DAY-OF-WEEK EQUAL TO 1 OR WS-DAY-OF-WEEK EQUAL TO 7
022200         MOVE 'W' TO BC-DAY-TYPE
022300         MOVE 'WEEKEND' TO BC-DAY-DESC
022400     ELSE
022500         MOVE 'B' TO BC-DAY-TYPE
022600         MOVE SPACES TO BC-DAY-DESC
022700     END-IF.
022800     EXEC SQL
022900          INSERT INTO COREBK.CBZ_BUS_CALENDAR
023000             (CAL_DATE, DAY_TYPE, BATCH_OVERRIDE, DAY_DESC,
023100              UPD_USERID, UPD_TIMESTAMP)
023200          VALUES
023300             (:BC-CAL-DATE, :BC-DAY-TYPE, :BC-BATCH-OVERRIDE,
023400              :BC-DAY-DESC, :BC-UPD-USERID, :BC-UPD-TIMESTAMP)
023500     END-EXEC.
023600     IF SQLCODE EQUAL TO ZERO
023700         ADD 1 TO WS-ADDED-COUNT
023800     ELSE
023900         IF SQLCODE EQUAL TO -803
024000             ADD 1 TO WS-PRESENT-COUNT
024100         ELSE
024200             MOVE 'Y' TO WS-SQL-ERROR-SWITCH
024300             GO TO 2100-EXIT
024400         END-IF
024500     END-IF.
024600     EXEC SQL
024700          SET :WS-CAL-DATE = CHAR(DATE(:WS-CAL-DATE) + 1 DAY, ISO)
024800     END-EXEC.
024900 2100-EXIT.
025000     EXIT.
025100 3000-APPLY-RECORD.
025200     MOVE SPACES TO WS-REJECT-REASON.
025300     MOVE CR-CAL-DATE TO DL-CAL-DATE.
025400     MOVE CR-ACTION TO DL-ACTION.
025500     MOVE CR-DAY-DESC TO DL-DAY-DESC.
025600     MOVE CR-CAL-DATE TO BC-CAL-DATE.
025700     EXEC SQL
025800          SET :BC-CAL-DATE = CHAR(DATE(:BC-CAL-DATE), ISO)
025900     END-EXEC.
026000     IF SQLCODE NOT EQUAL TO ZERO
026100         MOVE 'INVALID DATE - USE YYYY-MM-DD' TO WS-REJECT-REASON
026200         GO TO 3090-WRITE-DETAIL.
026300     MOVE WS-PROGRAM-ID TO BC-UPD-USERID.
026400     MOVE WS-TIMESTAMP TO BC-UPD-TIMESTAMP.
026500     IF CR-MAKE-HOLIDAY OR CR-MAKE-BUSINESS
026600         PERFORM 3200-SET-DAY-TYPE THRU 3200-EXIT
026700     ELSE
026800         IF CR-OVERRIDE-ON OR CR-OVERRIDE-OFF
026900             PERFORM 3300-SET-OVERRIDE THRU 3300-EXIT
027000         ELSE
027100             MOVE 'INVALID ACTION - USE H, B, O OR N'
027200                 TO WS-REJECT-REASON
027300             GO TO 3090-WRITE-DETAIL
027400         END-IF
027500     END-IF.
027600     IF SQLCODE EQUAL TO 100
027700         MOVE 'DATE NOT ON CALENDAR - ADD ITS YEAR'
027800             TO WS-REJECT-REASON
027900     ELSE
028000         IF SQLCODE NOT EQUAL TO ZERO
028100             MOVE 'Y' TO WS-SQL-ERROR-SWITCH
028200             MOVE 'DATABASE ERROR' TO WS-REJECT-REASON
028300         END-IF
028400     END-IF.
028500 3090-WRITE-DETAIL.
028600     IF WS-REJECT-REASON EQUAL TO SPACES
028700         ADD 1 TO WS-APPLIED-COUNT
028800         MOVE 'APPLIED' TO DL-RESULT
028900     ELSE
029000         ADD 1 TO WS-REJECT-COUNT
029100         MOVE WS-REJECT-REASON TO DL-RESULT
029200     END-IF.
029300     WRITE REPORT-RECORD FROM DETAIL-LINE.
029400     PERFORM 3100-READ-CALENDAR THRU 3100-EXIT.
029500 3000-EXIT.
029600     EXIT.
029700 3100-READ-CALENDAR.
029800     READ CALENDAR-FILE
029900         AT END
030000             MOVE 'Y' TO WS-EOF-SWITCH
030100     END-READ.
030200 3100-EXIT.
030300     EXIT.
030400 3200-SET-DAY-TYPE.
030500     MOVE CR-ACTION TO BC-DAY-TYPE.
030600     MOVE CR-DAY-DESC TO BC-DAY-DESC.
030700     EXEC SQL
030800          UPDATE COREBK.CBZ_BUS_CALENDAR
030900             SET DAY_TYPE = :BC-DAY-TYPE,
031000                 DAY_DESC = :BC-DAY-DESC,
031100                 UPD_USERID = :BC-UPD-USERID,
031200                 UPD_TIMESTAMP = :BC-UPD-TIMESTAMP
031300           WHERE CAL_DATE = :BC-CAL-DATE
031400     END-EXEC.
031500 3200-EXIT.
031600     EXIT.
031700 3300-SET-OVERRIDE.
031800     IF CR-OVERRIDE-ON
031900         MOVE 'Y' TO BC-BATCH-OVERRIDE
032000     ELSE
032100         MOVE 'N' TO BC-BATCH-OVERRIDE
032200     END-IF.
032300     EXEC SQL
032400          UPDATE COREBK.CBZ_BUS_CALENDAR
032500             SET BATCH_OVERRIDE = :BC-BATCH-OVERRIDE,
032600                 UPD_USERID = :BC-UPD-USERID,
032700                 UPD_TIMESTAMP = :BC-UPD-TIMESTAMP
032800           WHERE CAL_DATE = :BC-CAL-DATE
032900     END-EXEC.
033000 3300-EXIT.
033100     EXIT.
033200 4000-COUNT-YEAR.
033300     EXEC SQL
033400          SELECT VALUE(SUM(CASE WHEN DAY_TYPE = 'B'
033500                                THEN 1 ELSE 0 END), 0),
033600                 VALUE(SUM(CASE WHEN DAY_TYPE = 'H'
033700                                THEN 1 ELSE 0 END), 0),
033800                 VALUE(SUM(CASE WHEN DAY_TYPE = 'W'
033900                                THEN 1 ELSE 0 END), 0),
034000                 VALUE(SUM(CASE WHEN BATCH_OVERRIDE = 'Y'
034100                                THEN 1 ELSE 0 END), 0)
034200            INTO :WS-BUSINESS-COUNT, :WS-HOLIDAY-COUNT,
034300                 :WS-WEEKEND-COUNT, :WS-OVERRIDE-COUNT
034400            FROM COREBK.CBZ_BUS_CALENDAR
034500           WHERE YEAR(CAL_DATE) = :WS-YEAR-NUMBER
034600     END-EXEC.
034700     MOVE WS-BUSINESS-COUNT TO TL-BUSINESS-COUNT.
034800     MOVE WS-HOLIDAY-COUNT TO TL-HOLIDAY-COUNT.
034900     MOVE WS-WEEKEND-COUNT TO TL-WEEKEND-COUNT.
035000     MOVE WS-OVERRIDE-COUNT TO TL-OVERRIDE-COUNT.
035100     WRITE REPORT-RECORD FROM TOTAL-LINE.
035200 4000-EXIT.
035300     EXIT.
035400 9000-TERMINATE.
035500     CLOSE CALENDAR-FILE.
035600     WRITE REPORT-RECORD FROM BLANK-LINE.
035700     MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT.
035800     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
035900     WRITE REPORT-RECORD FROM SUMMARY-LINE.
036000     IF WS-SQL-ERROR
036100         EXEC SQL ROLLBACK END-EXEC
036200         MOVE 'DATABASE ERROR - ALL CHANGES BACKED OUT'
036300             TO RS-RESULT
036400         MOVE 8 TO RETURN-CODE
036500     ELSE
036600         IF WS-YEAR-REQUESTED
036700             PERFORM 4000-COUNT-YEAR THRU 4000-EXIT
036800         END-IF
036900         EXEC SQL COMMIT END-EXEC
037000         MOVE 'COMMITTED' TO RS-RESULT
037100         IF WS-REJECT-COUNT GREATER THAN ZERO
037200             MOVE 4 TO RETURN-CODE
037300         END-IF
037400     END-IF.
037500     WRITE REPORT-RECORD FROM RESULT-LINE.
037600     CLOSE REPORT-FILE.
037700 9000-EXIT.
037800     EXIT.
