000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZAMLA.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - DAILY AGING REPORT OF    *
001100*                     COREBK.CBZ_AML_ALERT ROWS STILL OPEN OR    *
001200*                     INVESTIGATING, OLDEST FIRST, FLAGGING      *
001300*                     ALERTS OLDER THAN THE PARM CARD SLA DAYS.  *
001400*                     ENDS RC=4 WHEN ANYTHING IS OVER SLA SO     *
001500*                     THE SCHEDULE CAN ALERT COMPLIANCE.         *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER. IBM-370.
002000 OBJECT-COMPUTER. IBM-370.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT REPORT-FILE  ASSIGN TO AMLARPT
002400            ORGANIZATION IS SEQUENTIAL.
002500     SELECT PARM-FILE    ASSIGN TO PARMCARD
002600            ORGANIZATION IS SEQUENTIAL.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  REPORT-FILE
003000     LABEL RECORDS ARE STANDARD
003100     RECORDING MODE IS F.
003200 01  REPORT-RECORD               PIC X(132).
003300 FD  PARM-FILE
003400     LABEL RECORDS ARE STANDARD
003500     RECORDING MODE IS F.
003600 01  PARM-RECORD.
003700     05  PARM-SLA-DAYS           PIC X(03).
003800     05  FILLER                  PIC X(77).
003900 WORKING-STORAGE SECTION.
004000 01  WS-SWITCHES.
004100     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
004200         88  WS-EOF              VALUE 'Y'.
004300     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
004400         88  WS-PARM-EOF         VALUE 'Y'.
004500 01  WS-SLA-DAYS                 PIC S9(9) COMP VALUE 5.
004600 01  WS-SLA-IN                   PIC X(03).
004700 01  WS-SLA-NUM REDEFINES WS-SLA-IN PIC 9(03).
004800 01  WS-AGE-DAYS                 PIC S9(9) COMP VALUE ZERO.
004900 01  WS-OPEN-COUNT               PIC 9(07) COMP VALUE ZERO.
005000 01  WS-INVEST-COUNT             PIC 9(07) COMP VALUE ZERO.
005100 01  WS-OVER-SLA-COUNT           PIC 9(07) COMP VALUE ZERO.
005200 01  HEADER-LINE1.
005300     05  FILLER                  PIC X(50) VALUE
005400         'CBZAMLA - PAYMENT MONITORING ALERT AGING REPORT'.
005500     05  FILLER                  PIC X(82) VALUE SPACES.
005600 01  PARM-LINE.
005700     05  FILLER                  PIC X(20) VALUE
005800         'SLA DAYS         : '.
005900     05  PL-SLA-DAYS             PIC ZZ9.
006000     05  FILLER                  PIC X(109) VALUE SPACES.
006100 01  DETAIL-LINE.
006200     05  DL-ALERT-ID             PIC Z(08)9.
006300     05  FILLER                  PIC X(02) VALUE SPACES.
006400     05  DL-ALERT-TYPE           PIC X(10).
006500     05  DL-CUSTOMER-ID          PIC Z(08)9.
006600     05  FILLER                  PIC X(02) VALUE SPACES.
006700     05  DL-BRANCH               PIC X(20).
006800     05  DL-BUS-DATE             PIC X(10).
006900     05  FILLER                  PIC X(02) VALUE SPACES.
007000     05  DL-ALERT-AMOUNT         PIC Z(12)9.99.
007100     05  FILLER                  PIC X(02) VALUE SPACES.
007200     05  DL-ALERT-STATUS         PIC X(16).
007300     05  DL-WORKED-BY            PIC X(10).
007400     05  DL-AGE-DAYS             PIC ZZZZ9.
007500     05  FILLER                  PIC X(02) VALUE SPACES.
007600     05  DL-SLA-FLAG             PIC X(12).
007700     05  FILLER                  PIC X(05) VALUE SPACES.
007800 01  SUMMARY-LINE.
007900     05  FILLER                  PIC X(20) VALUE
008000         'OPEN ALERTS      : '.
008100     05  SL-OPEN-COUNT           PIC ZZZZZZ9.
008200     05  FILLER                  PIC X(17) VALUE
008300         '  INVESTIGATING: '.
008400     05  SL-INVEST-COUNT         PIC ZZZZZZ9.
008500     05  FILLER                  PIC X(15) VALUE '  OVER SLA  : '.
008600     05  SL-OVER-SLA-COUNT       PIC ZZZZZZ9.
008700     05  FILLER                  PIC X(59) VALUE SPACES.
008800     EXEC SQL INCLUDE SQLCA END-EXEC.
008900     COPY CBZAMLT.
009000     EXEC SQL
009100          DECLARE ALERT-AGING-CSR CURSOR FOR
009200          SELECT ALERT_ID, CUSTOMER_ID, ALERT_TYPE,
009300                 CHAR(BUS_DATE), BRANCH, ALERT_AMOUNT,
009400                 ALERT_STATUS, WORKED_BY,
009500                 DAYS(CURRENT DATE) -
009600                 DAYS(TIMESTAMP(RAISED_TIMESTAMP))
009700            FROM COREBK.CBZ_AML_ALERT
009800           WHERE ALERT_STATUS IN ('OPEN', 'INVESTIGATING')
009900           ORDER BY RAISED_TIMESTAMP, ALERT_ID
010000     END-EXEC.
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
010500         UNTIL WS-EOF.
010600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700     STOP RUN.
010800 0000-EXIT.
010900     EXIT.
011000 1000-INITIALIZE.
011100     OPEN OUTPUT REPORT-FILE.
011200     WRITE REPORT-RECORD FROM HEADER-LINE1.
011300     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
011400     MOVE WS-SLA-DAYS TO PL-SLA-DAYS.
011500     WRITE REPORT-RECORD FROM PARM-LINE.
011600     MOVE 'N' TO WS-EOF-SWITCH.
011700     EXEC SQL
011800          OPEN ALERT-AGING-CSR
011900     END-EXEC.
012000     PERFORM 3000-FETCH-NEXT-ROW THRU 3000-EXIT.
012100 1000-EXIT.
012200     EXIT.
012300 1100-READ-PARM-CARD.
012400     OPEN INPUT PARM-FILE.
012500     READ PARM-FILE
012600         AT END
012700             MOVE 'Y' TO WS-PARM-EOF-SWITCH
012800     END-READ.
012900     CLOSE PARM-FILE.
013000     IF WS-PARM-EOF
013100         GO TO 1100-EXIT.
013200     MOVE PARM-SLA-DAYS TO WS-SLA-IN.
013300     INSPECT WS-SLA-IN REPLACING LEADING SPACES BY ZEROS.
013400     IF WS-SLA-IN NUMERIC
013500         IF WS-SLA-NUM GREATER THAN ZERO
013600             MOVE WS-SLA-NUM TO WS-SLA-DAYS
013700         END-IF
013800     END-IF.
013900 1100-EXIT.
014000     EXIT.
014100 2000-PROCESS-RECORD.
014200     IF AL-ALERT-STATUS EQUAL TO 'OPEN'
014300         ADD 1 TO WS-OPEN-COUNT
014400     ELSE
014500         ADD 1 TO WS-INVEST-COUNT
014600     END-IF.
014700     MOVE AL-ALERT-ID TO DL-ALERT-ID.
014800     MOVE AL-ALERT-TYPE TO DL-ALERT-TYPE.
014900     MOVE AL-CUSTOMER-ID TO DL-CUSTOMER-ID.
015000     MOVE AL-BRANCH TO DL-BRANCH.
015100     MOVE AL-BUS-DATE TO DL-BUS-DATE.
015200     MOVE AL-ALERT-AMOUNT TO DL-ALERT-AMOUNT.
015300     MOVE AL-ALERT-STATUS TO DL-ALERT-STATUS.
015400     MOVE AL-WORKED-BY TO DL-WORKED-BY.
015500     MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
015600     IF WS-AGE-DAYS GREATER THAN WS-SLA-DAYS
015700         MOVE '*** OVER SLA' TO DL-SLA-FLAG
015800         ADD 1 TO WS-OVER-SLA-COUNT
015900     ELSE
016000         MOVE SPACES TO DL-SLA-FLAG
016100     END-IF.
016200     WRITE REPORT-RECORD FROM DETAIL-LINE.
016300     PERFORM 3000-FETCH-NEXT-ROW THRU 3000-EXIT.
016400 2000-EXIT.
016500     EXIT.
016600 3000-FETCH-NEXT-ROW.
016700     EXEC SQL
016800          FETCH ALERT-AGING-CSR
016900          INTO :AL-ALERT-ID, :AL-CUSTOMER-ID, :AL-ALERT-TYPE,
017000               :AL-BUS-DATE, :AL-BRANCH, :AL-ALERT-AMOUNT,
017100               :AL-ALERT-STATUS, :AL-WORKED-BY, :WS-AGE-DAYS
017200     END-EXEC.
017300     IF SQLCODE NOT EQUAL TO ZERO
017400         MOVE 'Y' TO WS-EOF-SWITCH
017500     END-IF.
017600 3000-EXIT.
017700     EXIT.
017800 9000-TERMINATE.
017900     MOVE WS-OPEN-COUNT TO SL-OPEN-COUNT.
018000     MOVE WS-INVEST-COUNT TO SL-INVEST-COUNT.
018100     MOVE WS-OVER-SLA-COUNT TO SL-OVER-SLA-COUNT.
018200     WRITE REPORT-RECORD FROM SUMMARY-LINE.
018300     EXEC SQL
018400          CLOSE ALERT-AGING-CSR
018500     END-EXEC.
018600     CLOSE REPORT-FILE.
018700     IF WS-OVER-SLA-COUNT GREATER THAN ZERO
018800         MOVE 4 TO RETURN-CODE
018900     END-IF.
019000 9000-EXIT.
019100     EXIT.
