001530*                     UNTIL CBZDORM HAS ENDED CLEAN FOR THE      *
001540*                     BUSINESS DATE AND RECORDS ITS OWN END      *
001550*                     AND RETURN CODE.                           *
001560*    10/15/26   RV    PARM CARD COLUMN 5 B AGES THE QUEUE IN     *
001570*                     BUSINESS DAYS FROM COREBK.CBZ_BUS_CALENDAR *
001580*                     INSTEAD OF CALENDAR DAYS.  THE BASIS IS    *
001590*                     PRINTED WITH THE SLA.                      *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
003500     RECORDING MODE IS F.
003600 01  PARM-RECORD.
003700     05  PARM-SLA-DAYS           PIC X(03).
003710     05  FILLER                  PIC X(01).
003720     05  PARM-AGE-BASIS          PIC X(01).
003730     05  FILLER                  PIC X(75).
003900 WORKING-STORAGE SECTION.
004000 01  WS-SWITCHES.
004100     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
004500 01  WS-SLA-DAYS                 PIC S9(9) COMP VALUE 5.
004600 01  WS-SLA-IN                   PIC X(03).
004700 01  WS-SLA-NUM REDEFINES WS-SLA-IN PIC 9(03).
004710 01  WS-AGE-BASIS                PIC X(01) VALUE 'C'.
004720     88  WS-BUSINESS-DAY-AGING   VALUE 'B'.
004800 01  WS-AGE-DAYS                 PIC S9(9) COMP VALUE ZERO.
004900 01  WS-OPEN-COUNT               PIC 9(07) COMP VALUE ZERO.
005000 01  WS-OVER-SLA-COUNT           PIC 9(07) COMP VALUE ZERO.
005600     05  FILLER                  PIC X(20) VALUE
005700         'SLA DAYS         : '.
005800     05  PL-SLA-DAYS             PIC ZZ9.
005900     05  FILLER                  PIC X(12) VALUE '  AGED IN : '.
005910     05  PL-AGE-BASIS            PIC X(13).
005920     05  FILLER                  PIC X(84) VALUE SPACES.
006000 01  DETAIL-LINE.
006100     05  DL-BRANCH               PIC X(20).
006200     05  DL-ACCOUNT-NUMBER       PIC Z(17)9.
008400          DECLARE QUEUE-AGING-CSR CURSOR FOR
008500          SELECT ACCOUNT_NUMBER, OPERATOR_ID, BRANCH,
008600                 BLOCK_TIMESTAMP, COMPLIANCE_STATUS,
008700                 CASE WHEN :WS-AGE-BASIS = 'B'
008705                      THEN (SELECT COUNT(*)
008710                              FROM COREBK.CBZ_BUS_CALENDAR
008715                             WHERE CAL_DATE >
008720                                   DATE(BLOCK_TIMESTAMP)
008725                               AND CAL_DATE <= CURRENT DATE
008730                               AND DAY_TYPE = 'B')
008735                      ELSE DAYS(CURRENT DATE) -
008740                           DAYS(TIMESTAMP(BLOCK_TIMESTAMP))
008745                 END
008900            FROM COREBK.CBZ_CMPL_EXCP_QUEUE
009000           WHERE WORK_STATUS = 'OPEN'
009100           ORDER BY BLOCK_TIMESTAMP
010400     WRITE REPORT-RECORD FROM HEADER-LINE1.
010500     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
010600     MOVE WS-SLA-DAYS TO PL-SLA-DAYS.
010610     IF WS-BUSINESS-DAY-AGING
010620         MOVE 'BUSINESS DAYS' TO PL-AGE-BASIS
010630     ELSE
010640         MOVE 'CALENDAR DAYS' TO PL-AGE-BASIS
010650     END-IF.
010700     WRITE REPORT-RECORD FROM PARM-LINE.
010800     MOVE 'N' TO WS-EOF-SWITCH.
010900     EXEC SQL
012800             MOVE WS-SLA-NUM TO WS-SLA-DAYS
012900         END-IF
013000     END-IF.
013010     IF PARM-AGE-BASIS EQUAL TO 'B'
013020         MOVE 'B' TO WS-AGE-BASIS
013030     END-IF.
013100 1100-EXIT.
013200     EXIT.
013300 2000-PROCESS-RECORD.
