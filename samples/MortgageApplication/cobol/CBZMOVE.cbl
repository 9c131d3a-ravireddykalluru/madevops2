001960*                     DETAIL - THE READ COUNTS WERE ONE HIGH ON  *
001970*                     BOTH SIDES AND EVERY VALID SNAPSHOT PAIR   *
001980*                     ABORTED WITH A TRAILER COUNT MISMATCH.     *
001982*    10/15/26   RV    REPORT PRIOR-SNAPSHOT ACCOUNTS FOUND ON    *
001984*                     THE CLOSED-ACCOUNT HISTORY TABLE AS        *
001986*                     ARCHIVED, WITH THEIR CLOSE AND ARCHIVE     *
001988*                     DATES, SEPARATELY FROM ACCOUNTS THAT LEFT  *
001990*                     FOR ANY OTHER REASON.  ARCHIVED COUNTS ARE *
001992*                     ADDED TO THE BRANCH AND GRAND TOTAL LINES. *
001994*                     A HISTORY LOOKUP FAILURE ENDS THE JOB      *
001996*                     RC=8.                                      *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
006000         88  WS-TALLY-NEW        VALUE 'N'.
006100         88  WS-TALLY-LEFT       VALUE 'L'.
006200         88  WS-TALLY-CHANGED    VALUE 'C'.
006210         88  WS-TALLY-ARCHIVED   VALUE 'A'.
006300 01  WS-CUR-RECORD.
006400     05  CS-ACCOUNT-NUMBER       PIC 9(18).
006500     05  CS-BASE-BRANCH          PIC X(20).
009600 01  WS-PRV-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
009700 01  WS-NEW-COUNT                PIC 9(07) COMP VALUE ZERO.
009800 01  WS-LEFT-COUNT               PIC 9(07) COMP VALUE ZERO.
009810 01  WS-ARCHIVED-COUNT           PIC 9(07) COMP VALUE ZERO.
009900 01  WS-CHANGED-COUNT            PIC 9(07) COMP VALUE ZERO.
010000 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
010100 01  WS-TALLY-BRANCH             PIC X(20) VALUE SPACES.
010220 01  WS-CHG-BRANCH-TAG           PIC X(07) VALUE SPACES.
010230 01  WS-CHG-LIMIT-TAG            PIC X(06) VALUE SPACES.
010240 01  WS-CHG-CMPL-TAG             PIC X(05) VALUE SPACES.
010250     EXEC SQL INCLUDE SQLCA END-EXEC.
010260     COPY CBZACLH.
010300 01  WS-BR-MAX                   PIC S9(4) COMP VALUE 200.
010400 01  WS-BR-COUNT                 PIC S9(4) COMP VALUE ZERO.
010500 01  WS-BR-NDX                   PIC S9(4) COMP VALUE ZERO.
010800         10  BR-NAME             PIC X(20).
010900         10  BR-NEW-COUNT        PIC 9(07) COMP.
011000         10  BR-LEFT-COUNT       PIC 9(07) COMP.
011010         10  BR-ARCH-COUNT       PIC 9(07) COMP.
011100         10  BR-CHG-COUNT        PIC 9(07) COMP.
011200 01  HEADER-LINE1.
011300     05  FILLER                  PIC X(50) VALUE
013300     05  BS-NEW-COUNT            PIC ZZZZZZ9.
013400     05  FILLER                  PIC X(07) VALUE ' LEFT:'.
013500     05  BS-LEFT-COUNT           PIC ZZZZZZ9.
013510     05  FILLER                  PIC X(07) VALUE ' ARCH:'.
013520     05  BS-ARCH-COUNT           PIC ZZZZZZ9.
013600     05  FILLER                  PIC X(06) VALUE ' CHG:'.
013700     05  BS-CHG-COUNT            PIC ZZZZZZ9.
013800     05  FILLER                  PIC X(56) VALUE SPACES.
013900 01  OVERFLOW-LINE.
014000     05  FILLER                  PIC X(44) VALUE
014100         'BRANCH TABLE FULL - BRANCH COUNTS INCOMPLETE'.
014500     05  GS-NEW-COUNT            PIC ZZZZZZ9.
014600     05  FILLER                  PIC X(07) VALUE ' LEFT:'.
014700     05  GS-LEFT-COUNT           PIC ZZZZZZ9.
014710     05  FILLER                  PIC X(07) VALUE ' ARCH:'.
014720     05  GS-ARCH-COUNT           PIC ZZZZZZ9.
014800     05  FILLER                  PIC X(06) VALUE ' CHG:'.
014900     05  GS-CHG-COUNT            PIC ZZZZZZ9.
015000     05  FILLER                  PIC X(72) VALUE SPACES.
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026500 4000-EXIT.
026600     EXIT.
026700 5000-REPORT-LEFT.
026800     PERFORM 5100-HISTORY-LOOKUP THRU 5100-EXIT.
026810     IF SQLCODE NOT EQUAL TO ZERO AND SQLCODE NOT EQUAL TO 100
026820         MOVE 'CLOSED HISTORY LOOKUP FAILED' TO WS-CTL-MESSAGE
026830         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
026840         GO TO 5000-EXIT.
026900     MOVE PS-BASE-BRANCH TO MV-BRANCH.
027000     MOVE PS-ACCOUNT-NUMBER TO MV-ACCOUNT-NUMBER.
027010     MOVE PS-BASE-BRANCH TO WS-TALLY-BRANCH.
027020     IF SQLCODE EQUAL TO ZERO
027030         ADD 1 TO WS-ARCHIVED-COUNT
027040         MOVE 'ARCHIVED' TO MV-TYPE
027050         MOVE SPACES TO MV-DETAIL
027060         STRING 'CLOSED ' DELIMITED BY SIZE
027070                HS-CLOSE-DATE DELIMITED BY SIZE
027080                ' ARCHIVED ' DELIMITED BY SIZE
027090                HS-ARCHIVE-DATE DELIMITED BY SIZE
027100                INTO MV-DETAIL
027110         MOVE 'A' TO WS-TALLY-TYPE
027120     ELSE
027130         ADD 1 TO WS-LEFT-COUNT
027140         MOVE 'LEFT' TO MV-TYPE
027200         MOVE PS-ACCOUNT-STATUS TO MV-DETAIL
027500         MOVE 'L' TO WS-TALLY-TYPE
027510     END-IF.
027520     WRITE REPORT-RECORD FROM MOVE-LINE.
027600     PERFORM 7000-TALLY-BRANCH THRU 7000-EXIT.
027700 5000-EXIT.
027800     EXIT.
027810 5100-HISTORY-LOOKUP.
027820     MOVE PS-ACCOUNT-NUMBER TO HS-ACCOUNT-NUMBER.
027830     EXEC SQL
027840          SELECT CHAR(CLOSE_DATE, ISO),
027850                 CHAR(ARCHIVE_DATE, ISO)
027860            INTO :HS-CLOSE-DATE, :HS-ARCHIVE-DATE
027870            FROM COREBK.CBZ_ACCT_CLOSED_HIST
027880           WHERE ACCOUNT_NUMBER = :HS-ACCOUNT-NUMBER
027890     END-EXEC.
027892 5100-EXIT.
027894     EXIT.
027900 6000-COMPARE-ACCOUNT.
028000     MOVE SPACES TO WS-CHANGE-DETAIL.
028100     IF CS-ACCOUNT-STATUS NOT EQUAL TO PS-ACCOUNT-STATUS
033600             MOVE ZERO TO BR-NEW-COUNT(WS-BR-NDX)
033700             MOVE ZERO TO BR-LEFT-COUNT(WS-BR-NDX)
033800             MOVE ZERO TO BR-CHG-COUNT(WS-BR-NDX)
033810             MOVE ZERO TO BR-ARCH-COUNT(WS-BR-NDX)
033900             MOVE 'Y' TO WS-BR-FOUND-SWITCH
034000         ELSE
034100             MOVE 'Y' TO WS-BR-OVERFLOW-SWITCH
034800             IF WS-TALLY-LEFT
034900                 ADD 1 TO BR-LEFT-COUNT(WS-BR-NDX)
035000             ELSE
035010                 IF WS-TALLY-ARCHIVED
035020                     ADD 1 TO BR-ARCH-COUNT(WS-BR-NDX)
035030                 ELSE
035100                     ADD 1 TO BR-CHG-COUNT(WS-BR-NDX)
035110                 END-IF
035200             END-IF
035300         END-IF
035400     END-IF.
037500     MOVE BR-NAME(WS-BR-NDX) TO BS-BRANCH.
037600     MOVE BR-NEW-COUNT(WS-BR-NDX) TO BS-NEW-COUNT.
037700     MOVE BR-LEFT-COUNT(WS-BR-NDX) TO BS-LEFT-COUNT.
037710     MOVE BR-ARCH-COUNT(WS-BR-NDX) TO BS-ARCH-COUNT.
037800     MOVE BR-CHG-COUNT(WS-BR-NDX) TO BS-CHG-COUNT.
037900     WRITE REPORT-RECORD FROM BRANCH-SUM-LINE.
038000 8100-EXIT.
038800         UNTIL WS-BR-NDX NOT LESS THAN WS-BR-COUNT.
038900     MOVE WS-NEW-COUNT TO GS-NEW-COUNT.
039000     MOVE WS-LEFT-COUNT TO GS-LEFT-COUNT.
039010     MOVE WS-ARCHIVED-COUNT TO GS-ARCH-COUNT.
039100     MOVE WS-CHANGED-COUNT TO GS-CHG-COUNT.
039200     WRITE REPORT-RECORD FROM GRAND-SUM-LINE.
039300     IF WS-BR-OVERFLOW
