001900*                     CONTROL REPORT COUNTS STATUSES APPLIED,    *
002000*                     QUEUE ROWS AUTO-CLOSED, UNCHANGED          *
002100*                     STATUSES AND UNKNOWN ACCOUNTS REJECTED.    *
002110*    10/15/26   RV    WRITES A COMPLIANCE_STATUS CHANGE IMAGE TO *
002120*                     CBZ_ACCT_CHG_IMAGE FOR EACH STATUS         *
002130*                     APPLIED.                                   *
002135*    10/15/26   RV    CMPLIN NOW CARRIES A HDR RECORD (SOURCE    *
002140*                     AND BUSINESS DATE) AND A TRL RECORD        *
002145*                     (DETAIL COUNT AND ACCOUNT NUMBER HASH      *
002150*                     TOTAL), BALANCED BY A PRESCAN BEFORE ANY   *
002155*                     UPDATE AS CBZCLOD DOES; A CONTROL FAILURE  *
002160*                     ENDS RC=8.  THE FILE IS THEN CHECKED       *
002165*                     AGAINST THE CBZ_FILE_REGISTER INBOUND FILE *
002170*                     REGISTER (CBZFRCK): A FILE ALREADY APPLIED *
002175*                     OR DATED BEFORE THE LAST ONE IS REFUSED    *
002180*                     RC=8 UNLESS THE NEW PARMCARD CARRIES       *
002185*                     RERUN; A SKIPPED BUSINESS DATE IS WARNED   *
002190*                     RC=4.                                      *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003000            ORGANIZATION IS SEQUENTIAL.
003100     SELECT REPORT-FILE     ASSIGN TO CMPFRPT
003200            ORGANIZATION IS SEQUENTIAL.
003210     SELECT PARM-FILE       ASSIGN TO PARMCARD
003220            ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  COMPLIANCE-FILE
004000     05  CF-NEW-STATUS           PIC X(05).
004100     05  CF-DECISION-TIMESTAMP   PIC X(26).
004200     05  FILLER                  PIC X(11).
004205 01  CF-HEADER-RECORD.
004210     05  CF-HDR-ID               PIC X(03).
004215     05  CF-HDR-SOURCE           PIC X(20).
004220     05  CF-HDR-BUS-DATE         PIC X(10).
004225     05  FILLER                  PIC X(27).
004230 01  CF-TRAILER-RECORD.
004235     05  CF-TRL-ID               PIC X(03).
004240     05  CF-TRL-RECORD-COUNT     PIC 9(09).
004245     05  CF-TRL-HASH-TOTAL       PIC 9(18).
004250     05  FILLER                  PIC X(30).
004300 FD  REPORT-FILE
004400     LABEL RECORDS ARE STANDARD
004500     RECORDING MODE IS F.
004600 01  REPORT-RECORD               PIC X(100).
004610 FD  PARM-FILE
004620     LABEL RECORDS ARE STANDARD
004630     RECORDING MODE IS F.
004640 01  PARM-RECORD.
004650     05  PARM-RERUN-OVERRIDE     PIC X(05).
004660     05  FILLER                  PIC X(75).
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
005000         88  WS-EOF              VALUE 'Y'.
005010     05  WS-CTL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
005020         88  WS-CTL-ERROR        VALUE 'Y'.
005030     05  WS-TRL-SEEN-SWITCH      PIC X(01) VALUE 'N'.
005040         88  WS-TRL-SEEN         VALUE 'Y'.
005050     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005060         88  WS-PARM-EOF         VALUE 'Y'.
005100 01  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
005200 01  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE ZERO.
005300 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
005400 01  WS-QUEUE-CLOSED-COUNT       PIC 9(07) COMP VALUE ZERO.
005500 01  WS-QUEUE-ROWS               PIC S9(9) COMP VALUE ZERO.
005510 01  WS-SCAN-COUNT               PIC 9(09) COMP VALUE ZERO.
005520 01  WS-SCAN-HASH                PIC 9(18) VALUE ZERO.
005530 01  WS-TRL-COUNT                PIC 9(09) VALUE ZERO.
005540 01  WS-TRL-HASH                 PIC 9(18) VALUE ZERO.
005550 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
005600 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
005700 01  WS-STATUS-CLEAR             PIC X(05) VALUE 'CLEAR'.
005710 01  WS-OLD-COMPLIANCE           PIC X(05) VALUE SPACES.
005800 01  HEADER-LINE.
005900     05  FILLER                  PIC X(100) VALUE
006000         'CBZCMPF - INBOUND COMPLIANCE STATUS FEED REPORT'.
006005 01  CTL-HEADER-LINE.
006010     05  FILLER                  PIC X(20) VALUE
006015         'FILE HEADER      : '.
006020     05  CH-SOURCE               PIC X(20).
006025     05  FILLER                  PIC X(02) VALUE SPACES.
006030     05  CH-BUS-DATE             PIC X(10).
006035     05  FILLER                  PIC X(48) VALUE SPACES.
006040 01  CTL-ERROR-LINE.
006045     05  FILLER                  PIC X(20) VALUE
006050         'CONTROL FAILURE  : '.
006055     05  CE-MESSAGE              PIC X(40).
006060     05  FILLER                  PIC X(40) VALUE SPACES.
006065 01  REGISTER-WARN-LINE.
006070     05  FILLER                  PIC X(20) VALUE
006075         'REGISTER WARNING : '.
006080     05  RW-MESSAGE              PIC X(40).
006085     05  FILLER                  PIC X(02) VALUE SPACES.
006090     05  RW-LAST-DATE            PIC X(10).
006095     05  FILLER                  PIC X(28) VALUE SPACES.
006100 01  REJECT-LINE.
006200     05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
006300     05  RL-ACCOUNT-NUMBER       PIC 9(18).
009000     COPY CBSMST.
009100     COPY CBZAUDT.
009200     COPY CBZCMPQ.
009210     COPY CBZCHGI.
009220     COPY CBZFREG.
009230     COPY CBZFRCW.
009300 PROCEDURE DIVISION.
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009510     IF WS-CTL-ERROR
009520         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
009530     ELSE
009600         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
009700             UNTIL WS-EOF
009800         PERFORM 9000-TERMINATE THRU 9000-EXIT
009810     END-IF.
009900     STOP RUN.
010000 0000-EXIT.
010100     EXIT.
010300     OPEN INPUT COMPLIANCE-FILE.
010400     OPEN OUTPUT REPORT-FILE.
010500     WRITE REPORT-RECORD FROM HEADER-LINE.
010510     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
010520     PERFORM 1500-PRESCAN-FILE THRU 1500-EXIT.
010530     IF WS-CTL-ERROR
010540         GO TO 1000-EXIT.
010550     PERFORM 1700-CHECK-REGISTER THRU 1700-EXIT.
010560     IF WS-CTL-ERROR
010570         GO TO 1000-EXIT.
010600     MOVE 'N' TO WS-EOF-SWITCH.
010700     PERFORM 3000-READ-COMPLIANCE-RECORD THRU 3000-EXIT.
010800 1000-EXIT.
010900     EXIT.
010901 1100-READ-PARM-CARD.
010902     OPEN INPUT PARM-FILE.
010903     READ PARM-FILE
010904         AT END
010905             MOVE 'Y' TO WS-PARM-EOF-SWITCH
010906     END-READ.
010907     CLOSE PARM-FILE.
010908     IF WS-PARM-EOF
010909         GO TO 1100-EXIT.
010910     IF PARM-RERUN-OVERRIDE EQUAL TO 'RERUN'
010911         MOVE 'Y' TO WS-FR-RERUN-SWITCH
010912     END-IF.
010913 1100-EXIT.
010914     EXIT.
010915 1500-PRESCAN-FILE.
010916     MOVE ZERO TO WS-SCAN-COUNT.
010917     MOVE ZERO TO WS-SCAN-HASH.
010918     MOVE 'N' TO WS-EOF-SWITCH.
010919     MOVE 'N' TO WS-TRL-SEEN-SWITCH.
010920     PERFORM 3000-READ-COMPLIANCE-RECORD THRU 3000-EXIT.
010921     IF WS-EOF
010922         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
010923         MOVE 'COMPLIANCE FILE IS EMPTY' TO WS-CTL-MESSAGE
010924         GO TO 1500-REWIND.
010925     IF CF-HDR-ID NOT EQUAL TO 'HDR'
010926         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
010927         MOVE 'HEADER RECORD MISSING' TO WS-CTL-MESSAGE
010928         GO TO 1500-REWIND.
010929     MOVE CF-HDR-SOURCE TO CH-SOURCE.
010930     MOVE CF-HDR-BUS-DATE TO CH-BUS-DATE.
010931     MOVE CF-HDR-SOURCE TO WS-FR-SOURCE.
010932     MOVE CF-HDR-BUS-DATE TO WS-FR-BUS-DATE.
010933     WRITE REPORT-RECORD FROM CTL-HEADER-LINE.
010934     PERFORM 3000-READ-COMPLIANCE-RECORD THRU 3000-EXIT.
010935     PERFORM 1600-PRESCAN-RECORD THRU 1600-EXIT
010936         UNTIL WS-EOF OR WS-TRL-SEEN.
010937     IF NOT WS-TRL-SEEN
010938         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
010939         MOVE 'TRAILER RECORD MISSING' TO WS-CTL-MESSAGE
010940         GO TO 1500-REWIND.
010941     IF WS-TRL-COUNT NOT EQUAL TO WS-SCAN-COUNT
010942         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
010943         MOVE 'TRAILER RECORD COUNT MISMATCH' TO WS-CTL-MESSAGE
010944         GO TO 1500-REWIND.
010945     IF WS-TRL-HASH NOT EQUAL TO WS-SCAN-HASH
010946         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
010947         MOVE 'TRAILER HASH TOTAL MISMATCH' TO WS-CTL-MESSAGE
010948     END-IF.
010949 1500-REWIND.
010950     CLOSE COMPLIANCE-FILE.
010951     OPEN INPUT COMPLIANCE-FILE.
010952     MOVE 'N' TO WS-EOF-SWITCH.
010953 1500-EXIT.
010954     EXIT.
010955 1600-PRESCAN-RECORD.
010956     IF CF-TRL-ID EQUAL TO 'TRL'
010957         MOVE 'Y' TO WS-TRL-SEEN-SWITCH
010958         IF CF-TRL-RECORD-COUNT NUMERIC
010959             MOVE CF-TRL-RECORD-COUNT TO WS-TRL-COUNT
010960         ELSE
010961             MOVE ZERO TO WS-TRL-COUNT
010962         END-IF
010963         IF CF-TRL-HASH-TOTAL NUMERIC
010964             MOVE CF-TRL-HASH-TOTAL TO WS-TRL-HASH
010965         ELSE
010966             MOVE ZERO TO WS-TRL-HASH
010967         END-IF
010968     ELSE
010969         ADD 1 TO WS-SCAN-COUNT
010970         IF CF-ACCOUNT-NUMBER NUMERIC
010971             ADD CF-ACCOUNT-NUMBER TO WS-SCAN-HASH
010972         END-IF
010973         PERFORM 3000-READ-COMPLIANCE-RECORD THRU 3000-EXIT
010974     END-IF.
010975 1600-EXIT.
010976     EXIT.
010977 1700-CHECK-REGISTER.
010978     MOVE 'CMPLIN' TO WS-FR-FEED-NAME.
010979     MOVE 'CBZCMPF' TO WS-FR-JOB-NAME.
010980     MOVE WS-TRL-COUNT TO WS-FR-RECORD-COUNT.
010981     MOVE WS-TRL-HASH TO WS-FR-HASH-TOTAL.
010982     PERFORM 8700-CHECK-FILE-REGISTER THRU 8700-EXIT.
010983     IF WS-FR-REFUSED
010984         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
010985         MOVE WS-FR-MESSAGE TO WS-CTL-MESSAGE
010986         GO TO 1700-EXIT.
010987     IF WS-FR-WARNING
010988         MOVE WS-FR-MESSAGE TO RW-MESSAGE
010989         MOVE WS-FR-LAST-DATE TO RW-LAST-DATE
010990         WRITE REPORT-RECORD FROM REGISTER-WARN-LINE
010991     END-IF.
010992 1700-EXIT.
010993     EXIT.
011000 2000-PROCESS-RECORD.
011010     IF CF-TRL-ID EQUAL TO 'TRL'
011020         MOVE 'Y' TO WS-EOF-SWITCH
011030         GO TO 2000-EXIT.
011040     IF CF-HDR-ID EQUAL TO 'HDR'
011050         GO TO 2000-READ-NEXT.
011100     PERFORM 4000-APPLY-STATUS THRU 4000-EXIT.
011150 2000-READ-NEXT.
011200     PERFORM 3000-READ-COMPLIANCE-RECORD THRU 3000-EXIT.
011300 2000-EXIT.
011400     EXIT.
014300     IF H1-COMPLIANCE-STATUS EQUAL TO CF-NEW-STATUS
014400         ADD 1 TO WS-UNCHANGED-COUNT
014500         GO TO 4000-EXIT.
014510     MOVE H1-COMPLIANCE-STATUS TO WS-OLD-COMPLIANCE.
014600     MOVE CF-NEW-STATUS TO H1-COMPLIANCE-STATUS.
014700     MOVE 'CBZCMPF' TO H1-UPD-USERID.
014800     EXEC SQL
015800         GO TO 4000-EXIT.
015900     ADD 1 TO WS-APPLIED-COUNT.
016000     PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT.
016010     PERFORM 6100-WRITE-CHANGE-IMAGE THRU 6100-EXIT.
016100     IF CF-NEW-STATUS EQUAL TO WS-STATUS-CLEAR
016200         PERFORM 7000-RESOLVE-QUEUE-ROWS THRU 7000-EXIT
016300     END-IF.
018700     END-EXEC.
018800 6000-EXIT.
018900     EXIT.
018905 6100-WRITE-CHANGE-IMAGE.
018910     MOVE H1-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER.
018915     MOVE 'COMPLIANCE_STATUS' TO CI-COLUMN-NAME.
018920     MOVE WS-OLD-COMPLIANCE TO CI-OLD-VALUE.
018925     MOVE H1-COMPLIANCE-STATUS TO CI-NEW-VALUE.
018930     MOVE 'CMPLFEED' TO CI-ACTION-CODE.
018935     MOVE 'CBZCMPF' TO CI-USERID.
018940     EXEC SQL
018945          INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
018950             (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
018955              OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
018960          VALUES
018965             (:CI-ACCOUNT-NUMBER, CURRENT TIMESTAMP,
018970              :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
018975              :CI-ACTION-CODE, :CI-USERID)
018980     END-EXEC.
018985 6100-EXIT.
018990     EXIT.
019000 7000-RESOLVE-QUEUE-ROWS.
019100     MOVE H1-ACCOUNT-NUMBER TO CQ-ACCOUNT-NUMBER.
019200     MOVE 'CLEARED' TO CQ-WORK-STATUS.
020600     END-IF.
020700 7000-EXIT.
020800     EXIT.
020810 8000-ABORT-RUN.
020820     MOVE WS-CTL-MESSAGE TO CE-MESSAGE.
020830     WRITE REPORT-RECORD FROM CTL-ERROR-LINE.
020840     CLOSE COMPLIANCE-FILE.
020850     CLOSE REPORT-FILE.
020860     MOVE 8 TO RETURN-CODE.
020870 8000-EXIT.
020880     EXIT.
020900 9000-TERMINATE.
021000     MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT.
021100     MOVE WS-QUEUE-CLOSED-COUNT TO SL-QUEUE-COUNT.
021500     WRITE REPORT-RECORD FROM SUMMARY-LINE2.
021600     WRITE REPORT-RECORD FROM SUMMARY-LINE3.
021700     WRITE REPORT-RECORD FROM SUMMARY-LINE4.
021710     PERFORM 8750-RECORD-FILE-REGISTER THRU 8750-EXIT.
021800     EXEC SQL COMMIT END-EXEC.
021900     CLOSE COMPLIANCE-FILE.
022000     CLOSE REPORT-FILE.
022010     IF WS-FR-WARNING
022020         MOVE 4 TO RETURN-CODE
022030     END-IF.
022100 9000-EXIT.
022200     EXIT.
022210 COPY CBZFRCK.
