000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZBRMG.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - BRANCH MERGER / CLOSURE. *
001100*                     RE-HOMES EVERY CBS_ACCT_MSTR_DTL ROW OF    *
001200*                     THE CLOSING BRANCH NAMED ON THE PARM CARD  *
001300*                     TO THE RECEIVING BRANCH WITH AN AUDIT ROW  *
001400*                     AND BASE_BRANCH CHANGE IMAGE PER ACCOUNT,  *
001500*                     MOVES THE CLOSING BRANCH'S PENDING         *
001600*                     MAINTENANCE, PENDING CUSTOMER MAINTENANCE, *
001700*                     OPEN COMPLIANCE QUEUE AND PENDING TRANSFER *
001800*                     ROWS, CANCELS TRANSFERS BETWEEN THE TWO    *
001900*                     BRANCHES AND MARKS THE CLOSING BRANCH      *
002000*                     CLOSED IN COREBK.CBZ_BRANCH_REF.  THE RUN  *
002100*                     IS ONE UNIT OF WORK: IT IS COMMITTED ONLY  *
002200*                     WHEN THE ACCOUNT AND PENDING ROW COUNTS    *
002300*                     BEFORE AND AFTER BALANCE, OTHERWISE IT IS  *
002400*                     ROLLED BACK AND ENDS RC=8.                 *
002410*    10/15/26   RV    THE RE-HOME NO LONGER RESTAMPS UPD_USERID  *
002420*                     AND UPD_TIMESTAMP ON THE MASTER.  THE      *
002430*                     MOVED MAINTENANCE AND TRANSFER PENDING     *
002440*                     ROWS WERE ALL REFUSED AS STALE ON FIRST    *
002450*                     APPROVAL.  THE BRMERGE AUDIT ROW AND       *
002460*                     BASE_BRANCH CHANGE IMAGE STILL RECORD THE  *
002470*                     MOVE.                                      *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT REPORT-FILE  ASSIGN TO BRMGRPT
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT PARM-FILE    ASSIGN TO PARMCARD
003500            ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  REPORT-FILE
003900     LABEL RECORDS ARE STANDARD
004000     RECORDING MODE IS F.
004100 01  REPORT-RECORD               PIC X(132).
004200 FD  PARM-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004500 01  PARM-RECORD.
004600     05  PARM-CLOSING-BRANCH     PIC X(20).
004700     05  PARM-RECEIVING-BRANCH   PIC X(20).
004800     05  FILLER                  PIC X(40).
004900 WORKING-STORAGE SECTION.
005000 01  WS-SWITCHES.
005100     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005200         88  WS-PARM-EOF         VALUE 'Y'.
005300     05  WS-CTL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
005400         88  WS-CTL-ERROR        VALUE 'Y'.
005500     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
005600         88  WS-ACCT-EOF         VALUE 'Y'.
005700     05  WS-XFER-EOF-SWITCH      PIC X(01) VALUE 'N'.
005800         88  WS-XFER-EOF         VALUE 'Y'.
005900     05  WS-BALANCED-SWITCH      PIC X(01) VALUE 'N'.
006000         88  WS-BALANCED         VALUE 'Y'.
006100 01  WS-PROGRAM-ID               PIC X(10) VALUE 'CBZBRMG'.
006200 01  WS-MERGE-ACTION             PIC X(10) VALUE 'BRMERGE'.
006300 01  WS-CANCEL-ACTION            PIC X(10) VALUE 'XFERCANC'.
006400 01  WS-WORK-OPEN                PIC X(10) VALUE 'OPEN'.
006500 01  WS-CLOSING-BRANCH           PIC X(20) VALUE SPACES.
006600 01  WS-RECEIVING-BRANCH         PIC X(20) VALUE SPACES.
006700 01  WS-CLOSING-NAME             PIC X(30) VALUE SPACES.
006800 01  WS-RECEIVING-NAME           PIC X(30) VALUE SPACES.
006900 01  WS-TIMESTAMP                PIC X(26) VALUE SPACES.
007000 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
007100 01  WS-FROM-BEFORE-COUNT        PIC S9(9) COMP VALUE ZERO.
007200 01  WS-FROM-AFTER-COUNT         PIC S9(9) COMP VALUE ZERO.
007300 01  WS-TO-BEFORE-COUNT          PIC S9(9) COMP VALUE ZERO.
007400 01  WS-TO-AFTER-COUNT           PIC S9(9) COMP VALUE ZERO.
007500 01  WS-TO-EXPECTED-COUNT        PIC S9(9) COMP VALUE ZERO.
007600 01  WS-MOVED-COUNT              PIC S9(9) COMP VALUE ZERO.
007700 01  WS-FAIL-COUNT               PIC S9(9) COMP VALUE ZERO.
007800 01  WS-MAINT-BEFORE-COUNT       PIC S9(9) COMP VALUE ZERO.
007900 01  WS-MAINT-MOVED-COUNT        PIC S9(9) COMP VALUE ZERO.
008000 01  WS-CUST-BEFORE-COUNT        PIC S9(9) COMP VALUE ZERO.
008100 01  WS-CUST-MOVED-COUNT         PIC S9(9) COMP VALUE ZERO.
008200 01  WS-CMPL-BEFORE-COUNT        PIC S9(9) COMP VALUE ZERO.
008300 01  WS-CMPL-MOVED-COUNT         PIC S9(9) COMP VALUE ZERO.
008400 01  WS-XFER-BEFORE-COUNT        PIC S9(9) COMP VALUE ZERO.
008500 01  WS-XFER-MOVED-COUNT         PIC S9(9) COMP VALUE ZERO.
008600 01  WS-XFER-CANCEL-COUNT        PIC S9(9) COMP VALUE ZERO.
008700 01  WS-XFER-HANDLED-COUNT       PIC S9(9) COMP VALUE ZERO.
008800 01  WS-PENDING-LEFT-COUNT       PIC S9(9) COMP VALUE ZERO.
008900 01  HEADER-LINE1.
009000     05  FILLER                  PIC X(50) VALUE
009100         'CBZBRMG - BRANCH MERGER / CLOSURE'.
009200     05  FILLER                  PIC X(82) VALUE SPACES.
009300 01  BRANCH-LINE.
009400     05  BL-LABEL                PIC X(20).
009500     05  BL-BRANCH               PIC X(20).
009600     05  FILLER                  PIC X(02) VALUE SPACES.
009700     05  BL-NAME                 PIC X(30).
009800     05  FILLER                  PIC X(60) VALUE SPACES.
009900 01  ACCOUNT-LINE.
010000     05  FILLER                  PIC X(04) VALUE SPACES.
010100     05  AL-ACCOUNT-NUMBER       PIC Z(17)9.
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  AL-RESULT               PIC X(20).
010400     05  FILLER                  PIC X(88) VALUE SPACES.
010500 01  CONTROL-LINE.
010600     05  CT-LABEL                PIC X(30).
010700     05  FILLER                  PIC X(10) VALUE '  BEFORE: '.
010800     05  CT-BEFORE               PIC ZZZZZZ9.
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  CT-AFTER-LABEL          PIC X(10).
011100     05  CT-AFTER                PIC ZZZZZZ9.
011200     05  FILLER                  PIC X(66) VALUE SPACES.
011300 01  TALLY-LINE.
011400     05  TL-LABEL                PIC X(30).
011500     05  FILLER                  PIC X(02) VALUE ': '.
011600     05  TL-COUNT                PIC ZZZZZZ9.
011700     05  FILLER                  PIC X(93) VALUE SPACES.
011800 01  RESULT-LINE.
011900     05  FILLER                  PIC X(20) VALUE
012000         'RESULT           : '.
012100     05  RS-RESULT               PIC X(50).
012200     05  FILLER                  PIC X(62) VALUE SPACES.
012300 01  CTL-ERROR-LINE.
012400     05  FILLER                  PIC X(20) VALUE
012500         'CONTROL FAILURE  : '.
012600     05  CE-MESSAGE              PIC X(40).
012700     05  FILLER                  PIC X(72) VALUE SPACES.
012800     EXEC SQL INCLUDE SQLCA END-EXEC.
012900     COPY CBSMST.
013000     COPY CBZAUDT.
013100     COPY CBZCHGI.
013200     COPY CBZBRCH.
013300     COPY CBZXFRP.
013400     EXEC SQL
013500          DECLARE BRANCH-ACCT-CSR CURSOR FOR
013600          SELECT ACCOUNT_NUMBER
013700            FROM COREBK.CBS_ACCT_MSTR_DTL
013800           WHERE BASE_BRANCH = :WS-CLOSING-BRANCH
013900           ORDER BY ACCOUNT_NUMBER
014000     END-EXEC.
014100     EXEC SQL
014200          DECLARE XFER-MOOT-CSR CURSOR FOR
014300          SELECT ACCOUNT_NUMBER
014400            FROM COREBK.CBZ_BRANCH_XFER_PEND
014500           WHERE (FROM_BRANCH = :WS-CLOSING-BRANCH
014600                  AND TO_BRANCH = :WS-RECEIVING-BRANCH)
014700              OR (FROM_BRANCH = :WS-RECEIVING-BRANCH
014800                  AND TO_BRANCH = :WS-CLOSING-BRANCH)
014900           ORDER BY ACCOUNT_NUMBER
015000     END-EXEC.
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     IF WS-CTL-ERROR
015500         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
015600         GO TO 0000-STOP.
015700     PERFORM 2000-COUNT-BEFORE THRU 2000-EXIT.
015800     PERFORM 3000-REHOME-ACCOUNTS THRU 3000-EXIT.
015900     PERFORM 4000-MOVE-PENDING THRU 4000-EXIT.
016000     PERFORM 5000-CLOSE-BRANCH THRU 5000-EXIT.
016100     PERFORM 6000-COUNT-AFTER THRU 6000-EXIT.
016200     PERFORM 7000-BALANCE-RUN THRU 7000-EXIT.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400 0000-STOP.
016500     STOP RUN.
016600 0000-EXIT.
016700     EXIT.
016800 1000-INITIALIZE.
016900     OPEN OUTPUT REPORT-FILE.
017000     WRITE REPORT-RECORD FROM HEADER-LINE1.
017100     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
017200     IF WS-CTL-ERROR
017300         GO TO 1000-EXIT.
017400     PERFORM 1200-CHECK-BRANCHES THRU 1200-EXIT.
017500     IF WS-CTL-ERROR
017600         GO TO 1000-EXIT.
017700     MOVE 'CLOSING BRANCH   : ' TO BL-LABEL.
017800     MOVE WS-CLOSING-BRANCH TO BL-BRANCH.
017900     MOVE WS-CLOSING-NAME TO BL-NAME.
018000     WRITE REPORT-RECORD FROM BRANCH-LINE.
018100     MOVE 'RECEIVING BRANCH : ' TO BL-LABEL.
018200     MOVE WS-RECEIVING-BRANCH TO BL-BRANCH.
018300     MOVE WS-RECEIVING-NAME TO BL-NAME.
018400     WRITE REPORT-RECORD FROM BRANCH-LINE.
018500 1000-EXIT.
018600     EXIT.
018700 1100-READ-PARM-CARD.
018800     OPEN INPUT PARM-FILE.
018900     READ PARM-FILE
019000         AT END
019100             MOVE 'Y' TO WS-PARM-EOF-SWITCH
019200     END-READ.
019300     CLOSE PARM-FILE.
019400     IF WS-PARM-EOF
019500         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
019600         MOVE 'PARM CARD MISSING' TO WS-CTL-MESSAGE
019700         GO TO 1100-EXIT.
019800     MOVE PARM-CLOSING-BRANCH TO WS-CLOSING-BRANCH.
019900     MOVE PARM-RECEIVING-BRANCH TO WS-RECEIVING-BRANCH.
020000     IF WS-CLOSING-BRANCH EQUAL TO SPACES
020100        OR WS-RECEIVING-BRANCH EQUAL TO SPACES
020200         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
020300         MOVE 'BOTH BRANCHES ARE REQUIRED' TO WS-CTL-MESSAGE
020400         GO TO 1100-EXIT.
020500     IF WS-CLOSING-BRANCH EQUAL TO WS-RECEIVING-BRANCH
020600         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
020700         MOVE 'CLOSING AND RECEIVING BRANCH THE SAME'
020800             TO WS-CTL-MESSAGE
020900     END-IF.
021000 1100-EXIT.
021100     EXIT.
021200 1200-CHECK-BRANCHES.
021300     MOVE WS-CLOSING-BRANCH TO BH-BRANCH-CODE.
021400     PERFORM 1300-BRANCH-LOOKUP THRU 1300-EXIT.
021500     IF SQLCODE NOT EQUAL TO ZERO
021600         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
021700         MOVE 'CLOSING BRANCH NOT ON BRANCH TABLE'
021800             TO WS-CTL-MESSAGE
021900         GO TO 1200-EXIT.
022000     MOVE BH-BRANCH-NAME TO WS-CLOSING-NAME.
022100     MOVE WS-RECEIVING-BRANCH TO BH-BRANCH-CODE.
022200     PERFORM 1300-BRANCH-LOOKUP THRU 1300-EXIT.
022300     IF SQLCODE NOT EQUAL TO ZERO
022400         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
022500         MOVE 'RECEIVING BRANCH NOT ON BRANCH TABLE'
022600             TO WS-CTL-MESSAGE
022700         GO TO 1200-EXIT.
022800     IF BH-OPEN-FLAG NOT EQUAL TO 'Y'
022900         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
023000         MOVE 'RECEIVING BRANCH IS CLOSED' TO WS-CTL-MESSAGE
023100         GO TO 1200-EXIT.
023200     MOVE BH-BRANCH-NAME TO WS-RECEIVING-NAME.
023300 1200-EXIT.
023400     EXIT.
023500 1300-BRANCH-LOOKUP.
023600     EXEC SQL
023700          SELECT BRANCH_NAME, REGION, OPEN_FLAG
023800            INTO :BH-BRANCH-NAME, :BH-REGION, :BH-OPEN-FLAG
023900            FROM COREBK.CBZ_BRANCH_REF
024000           WHERE BRANCH_CODE = :BH-BRANCH-CODE
024100     END-EXEC.
024200 1300-EXIT.
024300     EXIT.
024400 2000-COUNT-BEFORE.
024500     MOVE WS-CLOSING-BRANCH TO H1-BASE-BRANCH.
024600     PERFORM 2100-COUNT-ACCOUNTS THRU 2100-EXIT.
024700     MOVE WS-PENDING-LEFT-COUNT TO WS-FROM-BEFORE-COUNT.
024800     MOVE WS-RECEIVING-BRANCH TO H1-BASE-BRANCH.
024900     PERFORM 2100-COUNT-ACCOUNTS THRU 2100-EXIT.
025000     MOVE WS-PENDING-LEFT-COUNT TO WS-TO-BEFORE-COUNT.
025100     PERFORM 2200-COUNT-PENDING THRU 2200-EXIT.
025200 2000-EXIT.
025300     EXIT.
025400 2100-COUNT-ACCOUNTS.
025500     MOVE ZERO TO WS-PENDING-LEFT-COUNT.
025600     EXEC SQL
025700          SELECT COUNT(*)
025800            INTO :WS-PENDING-LEFT-COUNT
025900            FROM COREBK.CBS_ACCT_MSTR_DTL
026000           WHERE BASE_BRANCH = :H1-BASE-BRANCH
026100     END-EXEC.
026200 2100-EXIT.
026300     EXIT.
026400 2200-COUNT-PENDING.
026500     EXEC SQL
026600          SELECT COUNT(*)
026700            INTO :WS-MAINT-BEFORE-COUNT
026800            FROM COREBK.CBZ_ACCT_MAINT_PEND
026900           WHERE BRANCH = :WS-CLOSING-BRANCH
027000     END-EXEC.
027100     EXEC SQL
027200          SELECT COUNT(*)
027300            INTO :WS-CUST-BEFORE-COUNT
027400            FROM COREBK.CBZ_CUST_MAINT_PEND
027500           WHERE BRANCH = :WS-CLOSING-BRANCH
027600     END-EXEC.
027700     EXEC SQL
027800          SELECT COUNT(*)
027900            INTO :WS-CMPL-BEFORE-COUNT
028000            FROM COREBK.CBZ_CMPL_EXCP_QUEUE
028100           WHERE BRANCH = :WS-CLOSING-BRANCH
028200             AND WORK_STATUS = :WS-WORK-OPEN
028300     END-EXEC.
028400     EXEC SQL
028500          SELECT COUNT(*)
028600            INTO :WS-XFER-BEFORE-COUNT
028700            FROM COREBK.CBZ_BRANCH_XFER_PEND
028800           WHERE FROM_BRANCH = :WS-CLOSING-BRANCH
028900              OR TO_BRANCH = :WS-CLOSING-BRANCH
029000     END-EXEC.
029100 2200-EXIT.
029200     EXIT.
029300******************************************************************
029400*    RE-HOME EVERY ACCOUNT OF THE CLOSING BRANCH.  THE UPDATE    *
029500*    IS GUARDED ON THE OLD BRANCH SO AN ACCOUNT MOVED ONLINE     *
029600*    SINCE THE CURSOR OPENED COUNTS AS A FAILURE, NOT A MOVE.    *
029700******************************************************************
029800 3000-REHOME-ACCOUNTS.
029900     MOVE 'N' TO WS-ACCT-EOF-SWITCH.
030000     EXEC SQL
030100          OPEN BRANCH-ACCT-CSR
030200     END-EXEC.
030300     PERFORM 3100-FETCH-ACCOUNT THRU 3100-EXIT.
030400     PERFORM 3200-REHOME-ACCOUNT THRU 3200-EXIT
030500         UNTIL WS-ACCT-EOF.
030600     EXEC SQL
030700          CLOSE BRANCH-ACCT-CSR
030800     END-EXEC.
030900 3000-EXIT.
031000     EXIT.
031100 3100-FETCH-ACCOUNT.
031200     EXEC SQL
031300          FETCH BRANCH-ACCT-CSR
031400          INTO :H1-ACCOUNT-NUMBER
031500     END-EXEC.
031600     IF SQLCODE NOT EQUAL TO ZERO
031700         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
031800     END-IF.
031900 3100-EXIT.
032000     EXIT.
032100 3200-REHOME-ACCOUNT.
032200     EXEC SQL
032300          SET :WS-TIMESTAMP = CURRENT TIMESTAMP
032400     END-EXEC.
032500     MOVE WS-RECEIVING-BRANCH TO H1-BASE-BRANCH.
032800     EXEC SQL
032900          UPDATE COREBK.CBS_ACCT_MSTR_DTL
033000             SET BASE_BRANCH = :H1-BASE-BRANCH
033300           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
033400             AND BASE_BRANCH = :WS-CLOSING-BRANCH
033500     END-EXEC.
033600     MOVE H1-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
033700     IF SQLCODE EQUAL TO ZERO
033800         MOVE WS-MERGE-ACTION TO AU-ACTION-CODE
033900         PERFORM 3300-WRITE-AUDIT-ROW THRU 3300-EXIT
034000         PERFORM 3400-WRITE-CHANGE-IMAGE THRU 3400-EXIT
034100         ADD 1 TO WS-MOVED-COUNT
034200         MOVE 'RE-HOMED' TO AL-RESULT
034300     ELSE
034400         ADD 1 TO WS-FAIL-COUNT
034500         MOVE 'UPDATE FAILED' TO AL-RESULT
034600     END-IF.
034700     WRITE REPORT-RECORD FROM ACCOUNT-LINE.
034800     PERFORM 3100-FETCH-ACCOUNT THRU 3100-EXIT.
034900 3200-EXIT.
035000     EXIT.
035100 3300-WRITE-AUDIT-ROW.
035200     MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
035300     MOVE WS-PROGRAM-ID TO AU-USERID.
035400     MOVE WS-TIMESTAMP TO AU-LOG-TIMESTAMP.
035500     MOVE WS-RECEIVING-BRANCH TO AU-BRANCH.
035600     EXEC SQL
035700          INSERT INTO COREBK.CBZ_ACCT_AUDIT_LOG
035800             (ACCOUNT_NUMBER, ACTION_CODE, USERID,
035900              LOG_TIMESTAMP, BRANCH)
036000          VALUES
036100             (:AU-ACCOUNT-NUMBER, :AU-ACTION-CODE, :AU-USERID,
036200              :AU-LOG-TIMESTAMP, :AU-BRANCH)
036300     END-EXEC.
036400     IF SQLCODE NOT EQUAL TO ZERO
036500         ADD 1 TO WS-FAIL-COUNT
036600     END-IF.
036700 3300-EXIT.
036800     EXIT.
036900 3400-WRITE-CHANGE-IMAGE.
037000     MOVE H1-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER.
037100     MOVE WS-TIMESTAMP TO CI-CHANGE-TIMESTAMP.
037200     MOVE 'BASE_BRANCH' TO CI-COLUMN-NAME.
037300     MOVE WS-CLOSING-BRANCH TO CI-OLD-VALUE.
037400     MOVE WS-RECEIVING-BRANCH TO CI-NEW-VALUE.
037500     MOVE WS-MERGE-ACTION TO CI-ACTION-CODE.
037600     MOVE WS-PROGRAM-ID TO CI-USERID.
037700     EXEC SQL
037800          INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
037900             (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
038000              OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
038100          VALUES
038200             (:CI-ACCOUNT-NUMBER, :CI-CHANGE-TIMESTAMP,
038300              :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
038400              :CI-ACTION-CODE, :CI-USERID)
038500     END-EXEC.
038600     IF SQLCODE NOT EQUAL TO ZERO
038700         ADD 1 TO WS-FAIL-COUNT
038800     END-IF.
038900 3400-EXIT.
039000     EXIT.
039100******************************************************************
039200*    MOVE THE CLOSING BRANCH'S OPEN WORK TO THE RECEIVING        *
039300*    BRANCH.  A TRANSFER BETWEEN THE TWO BRANCHES HAS NOTHING    *
039400*    LEFT TO DO AND IS CANCELLED WITH AN XFERCANC AUDIT ROW.     *
039500******************************************************************
039600 4000-MOVE-PENDING.
039700     EXEC SQL
039800          UPDATE COREBK.CBZ_ACCT_MAINT_PEND
039900             SET BRANCH = :WS-RECEIVING-BRANCH
040000           WHERE BRANCH = :WS-CLOSING-BRANCH
040100     END-EXEC.
040200     IF SQLCODE EQUAL TO ZERO
040300         MOVE SQLERRD(3) TO WS-MAINT-MOVED-COUNT
040400     END-IF.
040500     EXEC SQL
040600          UPDATE COREBK.CBZ_CUST_MAINT_PEND
040700             SET BRANCH = :WS-RECEIVING-BRANCH
040800           WHERE BRANCH = :WS-CLOSING-BRANCH
040900     END-EXEC.
041000     IF SQLCODE EQUAL TO ZERO
041100         MOVE SQLERRD(3) TO WS-CUST-MOVED-COUNT
041200     END-IF.
041300     EXEC SQL
041400          UPDATE COREBK.CBZ_CMPL_EXCP_QUEUE
041500             SET BRANCH = :WS-RECEIVING-BRANCH
041600           WHERE BRANCH = :WS-CLOSING-BRANCH
041700             AND WORK_STATUS = :WS-WORK-OPEN
041800     END-EXEC.
041900     IF SQLCODE EQUAL TO ZERO
042000         MOVE SQLERRD(3) TO WS-CMPL-MOVED-COUNT
042100     END-IF.
042200     PERFORM 4100-CANCEL-MOOT-XFERS THRU 4100-EXIT.
042300     EXEC SQL
042400          UPDATE COREBK.CBZ_BRANCH_XFER_PEND
042500             SET FROM_BRANCH = :WS-RECEIVING-BRANCH
042600           WHERE FROM_BRANCH = :WS-CLOSING-BRANCH
042700     END-EXEC.
042800     IF SQLCODE EQUAL TO ZERO
042900         MOVE SQLERRD(3) TO WS-XFER-MOVED-COUNT
043000     END-IF.
043100     EXEC SQL
043200          UPDATE COREBK.CBZ_BRANCH_XFER_PEND
043300             SET TO_BRANCH = :WS-RECEIVING-BRANCH
043400           WHERE TO_BRANCH = :WS-CLOSING-BRANCH
043500     END-EXEC.
043600     IF SQLCODE EQUAL TO ZERO
043700         ADD SQLERRD(3) TO WS-XFER-MOVED-COUNT
043800     END-IF.
043900 4000-EXIT.
044000     EXIT.
044100 4100-CANCEL-MOOT-XFERS.
044200     MOVE 'N' TO WS-XFER-EOF-SWITCH.
044300     EXEC SQL
044400          OPEN XFER-MOOT-CSR
044500     END-EXEC.
044600     PERFORM 4200-FETCH-MOOT-XFER THRU 4200-EXIT.
044700     PERFORM 4300-CANCEL-XFER THRU 4300-EXIT
044800         UNTIL WS-XFER-EOF.
044900     EXEC SQL
045000          CLOSE XFER-MOOT-CSR
045100     END-EXEC.
045200 4100-EXIT.
045300     EXIT.
045400 4200-FETCH-MOOT-XFER.
045500     EXEC SQL
045600          FETCH XFER-MOOT-CSR
045700          INTO :XF-ACCOUNT-NUMBER
045800     END-EXEC.
045900     IF SQLCODE NOT EQUAL TO ZERO
046000         MOVE 'Y' TO WS-XFER-EOF-SWITCH
046100     END-IF.
046200 4200-EXIT.
046300     EXIT.
046400 4300-CANCEL-XFER.
046500     EXEC SQL
046600          DELETE FROM COREBK.CBZ_BRANCH_XFER_PEND
046700           WHERE ACCOUNT_NUMBER = :XF-ACCOUNT-NUMBER
046800     END-EXEC.
046900     IF SQLCODE EQUAL TO ZERO
047000         ADD 1 TO WS-XFER-CANCEL-COUNT
047100         EXEC SQL
047200              SET :WS-TIMESTAMP = CURRENT TIMESTAMP
047300         END-EXEC
047400         MOVE XF-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
047500         MOVE WS-CANCEL-ACTION TO AU-ACTION-CODE
047600         PERFORM 3300-WRITE-AUDIT-ROW THRU 3300-EXIT
047700     ELSE
047800         ADD 1 TO WS-FAIL-COUNT
047900     END-IF.
048000     PERFORM 4200-FETCH-MOOT-XFER THRU 4200-EXIT.
048100 4300-EXIT.
048200     EXIT.
048300 5000-CLOSE-BRANCH.
048400     MOVE WS-CLOSING-BRANCH TO BH-BRANCH-CODE.
048500     MOVE 'N' TO BH-OPEN-FLAG.
048600     EXEC SQL
048700          UPDATE COREBK.CBZ_BRANCH_REF
048800             SET OPEN_FLAG = :BH-OPEN-FLAG
048900           WHERE BRANCH_CODE = :BH-BRANCH-CODE
049000     END-EXEC.
049100     IF SQLCODE NOT EQUAL TO ZERO
049200         ADD 1 TO WS-FAIL-COUNT
049300     END-IF.
049400 5000-EXIT.
049500     EXIT.
049600 6000-COUNT-AFTER.
049700     MOVE WS-CLOSING-BRANCH TO H1-BASE-BRANCH.
049800     PERFORM 2100-COUNT-ACCOUNTS THRU 2100-EXIT.
049900     MOVE WS-PENDING-LEFT-COUNT TO WS-FROM-AFTER-COUNT.
050000     MOVE WS-RECEIVING-BRANCH TO H1-BASE-BRANCH.
050100     PERFORM 2100-COUNT-ACCOUNTS THRU 2100-EXIT.
050200     MOVE WS-PENDING-LEFT-COUNT TO WS-TO-AFTER-COUNT.
050300     MOVE ZERO TO WS-PENDING-LEFT-COUNT.
050400     EXEC SQL
050500          SELECT COUNT(*)
050600            INTO :WS-PENDING-LEFT-COUNT
050700            FROM COREBK.CBZ_ACCT_MAINT_PEND
050800           WHERE BRANCH = :WS-CLOSING-BRANCH
050900     END-EXEC.
051000     IF WS-PENDING-LEFT-COUNT GREATER THAN ZERO
051100         ADD 1 TO WS-FAIL-COUNT
051200     END-IF.
051300     EXEC SQL
051400          SELECT COUNT(*)
051500            INTO :WS-PENDING-LEFT-COUNT
051600            FROM COREBK.CBZ_CUST_MAINT_PEND
051700           WHERE BRANCH = :WS-CLOSING-BRANCH
051800     END-EXEC.
051900     IF WS-PENDING-LEFT-COUNT GREATER THAN ZERO
052000         ADD 1 TO WS-FAIL-COUNT
052100     END-IF.
052200     EXEC SQL
052300          SELECT COUNT(*)
052400            INTO :WS-PENDING-LEFT-COUNT
052500            FROM COREBK.CBZ_CMPL_EXCP_QUEUE
052600           WHERE BRANCH = :WS-CLOSING-BRANCH
052700             AND WORK_STATUS = :WS-WORK-OPEN
052800     END-EXEC.
052900     IF WS-PENDING-LEFT-COUNT GREATER THAN ZERO
053000         ADD 1 TO WS-FAIL-COUNT
053100     END-IF.
053200     EXEC SQL
053300          SELECT COUNT(*)
053400            INTO :WS-PENDING-LEFT-COUNT
053500            FROM COREBK.CBZ_BRANCH_XFER_PEND
053600           WHERE FROM_BRANCH = :WS-CLOSING-BRANCH
053700              OR TO_BRANCH = :WS-CLOSING-BRANCH
053800     END-EXEC.
053900     IF WS-PENDING-LEFT-COUNT GREATER THAN ZERO
054000         ADD 1 TO WS-FAIL-COUNT
054100     END-IF.
054200 6000-EXIT.
054300     EXIT.
054400******************************************************************
054500*    THE RUN BALANCES WHEN EVERY ACCOUNT COUNTED AT THE CLOSING  *
054600*    BRANCH WAS RE-HOMED, NONE IS LEFT THERE, THE RECEIVING      *
054700*    BRANCH GAINED EXACTLY THAT MANY, AND EVERY PENDING ROW      *
054800*    COUNTED BEFORE WAS MOVED OR CANCELLED.                      *
054900******************************************************************
055000 7000-BALANCE-RUN.
055100     COMPUTE WS-TO-EXPECTED-COUNT =
055200             WS-TO-BEFORE-COUNT + WS-FROM-BEFORE-COUNT.
055300     COMPUTE WS-XFER-HANDLED-COUNT =
055400             WS-XFER-MOVED-COUNT + WS-XFER-CANCEL-COUNT.
055500     MOVE 'N' TO WS-BALANCED-SWITCH.
055600     IF WS-FAIL-COUNT EQUAL TO ZERO
055700        AND WS-MOVED-COUNT EQUAL TO WS-FROM-BEFORE-COUNT
055800        AND WS-FROM-AFTER-COUNT EQUAL TO ZERO
055900        AND WS-TO-AFTER-COUNT EQUAL TO WS-TO-EXPECTED-COUNT
056000        AND WS-MAINT-MOVED-COUNT EQUAL TO WS-MAINT-BEFORE-COUNT
056100        AND WS-CUST-MOVED-COUNT EQUAL TO WS-CUST-BEFORE-COUNT
056200        AND WS-CMPL-MOVED-COUNT EQUAL TO WS-CMPL-BEFORE-COUNT
056300        AND WS-XFER-HANDLED-COUNT EQUAL TO WS-XFER-BEFORE-COUNT
056400         MOVE 'Y' TO WS-BALANCED-SWITCH
056500     END-IF.
056600     IF WS-BALANCED
056700         EXEC SQL COMMIT END-EXEC
056800         MOVE 'BALANCED - COMMITTED, CLOSING BRANCH MARKED CLOSED'
056900             TO RS-RESULT
057000     ELSE
057100         EXEC SQL ROLLBACK END-EXEC
057200         MOVE 'COUNTS DO NOT BALANCE - ALL CHANGES BACKED OUT'
057300             TO RS-RESULT
057400         MOVE 8 TO RETURN-CODE
057500     END-IF.
057600 7000-EXIT.
057700     EXIT.
057800 8000-ABORT-RUN.
057900     MOVE WS-CTL-MESSAGE TO CE-MESSAGE.
058000     WRITE REPORT-RECORD FROM CTL-ERROR-LINE.
058100     CLOSE REPORT-FILE.
058200     MOVE 8 TO RETURN-CODE.
058300 8000-EXIT.
058400     EXIT.
058500 9000-TERMINATE.
058600     MOVE 'ACCOUNTS AT CLOSING BRANCH' TO CT-LABEL.
058700     MOVE WS-FROM-BEFORE-COUNT TO CT-BEFORE.
058800     MOVE '   AFTER: ' TO CT-AFTER-LABEL.
058900     MOVE WS-FROM-AFTER-COUNT TO CT-AFTER.
059000     WRITE REPORT-RECORD FROM CONTROL-LINE.
059100     MOVE 'ACCOUNTS AT RECEIVING BRANCH' TO CT-LABEL.
059200     MOVE WS-TO-BEFORE-COUNT TO CT-BEFORE.
059300     MOVE WS-TO-AFTER-COUNT TO CT-AFTER.
059400     WRITE REPORT-RECORD FROM CONTROL-LINE.
059500     MOVE '   MOVED: ' TO CT-AFTER-LABEL.
059600     MOVE 'PENDING ACCOUNT MAINTENANCE' TO CT-LABEL.
059700     MOVE WS-MAINT-BEFORE-COUNT TO CT-BEFORE.
059800     MOVE WS-MAINT-MOVED-COUNT TO CT-AFTER.
059900     WRITE REPORT-RECORD FROM CONTROL-LINE.
060000     MOVE 'PENDING CUSTOMER MAINTENANCE' TO CT-LABEL.
060100     MOVE WS-CUST-BEFORE-COUNT TO CT-BEFORE.
060200     MOVE WS-CUST-MOVED-COUNT TO CT-AFTER.
060300     WRITE REPORT-RECORD FROM CONTROL-LINE.
060400     MOVE 'OPEN COMPLIANCE QUEUE ROWS' TO CT-LABEL.
060500     MOVE WS-CMPL-BEFORE-COUNT TO CT-BEFORE.
060600     MOVE WS-CMPL-MOVED-COUNT TO CT-AFTER.
060700     WRITE REPORT-RECORD FROM CONTROL-LINE.
060800     MOVE 'PENDING BRANCH TRANSFERS' TO CT-LABEL.
060900     MOVE WS-XFER-BEFORE-COUNT TO CT-BEFORE.
061000     MOVE WS-XFER-MOVED-COUNT TO CT-AFTER.
061100     WRITE REPORT-RECORD FROM CONTROL-LINE.
061200     MOVE 'TRANSFERS CANCELLED' TO TL-LABEL.
061300     MOVE WS-XFER-CANCEL-COUNT TO TL-COUNT.
061400     WRITE REPORT-RECORD FROM TALLY-LINE.
061500     MOVE 'ACCOUNTS RE-HOMED' TO TL-LABEL.
061600     MOVE WS-MOVED-COUNT TO TL-COUNT.
061700     WRITE REPORT-RECORD FROM TALLY-LINE.
061800     MOVE 'FAILED UPDATES' TO TL-LABEL.
061900     MOVE WS-FAIL-COUNT TO TL-COUNT.
062000     WRITE REPORT-RECORD FROM TALLY-LINE.
062100     WRITE REPORT-RECORD FROM RESULT-LINE.
062200     CLOSE REPORT-FILE.
062300 9000-EXIT.
062400     EXIT.
