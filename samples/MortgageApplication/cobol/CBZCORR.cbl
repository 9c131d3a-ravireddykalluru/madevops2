000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZCORR.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - NIGHTLY CUSTOMER         *
001100*                     CORRESPONDENCE EXTRACT.  PICKS UP THE      *
001200*                     DAY'S LIFECYCLE ROWS FROM                  *
001300*                     COREBK.CBZ_ACCT_AUDIT_LOG (DORMANT, SUSP-, *
001400*                     CLOS-, REAC- AND ACCEPTED TRANSFER MOVES), *
001500*                     JOINS THEM THROUGH THE MASTER TO           *
001600*                     COREBK.CBZ_CUST_MSTR FOR LEGAL_NAME AND    *
001700*                     ADDRESS AND WRITES ONE LETTER RECORD PER   *
001800*                     EVENT TO THE PRINT VENDOR FILE WITH        *
001900*                     HDR/TRL CONTROL TOTALS.  EVENTS WITH NO    *
002000*                     USABLE NAME OR ADDRESS ARE LISTED BY       *
002100*                     BRANCH ON THE SUPPRESSION REPORT AND THE   *
002200*                     RUN ENDS RC=4.                             *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT LETTER-FILE  ASSIGN TO LETTERS
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT REPORT-FILE  ASSIGN TO CORRRPT
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT PARM-FILE    ASSIGN TO PARMCARD
003500            ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  LETTER-FILE
003900     LABEL RECORDS ARE STANDARD
004000     RECORDING MODE IS F.
004100     COPY CBZLTR.
004200 FD  REPORT-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004500 01  REPORT-RECORD               PIC X(132).
004600 FD  PARM-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORDING MODE IS F.
004900 01  PARM-RECORD.
005000     05  PARM-BUS-DATE           PIC X(10).
005100     05  FILLER                  PIC X(70).
005200 WORKING-STORAGE SECTION.
005300 01  WS-SWITCHES.
005400     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
005500         88  WS-EOF              VALUE 'Y'.
005600     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005700         88  WS-PARM-EOF         VALUE 'Y'.
005800     05  WS-DATE-ERROR-SWITCH    PIC X(01) VALUE 'N'.
005900         88  WS-DATE-ERROR       VALUE 'Y'.
006000     05  WS-MASTER-FOUND         PIC X(01) VALUE 'N'.
006100         88  WS-MASTER-ON-FILE   VALUE 'Y'.
006200     05  WS-CUST-FOUND           PIC X(01) VALUE 'N'.
006300         88  WS-CUST-ON-FILE     VALUE 'Y'.
006400 01  WS-BUS-DATE                 PIC X(10) VALUE SPACES.
006500 01  WS-EVENT-ACTION             PIC X(10) VALUE SPACES.
006600 01  WS-EVENT-ACTION-R REDEFINES WS-EVENT-ACTION.
006700     05  WS-EVENT-PREFIX         PIC X(05).
006800     05  WS-EVENT-REASON         PIC X(05).
006900 01  WS-EVENT-TIMESTAMP          PIC X(26) VALUE SPACES.
007000 01  WS-EVENT-TIMESTAMP-R REDEFINES WS-EVENT-TIMESTAMP.
007100     05  WS-EVENT-DATE           PIC X(10).
007200     05  FILLER                  PIC X(16).
007300 01  WS-LETTER-TYPE              PIC X(04) VALUE SPACES.
007400 01  WS-REASON-CODE              PIC X(05) VALUE SPACES.
007500 01  WS-OLD-BRANCH               PIC X(20) VALUE SPACES.
007600 01  WS-SUPP-REASON              PIC X(30) VALUE SPACES.
007700 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
007800 01  WS-EVENT-COUNT              PIC 9(07) COMP VALUE ZERO.
007900 01  WS-LETTER-COUNT             PIC 9(07) COMP VALUE ZERO.
008000 01  WS-SUPP-COUNT               PIC 9(07) COMP VALUE ZERO.
008100 01  WS-BRANCH-SUPP-COUNT        PIC 9(07) COMP VALUE ZERO.
008200 01  WS-DORM-COUNT               PIC 9(07) COMP VALUE ZERO.
008300 01  WS-SUSP-COUNT               PIC 9(07) COMP VALUE ZERO.
008400 01  WS-CLOS-COUNT               PIC 9(07) COMP VALUE ZERO.
008500 01  WS-REAC-COUNT               PIC 9(07) COMP VALUE ZERO.
008600 01  WS-XFER-COUNT               PIC 9(07) COMP VALUE ZERO.
008700 01  WS-LT-HASH-TOTAL            PIC 9(18) VALUE ZERO.
008800 01  WS-LT-CUST-TOTAL            PIC 9(15) VALUE ZERO.
008900 01  HEADER-LINE1.
009000     05  FILLER                  PIC X(50) VALUE
009100         'CBZCORR - CUSTOMER CORRESPONDENCE EXTRACT'.
009200     05  FILLER                  PIC X(82) VALUE SPACES.
009300 01  PARM-LINE.
009400     05  FILLER                  PIC X(20) VALUE
009500         'BUSINESS DATE    : '.
009600     05  PL-BUS-DATE             PIC X(10).
009700     05  FILLER                  PIC X(102) VALUE SPACES.
009800 01  DATE-ERROR-LINE.
009900     05  FILLER                  PIC X(20) VALUE
010000         'CONTROL FAILURE  : '.
010100     05  FILLER                  PIC X(40) VALUE
010200         'PARM CARD BUSINESS DATE INVALID'.
010300     05  DE-BUS-DATE             PIC X(10).
010400     05  FILLER                  PIC X(62) VALUE SPACES.
010500 01  SUPP-HEAD-LINE.
010600     05  FILLER                  PIC X(50) VALUE
010700         'LETTERS SUPPRESSED - NO USABLE NAME OR ADDRESS'.
010800     05  FILLER                  PIC X(82) VALUE SPACES.
010900 01  BRANCH-LINE.
011000     05  FILLER                  PIC X(20) VALUE
011100         'BRANCH           : '.
011200     05  BL-BRANCH               PIC X(20).
011300     05  FILLER                  PIC X(92) VALUE SPACES.
011400 01  SUPP-DETAIL-LINE.
011500     05  SD-ACCOUNT-NUMBER       PIC Z(17)9.
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  SD-LETTER-TYPE          PIC X(04).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  SD-EVENT-DATE           PIC X(10).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  SD-CUSTOMER-ID          PIC Z(08)9.
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  SD-ACCOUNT-NAME         PIC X(30).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  SD-SUPP-REASON          PIC X(30).
012600     05  FILLER                  PIC X(21) VALUE SPACES.
012700 01  BRANCH-TOTAL-LINE.
012800     05  FILLER                  PIC X(20) VALUE
012900         'BRANCH SUPPRESSED: '.
013000     05  BT-SUPP-COUNT           PIC ZZZZZZ9.
013100     05  FILLER                  PIC X(105) VALUE SPACES.
013200 01  SUMMARY-LINE.
013300     05  FILLER                  PIC X(20) VALUE
013400         'EVENTS READ      : '.
013500     05  SL-EVENT-COUNT          PIC ZZZZZZ9.
013600     05  FILLER                  PIC X(15) VALUE
013700         '  LETTERS    : '.
013800     05  SL-LETTER-COUNT         PIC ZZZZZZ9.
013900     05  FILLER                  PIC X(15) VALUE
014000         '  SUPPRESSED : '.
014100     05  SL-SUPP-COUNT           PIC ZZZZZZ9.
014200     05  FILLER                  PIC X(61) VALUE SPACES.
014300 01  SUMMARY-LINE2.
014400     05  FILLER                  PIC X(20) VALUE
014500         'LETTERS DORM     : '.
014600     05  SL-DORM-COUNT           PIC ZZZZZZ9.
014700     05  FILLER                  PIC X(09) VALUE '  SUSP : '.
014800     05  SL-SUSP-COUNT           PIC ZZZZZZ9.
014900     05  FILLER                  PIC X(09) VALUE '  CLOS : '.
015000     05  SL-CLOS-COUNT           PIC ZZZZZZ9.
015100     05  FILLER                  PIC X(09) VALUE '  REAC : '.
015200     05  SL-REAC-COUNT           PIC ZZZZZZ9.
015300     05  FILLER                  PIC X(09) VALUE '  XFER : '.
015400     05  SL-XFER-COUNT           PIC ZZZZZZ9.
015500     05  FILLER                  PIC X(41) VALUE SPACES.
015600     EXEC SQL INCLUDE SQLCA END-EXEC.
015700     COPY CBZAUDT.
015800     COPY CBSMST.
015900     COPY CBZCUST.
016000     COPY CBZCHGI.
016100     EXEC SQL
016200          DECLARE EVENT-CSR CURSOR FOR
016300          SELECT A.ACCOUNT_NUMBER, A.ACTION_CODE,
016400                 CHAR(A.LOG_TIMESTAMP), A.BRANCH,
016500                 CASE WHEN M.ACCOUNT_NUMBER IS NULL
016600                      THEN 'N' ELSE 'Y' END,
016700                 VALUE(M.CUSTOMER_ID, 0),
016800                 VALUE(M.ACCOUNT_NAME, ' '),
016900                 VALUE(M.PRODUCT_CODE, ' '),
017000                 CASE WHEN K.CUSTOMER_ID IS NULL
017100                      THEN 'N' ELSE 'Y' END,
017200                 VALUE(K.LEGAL_NAME, ' '),
017300                 VALUE(K.ADDRESS, ' '),
017400                 VALUE(K.KYC_STATUS, ' '),
017500                 VALUE(C.OLD_VALUE, ' ')
017600            FROM COREBK.CBZ_ACCT_AUDIT_LOG A
017700            LEFT OUTER JOIN COREBK.CBS_ACCT_MSTR_DTL M
017800              ON M.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
017900            LEFT OUTER JOIN COREBK.CBZ_CUST_MSTR K
018000              ON K.CUSTOMER_ID = M.CUSTOMER_ID
018100            LEFT OUTER JOIN COREBK.CBZ_ACCT_CHG_IMAGE C
018200              ON C.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
018300             AND C.CHANGE_TIMESTAMP = A.LOG_TIMESTAMP
018400             AND C.COLUMN_NAME = 'BASE_BRANCH'
018500             AND C.ACTION_CODE = A.ACTION_CODE
018600           WHERE DATE(A.LOG_TIMESTAMP) = :WS-BUS-DATE
018700             AND (A.ACTION_CODE = 'DORMANT'
018800               OR A.ACTION_CODE LIKE 'SUSP-%'
018900               OR A.ACTION_CODE LIKE 'CLOS-%'
019000               OR A.ACTION_CODE LIKE 'REAC-%'
019100               OR (A.ACTION_CODE = 'TRANSFER'
019200                   AND C.ACCOUNT_NUMBER IS NOT NULL))
019300           ORDER BY A.BRANCH, A.ACCOUNT_NUMBER, A.LOG_TIMESTAMP
019400     END-EXEC.
019500 PROCEDURE DIVISION.
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     IF WS-DATE-ERROR
019900         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
020000     ELSE
020100         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
020200             UNTIL WS-EOF
020300         PERFORM 9000-TERMINATE THRU 9000-EXIT
020400     END-IF.
020500     STOP RUN.
020600 0000-EXIT.
020700     EXIT.
020800 1000-INITIALIZE.
020900     OPEN OUTPUT REPORT-FILE.
021000     WRITE REPORT-RECORD FROM HEADER-LINE1.
021100     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
021200     IF WS-DATE-ERROR
021300         GO TO 1000-EXIT.
021400     MOVE WS-BUS-DATE TO PL-BUS-DATE.
021500     WRITE REPORT-RECORD FROM PARM-LINE.
021600     WRITE REPORT-RECORD FROM SUPP-HEAD-LINE.
021700     OPEN OUTPUT LETTER-FILE.
021800     PERFORM 1300-WRITE-HEADER THRU 1300-EXIT.
021900     MOVE 'N' TO WS-EOF-SWITCH.
022000     EXEC SQL
022100          OPEN EVENT-CSR
022200     END-EXEC.
022300     PERFORM 3000-FETCH-NEXT-EVENT THRU 3000-EXIT.
022400 1000-EXIT.
022500     EXIT.
022600 1100-READ-PARM-CARD.
022700     OPEN INPUT PARM-FILE.
022800     READ PARM-FILE
022900         AT END
023000             MOVE 'Y' TO WS-PARM-EOF-SWITCH
023100     END-READ.
023200     CLOSE PARM-FILE.
023300     IF WS-PARM-EOF
023400         MOVE SPACES TO WS-BUS-DATE
023500     ELSE
023600         MOVE PARM-BUS-DATE TO WS-BUS-DATE
023700     END-IF.
023800     IF WS-BUS-DATE EQUAL TO SPACES
023900         EXEC SQL
024000              SET :WS-BUS-DATE = CURRENT DATE
024100         END-EXEC
024200         GO TO 1100-EXIT.
024300     EXEC SQL
024400          SET :WS-BUS-DATE = CHAR(DATE(:WS-BUS-DATE), ISO)
024500     END-EXEC.
024600     IF SQLCODE NOT EQUAL TO ZERO
024700         MOVE 'Y' TO WS-DATE-ERROR-SWITCH
024800         MOVE PARM-BUS-DATE TO DE-BUS-DATE
024900     END-IF.
025000 1100-EXIT.
025100     EXIT.
025200 1300-WRITE-HEADER.
025300     INITIALIZE LT-HEADER-RECORD.
025400     MOVE 'HDR' TO LT-HDR-ID.
025500     MOVE WS-BUS-DATE TO LT-HDR-BUS-DATE.
025600     MOVE 'CBZCORR' TO LT-HDR-SOURCE.
025700     WRITE LT-HEADER-RECORD.
025800 1300-EXIT.
025900     EXIT.
026000 2000-PROCESS-RECORD.
026100     ADD 1 TO WS-EVENT-COUNT.
026200     PERFORM 4000-SET-LETTER-TYPE THRU 4000-EXIT.
026300     PERFORM 4500-CHECK-ADDRESS THRU 4500-EXIT.
026400     IF WS-SUPP-REASON EQUAL TO SPACES
026500         PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
026600     ELSE
026700         PERFORM 6000-WRITE-SUPPRESSION THRU 6000-EXIT
026800     END-IF.
026900     PERFORM 3000-FETCH-NEXT-EVENT THRU 3000-EXIT.
027000 2000-EXIT.
027100     EXIT.
027200 3000-FETCH-NEXT-EVENT.
027300     EXEC SQL
027400          FETCH EVENT-CSR
027500          INTO :AU-ACCOUNT-NUMBER, :AU-ACTION-CODE,
027600               :AU-LOG-TIMESTAMP, :AU-BRANCH,
027700               :WS-MASTER-FOUND, :H1-CUSTOMER-ID,
027800               :H1-ACCOUNT-NAME, :H1-PRODUCT-CODE,
027900               :WS-CUST-FOUND, :CM-LEGAL-NAME,
028000               :CM-ADDRESS, :CM-KYC-STATUS,
028100               :CI-OLD-VALUE
028200     END-EXEC.
028300     IF SQLCODE NOT EQUAL TO ZERO
028400         MOVE 'Y' TO WS-EOF-SWITCH
028500     END-IF.
028600 3000-EXIT.
028700     EXIT.
028800 4000-SET-LETTER-TYPE.
028900     MOVE AU-ACTION-CODE TO WS-EVENT-ACTION.
029000     MOVE AU-LOG-TIMESTAMP TO WS-EVENT-TIMESTAMP.
029100     MOVE SPACES TO WS-REASON-CODE.
029200     MOVE SPACES TO WS-OLD-BRANCH.
029300     IF AU-ACTION-CODE EQUAL TO 'DORMANT'
029400         MOVE 'DORM' TO WS-LETTER-TYPE
029500         GO TO 4000-EXIT.
029600     IF AU-ACTION-CODE EQUAL TO 'TRANSFER'
029700         MOVE 'XFER' TO WS-LETTER-TYPE
029800         MOVE CI-OLD-VALUE TO WS-OLD-BRANCH
029900         GO TO 4000-EXIT.
030000     MOVE WS-EVENT-REASON TO WS-REASON-CODE.
030100     IF WS-EVENT-PREFIX EQUAL TO 'SUSP-'
030200         MOVE 'SUSP' TO WS-LETTER-TYPE
030300         GO TO 4000-EXIT.
030400     IF WS-EVENT-PREFIX EQUAL TO 'CLOS-'
030500         MOVE 'CLOS' TO WS-LETTER-TYPE
030600         GO TO 4000-EXIT.
030700     MOVE 'REAC' TO WS-LETTER-TYPE.
030800 4000-EXIT.
030900     EXIT.
031000 4500-CHECK-ADDRESS.
031100     MOVE SPACES TO WS-SUPP-REASON.
031200     IF NOT WS-MASTER-ON-FILE
031300         MOVE 'ACCOUNT NOT ON MASTER' TO WS-SUPP-REASON
031400         GO TO 4500-EXIT.
031500     IF NOT WS-CUST-ON-FILE
031600         MOVE 'NO CUSTOMER ON FILE' TO WS-SUPP-REASON
031700         GO TO 4500-EXIT.
031800     IF CM-KYC-STATUS EQUAL TO 'MERGD'
031900         MOVE 'CUSTOMER RETIRED BY MERGE' TO WS-SUPP-REASON
032000         GO TO 4500-EXIT.
032100     IF CM-LEGAL-NAME EQUAL TO SPACES
032200         MOVE 'NO LEGAL NAME ON CUSTOMER' TO WS-SUPP-REASON
032300         GO TO 4500-EXIT.
032400     IF CM-ADDRESS EQUAL TO SPACES
032500         MOVE 'NO ADDRESS ON CUSTOMER' TO WS-SUPP-REASON
032600     END-IF.
032700 4500-EXIT.
032800     EXIT.
032900 5000-WRITE-LETTER.
033000     INITIALIZE LT-LETTER-RECORD.
033100     MOVE AU-ACCOUNT-NUMBER TO LT-ACCOUNT-NUMBER.
033200     MOVE WS-LETTER-TYPE TO LT-LETTER-TYPE.
033300     MOVE WS-EVENT-DATE TO LT-EVENT-DATE.
033400     MOVE H1-CUSTOMER-ID TO LT-CUSTOMER-ID.
033500     MOVE CM-LEGAL-NAME TO LT-LEGAL-NAME.
033600     MOVE CM-ADDRESS TO LT-ADDRESS.
033700     MOVE H1-ACCOUNT-NAME TO LT-ACCOUNT-NAME.
033800     MOVE H1-PRODUCT-CODE TO LT-PRODUCT-CODE.
033900     MOVE AU-BRANCH TO LT-BASE-BRANCH.
034000     MOVE WS-OLD-BRANCH TO LT-OLD-BRANCH.
034100     MOVE WS-REASON-CODE TO LT-REASON-CODE.
034200     WRITE LT-LETTER-RECORD.
034300     ADD 1 TO WS-LETTER-COUNT.
034400     ADD AU-ACCOUNT-NUMBER TO WS-LT-HASH-TOTAL.
034500     ADD H1-CUSTOMER-ID TO WS-LT-CUST-TOTAL.
034600     IF WS-LETTER-TYPE EQUAL TO 'DORM'
034700         ADD 1 TO WS-DORM-COUNT.
034800     IF WS-LETTER-TYPE EQUAL TO 'SUSP'
034900         ADD 1 TO WS-SUSP-COUNT.
035000     IF WS-LETTER-TYPE EQUAL TO 'CLOS'
035100         ADD 1 TO WS-CLOS-COUNT.
035200     IF WS-LETTER-TYPE EQUAL TO 'REAC'
035300         ADD 1 TO WS-REAC-COUNT.
035400     IF WS-LETTER-TYPE EQUAL TO 'XFER'
035500         ADD 1 TO WS-XFER-COUNT.
035600 5000-EXIT.
035700     EXIT.
035800 6000-WRITE-SUPPRESSION.
035900     IF AU-BRANCH NOT EQUAL TO WS-BREAK-BRANCH
036000         PERFORM 6500-BRANCH-BREAK THRU 6500-EXIT
036100         MOVE AU-BRANCH TO WS-BREAK-BRANCH
036200         MOVE AU-BRANCH TO BL-BRANCH
036300         WRITE REPORT-RECORD FROM BRANCH-LINE
036400     END-IF.
036500     MOVE AU-ACCOUNT-NUMBER TO SD-ACCOUNT-NUMBER.
036600     MOVE WS-LETTER-TYPE TO SD-LETTER-TYPE.
036700     MOVE WS-EVENT-DATE TO SD-EVENT-DATE.
036800     MOVE H1-CUSTOMER-ID TO SD-CUSTOMER-ID.
036900     MOVE H1-ACCOUNT-NAME TO SD-ACCOUNT-NAME.
037000     MOVE WS-SUPP-REASON TO SD-SUPP-REASON.
037100     WRITE REPORT-RECORD FROM SUPP-DETAIL-LINE.
037200     ADD 1 TO WS-SUPP-COUNT.
037300     ADD 1 TO WS-BRANCH-SUPP-COUNT.
037400 6000-EXIT.
037500     EXIT.
037600 6500-BRANCH-BREAK.
037700     IF WS-BRANCH-SUPP-COUNT EQUAL TO ZERO
037800         GO TO 6500-EXIT.
037900     MOVE WS-BRANCH-SUPP-COUNT TO BT-SUPP-COUNT.
038000     WRITE REPORT-RECORD FROM BRANCH-TOTAL-LINE.
038100     MOVE ZERO TO WS-BRANCH-SUPP-COUNT.
038200 6500-EXIT.
038300     EXIT.
038400 8000-ABORT-RUN.
038500     WRITE REPORT-RECORD FROM DATE-ERROR-LINE.
038600     CLOSE REPORT-FILE.
038700     MOVE 8 TO RETURN-CODE.
038800 8000-EXIT.
038900     EXIT.
039000 9000-TERMINATE.
039100     PERFORM 6500-BRANCH-BREAK THRU 6500-EXIT.
039200     EXEC SQL
039300          CLOSE EVENT-CSR
039400     END-EXEC.
039500     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
039600     CLOSE LETTER-FILE.
039700     MOVE WS-EVENT-COUNT TO SL-EVENT-COUNT.
039800     MOVE WS-LETTER-COUNT TO SL-LETTER-COUNT.
039900     MOVE WS-SUPP-COUNT TO SL-SUPP-COUNT.
040000     WRITE REPORT-RECORD FROM SUMMARY-LINE.
040100     MOVE WS-DORM-COUNT TO SL-DORM-COUNT.
040200     MOVE WS-SUSP-COUNT TO SL-SUSP-COUNT.
040300     MOVE WS-CLOS-COUNT TO SL-CLOS-COUNT.
040400     MOVE WS-REAC-COUNT TO SL-REAC-COUNT.
040500     MOVE WS-XFER-COUNT TO SL-XFER-COUNT.
040600     WRITE REPORT-RECORD FROM SUMMARY-LINE2.
040700     CLOSE REPORT-FILE.
040800     IF WS-SUPP-COUNT GREATER THAN ZERO
040900         MOVE 4 TO RETURN-CODE
041000     END-IF.
041100 9000-EXIT.
041200     EXIT.
041300 9100-WRITE-TRAILER.
041400     INITIALIZE LT-TRAILER-RECORD.
041500     MOVE 'TRL' TO LT-TRL-ID.
041600     MOVE WS-LETTER-COUNT TO LT-TRL-RECORD-COUNT.
041700     MOVE WS-LT-HASH-TOTAL TO LT-TRL-HASH-TOTAL.
041800     MOVE WS-LT-CUST-TOTAL TO LT-TRL-CUST-TOTAL.
041900     WRITE LT-TRAILER-RECORD.
042000 9100-EXIT.
042100     EXIT.
