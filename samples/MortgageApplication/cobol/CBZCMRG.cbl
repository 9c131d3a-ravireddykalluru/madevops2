000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZCMRG.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - DUPLICATE CUSTOMER       *
001100*                     REVIEW AND CUSTOMER MERGE.  REVIEW MODE    *
001200*                     SORTS COREBK.CBZ_CUST_MSTR ON LEGAL_NAME   *
001300*                     AND ADDRESS NORMALISED FOR CASE AND        *
001400*                     SPACING AND LISTS EVERY GROUP OF TWO OR    *
001500*                     MORE CUSTOMER_IDS THAT MATCH.  MERGE MODE  *
001600*                     READS THE APPROVED SURVIVOR/VICTIM PAIRS   *
001700*                     FROM MERGEIN, RE-POINTS CUSTOMER_ID ON     *
001800*                     EVERY CBS_ACCT_MSTR_DTL ROW OF THE VICTIM  *
001900*                     WITH AN AUDIT ROW AND CHANGE IMAGE PER     *
002000*                     ACCOUNT, RETIRES THE VICTIM (KYC_STATUS    *
002100*                     MERGD) AND PRINTS CONTROL TOTALS PER PAIR. *
002200*                     EACH PAIR IS ONE UNIT OF WORK; A PAIR      *
002300*                     WHOSE RE-POINTED COUNT DOES NOT BALANCE    *
002400*                     TO THE VICTIM'S ACCOUNT COUNT IS BACKED    *
002500*                     OUT.                                       *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MERGE-FILE   ASSIGN TO MERGEIN
003400            ORGANIZATION IS SEQUENTIAL.
003500     SELECT REPORT-FILE  ASSIGN TO MRGRPT
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT PARM-FILE    ASSIGN TO PARMCARD
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT SORT-FILE    ASSIGN TO SORTWK01.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  MERGE-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004500     COPY CBZCMG.
004600 FD  REPORT-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORDING MODE IS F.
004900 01  REPORT-RECORD               PIC X(132).
005000 FD  PARM-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  PARM-RECORD.
005400     05  PARM-RUN-MODE           PIC X(06).
005500     05  FILLER                  PIC X(74).
005600 SD  SORT-FILE.
005700 01  SORT-RECORD.
005800     05  SR-NAME-KEY             PIC X(50).
005900     05  SR-ADDRESS-KEY          PIC X(50).
006000     05  SR-CUSTOMER-ID          PIC 9(09).
006100     05  SR-LEGAL-NAME           PIC X(50).
006200     05  SR-ADDRESS              PIC X(50).
006300     05  SR-KYC-STATUS           PIC X(05).
006400 WORKING-STORAGE SECTION.
006500 01  WS-SWITCHES.
006600     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
006700         88  WS-EOF              VALUE 'Y'.
006800     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
006900         88  WS-PARM-EOF         VALUE 'Y'.
007000     05  WS-CTL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
007100         88  WS-CTL-ERROR        VALUE 'Y'.
007200     05  WS-REJECT-SWITCH        PIC X(01) VALUE 'N'.
007300         88  WS-PAIR-REJECTED    VALUE 'Y'.
007400     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE 'N'.
007500         88  WS-ACCT-EOF         VALUE 'Y'.
007600     05  WS-FIRST-SORT-SWITCH    PIC X(01) VALUE 'Y'.
007700         88  WS-FIRST-SORT       VALUE 'Y'.
007800     05  WS-IN-GROUP-SWITCH      PIC X(01) VALUE 'N'.
007900         88  WS-IN-GROUP         VALUE 'Y'.
008000     05  WS-PREV-SPACE-SWITCH    PIC X(01) VALUE 'Y'.
008100         88  WS-PREV-SPACE       VALUE 'Y'.
008200 01  WS-RUN-MODE                 PIC X(06) VALUE 'REVIEW'.
008300     88  WS-REVIEW-MODE          VALUE 'REVIEW'.
008400     88  WS-MERGE-MODE           VALUE 'MERGE '.
008500 01  WS-KYC-MERGED               PIC X(05) VALUE 'MERGD'.
008600 01  WS-PROGRAM-ID               PIC X(10) VALUE 'CBZCMRG'.
008700 01  WS-MERGE-ACTION             PIC X(10) VALUE 'CUSTMERGE'.
008800 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
008900 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
009000 01  WS-SCAN-COUNT               PIC 9(07) COMP VALUE ZERO.
009100 01  WS-GROUP-COUNT              PIC 9(07) COMP VALUE ZERO.
009200 01  WS-GROUPED-COUNT            PIC 9(07) COMP VALUE ZERO.
009300 01  WS-PAIR-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
009400 01  WS-PAIR-MERGED-COUNT        PIC 9(07) COMP VALUE ZERO.
009500 01  WS-PAIR-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
009600 01  WS-PAIR-BACKOUT-COUNT       PIC 9(07) COMP VALUE ZERO.
009700 01  WS-TOTAL-MOVED-COUNT        PIC 9(07) COMP VALUE ZERO.
009800 01  WS-PAIR-MOVED-COUNT         PIC 9(07) COMP VALUE ZERO.
009900 01  WS-PAIR-FAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
010000 01  WS-VICTIM-ACCT-COUNT        PIC S9(9) COMP VALUE ZERO.
010100 01  WS-VICTIM-LEFT-COUNT        PIC S9(9) COMP VALUE ZERO.
010200 01  WS-MEMBER-ACCT-COUNT        PIC S9(9) COMP VALUE ZERO.
010300 01  WS-PENDING-COUNT            PIC S9(9) COMP VALUE ZERO.
010400 01  WS-SURVIVOR-ID              PIC S9(9) COMP VALUE ZERO.
010500 01  WS-VICTIM-ID                PIC S9(9) COMP VALUE ZERO.
010600 01  WS-MEMBER-ID                PIC S9(9) COMP VALUE ZERO.
010700 01  WS-IMAGE-NUM                PIC 9(09).
010800*    NORMALISATION WORK AREAS - THE TEXT IS UPPER-CASED, THEN
010900*    COPIED ONE BYTE AT A TIME DROPPING LEADING, TRAILING AND
011000*    REPEATED SPACES.
011100 01  WS-NORM-IN                  PIC X(50).
011200 01  WS-NORM-IN-TABLE REDEFINES WS-NORM-IN.
011300     05  WS-NORM-IN-CHAR         PIC X(01) OCCURS 50.
011400 01  WS-NORM-OUT                 PIC X(50).
011500 01  WS-NORM-OUT-TABLE REDEFINES WS-NORM-OUT.
011600     05  WS-NORM-OUT-CHAR        PIC X(01) OCCURS 50.
011700 01  WS-IN-NDX                   PIC S9(4) COMP VALUE ZERO.
011800 01  WS-OUT-NDX                  PIC S9(4) COMP VALUE ZERO.
011900 01  WS-LOWER-CASE               PIC X(26) VALUE
012000     'abcdefghijklmnopqrstuvwxyz'.
012100 01  WS-UPPER-CASE               PIC X(26) VALUE
012200     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
012300 01  WS-PREV-SORT-RECORD.
012400     05  WS-PREV-NAME-KEY        PIC X(50).
012500     05  WS-PREV-ADDRESS-KEY     PIC X(50).
012600     05  WS-PREV-CUSTOMER-ID     PIC 9(09).
012700     05  WS-PREV-LEGAL-NAME      PIC X(50).
012800     05  WS-PREV-ADDRESS         PIC X(50).
012900     05  WS-PREV-KYC-STATUS      PIC X(05).
013000 01  HEADER-LINE1.
013100     05  FILLER                  PIC X(50) VALUE
013200         'CBZCMRG - DUPLICATE CUSTOMER REVIEW AND MERGE'.
013300     05  FILLER                  PIC X(82) VALUE SPACES.
013400 01  PARM-LINE.
013500     05  FILLER                  PIC X(20) VALUE
013600         'RUN MODE         : '.
013700     05  PL-RUN-MODE             PIC X(06).
013800     05  FILLER                  PIC X(106) VALUE SPACES.
013900 01  GROUP-LINE.
014000     05  FILLER                  PIC X(20) VALUE
014100         'PROBABLE DUPLICATE '.
014200     05  GL-GROUP-NUMBER         PIC ZZZZZZ9.
014300     05  FILLER                  PIC X(105) VALUE SPACES.
014400 01  MEMBER-LINE.
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  ML-CUSTOMER-ID          PIC 9(09).
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  ML-LEGAL-NAME           PIC X(50).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  ML-ADDRESS              PIC X(50).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  ML-KYC-STATUS           PIC X(05).
015300     05  FILLER                  PIC X(01) VALUE SPACES.
015400     05  ML-ACCT-COUNT           PIC ZZZ9.
015500     05  FILLER                  PIC X(05) VALUE SPACES.
015600 01  REVIEW-SUMMARY-LINE.
015700     05  FILLER                  PIC X(20) VALUE
015800         'CUSTOMERS SCANNED: '.
015900     05  RS-SCAN-COUNT           PIC ZZZZZZ9.
016000     05  FILLER                  PIC X(20) VALUE
016100         '  DUPLICATE GROUPS: '.
016200     05  RS-GROUP-COUNT          PIC ZZZZZZ9.
016300     05  FILLER                  PIC X(20) VALUE
016400         '  CUSTOMERS LISTED: '.
016500     05  RS-GROUPED-COUNT        PIC ZZZZZZ9.
016600     05  FILLER                  PIC X(51) VALUE SPACES.
016700 01  ACCOUNT-LINE.
016800     05  FILLER                  PIC X(04) VALUE SPACES.
016900     05  AL-ACCOUNT-NUMBER       PIC Z(17)9.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  AL-BRANCH               PIC X(20).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  AL-RESULT               PIC X(20).
017400     05  FILLER                  PIC X(66) VALUE SPACES.
017500 01  PAIR-LINE.
017600     05  FILLER                  PIC X(10) VALUE 'SURVIVOR: '.
017700     05  PR-SURVIVOR-ID          PIC 9(09).
017800     05  FILLER                  PIC X(10) VALUE '  VICTIM: '.
017900     05  PR-VICTIM-ID            PIC 9(09).
018000     05  FILLER                  PIC X(14) VALUE
018100         '  APPROVED BY '.
018200     05  PR-APPROVED-BY          PIC X(08).
018300     05  FILLER                  PIC X(72) VALUE SPACES.
018400 01  PAIR-TOTAL-LINE.
018500     05  FILLER                  PIC X(04) VALUE SPACES.
018600     05  FILLER                  PIC X(18) VALUE
018700         'VICTIM ACCOUNTS : '.
018800     05  PT-VICTIM-COUNT         PIC ZZZZZZ9.
018900     05  FILLER                  PIC X(16) VALUE
019000         '  RE-POINTED : '.
019100     05  PT-MOVED-COUNT          PIC ZZZZZZ9.
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  PT-RESULT               PIC X(40).
019400     05  FILLER                  PIC X(38) VALUE SPACES.
019500 01  REJECT-LINE.
019600     05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
019700     05  RL-SURVIVOR-ID          PIC X(09).
019800     05  FILLER                  PIC X(01) VALUE '/'.
019900     05  RL-VICTIM-ID            PIC X(09).
020000     05  FILLER                  PIC X(03) VALUE SPACES.
020100     05  RL-REASON               PIC X(40).
020200     05  FILLER                  PIC X(60) VALUE SPACES.
020300 01  MERGE-SUMMARY-LINE.
020400     05  FILLER                  PIC X(20) VALUE
020500         'PAIRS READ       : '.
020600     05  MS-READ-COUNT           PIC ZZZZZZ9.
020700     05  FILLER                  PIC X(12) VALUE
020800         '  MERGED  : '.
020900     05  MS-MERGED-COUNT         PIC ZZZZZZ9.
021000     05  FILLER                  PIC X(12) VALUE
021100         '  REJECTED: '.
021200     05  MS-REJECT-COUNT         PIC ZZZZZZ9.
021300     05  FILLER                  PIC X(14) VALUE
021400         '  BACKED OUT: '.
021500     05  MS-BACKOUT-COUNT        PIC ZZZZZZ9.
021600     05  FILLER                  PIC X(46) VALUE SPACES.
021700 01  MERGE-SUMMARY-LINE2.
021800     05  FILLER                  PIC X(20) VALUE
021900         'ACCOUNTS MOVED   : '.
022000     05  MS-MOVED-COUNT          PIC ZZZZZZ9.
022100     05  FILLER                  PIC X(105) VALUE SPACES.
022200 01  CTL-ERROR-LINE.
022300     05  FILLER                  PIC X(20) VALUE
022400         'CONTROL FAILURE  : '.
022500     05  CE-MESSAGE              PIC X(40).
022600     05  FILLER                  PIC X(72) VALUE SPACES.
022700     EXEC SQL INCLUDE SQLCA END-EXEC.
022800     COPY CBSMST.
022900     COPY CBZCUST.
023000     COPY CBZAUDT.
023100     COPY CBZCHGI.
023200     EXEC SQL
023300          DECLARE CUSTOMER-CSR CURSOR FOR
023400          SELECT CUSTOMER_ID, LEGAL_NAME, ADDRESS, KYC_STATUS
023500            FROM COREBK.CBZ_CUST_MSTR
023600           WHERE KYC_STATUS <> :WS-KYC-MERGED
023700     END-EXEC.
023800     EXEC SQL
023900          DECLARE VICTIM-ACCT-CSR CURSOR FOR
024000          SELECT ACCOUNT_NUMBER, BASE_BRANCH
024100            FROM COREBK.CBS_ACCT_MSTR_DTL
024200           WHERE CUSTOMER_ID = :WS-VICTIM-ID
024300           ORDER BY ACCOUNT_NUMBER
024400     END-EXEC.
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     IF WS-CTL-ERROR
024900         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
025000         GO TO 0000-STOP.
025100     IF WS-REVIEW-MODE
025200         SORT SORT-FILE
025300             ON ASCENDING KEY SR-NAME-KEY SR-ADDRESS-KEY
025400                              SR-CUSTOMER-ID
025500             INPUT PROCEDURE 2000-RELEASE-CUSTOMERS THRU 2000-EXIT
025600             OUTPUT PROCEDURE 2500-LIST-DUPLICATES THRU 2500-EXIT
025700     ELSE
025800         PERFORM 5000-PROCESS-PAIR THRU 5000-EXIT
025900             UNTIL WS-EOF
026000     END-IF.
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026200 0000-STOP.
026300     STOP RUN.
026400 0000-EXIT.
026500     EXIT.
026600 1000-INITIALIZE.
026700     OPEN OUTPUT REPORT-FILE.
026800     WRITE REPORT-RECORD FROM HEADER-LINE1.
026900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
027000     IF WS-CTL-ERROR
027100         GO TO 1000-EXIT.
027200     MOVE WS-RUN-MODE TO PL-RUN-MODE.
027300     WRITE REPORT-RECORD FROM PARM-LINE.
027400     MOVE 'N' TO WS-EOF-SWITCH.
027500     IF WS-MERGE-MODE
027600         OPEN INPUT MERGE-FILE
027700         PERFORM 3000-READ-MERGE-RECORD THRU 3000-EXIT
027800     END-IF.
027900 1000-EXIT.
028000     EXIT.
028100 1100-READ-PARM-CARD.
028200     OPEN INPUT PARM-FILE.
028300     READ PARM-FILE
028400         AT END
028500             MOVE 'Y' TO WS-PARM-EOF-SWITCH
028600     END-READ.
028700     CLOSE PARM-FILE.
028800     IF WS-PARM-EOF
028900         GO TO 1100-EXIT.
029000     IF PARM-RUN-MODE NOT EQUAL TO SPACES
029100         MOVE PARM-RUN-MODE TO WS-RUN-MODE
029200     END-IF.
029300     IF NOT WS-REVIEW-MODE
029400        AND NOT WS-MERGE-MODE
029500         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
029600         MOVE 'RUN MODE MUST BE REVIEW OR MERGE'
029700             TO WS-CTL-MESSAGE
029800     END-IF.
029900 1100-EXIT.
030000     EXIT.
030100******************************************************************
030200*    REVIEW MODE - SORT INPUT PROCEDURE.  EVERY CUSTOMER NOT     *
030300*    ALREADY RETIRED BY A MERGE IS RELEASED WITH ITS NORMALISED  *
030400*    NAME AND ADDRESS AS THE SORT KEY.                           *
030500******************************************************************
030600 2000-RELEASE-CUSTOMERS.
030700     EXEC SQL
030800          OPEN CUSTOMER-CSR
030900     END-EXEC.
031000     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
031100     PERFORM 2200-RELEASE-CUSTOMER THRU 2200-EXIT
031200         UNTIL WS-EOF.
031300     EXEC SQL
031400          CLOSE CUSTOMER-CSR
031500     END-EXEC.
031600 2000-EXIT.
031700     EXIT.
031800 2100-FETCH-CUSTOMER.
031900     EXEC SQL
032000          FETCH CUSTOMER-CSR
032100          INTO :CM-CUSTOMER-ID, :CM-LEGAL-NAME, :CM-ADDRESS,
032200               :CM-KYC-STATUS
032300     END-EXEC.
032400     IF SQLCODE NOT EQUAL TO ZERO
032500         MOVE 'Y' TO WS-EOF-SWITCH
032600     END-IF.
032700 2100-EXIT.
032800     EXIT.
032900 2200-RELEASE-CUSTOMER.
033000     ADD 1 TO WS-SCAN-COUNT.
033100     MOVE CM-LEGAL-NAME TO WS-NORM-IN.
033200     PERFORM 4000-NORMALISE-TEXT THRU 4000-EXIT.
033300     MOVE WS-NORM-OUT TO SR-NAME-KEY.
033400     MOVE CM-ADDRESS TO WS-NORM-IN.
033500     PERFORM 4000-NORMALISE-TEXT THRU 4000-EXIT.
033600     MOVE WS-NORM-OUT TO SR-ADDRESS-KEY.
033700     MOVE CM-CUSTOMER-ID TO SR-CUSTOMER-ID.
033800     MOVE CM-LEGAL-NAME TO SR-LEGAL-NAME.
033900     MOVE CM-ADDRESS TO SR-ADDRESS.
034000     MOVE CM-KYC-STATUS TO SR-KYC-STATUS.
034100     RELEASE SORT-RECORD.
034200     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
034300 2200-EXIT.
034400     EXIT.
034500******************************************************************
034600*    REVIEW MODE - SORT OUTPUT PROCEDURE.  CUSTOMERS WITH EQUAL  *
034700*    KEYS ARE ADJACENT; EACH RUN OF TWO OR MORE IS PRINTED AS    *
034800*    ONE PROBABLE-DUPLICATE GROUP.                               *
034900******************************************************************
035000 2500-LIST-DUPLICATES.
035100     MOVE 'N' TO WS-EOF-SWITCH.
035200     MOVE 'Y' TO WS-FIRST-SORT-SWITCH.
035300     MOVE 'N' TO WS-IN-GROUP-SWITCH.
035400     PERFORM 2600-RETURN-SORTED THRU 2600-EXIT.
035500     PERFORM 2700-CHECK-DUPLICATE THRU 2700-EXIT
035600         UNTIL WS-EOF.
035700 2500-EXIT.
035800     EXIT.
035900 2600-RETURN-SORTED.
036000     RETURN SORT-FILE
036100         AT END
036200             MOVE 'Y' TO WS-EOF-SWITCH
036300     END-RETURN.
036400 2600-EXIT.
036500     EXIT.
036600 2700-CHECK-DUPLICATE.
036700     IF WS-FIRST-SORT
036800         MOVE 'N' TO WS-FIRST-SORT-SWITCH
036900         GO TO 2700-SAVE-PREVIOUS.
037000     IF SR-NAME-KEY NOT EQUAL TO WS-PREV-NAME-KEY
037100        OR SR-ADDRESS-KEY NOT EQUAL TO WS-PREV-ADDRESS-KEY
037200         MOVE 'N' TO WS-IN-GROUP-SWITCH
037300         GO TO 2700-SAVE-PREVIOUS.
037400     IF NOT WS-IN-GROUP
037500         MOVE 'Y' TO WS-IN-GROUP-SWITCH
037600         ADD 1 TO WS-GROUP-COUNT
037700         MOVE WS-GROUP-COUNT TO GL-GROUP-NUMBER
037800         WRITE REPORT-RECORD FROM GROUP-LINE
037900         MOVE WS-PREV-CUSTOMER-ID TO ML-CUSTOMER-ID
038000         MOVE WS-PREV-LEGAL-NAME TO ML-LEGAL-NAME
038100         MOVE WS-PREV-ADDRESS TO ML-ADDRESS
038200         MOVE WS-PREV-KYC-STATUS TO ML-KYC-STATUS
038300         PERFORM 2800-PRINT-MEMBER THRU 2800-EXIT
038400     END-IF.
038500     MOVE SR-CUSTOMER-ID TO ML-CUSTOMER-ID.
038600     MOVE SR-LEGAL-NAME TO ML-LEGAL-NAME.
038700     MOVE SR-ADDRESS TO ML-ADDRESS.
038800     MOVE SR-KYC-STATUS TO ML-KYC-STATUS.
038900     PERFORM 2800-PRINT-MEMBER THRU 2800-EXIT.
039000 2700-SAVE-PREVIOUS.
039100     MOVE SORT-RECORD TO WS-PREV-SORT-RECORD.
039200     PERFORM 2600-RETURN-SORTED THRU 2600-EXIT.
039300 2700-EXIT.
039400     EXIT.
039500 2800-PRINT-MEMBER.
039600     ADD 1 TO WS-GROUPED-COUNT.
039700     MOVE ML-CUSTOMER-ID TO WS-MEMBER-ID.
039800     MOVE ZERO TO WS-MEMBER-ACCT-COUNT.
039900     EXEC SQL
040000          SELECT COUNT(*)
040100            INTO :WS-MEMBER-ACCT-COUNT
040200            FROM COREBK.CBS_ACCT_MSTR_DTL
040300           WHERE CUSTOMER_ID = :WS-MEMBER-ID
040400     END-EXEC.
040500     IF SQLCODE NOT EQUAL TO ZERO
040600         MOVE ZERO TO WS-MEMBER-ACCT-COUNT
040700     END-IF.
040800     MOVE WS-MEMBER-ACCT-COUNT TO ML-ACCT-COUNT.
040900     WRITE REPORT-RECORD FROM MEMBER-LINE.
041000 2800-EXIT.
041100     EXIT.
041200 3000-READ-MERGE-RECORD.
041300     READ MERGE-FILE
041400         AT END
041500             MOVE 'Y' TO WS-EOF-SWITCH
041600     END-READ.
041700 3000-EXIT.
041800     EXIT.
041900******************************************************************
042000*    UPPER-CASE WS-NORM-IN AND COLLAPSE ITS SPACING INTO         *
042100*    WS-NORM-OUT.                                                *
042200******************************************************************
042300 4000-NORMALISE-TEXT.
042400     INSPECT WS-NORM-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
042500     MOVE SPACES TO WS-NORM-OUT.
042600     MOVE ZERO TO WS-IN-NDX.
042700     MOVE ZERO TO WS-OUT-NDX.
042800     MOVE 'Y' TO WS-PREV-SPACE-SWITCH.
042900     PERFORM 4100-NORMALISE-CHAR THRU 4100-EXIT
043000         UNTIL WS-IN-NDX NOT LESS THAN 50.
043100 4000-EXIT.
043200     EXIT.
043300 4100-NORMALISE-CHAR.
043400     ADD 1 TO WS-IN-NDX.
043500     IF WS-NORM-IN-CHAR(WS-IN-NDX) EQUAL TO SPACE
043600        OR WS-NORM-IN-CHAR(WS-IN-NDX) EQUAL TO LOW-VALUE
043700         MOVE 'Y' TO WS-PREV-SPACE-SWITCH
043800         GO TO 4100-EXIT.
043900     IF WS-PREV-SPACE
044000        AND WS-OUT-NDX GREATER THAN ZERO
044100         ADD 1 TO WS-OUT-NDX
044200     END-IF.
044300     ADD 1 TO WS-OUT-NDX.
044400     MOVE WS-NORM-IN-CHAR(WS-IN-NDX)
044500         TO WS-NORM-OUT-CHAR(WS-OUT-NDX).
044600     MOVE 'N' TO WS-PREV-SPACE-SWITCH.
044700 4100-EXIT.
044800     EXIT.
044900******************************************************************
045000*    MERGE MODE - ONE SURVIVOR/VICTIM PAIR PER RECORD.           *
045100******************************************************************
045200 5000-PROCESS-PAIR.
045300     IF MG-COMMENT-ID EQUAL TO '*'
045400         GO TO 5000-READ-NEXT.
045500     ADD 1 TO WS-PAIR-READ-COUNT.
045600     PERFORM 5100-VALIDATE-PAIR THRU 5100-EXIT.
045700     IF WS-PAIR-REJECTED
045800         PERFORM 5900-WRITE-REJECT-LINE THRU 5900-EXIT
045900         GO TO 5000-READ-NEXT.
046000     MOVE MG-SURVIVOR-ID TO PR-SURVIVOR-ID.
046100     MOVE MG-VICTIM-ID TO PR-VICTIM-ID.
046200     MOVE MG-APPROVED-BY TO PR-APPROVED-BY.
046300     WRITE REPORT-RECORD FROM PAIR-LINE.
046400     PERFORM 6000-MERGE-PAIR THRU 6000-EXIT.
046500 5000-READ-NEXT.
046600     PERFORM 3000-READ-MERGE-RECORD THRU 3000-EXIT.
046700 5000-EXIT.
046800     EXIT.
046900 5100-VALIDATE-PAIR.
047000     MOVE 'N' TO WS-REJECT-SWITCH.
047100     MOVE SPACES TO WS-REJECT-REASON.
047200     IF MG-SURVIVOR-ID NOT NUMERIC
047300        OR MG-VICTIM-ID NOT NUMERIC
047400        OR MG-SURVIVOR-ID EQUAL TO ZERO
047500        OR MG-VICTIM-ID EQUAL TO ZERO
047600         MOVE 'Y' TO WS-REJECT-SWITCH
047700         MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-REJECT-REASON
047800         GO TO 5100-EXIT.
047900     IF MG-SURVIVOR-ID EQUAL TO MG-VICTIM-ID
048000         MOVE 'Y' TO WS-REJECT-SWITCH
048100         MOVE 'SURVIVOR AND VICTIM ARE THE SAME'
048200             TO WS-REJECT-REASON
048300         GO TO 5100-EXIT.
048400     IF MG-APPROVED-BY EQUAL TO SPACES
048500         MOVE 'Y' TO WS-REJECT-SWITCH
048600         MOVE 'APPROVER MISSING' TO WS-REJECT-REASON
048700         GO TO 5100-EXIT.
048800     MOVE MG-SURVIVOR-ID TO WS-SURVIVOR-ID.
048900     MOVE MG-VICTIM-ID TO WS-VICTIM-ID.
049000     MOVE WS-SURVIVOR-ID TO CM-CUSTOMER-ID.
049100     PERFORM 5200-CUSTOMER-LOOKUP THRU 5200-EXIT.
049200     IF SQLCODE NOT EQUAL TO ZERO
049300         MOVE 'Y' TO WS-REJECT-SWITCH
049400         MOVE 'SURVIVOR NOT ON CUSTOMER MASTER'
049500             TO WS-REJECT-REASON
049600         GO TO 5100-EXIT.
049700     IF CM-KYC-STATUS EQUAL TO WS-KYC-MERGED
049800         MOVE 'Y' TO WS-REJECT-SWITCH
049900         MOVE 'SURVIVOR ALREADY RETIRED BY MERGE'
050000             TO WS-REJECT-REASON
050100         GO TO 5100-EXIT.
050200     MOVE WS-VICTIM-ID TO CM-CUSTOMER-ID.
050300     PERFORM 5200-CUSTOMER-LOOKUP THRU 5200-EXIT.
050400     IF SQLCODE NOT EQUAL TO ZERO
050500         MOVE 'Y' TO WS-REJECT-SWITCH
050600         MOVE 'VICTIM NOT ON CUSTOMER MASTER' TO WS-REJECT-REASON
050700         GO TO 5100-EXIT.
050800     IF CM-KYC-STATUS EQUAL TO WS-KYC-MERGED
050900         MOVE 'Y' TO WS-REJECT-SWITCH
051000         MOVE 'VICTIM ALREADY RETIRED BY MERGE'
051100             TO WS-REJECT-REASON
051200         GO TO 5100-EXIT.
051300     MOVE ZERO TO WS-PENDING-COUNT.
051400     EXEC SQL
051500          SELECT COUNT(*)
051600            INTO :WS-PENDING-COUNT
051700            FROM COREBK.CBZ_CUST_MAINT_PEND
051800           WHERE CUSTOMER_ID = :WS-VICTIM-ID
051900     END-EXEC.
052000     IF WS-PENDING-COUNT GREATER THAN ZERO
052100         MOVE 'Y' TO WS-REJECT-SWITCH
052200         MOVE 'VICTIM HAS A PENDING MAINTENANCE CHANGE'
052300             TO WS-REJECT-REASON
052400     END-IF.
052500 5100-EXIT.
052600     EXIT.
052700 5200-CUSTOMER-LOOKUP.
052800     EXEC SQL
052900          SELECT KYC_STATUS
053000            INTO :CM-KYC-STATUS
053100            FROM COREBK.CBZ_CUST_MSTR
053200           WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
053300     END-EXEC.
053400 5200-EXIT.
053500     EXIT.
053600 5900-WRITE-REJECT-LINE.
053700     ADD 1 TO WS-PAIR-REJECT-COUNT.
053800     MOVE MG-SURVIVOR-ID TO RL-SURVIVOR-ID.
053900     MOVE MG-VICTIM-ID TO RL-VICTIM-ID.
054000     MOVE WS-REJECT-REASON TO RL-REASON.
054100     WRITE REPORT-RECORD FROM REJECT-LINE.
054200 5900-EXIT.
054300     EXIT.
054400******************************************************************
054500*    RE-POINT EVERY ACCOUNT OF THE VICTIM, RETIRE THE VICTIM AND *
054600*    BALANCE THE PAIR.  THE PAIR IS COMMITTED ONLY WHEN EVERY    *
054700*    ACCOUNT COUNTED BEFORE THE MOVE HAS BEEN RE-POINTED AND     *
054800*    NONE IS LEFT ON THE VICTIM; OTHERWISE IT IS ROLLED BACK.    *
054900******************************************************************
055000 6000-MERGE-PAIR.
055100     MOVE ZERO TO WS-PAIR-MOVED-COUNT.
055200     MOVE ZERO TO WS-PAIR-FAIL-COUNT.
055300     MOVE ZERO TO WS-VICTIM-ACCT-COUNT.
055400     EXEC SQL
055500          SELECT COUNT(*)
055600            INTO :WS-VICTIM-ACCT-COUNT
055700            FROM COREBK.CBS_ACCT_MSTR_DTL
055800           WHERE CUSTOMER_ID = :WS-VICTIM-ID
055900     END-EXEC.
056000     MOVE 'N' TO WS-ACCT-EOF-SWITCH.
056100     EXEC SQL
056200          OPEN VICTIM-ACCT-CSR
056300     END-EXEC.
056400     PERFORM 6100-FETCH-VICTIM-ACCT THRU 6100-EXIT.
056500     PERFORM 6200-REPOINT-ACCOUNT THRU 6200-EXIT
056600         UNTIL WS-ACCT-EOF.
056700     EXEC SQL
056800          CLOSE VICTIM-ACCT-CSR
056900     END-EXEC.
057000     PERFORM 6500-RETIRE-VICTIM THRU 6500-EXIT.
057100     MOVE ZERO TO WS-VICTIM-LEFT-COUNT.
057200     EXEC SQL
057300          SELECT COUNT(*)
057400            INTO :WS-VICTIM-LEFT-COUNT
057500            FROM COREBK.CBS_ACCT_MSTR_DTL
057600           WHERE CUSTOMER_ID = :WS-VICTIM-ID
057700     END-EXEC.
057800     MOVE WS-VICTIM-ACCT-COUNT TO PT-VICTIM-COUNT.
057900     MOVE WS-PAIR-MOVED-COUNT TO PT-MOVED-COUNT.
058000     IF WS-PAIR-MOVED-COUNT EQUAL TO WS-VICTIM-ACCT-COUNT
058100        AND WS-PAIR-FAIL-COUNT EQUAL TO ZERO
058200        AND WS-VICTIM-LEFT-COUNT EQUAL TO ZERO
058300        AND SQLCODE EQUAL TO ZERO
058400         EXEC SQL COMMIT END-EXEC
058500         ADD 1 TO WS-PAIR-MERGED-COUNT
058600         ADD WS-PAIR-MOVED-COUNT TO WS-TOTAL-MOVED-COUNT
058700         MOVE 'MERGED - VICTIM RETIRED' TO PT-RESULT
058800     ELSE
058900         EXEC SQL ROLLBACK END-EXEC
059000         ADD 1 TO WS-PAIR-BACKOUT-COUNT
059100         MOVE 'COUNTS DO NOT BALANCE - PAIR BACKED OUT'
059200             TO PT-RESULT
059300     END-IF.
059400     WRITE REPORT-RECORD FROM PAIR-TOTAL-LINE.
059500 6000-EXIT.
059600     EXIT.
059700 6100-FETCH-VICTIM-ACCT.
059800     EXEC SQL
059900          FETCH VICTIM-ACCT-CSR
060000          INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH
060100     END-EXEC.
060200     IF SQLCODE NOT EQUAL TO ZERO
060300         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
060400     END-IF.
060500 6100-EXIT.
060600     EXIT.
060700 6200-REPOINT-ACCOUNT.
060800     MOVE WS-SURVIVOR-ID TO H1-CUSTOMER-ID.
060900     MOVE WS-PROGRAM-ID TO H1-UPD-USERID.
061000     EXEC SQL
061100          UPDATE COREBK.CBS_ACCT_MSTR_DTL
061200             SET CUSTOMER_ID = :H1-CUSTOMER-ID,
061300                 UPD_USERID = :H1-UPD-USERID,
061400                 UPD_TIMESTAMP = CURRENT TIMESTAMP
061500           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
061600             AND CUSTOMER_ID = :WS-VICTIM-ID
061700     END-EXEC.
061800     MOVE H1-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
061900     MOVE H1-BASE-BRANCH TO AL-BRANCH.
062000     IF SQLCODE EQUAL TO ZERO
062100         PERFORM 6300-WRITE-AUDIT-ROW THRU 6300-EXIT
062200         PERFORM 6400-WRITE-CHANGE-IMAGE THRU 6400-EXIT
062300         ADD 1 TO WS-PAIR-MOVED-COUNT
062400         MOVE 'RE-POINTED' TO AL-RESULT
062500     ELSE
062600         ADD 1 TO WS-PAIR-FAIL-COUNT
062700         MOVE 'UPDATE FAILED' TO AL-RESULT
062800     END-IF.
062900     WRITE REPORT-RECORD FROM ACCOUNT-LINE.
063000     PERFORM 6100-FETCH-VICTIM-ACCT THRU 6100-EXIT.
063100 6200-EXIT.
063200     EXIT.
063300 6300-WRITE-AUDIT-ROW.
063400     MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
063500     MOVE WS-MERGE-ACTION TO AU-ACTION-CODE.
063600     MOVE WS-PROGRAM-ID TO AU-USERID.
063700     MOVE H1-BASE-BRANCH TO AU-BRANCH.
063800     EXEC SQL
063900          INSERT INTO COREBK.CBZ_ACCT_AUDIT_LOG
064000             (ACCOUNT_NUMBER, ACTION_CODE, USERID,
064100              LOG_TIMESTAMP, BRANCH)
064200          VALUES
064300             (:AU-ACCOUNT-NUMBER, :AU-ACTION-CODE, :AU-USERID,
064400              CURRENT TIMESTAMP, :AU-BRANCH)
064500     END-EXEC.
064600     IF SQLCODE NOT EQUAL TO ZERO
064700         ADD 1 TO WS-PAIR-FAIL-COUNT
064800     END-IF.
064900 6300-EXIT.
065000     EXIT.
065100 6400-WRITE-CHANGE-IMAGE.
065200     MOVE H1-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER.
065300     MOVE 'CUSTOMER_ID' TO CI-COLUMN-NAME.
065400     MOVE WS-VICTIM-ID TO WS-IMAGE-NUM.
065500     MOVE WS-IMAGE-NUM TO CI-OLD-VALUE.
065600     MOVE WS-SURVIVOR-ID TO WS-IMAGE-NUM.
065700     MOVE WS-IMAGE-NUM TO CI-NEW-VALUE.
065800     MOVE WS-MERGE-ACTION TO CI-ACTION-CODE.
065900     MOVE WS-PROGRAM-ID TO CI-USERID.
066000     EXEC SQL
066100          INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
066200             (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
066300              OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
066400          VALUES
066500             (:CI-ACCOUNT-NUMBER, CURRENT TIMESTAMP,
066600              :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
066700              :CI-ACTION-CODE, :CI-USERID)
066800     END-EXEC.
066900     IF SQLCODE NOT EQUAL TO ZERO
067000         ADD 1 TO WS-PAIR-FAIL-COUNT
067100     END-IF.
067200 6400-EXIT.
067300     EXIT.
067400 6500-RETIRE-VICTIM.
067500     MOVE WS-VICTIM-ID TO CM-CUSTOMER-ID.
067600     MOVE WS-KYC-MERGED TO CM-KYC-STATUS.
067700     MOVE WS-PROGRAM-ID TO CM-UPD-USERID.
067800     EXEC SQL
067900          UPDATE COREBK.CBZ_CUST_MSTR
068000             SET KYC_STATUS = :CM-KYC-STATUS,
068100                 UPD_USERID = :CM-UPD-USERID,
068200                 UPD_TIMESTAMP = CURRENT TIMESTAMP
068300           WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
068400     END-EXEC.
068500     IF SQLCODE NOT EQUAL TO ZERO
068600         ADD 1 TO WS-PAIR-FAIL-COUNT
068700     END-IF.
068800 6500-EXIT.
068900     EXIT.
069000 8000-ABORT-RUN.
069100     MOVE WS-CTL-MESSAGE TO CE-MESSAGE.
069200     WRITE REPORT-RECORD FROM CTL-ERROR-LINE.
069300     CLOSE REPORT-FILE.
069400     MOVE 8 TO RETURN-CODE.
069500 8000-EXIT.
069600     EXIT.
069700 9000-TERMINATE.
069800     IF WS-REVIEW-MODE
069900         MOVE WS-SCAN-COUNT TO RS-SCAN-COUNT
070000         MOVE WS-GROUP-COUNT TO RS-GROUP-COUNT
070100         MOVE WS-GROUPED-COUNT TO RS-GROUPED-COUNT
070200         WRITE REPORT-RECORD FROM REVIEW-SUMMARY-LINE
070300     ELSE
070400         MOVE WS-PAIR-READ-COUNT TO MS-READ-COUNT
070500         MOVE WS-PAIR-MERGED-COUNT TO MS-MERGED-COUNT
070600         MOVE WS-PAIR-REJECT-COUNT TO MS-REJECT-COUNT
070700         MOVE WS-PAIR-BACKOUT-COUNT TO MS-BACKOUT-COUNT
070800         MOVE WS-TOTAL-MOVED-COUNT TO MS-MOVED-COUNT
070900         WRITE REPORT-RECORD FROM MERGE-SUMMARY-LINE
071000         WRITE REPORT-RECORD FROM MERGE-SUMMARY-LINE2
071100         CLOSE MERGE-FILE
071200         IF WS-PAIR-REJECT-COUNT GREATER THAN ZERO
071300            OR WS-PAIR-BACKOUT-COUNT GREATER THAN ZERO
071400             MOVE 4 TO RETURN-CODE
071500         END-IF
071600     END-IF.
071700     CLOSE REPORT-FILE.
071800 9000-EXIT.
071900     EXIT.
