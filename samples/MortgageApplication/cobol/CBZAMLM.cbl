000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBZAMLM.
000300 AUTHOR.        R VENKATARAMAN.
000400 INSTALLATION.  CORE BANKING - BRANCH OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    DATE       INIT  DESCRIPTION                                *
001000*    10/15/26   RV    INITIAL VERSION - NIGHTLY PAYMENT          *
001100*                     MONITORING OF COREBK.CBZ_ACCT_ACTIVITY PER *
001200*                     CUSTOMER_ID ACROSS ALL OF THE CUSTOMER'S   *
001300*                     ACCOUNTS.  ITEMS ARE CONVERTED TO BASE     *
001400*                     CURRENCY AT THE CBZ_FX_RATE RATE AND       *
001500*                     TESTED AGAINST THE CBZ_AML_PARM            *
001600*                     THRESHOLDS: SINGLE ITEMS AT OR OVER THE    *
001700*                     REPORTING THRESHOLD, A CUSTOMER DAY TOTAL  *
001800*                     AT OR OVER THE DAILY THRESHOLD, AND        *
001900*                     REPEATED JUST-UNDER ITEMS IN THE ROLLING   *
002000*                     WINDOW (STRUCTURING).  ALERTS ARE WRITTEN  *
002100*                     OPEN TO COREBK.CBZ_AML_ALERT WITH AN       *
002200*                     AMLRAISE AUDIT ROW FOR COMPLIANCE TO WORK  *
002300*                     IN CGZAMLQ.  A RERUN FOR THE SAME DATE     *
002400*                     DOES NOT RAISE THE SAME ALERT TWICE.       *
002500*                     ENDS RC=4 WHEN ITEMS COULD NOT BE          *
002600*                     CONVERTED, RC=8 WHEN A THRESHOLD IS        *
002700*                     MISSING.                                   *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT REPORT-FILE  ASSIGN TO AMLMRPT
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT PARM-FILE    ASSIGN TO PARMCARD
003800            ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  REPORT-FILE
004200     LABEL RECORDS ARE STANDARD
004300     RECORDING MODE IS F.
004400 01  REPORT-RECORD               PIC X(132).
004500 FD  PARM-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 01  PARM-RECORD.
004900     05  PARM-MONITOR-DATE       PIC X(10).
005000     05  FILLER                  PIC X(70).
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
005400         88  WS-EOF              VALUE 'Y'.
005500     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005600         88  WS-PARM-EOF         VALUE 'Y'.
005700     05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
005800         88  WS-FIRST-RECORD     VALUE 'Y'.
005900     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
006000         88  WS-RATE-FOUND       VALUE 'Y'.
006100     05  WS-RT-OVERFLOW-SWITCH   PIC X(01) VALUE 'N'.
006200         88  WS-RT-OVERFLOW      VALUE 'Y'.
006300     05  WS-CTL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
006400         88  WS-CTL-ERROR        VALUE 'Y'.
006500 01  WS-MONITOR-DATE             PIC X(10) VALUE SPACES.
006600 01  WS-WINDOW-START             PIC X(10) VALUE SPACES.
006700 01  WS-WINDOW-SPAN              PIC S9(9) COMP VALUE ZERO.
006800 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
006900 01  WS-WANTED-CODE              PIC X(10) VALUE SPACES.
007000 01  WS-SINGLE-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
007100 01  WS-DAILY-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.
007200 01  WS-STRUCT-PCT               PIC S9(13)V99 COMP-3 VALUE ZERO.
007300 01  WS-STRUCT-FLOOR             PIC S9(13)V99 COMP-3 VALUE ZERO.
007400 01  WS-STRUCT-COUNT             PIC S9(9) COMP VALUE ZERO.
007500 01  WS-STRUCT-DAYS              PIC S9(9) COMP VALUE ZERO.
007600 01  WS-BASE-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
007700 01  WS-ITEM-POST-DATE           PIC X(10) VALUE SPACES.
007800 01  WS-NEXT-ALERT-ID            PIC S9(9) COMP VALUE ZERO.
007900 01  WS-EXISTING-COUNT           PIC S9(9) COMP VALUE ZERO.
008000 01  WS-BREAK-CUSTOMER           PIC S9(9) COMP VALUE ZERO.
008100 01  WS-BREAK-ACCOUNT            PIC S9(18) COMP VALUE ZERO.
008200 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
008300 01  WS-ACCT-SINGLE-COUNT        PIC S9(9) COMP VALUE ZERO.
008400 01  WS-ACCT-SINGLE-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
008500 01  WS-CUST-DAY-COUNT           PIC S9(9) COMP VALUE ZERO.
008600 01  WS-CUST-DAY-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
008700 01  WS-CUST-STRUCT-COUNT        PIC S9(9) COMP VALUE ZERO.
008800 01  WS-CUST-STRUCT-TODAY        PIC S9(9) COMP VALUE ZERO.
008900 01  WS-CUST-STRUCT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
009000 01  WS-CUST-TOP-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
009100 01  WS-CUST-TOP-ACCOUNT         PIC S9(18) COMP VALUE ZERO.
009200 01  WS-CUST-TOP-BRANCH          PIC X(20) VALUE SPACES.
009300 01  WS-ITEM-COUNT               PIC 9(07) COMP VALUE ZERO.
009400 01  WS-NORATE-COUNT             PIC 9(07) COMP VALUE ZERO.
009500 01  WS-SINGLE-COUNT             PIC 9(07) COMP VALUE ZERO.
009600 01  WS-DAILY-COUNT              PIC 9(07) COMP VALUE ZERO.
009700 01  WS-STRUCT-ALERT-COUNT       PIC 9(07) COMP VALUE ZERO.
009800 01  WS-REPEAT-COUNT             PIC 9(07) COMP VALUE ZERO.
009900 01  WS-RT-COUNT                 PIC S9(4) COMP VALUE ZERO.
010000 01  WS-RT-NDX                   PIC S9(4) COMP VALUE ZERO.
010100 01  WS-RATE-TABLE.
010200     05  WS-RT-ENTRY OCCURS 20.
010300         10  RT-CURRENCY         PIC X(03).
010400         10  RT-RATE             PIC S9(5)V9(6) COMP-3.
010500         10  RT-OK-FLAG          PIC X(01).
010600 01  HEADER-LINE1.
010700     05  FILLER                  PIC X(50) VALUE
010800         'CBZAMLM - PAYMENT MONITORING ALERT REPORT'.
010900     05  FILLER                  PIC X(82) VALUE SPACES.
011000 01  PARM-LINE.
011100     05  FILLER                  PIC X(20) VALUE
011200         'MONITORING DATE  : '.
011300     05  PL-MONITOR-DATE         PIC X(10).
011400     05  FILLER                  PIC X(12) VALUE
011500         '  WINDOW :  '.
011600     05  PL-WINDOW-START         PIC X(10).
011700     05  FILLER                  PIC X(80) VALUE SPACES.
011800 01  THRESHOLD-LINE.
011900     05  FILLER                  PIC X(20) VALUE
012000         'SINGLE THRESHOLD : '.
012100     05  TL-SINGLE-AMT           PIC Z(12)9.99.
012200     05  FILLER                  PIC X(10) VALUE '  DAILY : '.
012300     05  TL-DAILY-AMT            PIC Z(12)9.99.
012400     05  FILLER                  PIC X(14) VALUE
012500         '  JUST-UNDER: '.
012600     05  TL-STRUCT-FLOOR         PIC Z(12)9.99.
012700     05  FILLER                  PIC X(04) VALUE ' X  '.
012800     05  TL-STRUCT-COUNT         PIC ZZZ9.
012900     05  FILLER                  PIC X(32) VALUE SPACES.
013000 01  CTL-ERROR-LINE.
013100     05  FILLER                  PIC X(20) VALUE
013200         'CONTROL FAILURE  : '.
013300     05  CE-MESSAGE              PIC X(40).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  CE-PARM-CODE            PIC X(10).
013600     05  FILLER                  PIC X(60) VALUE SPACES.
013700 01  ALERT-LINE.
013800     05  AD-ALERT-ID             PIC Z(08)9.
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  AD-ALERT-TYPE           PIC X(10).
014100     05  AD-CUSTOMER-ID          PIC Z(08)9.
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  AD-ACCOUNT-NUMBER       PIC Z(17)9.
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  AD-BRANCH               PIC X(20).
014600     05  AD-ALERT-AMOUNT         PIC Z(12)9.99.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  AD-ITEM-COUNT           PIC ZZZZ9.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  AD-FLAG                 PIC X(16).
015100     05  FILLER                  PIC X(19) VALUE SPACES.
015200 01  NORATE-LINE.
015300     05  FILLER                  PIC X(11) VALUE SPACES.
015400     05  NR-CURRENCY             PIC X(10).
015500     05  NR-CUSTOMER-ID          PIC Z(08)9.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  NR-ACCOUNT-NUMBER       PIC Z(17)9.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  NR-POST-DATE            PIC X(20).
016000     05  NR-AMOUNT               PIC Z(12)9.99.
016100     05  FILLER                  PIC X(25) VALUE
016200         '  *** NO RATE - SKIPPED'.
016300     05  FILLER                  PIC X(19) VALUE SPACES.
016400 01  SUMMARY-LINE.
016500     05  FILLER                  PIC X(20) VALUE
016600         'ITEMS EXAMINED   : '.
016700     05  SL-ITEM-COUNT           PIC Z,ZZZ,ZZ9.
016800     05  FILLER                  PIC X(20) VALUE
016900         '  NOT CONVERTED  : '.
017000     05  SL-NORATE-COUNT         PIC Z,ZZZ,ZZ9.
017100     05  FILLER                  PIC X(74) VALUE SPACES.
017200 01  SUMMARY-LINE2.
017300     05  FILLER                  PIC X(20) VALUE
017400         'ALERTS - SINGLE  : '.
017500     05  SL-SINGLE-COUNT         PIC Z,ZZZ,ZZ9.
017600     05  FILLER                  PIC X(20) VALUE
017700         '  DAILY TOTAL    : '.
017800     05  SL-DAILY-COUNT          PIC Z,ZZZ,ZZ9.
017900     05  FILLER                  PIC X(20) VALUE
018000         '  STRUCTURING    : '.
018100     05  SL-STRUCT-COUNT         PIC Z,ZZZ,ZZ9.
018200     05  FILLER                  PIC X(45) VALUE SPACES.
018300 01  SUMMARY-LINE3.
018400     05  FILLER                  PIC X(20) VALUE
018500         'ALREADY RAISED   : '.
018600     05  SL-REPEAT-COUNT         PIC Z,ZZZ,ZZ9.
018700     05  FILLER                  PIC X(103) VALUE SPACES.
018800 01  OVERFLOW-LINE.
018900     05  FILLER                  PIC X(45) VALUE
019000         'CURRENCY TABLE FULL - RATES LOOKED UP AGAIN'.
019100     05  FILLER                  PIC X(87) VALUE SPACES.
019200     EXEC SQL INCLUDE SQLCA END-EXEC.
019300     COPY CBSMST.
019400     COPY CBZACTV.
019500     COPY CBZAUDT.
019600     COPY CBZFXRT.
019700     COPY CBZAMLP.
019800     COPY CBZAMLT.
019900     EXEC SQL
020000          DECLARE MONITOR-CSR CURSOR FOR
020100          SELECT M.CUSTOMER_ID, A.ACCOUNT_NUMBER, M.BASE_BRANCH,
020200                 CHAR(A.POST_DATE), A.AMOUNT,
020300                 VALUE(NULLIF(A.CURRENCY, ' '), M.CURRENCY)
020400            FROM COREBK.CBZ_ACCT_ACTIVITY A,
020500                 COREBK.CBS_ACCT_MSTR_DTL M
020600           WHERE M.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
020700             AND A.POST_DATE BETWEEN :WS-WINDOW-START
020800                                 AND :WS-MONITOR-DATE
020900           ORDER BY M.CUSTOMER_ID, A.ACCOUNT_NUMBER, A.POST_DATE
021000     END-EXEC.
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     IF WS-CTL-ERROR
021500         PERFORM 8000-ABORT-RUN THRU 8000-EXIT
021600     ELSE
021700         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
021800             UNTIL WS-EOF
021900         PERFORM 9000-TERMINATE THRU 9000-EXIT
022000     END-IF.
022100     STOP RUN.
022200 0000-EXIT.
022300     EXIT.
022400 1000-INITIALIZE.
022500     OPEN OUTPUT REPORT-FILE.
022600     WRITE REPORT-RECORD FROM HEADER-LINE1.
022700     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
022800     PERFORM 1200-LOAD-THRESHOLDS THRU 1200-EXIT.
022900     IF WS-CTL-ERROR
023000         GO TO 1000-EXIT.
023100     COMPUTE WS-WINDOW-SPAN = WS-STRUCT-DAYS - 1.
023200     EXEC SQL
023300          SET :WS-WINDOW-START =
023400              CHAR(DATE(:WS-MONITOR-DATE) - :WS-WINDOW-SPAN DAYS)
023500     END-EXEC.
023600     MOVE WS-MONITOR-DATE TO PL-MONITOR-DATE.
023700     MOVE WS-WINDOW-START TO PL-WINDOW-START.
023800     WRITE REPORT-RECORD FROM PARM-LINE.
023900     MOVE WS-SINGLE-AMT TO TL-SINGLE-AMT.
024000     MOVE WS-DAILY-AMT TO TL-DAILY-AMT.
024100     MOVE WS-STRUCT-FLOOR TO TL-STRUCT-FLOOR.
024200     MOVE WS-STRUCT-COUNT TO TL-STRUCT-COUNT.
024300     WRITE REPORT-RECORD FROM THRESHOLD-LINE.
024400     EXEC SQL
024500          SELECT VALUE(MAX(ALERT_ID), 0)
024600            INTO :WS-NEXT-ALERT-ID
024700            FROM COREBK.CBZ_AML_ALERT
024800     END-EXEC.
024900     MOVE 'N' TO WS-EOF-SWITCH.
025000     MOVE 'Y' TO WS-FIRST-RECORD-SWITCH.
025100     EXEC SQL
025200          OPEN MONITOR-CSR
025300     END-EXEC.
025400     PERFORM 3000-FETCH-NEXT-ITEM THRU 3000-EXIT.
025500 1000-EXIT.
025600     EXIT.
025700 1100-READ-PARM-CARD.
025800     OPEN INPUT PARM-FILE.
025900     READ PARM-FILE
026000         AT END
026100             MOVE 'Y' TO WS-PARM-EOF-SWITCH
026200     END-READ.
026300     CLOSE PARM-FILE.
026400     IF WS-PARM-EOF
026500         MOVE SPACES TO WS-MONITOR-DATE
026600     ELSE
026700         MOVE PARM-MONITOR-DATE TO WS-MONITOR-DATE
026800     END-IF.
026900     IF WS-MONITOR-DATE EQUAL TO SPACES
027000         EXEC SQL
027100              SET :WS-MONITOR-DATE = CURRENT DATE
027200         END-EXEC
027300     END-IF.
027400 1100-EXIT.
027500     EXIT.
027600 1200-LOAD-THRESHOLDS.
027700     MOVE 'SINGLE-AMT' TO WS-WANTED-CODE.
027800     PERFORM 1250-GET-PARM THRU 1250-EXIT.
027900     IF WS-CTL-ERROR
028000         GO TO 1200-EXIT.
028100     MOVE AM-PARM-VALUE TO WS-SINGLE-AMT.
028200     MOVE 'DAILY-AMT' TO WS-WANTED-CODE.
028300     PERFORM 1250-GET-PARM THRU 1250-EXIT.
028400     IF WS-CTL-ERROR
028500         GO TO 1200-EXIT.
028600     MOVE AM-PARM-VALUE TO WS-DAILY-AMT.
028700     MOVE 'STRUCT-PCT' TO WS-WANTED-CODE.
028800     PERFORM 1250-GET-PARM THRU 1250-EXIT.
028900     IF WS-CTL-ERROR
029000         GO TO 1200-EXIT.
029100     IF AM-PARM-VALUE NOT LESS THAN 100
029200         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
029300         MOVE 'AML PARAMETER OUT OF RANGE' TO WS-CTL-MESSAGE
029400         GO TO 1200-EXIT.
029500     MOVE AM-PARM-VALUE TO WS-STRUCT-PCT.
029600     MOVE 'STRUCT-CNT' TO WS-WANTED-CODE.
029700     PERFORM 1250-GET-PARM THRU 1250-EXIT.
029800     IF WS-CTL-ERROR
029900         GO TO 1200-EXIT.
030000     MOVE AM-PARM-VALUE TO WS-STRUCT-COUNT.
030100     MOVE 'STRUCT-DAY' TO WS-WANTED-CODE.
030200     PERFORM 1250-GET-PARM THRU 1250-EXIT.
030300     IF WS-CTL-ERROR
030400         GO TO 1200-EXIT.
030500     MOVE AM-PARM-VALUE TO WS-STRUCT-DAYS.
030600     COMPUTE WS-STRUCT-FLOOR ROUNDED =
030700             WS-SINGLE-AMT * WS-STRUCT-PCT / 100.
030800 1200-EXIT.
030900     EXIT.
031000 1250-GET-PARM.
031100     MOVE WS-WANTED-CODE TO AM-PARM-CODE.
031200     MOVE ZERO TO AM-PARM-VALUE.
031300     EXEC SQL
031400          SELECT PARM_VALUE
031500            INTO :AM-PARM-VALUE
031600            FROM COREBK.CBZ_AML_PARM
031700           WHERE PARM_CODE = :AM-PARM-CODE
031800     END-EXEC.
031900     IF SQLCODE NOT EQUAL TO ZERO
032000         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
032100         MOVE 'AML PARAMETER MISSING' TO WS-CTL-MESSAGE
032200         GO TO 1250-EXIT.
032300     IF AM-PARM-VALUE NOT GREATER THAN ZERO
032400         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
032500         MOVE 'AML PARAMETER OUT OF RANGE' TO WS-CTL-MESSAGE
032600     END-IF.
032700 1250-EXIT.
032800     EXIT.
032900 2000-PROCESS-RECORD.
033000     IF WS-FIRST-RECORD
033100         MOVE H1-CUSTOMER-ID TO WS-BREAK-CUSTOMER
033200         MOVE H1-ACCOUNT-NUMBER TO WS-BREAK-ACCOUNT
033300         MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
033400         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
033500     ELSE
033600         IF H1-CUSTOMER-ID NOT EQUAL TO WS-BREAK-CUSTOMER
033700             PERFORM 5000-ACCOUNT-BREAK THRU 5000-EXIT
033800             PERFORM 5500-CUSTOMER-BREAK THRU 5500-EXIT
033900             MOVE H1-CUSTOMER-ID TO WS-BREAK-CUSTOMER
034000             MOVE H1-ACCOUNT-NUMBER TO WS-BREAK-ACCOUNT
034100             MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
034200         ELSE
034300             IF H1-ACCOUNT-NUMBER NOT EQUAL TO WS-BREAK-ACCOUNT
034400                 PERFORM 5000-ACCOUNT-BREAK THRU 5000-EXIT
034500                 MOVE H1-ACCOUNT-NUMBER TO WS-BREAK-ACCOUNT
034600                 MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
034700             END-IF
034800         END-IF
034900     END-IF.
035000     ADD 1 TO WS-ITEM-COUNT.
035100     PERFORM 4000-FIND-RATE THRU 4000-EXIT.
035200     IF WS-RATE-FOUND
035300         PERFORM 4500-ACCUMULATE-ITEM THRU 4500-EXIT
035400     ELSE
035500         PERFORM 7500-PRINT-NORATE-LINE THRU 7500-EXIT
035600     END-IF.
035700     PERFORM 3000-FETCH-NEXT-ITEM THRU 3000-EXIT.
035800 2000-EXIT.
035900     EXIT.
036000 3000-FETCH-NEXT-ITEM.
036100     EXEC SQL
036200          FETCH MONITOR-CSR
036300          INTO :H1-CUSTOMER-ID, :H1-ACCOUNT-NUMBER,
036400               :H1-BASE-BRANCH, :WS-ITEM-POST-DATE,
036500               :AC-AMOUNT, :AC-CURRENCY
036600     END-EXEC.
036700     IF SQLCODE NOT EQUAL TO ZERO
036800         MOVE 'Y' TO WS-EOF-SWITCH
036900     END-IF.
037000 3000-EXIT.
037100     EXIT.
037200 4000-FIND-RATE.
037300     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
037400     MOVE ZERO TO WS-RT-NDX.
037500     PERFORM 4100-SEARCH-RATE-TABLE THRU 4100-EXIT
037600         UNTIL WS-RATE-FOUND OR WS-RT-NDX NOT LESS THAN
037700               WS-RT-COUNT.
037800     IF WS-RATE-FOUND
037900         IF RT-OK-FLAG(WS-RT-NDX) EQUAL TO 'Y'
038000             CONTINUE
038100         ELSE
038200             MOVE 'N' TO WS-RATE-FOUND-SWITCH
038300         END-IF
038400         GO TO 4000-EXIT.
038500     PERFORM 4200-LOOKUP-RATE THRU 4200-EXIT.
038600 4000-EXIT.
038700     EXIT.
038800 4100-SEARCH-RATE-TABLE.
038900     ADD 1 TO WS-RT-NDX.
039000     IF RT-CURRENCY(WS-RT-NDX) EQUAL TO AC-CURRENCY
039100         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
039200     END-IF.
039300 4100-EXIT.
039400     EXIT.
039500 4200-LOOKUP-RATE.
039600     MOVE AC-CURRENCY TO FX-CURRENCY-CODE.
039700     MOVE ZERO TO FX-RATE-TO-BASE.
039800     EXEC SQL
039900          SELECT RATE_TO_BASE
040000            INTO :FX-RATE-TO-BASE
040100            FROM COREBK.CBZ_FX_RATE
040200           WHERE CURRENCY_CODE = :FX-CURRENCY-CODE
040300     END-EXEC.
040400     IF WS-RT-COUNT LESS THAN 20
040500         ADD 1 TO WS-RT-COUNT
040600         MOVE WS-RT-COUNT TO WS-RT-NDX
040700         MOVE AC-CURRENCY TO RT-CURRENCY(WS-RT-NDX)
040800         MOVE FX-RATE-TO-BASE TO RT-RATE(WS-RT-NDX)
040900         IF SQLCODE EQUAL TO ZERO
041000            AND FX-RATE-TO-BASE GREATER THAN ZERO
041100             MOVE 'Y' TO RT-OK-FLAG(WS-RT-NDX)
041200             MOVE 'Y' TO WS-RATE-FOUND-SWITCH
041300         ELSE
041400             MOVE 'N' TO RT-OK-FLAG(WS-RT-NDX)
041500         END-IF
041600     ELSE
041700         MOVE 'Y' TO WS-RT-OVERFLOW-SWITCH
041800         IF SQLCODE EQUAL TO ZERO
041900            AND FX-RATE-TO-BASE GREATER THAN ZERO
042000             MOVE ZERO TO WS-RT-NDX
042100             MOVE 'Y' TO WS-RATE-FOUND-SWITCH
042200         END-IF
042300     END-IF.
042400 4200-EXIT.
042500     EXIT.
042600 4500-ACCUMULATE-ITEM.
042700     IF WS-RT-NDX GREATER THAN ZERO
042800         COMPUTE WS-BASE-AMOUNT ROUNDED =
042900                 AC-AMOUNT * RT-RATE(WS-RT-NDX)
043000     ELSE
043100         COMPUTE WS-BASE-AMOUNT ROUNDED =
043200                 AC-AMOUNT * FX-RATE-TO-BASE
043300     END-IF.
043400     IF WS-BASE-AMOUNT NOT LESS THAN WS-STRUCT-FLOOR
043500        AND WS-BASE-AMOUNT LESS THAN WS-SINGLE-AMT
043600         ADD 1 TO WS-CUST-STRUCT-COUNT
043700         ADD WS-BASE-AMOUNT TO WS-CUST-STRUCT-TOTAL
043800         IF WS-ITEM-POST-DATE EQUAL TO WS-MONITOR-DATE
043900             ADD 1 TO WS-CUST-STRUCT-TODAY
044000         END-IF
044100     END-IF.
044200     IF WS-ITEM-POST-DATE NOT EQUAL TO WS-MONITOR-DATE
044300         GO TO 4500-EXIT.
044400     ADD 1 TO WS-CUST-DAY-COUNT.
044500     ADD WS-BASE-AMOUNT TO WS-CUST-DAY-TOTAL.
044600     IF WS-BASE-AMOUNT GREATER THAN WS-CUST-TOP-AMOUNT
044700         MOVE WS-BASE-AMOUNT TO WS-CUST-TOP-AMOUNT
044800         MOVE H1-ACCOUNT-NUMBER TO WS-CUST-TOP-ACCOUNT
044900         MOVE H1-BASE-BRANCH TO WS-CUST-TOP-BRANCH
045000     END-IF.
045100     IF WS-BASE-AMOUNT NOT LESS THAN WS-SINGLE-AMT
045200         ADD 1 TO WS-ACCT-SINGLE-COUNT
045300         ADD WS-BASE-AMOUNT TO WS-ACCT-SINGLE-TOTAL
045400     END-IF.
045500 4500-EXIT.
045600     EXIT.
045700 5000-ACCOUNT-BREAK.
045800     IF WS-ACCT-SINGLE-COUNT GREATER THAN ZERO
045900         MOVE 'SINGLE' TO AL-ALERT-TYPE
046000         MOVE WS-BREAK-ACCOUNT TO AL-ACCOUNT-NUMBER
046100         MOVE WS-BREAK-BRANCH TO AL-BRANCH
046200         MOVE WS-ACCT-SINGLE-TOTAL TO AL-ALERT-AMOUNT
046300         MOVE WS-ACCT-SINGLE-COUNT TO AL-ITEM-COUNT
046400         MOVE WS-SINGLE-AMT TO AL-THRESHOLD
046500         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
046600     END-IF.
046700     MOVE ZERO TO WS-ACCT-SINGLE-COUNT.
046800     MOVE ZERO TO WS-ACCT-SINGLE-TOTAL.
046900 5000-EXIT.
047000     EXIT.
047100 5500-CUSTOMER-BREAK.
047200     IF WS-CUST-DAY-COUNT GREATER THAN ZERO
047300        AND WS-CUST-DAY-TOTAL NOT LESS THAN WS-DAILY-AMT
047400         MOVE 'DAILY' TO AL-ALERT-TYPE
047500         MOVE WS-CUST-TOP-ACCOUNT TO AL-ACCOUNT-NUMBER
047600         MOVE WS-CUST-TOP-BRANCH TO AL-BRANCH
047700         MOVE WS-CUST-DAY-TOTAL TO AL-ALERT-AMOUNT
047800         MOVE WS-CUST-DAY-COUNT TO AL-ITEM-COUNT
047900         MOVE WS-DAILY-AMT TO AL-THRESHOLD
048000         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
048100     END-IF.
048200     IF WS-CUST-STRUCT-TODAY GREATER THAN ZERO
048300        AND WS-CUST-STRUCT-COUNT NOT LESS THAN WS-STRUCT-COUNT
048400         MOVE 'STRUCTURE' TO AL-ALERT-TYPE
048500         MOVE WS-CUST-TOP-ACCOUNT TO AL-ACCOUNT-NUMBER
048600         MOVE WS-CUST-TOP-BRANCH TO AL-BRANCH
048700         MOVE WS-CUST-STRUCT-TOTAL TO AL-ALERT-AMOUNT
048800         MOVE WS-CUST-STRUCT-COUNT TO AL-ITEM-COUNT
048900         MOVE WS-STRUCT-FLOOR TO AL-THRESHOLD
049000         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
049100     END-IF.
049200     MOVE ZERO TO WS-CUST-DAY-COUNT.
049300     MOVE ZERO TO WS-CUST-DAY-TOTAL.
049400     MOVE ZERO TO WS-CUST-STRUCT-COUNT.
049500     MOVE ZERO TO WS-CUST-STRUCT-TODAY.
049600     MOVE ZERO TO WS-CUST-STRUCT-TOTAL.
049700     MOVE ZERO TO WS-CUST-TOP-AMOUNT.
049800     MOVE ZERO TO WS-CUST-TOP-ACCOUNT.
049900     MOVE SPACES TO WS-CUST-TOP-BRANCH.
050000 5500-EXIT.
050100     EXIT.
050200 6000-RAISE-ALERT.
050300     MOVE WS-BREAK-CUSTOMER TO AL-CUSTOMER-ID.
050400     MOVE WS-MONITOR-DATE TO AL-BUS-DATE.
050500     MOVE ZERO TO WS-EXISTING-COUNT.
050600     EXEC SQL
050700          SELECT COUNT(*)
050800            INTO :WS-EXISTING-COUNT
050900            FROM COREBK.CBZ_AML_ALERT
051000           WHERE CUSTOMER_ID = :AL-CUSTOMER-ID
051100             AND ALERT_TYPE = :AL-ALERT-TYPE
051200             AND BUS_DATE = :AL-BUS-DATE
051300             AND ACCOUNT_NUMBER = :AL-ACCOUNT-NUMBER
051400     END-EXEC.
051500     IF WS-EXISTING-COUNT GREATER THAN ZERO
051600         ADD 1 TO WS-REPEAT-COUNT
051700         MOVE ZERO TO AL-ALERT-ID
051800         MOVE 'ALREADY RAISED' TO AD-FLAG
051900         PERFORM 7000-PRINT-ALERT-LINE THRU 7000-EXIT
052000         GO TO 6000-EXIT.
052100     ADD 1 TO WS-NEXT-ALERT-ID.
052200     MOVE WS-NEXT-ALERT-ID TO AL-ALERT-ID.
052300     MOVE 'OPEN' TO AL-ALERT-STATUS.
052400     MOVE SPACES TO AL-WORKED-BY.
052500     MOVE SPACES TO AL-WORKED-TIMESTAMP.
052600     MOVE SPACES TO AL-DISPOSITION-NOTE.
052700     EXEC SQL
052800          INSERT INTO COREBK.CBZ_AML_ALERT
052900             (ALERT_ID, CUSTOMER_ID, ALERT_TYPE, BUS_DATE,
053000              ACCOUNT_NUMBER, BRANCH, ALERT_AMOUNT, ITEM_COUNT,
053100              THRESHOLD, ALERT_STATUS, RAISED_TIMESTAMP,
053200              WORKED_BY, WORKED_TIMESTAMP, DISPOSITION_NOTE)
053300          VALUES
053400             (:AL-ALERT-ID, :AL-CUSTOMER-ID, :AL-ALERT-TYPE,
053500              :AL-BUS-DATE, :AL-ACCOUNT-NUMBER, :AL-BRANCH,
053600              :AL-ALERT-AMOUNT, :AL-ITEM-COUNT, :AL-THRESHOLD,
053700              :AL-ALERT-STATUS, CHAR(CURRENT TIMESTAMP),
053800              :AL-WORKED-BY, :AL-WORKED-TIMESTAMP,
053900              :AL-DISPOSITION-NOTE)
054000     END-EXEC.
054100     IF SQLCODE NOT EQUAL TO ZERO
054200         MOVE 'INSERT FAILED' TO AD-FLAG
054300         PERFORM 7000-PRINT-ALERT-LINE THRU 7000-EXIT
054400         GO TO 6000-EXIT.
054500     IF AL-ALERT-TYPE EQUAL TO 'SINGLE'
054600         ADD 1 TO WS-SINGLE-COUNT
054700     END-IF.
054800     IF AL-ALERT-TYPE EQUAL TO 'DAILY'
054900         ADD 1 TO WS-DAILY-COUNT
055000     END-IF.
055100     IF AL-ALERT-TYPE EQUAL TO 'STRUCTURE'
055200         ADD 1 TO WS-STRUCT-ALERT-COUNT
055300     END-IF.
055400     MOVE AL-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
055500     MOVE 'AMLRAISE' TO AU-ACTION-CODE.
055600     MOVE 'CBZAMLM' TO AU-USERID.
055700     MOVE AL-BRANCH TO AU-BRANCH.
055800     EXEC SQL
055900          INSERT INTO COREBK.CBZ_ACCT_AUDIT_LOG
056000             (ACCOUNT_NUMBER, ACTION_CODE, USERID,
056100              LOG_TIMESTAMP, BRANCH)
056200          VALUES
056300             (:AU-ACCOUNT-NUMBER, :AU-ACTION-CODE, :AU-USERID,
056400              CHAR(CURRENT TIMESTAMP), :AU-BRANCH)
056500     END-EXEC.
056600     MOVE SPACES TO AD-FLAG.
056700     PERFORM 7000-PRINT-ALERT-LINE THRU 7000-EXIT.
056800 6000-EXIT.
056900     EXIT.
057000 7000-PRINT-ALERT-LINE.
057100     MOVE AL-ALERT-ID TO AD-ALERT-ID.
057200     MOVE AL-ALERT-TYPE TO AD-ALERT-TYPE.
057300     MOVE AL-CUSTOMER-ID TO AD-CUSTOMER-ID.
057400     MOVE AL-ACCOUNT-NUMBER TO AD-ACCOUNT-NUMBER.
057500     MOVE AL-BRANCH TO AD-BRANCH.
057600     MOVE AL-ALERT-AMOUNT TO AD-ALERT-AMOUNT.
057700     MOVE AL-ITEM-COUNT TO AD-ITEM-COUNT.
057800     WRITE REPORT-RECORD FROM ALERT-LINE.
057900 7000-EXIT.
058000     EXIT.
058100 7500-PRINT-NORATE-LINE.
058200     ADD 1 TO WS-NORATE-COUNT.
058300     MOVE AC-CURRENCY TO NR-CURRENCY.
058400     MOVE H1-CUSTOMER-ID TO NR-CUSTOMER-ID.
058500     MOVE H1-ACCOUNT-NUMBER TO NR-ACCOUNT-NUMBER.
058600     MOVE WS-ITEM-POST-DATE TO NR-POST-DATE.
058700     MOVE AC-AMOUNT TO NR-AMOUNT.
058800     WRITE REPORT-RECORD FROM NORATE-LINE.
058900 7500-EXIT.
059000     EXIT.
059100 8000-ABORT-RUN.
059200     MOVE WS-CTL-MESSAGE TO CE-MESSAGE.
059300     MOVE WS-WANTED-CODE TO CE-PARM-CODE.
059400     WRITE REPORT-RECORD FROM CTL-ERROR-LINE.
059500     CLOSE REPORT-FILE.
059600     MOVE 8 TO RETURN-CODE.
059700 8000-EXIT.
059800     EXIT.
059900 9000-TERMINATE.
060000     IF NOT WS-FIRST-RECORD
060100         PERFORM 5000-ACCOUNT-BREAK THRU 5000-EXIT
060200         PERFORM 5500-CUSTOMER-BREAK THRU 5500-EXIT
060300     END-IF.
060400     EXEC SQL
060500          CLOSE MONITOR-CSR
060600     END-EXEC.
060700     EXEC SQL COMMIT END-EXEC.
060800     MOVE WS-ITEM-COUNT TO SL-ITEM-COUNT.
060900     MOVE WS-NORATE-COUNT TO SL-NORATE-COUNT.
061000     WRITE REPORT-RECORD FROM SUMMARY-LINE.
061100     MOVE WS-SINGLE-COUNT TO SL-SINGLE-COUNT.
061200     MOVE WS-DAILY-COUNT TO SL-DAILY-COUNT.
061300     MOVE WS-STRUCT-ALERT-COUNT TO SL-STRUCT-COUNT.
061400     WRITE REPORT-RECORD FROM SUMMARY-LINE2.
061500     MOVE WS-REPEAT-COUNT TO SL-REPEAT-COUNT.
061600     WRITE REPORT-RECORD FROM SUMMARY-LINE3.
061700     IF WS-RT-OVERFLOW
061800         WRITE REPORT-RECORD FROM OVERFLOW-LINE
061900     END-IF.
062000     CLOSE REPORT-FILE.
062100     IF WS-NORATE-COUNT GREATER THAN ZERO
062200         MOVE 4 TO RETURN-CODE
062300     END-IF.
062400 9000-EXIT.
062500     EXIT.
