001900*                     ACCOUNT'S PAYMENT_LIMIT ARE REJECTED AND   *
002000*                     LISTED.  A CONTROL FAILURE ENDS RC=8       *
002100*                     WITHOUT TOUCHING THE DATABASE.             *
002110*    10/15/26   RV    WRITES A LAST_ACTIVITY_DATE CHANGE IMAGE   *
002120*                     TO CBZ_ACCT_CHG_IMAGE (ACTION ACTPOST)     *
002130*                     EACH TIME THE DATE IS ADVANCED.            *
002135*    10/15/26   RV    CHECKS PAYIN AGAINST THE CBZ_FILE_REGISTER *
002140*                     INBOUND FILE REGISTER (CBZFRCK) AFTER THE  *
002145*                     PRESCAN: A FILE ALREADY APPLIED OR DATED   *
002150*                     BEFORE THE LAST ONE IS REFUSED RC=8 UNLESS *
002155*                     THE NEW PARMCARD CARRIES RERUN; A SKIPPED  *
002160*                     BUSINESS DATE IS WARNED RC=4.  THE FILE IS *
002165*                     REGISTERED APPLIED WITH THE FINAL COMMIT.  *
002167*    10/15/26   RV    CONVERTS ITEMS IN A CURRENCY OTHER THAN    *
002169*                     THE ACCOUNT'S AT THE CBZ_FX_RATE RATES (NO *
002171*                     RATE, OR ONE OLDER THAN THE PARMCARD       *
002173*                     STALENESS DAYS, REJECTS THE ITEM AS        *
002175*                     CBZEXPO TREATS IT), STORES THE ACCOUNT-    *
002177*                     CURRENCY AMOUNT IN ACCT_AMOUNT, AND CHECKS *
002179*                     THE ACCOUNT'S TOTAL FOR THE POST_DATE      *
002181*                     AGAINST PAYMENT_LIMIT AS WELL AS THE       *
002183*                     SINGLE ITEM.  NEW UTILRPT LISTS BY BRANCH  *
002185*                     THE ACCOUNTS AT OR OVER THE PARMCARD       *
002187*                     PERCENTAGE OF THEIR LIMIT.                 *
002189*    10/15/26   RV    CHECKS EACH ITEM AGAINST THE LIMIT IN      *
002191*                     FORCE ON ITS POST_DATE, TAKING ANY         *
002193*                     TEMPORARY LIMIT ON COREBK.CBZ_TEMP_LIMIT   *
002195*                     INTO ACCOUNT.  UTILRPT STILL USES THE      *
002197*                     MASTER LIMIT.                              *
002198*    10/15/26   RV    REJECTS A POST_DATE AFTER THE FILE DATE OR *
002199*                     NOT A BUSINESS DAY ON CBZ_BUS_CALENDAR.    *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003000            ORGANIZATION IS SEQUENTIAL.
003100     SELECT REPORT-FILE   ASSIGN TO ACTPRPT
003200            ORGANIZATION IS SEQUENTIAL.
003210     SELECT PARM-FILE     ASSIGN TO PARMCARD
003220            ORGANIZATION IS SEQUENTIAL.
003230     SELECT UTIL-FILE     ASSIGN TO UTILRPT
003240            ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ACTIVITY-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200 01  REPORT-RECORD               PIC X(100).
004202 FD  UTIL-FILE
004204     LABEL RECORDS ARE STANDARD
004206     RECORDING MODE IS F.
004208 01  UTIL-RECORD                 PIC X(132).
004210 FD  PARM-FILE
004220     LABEL RECORDS ARE STANDARD
004230     RECORDING MODE IS F.
004240 01  PARM-RECORD.
004250     05  PARM-RERUN-OVERRIDE     PIC X(05).
004260     05  FILLER                  PIC X(01).
004262     05  PARM-STALE-DAYS         PIC X(03).
004264     05  FILLER                  PIC X(01).
004266     05  PARM-UTIL-PERCENT       PIC X(03).
004268     05  FILLER                  PIC X(67).
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
005000         88  WS-CTL-ERROR        VALUE 'Y'.
005100     05  WS-TRL-SEEN-SWITCH      PIC X(01) VALUE 'N'.
005200         88  WS-TRL-SEEN         VALUE 'Y'.
005210     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
005220         88  WS-PARM-EOF         VALUE 'Y'.
005225     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
005230         88  WS-RATE-FOUND       VALUE 'Y'.
005235     05  WS-CONVERTED-SWITCH     PIC X(01) VALUE 'N'.
005240         88  WS-ITEM-CONVERTED   VALUE 'Y'.
005245     05  WS-UTIL-EOF-SWITCH      PIC X(01) VALUE 'N'.
005250         88  WS-UTIL-EOF         VALUE 'Y'.
005255     05  WS-FIRST-UTIL-SWITCH    PIC X(01) VALUE 'Y'.
005260         88  WS-FIRST-UTIL       VALUE 'Y'.
005300 01  WS-ACCEPT-COUNT             PIC 9(07) COMP VALUE ZERO.
005400 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
005500 01  WS-ADVANCE-COUNT            PIC 9(07) COMP VALUE ZERO.
006200 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
006300 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
006400 01  WS-STATUS-CLOSED            PIC X(10) VALUE 'CLOSED'.
006410 01  WS-OLD-ACTIVITY-DATE        PIC X(10) VALUE SPACES.
006415 01  WS-CONVERT-COUNT            PIC 9(07) COMP VALUE ZERO.
006420 01  WS-UTIL-COUNT               PIC 9(07) COMP VALUE ZERO.
006425 01  WS-BRANCH-UTIL-COUNT        PIC 9(07) COMP VALUE ZERO.
006430 01  WS-STALE-DAYS               PIC S9(9) COMP VALUE 3.
006435 01  WS-STALE-IN                 PIC X(03).
006440 01  WS-STALE-NUM REDEFINES WS-STALE-IN PIC 9(03).
006445 01  WS-UTIL-PERCENT             PIC S9(9) COMP VALUE 80.
006450 01  WS-PERCENT-IN               PIC X(03).
006455 01  WS-PERCENT-NUM REDEFINES WS-PERCENT-IN PIC 9(03).
006460 01  WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
006465 01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.
006470 01  WS-BREAK-BRANCH             PIC X(20) VALUE SPACES.
006475 01  WS-ITEM-RATE                PIC S9(5)V9(6) COMP-3 VALUE ZERO.
006480 01  WS-ACCT-AMOUNT              PIC S9(15)V99 COMP-3 VALUE ZERO.
006485 01  WS-DAY-POSTED               PIC S9(15)V99 COMP-3 VALUE ZERO.
006490 01  WS-DAY-TOTAL                PIC S9(15)V99 COMP-3 VALUE ZERO.
006495 01  WS-USED-PERCENT             PIC S9(5)V9 COMP-3 VALUE ZERO.
006497 01  WS-LATEST-POST-DATE         PIC X(10) VALUE SPACES.
006500 01  HEADER-LINE.
006600     05  FILLER                  PIC X(100) VALUE
006700         'CBZACTP - PAYMENT SWITCH ACTIVITY POSTING REPORT'.
007700         'CONTROL FAILURE  : '.
007800     05  CE-MESSAGE              PIC X(40).
007900     05  FILLER                  PIC X(40) VALUE SPACES.
007910 01  REGISTER-WARN-LINE.
007920     05  FILLER                  PIC X(20) VALUE
007930         'REGISTER WARNING : '.
007940     05  RW-MESSAGE              PIC X(40).
007950     05  FILLER                  PIC X(02) VALUE SPACES.
007960     05  RW-LAST-DATE            PIC X(10).
007970     05  FILLER                  PIC X(28) VALUE SPACES.
008000 01  REJECT-LINE.
008100     05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
008200     05  RL-ACCOUNT-NUMBER       PIC 9(18).
008300     05  FILLER                  PIC X(02) VALUE SPACES.
008400     05  RL-AMOUNT               PIC Z(10)9.99.
008410     05  FILLER                  PIC X(01) VALUE SPACES.
008420     05  RL-CURRENCY             PIC X(03).
008500     05  FILLER                  PIC X(02) VALUE SPACES.
008600     05  RL-REASON               PIC X(40).
008700     05  FILLER                  PIC X(10) VALUE SPACES.
008800 01  SUMMARY-LINE.
008900     05  FILLER                  PIC X(20) VALUE
009000         'ACCEPTED ITEMS   : '.
010000         'DATES ADVANCED   : '.
010100     05  SL-ADVANCE-COUNT        PIC Z,ZZZ,ZZ9.
010200     05  FILLER                  PIC X(71) VALUE SPACES.
010202 01  SUMMARY-LINE4.
010204     05  FILLER                  PIC X(20) VALUE
010206         'CONVERTED ITEMS  : '.
010208     05  SL-CONVERT-COUNT        PIC Z,ZZZ,ZZ9.
010210     05  FILLER                  PIC X(71) VALUE SPACES.
010212 01  UTIL-HEADER-LINE.
010214     05  FILLER                  PIC X(50) VALUE
010216         'CBZACTP - DAILY PAYMENT LIMIT UTILISATION REPORT'.
010218     05  FILLER                  PIC X(82) VALUE SPACES.
010220 01  UTIL-PARM-LINE.
010222     05  FILLER                  PIC X(20) VALUE
010224         'LISTING AT OR OVER: '.
010226     05  UP-UTIL-PERCENT         PIC ZZ9.
010228     05  FILLER                  PIC X(25) VALUE
010230         ' PERCENT OF PAYMENT_LIMIT'.
010232     05  FILLER                  PIC X(84) VALUE SPACES.
010234 01  UTIL-DETAIL-LINE.
010236     05  UD-BRANCH               PIC X(20).
010238     05  UD-ACCOUNT-NUMBER       PIC Z(17)9.
010240     05  FILLER                  PIC X(02) VALUE SPACES.
010242     05  UD-POST-DATE            PIC X(10).
010244     05  FILLER                  PIC X(02) VALUE SPACES.
010246     05  UD-CURRENCY             PIC X(03).
010248     05  FILLER                  PIC X(02) VALUE SPACES.
010250     05  UD-PAYMENT-LIMIT        PIC Z(8)9.
010252     05  FILLER                  PIC X(02) VALUE SPACES.
010254     05  UD-DAY-TOTAL            PIC Z(14)9.99.
010256     05  FILLER                  PIC X(02) VALUE SPACES.
010258     05  UD-USED-PERCENT         PIC ZZZZ9.9.
010260     05  FILLER                  PIC X(01) VALUE '%'.
010262     05  FILLER                  PIC X(36) VALUE SPACES.
010264 01  UTIL-BRANCH-LINE.
010266     05  FILLER                  PIC X(16) VALUE
010268         'BRANCH TOTAL - '.
010270     05  UB-BRANCH               PIC X(20).
010272     05  FILLER                  PIC X(11) VALUE ' ACCOUNTS: '.
010274     05  UB-UTIL-COUNT           PIC Z,ZZZ,ZZ9.
010276     05  FILLER                  PIC X(76) VALUE SPACES.
010278 01  UTIL-TOTAL-LINE.
010280     05  FILLER                  PIC X(20) VALUE
010282         'ACCOUNTS LISTED  : '.
010284     05  UT-UTIL-COUNT           PIC Z,ZZZ,ZZ9.
010286     05  FILLER                  PIC X(103) VALUE SPACES.
010300     EXEC SQL INCLUDE SQLCA END-EXEC.
010400     COPY CBSMST.
010500     COPY CBZACTV.
010510     COPY CBZCHGI.
010520     COPY CBZFREG.
010530     COPY CBZFRCW.
010531     COPY CBZBCAL.
010532     COPY CBZFXRT.
010533     COPY CBZTMPL.
010534     EXEC SQL
010536          DECLARE UTIL-CSR CURSOR FOR
010538          SELECT M.BASE_BRANCH, A.ACCOUNT_NUMBER,
010540                 CHAR(A.POST_DATE), M.CURRENCY, M.PAYMENT_LIMIT,
010542                 SUM(A.ACCT_AMOUNT)
010544            FROM COREBK.CBZ_ACCT_ACTIVITY A,
010546                 COREBK.CBS_ACCT_MSTR_DTL M
010548           WHERE M.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
010550             AND M.PAYMENT_LIMIT > 0
010552             AND EXISTS
010554                 (SELECT 1
010556                    FROM COREBK.CBZ_ACCT_ACTIVITY B
010558                   WHERE B.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
010560                     AND B.POST_DATE = A.POST_DATE
010562                     AND B.LOAD_TIMESTAMP >= :WS-RUN-TIMESTAMP)
010564           GROUP BY M.BASE_BRANCH, A.ACCOUNT_NUMBER, A.POST_DATE,
010566                    M.CURRENCY, M.PAYMENT_LIMIT
010568          HAVING SUM(A.ACCT_AMOUNT) * 100 >=
010570                 :WS-UTIL-PERCENT * M.PAYMENT_LIMIT
010572           ORDER BY M.BASE_BRANCH, A.ACCOUNT_NUMBER, A.POST_DATE
010574     END-EXEC.
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900 1000-INITIALIZE.
012000     OPEN INPUT ACTIVITY-FILE.
012100     OPEN OUTPUT REPORT-FILE.
012110     OPEN OUTPUT UTIL-FILE.
012200     WRITE REPORT-RECORD FROM HEADER-LINE.
012210     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
012215     EXEC SQL
012220          SET :WS-CUTOFF-DATE =
012225              CHAR(CURRENT DATE - :WS-STALE-DAYS DAYS)
012230     END-EXEC.
012235     EXEC SQL
012240          SET :WS-RUN-TIMESTAMP = CURRENT TIMESTAMP
012245     END-EXEC.
012250     WRITE UTIL-RECORD FROM UTIL-HEADER-LINE.
012255     MOVE WS-UTIL-PERCENT TO UP-UTIL-PERCENT.
012260     WRITE UTIL-RECORD FROM UTIL-PARM-LINE.
012300     PERFORM 1500-PRESCAN-FILE THRU 1500-EXIT.
012400     IF WS-CTL-ERROR
012500         GO TO 1000-EXIT.
012510     PERFORM 1700-CHECK-REGISTER THRU 1700-EXIT.
012520     IF WS-CTL-ERROR
012530         GO TO 1000-EXIT.
012540     MOVE CH-BUS-DATE TO WS-LATEST-POST-DATE.
012550     IF WS-LATEST-POST-DATE EQUAL TO SPACES
012560         EXEC SQL
012570              SET :WS-LATEST-POST-DATE = CURRENT DATE
012580         END-EXEC
012590     END-IF.
012600     PERFORM 3000-READ-ACTIVITY-RECORD THRU 3000-EXIT.
012700 1000-EXIT.
012800     EXIT.
012802 1100-READ-PARM-CARD.
012805     OPEN INPUT PARM-FILE.
012808     READ PARM-FILE
012811         AT END
012814             MOVE 'Y' TO WS-PARM-EOF-SWITCH
012817     END-READ.
012820     CLOSE PARM-FILE.
012823     IF WS-PARM-EOF
012826         GO TO 1100-EXIT.
012829     IF PARM-RERUN-OVERRIDE EQUAL TO 'RERUN'
012832         MOVE 'Y' TO WS-FR-RERUN-SWITCH
012835     END-IF.
012838     MOVE PARM-STALE-DAYS TO WS-STALE-IN.
012841     INSPECT WS-STALE-IN REPLACING LEADING SPACES BY ZEROS.
012844     IF WS-STALE-IN NUMERIC
012847         IF WS-STALE-NUM GREATER THAN ZERO
012850             MOVE WS-STALE-NUM TO WS-STALE-DAYS
012853         END-IF
012856     END-IF.
012859     MOVE PARM-UTIL-PERCENT TO WS-PERCENT-IN.
012862     INSPECT WS-PERCENT-IN REPLACING LEADING SPACES BY ZEROS.
012865     IF WS-PERCENT-IN NUMERIC
012868         IF WS-PERCENT-NUM GREATER THAN ZERO
012871             MOVE WS-PERCENT-NUM TO WS-UTIL-PERCENT
012874         END-IF
012877     END-IF.
012880 1100-EXIT.
012883     EXIT.
012900 1500-PRESCAN-FILE.
013000     MOVE ZERO TO WS-SCAN-COUNT.
013100     MOVE ZERO TO WS-SCAN-HASH.
014300         GO TO 1500-REWIND.
014400     MOVE AP-HDR-SOURCE TO CH-SOURCE.
014500     MOVE AP-HDR-BUS-DATE TO CH-BUS-DATE.
014510     MOVE AP-HDR-SOURCE TO WS-FR-SOURCE.
014520     MOVE AP-HDR-BUS-DATE TO WS-FR-BUS-DATE.
014600     WRITE REPORT-RECORD FROM CTL-HEADER-LINE.
014700     PERFORM 3000-READ-ACTIVITY-RECORD THRU 3000-EXIT.
014800     PERFORM 1600-PRESCAN-RECORD THRU 1600-EXIT
019900     END-IF.
020000 1600-EXIT.
020100     EXIT.
020105 1700-CHECK-REGISTER.
020110     MOVE 'PAYIN' TO WS-FR-FEED-NAME.
020115     MOVE 'CBZACTP' TO WS-FR-JOB-NAME.
020120     MOVE WS-TRL-COUNT TO WS-FR-RECORD-COUNT.
020125     MOVE WS-TRL-HASH TO WS-FR-HASH-TOTAL.
020130     PERFORM 8700-CHECK-FILE-REGISTER THRU 8700-EXIT.
020135     IF WS-FR-REFUSED
020140         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
020145         MOVE WS-FR-MESSAGE TO WS-CTL-MESSAGE
020150         GO TO 1700-EXIT.
020155     IF WS-FR-WARNING
020160         MOVE WS-FR-MESSAGE TO RW-MESSAGE
020165         MOVE WS-FR-LAST-DATE TO RW-LAST-DATE
020170         WRITE REPORT-RECORD FROM REGISTER-WARN-LINE
020175     END-IF.
020180 1700-EXIT.
020185     EXIT.
020200 2000-PROCESS-RECORD.
020300     IF AP-TRL-ID EQUAL TO 'TRL'
020400         MOVE 'Y' TO WS-EOF-SWITCH
023400         MOVE 'Y' TO WS-REJECT-SWITCH
023500         MOVE 'MISSING POSTING DATE' TO WS-REJECT-REASON
023600         GO TO 4000-EXIT.
023610     PERFORM 4100-CHECK-POST-DATE THRU 4100-EXIT.
023620     IF WS-RECORD-REJECTED
023630         GO TO 4000-EXIT.
023700     IF AP-AMOUNT NOT NUMERIC
023800        OR AP-AMOUNT EQUAL TO ZERO
023900         MOVE 'Y' TO WS-REJECT-SWITCH
024800         MOVE 'Y' TO WS-REJECT-SWITCH
024900         MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
025000         GO TO 4000-EXIT.
025010     PERFORM 4900-LIMIT-IN-FORCE THRU 4900-EXIT.
025100     PERFORM 4600-CONVERT-AMOUNT THRU 4600-EXIT.
025110     IF WS-RECORD-REJECTED
025120         GO TO 4000-EXIT.
025130     IF WS-ACCT-AMOUNT GREATER THAN H1-PAYMENT-LIMIT
025200         MOVE 'Y' TO WS-REJECT-SWITCH
025300         MOVE 'AMOUNT EXCEEDS PAYMENT LIMIT'
025400              TO WS-REJECT-REASON
025410         GO TO 4000-EXIT.
025420     PERFORM 4800-TOTAL-FOR-DAY THRU 4800-EXIT.
025430     IF WS-DAY-TOTAL GREATER THAN H1-PAYMENT-LIMIT
025440         MOVE 'Y' TO WS-REJECT-SWITCH
025450         MOVE 'DAILY TOTAL EXCEEDS PAYMENT LIMIT'
025460              TO WS-REJECT-REASON
025500     END-IF.
025600 4000-EXIT.
025700     EXIT.
025702******************************************************************
025704*    A POST_DATE AFTER THE FILE'S BUSINESS DATE IS IN THE        *
025706*    FUTURE.  OTHERWISE THE DATE MUST BE A BUSINESS DAY ON       *
025708*    COREBK.CBZ_BUS_CALENDAR - A DATE NOT ON THE CALENDAR, OR    *
025710*    ONE ONLY CARRYING THE BATCH OVERRIDE, IS NOT.               *
025712******************************************************************
025714 4100-CHECK-POST-DATE.
025716     IF AP-POST-DATE GREATER THAN WS-LATEST-POST-DATE
025718         MOVE 'Y' TO WS-REJECT-SWITCH
025720         MOVE 'POST DATE IN THE FUTURE' TO WS-REJECT-REASON
025722         GO TO 4100-EXIT.
025724     MOVE SPACES TO BC-DAY-TYPE.
025726     EXEC SQL
025728          SELECT DAY_TYPE
025730            INTO :BC-DAY-TYPE
025732            FROM COREBK.CBZ_BUS_CALENDAR
025734           WHERE CAL_DATE = :AP-POST-DATE
025736     END-EXEC.
025738     IF SQLCODE LESS THAN ZERO
025740         MOVE 'Y' TO WS-REJECT-SWITCH
025742         MOVE 'INVALID POSTING DATE' TO WS-REJECT-REASON
025744         GO TO 4100-EXIT.
025746     IF SQLCODE EQUAL TO 100
025748        OR BC-DAY-TYPE NOT EQUAL TO 'B'
025750         MOVE 'Y' TO WS-REJECT-SWITCH
025752         MOVE 'POST DATE NOT A BUSINESS DAY' TO WS-REJECT-REASON
025754     END-IF.
025756 4100-EXIT.
025758     EXIT.
025800 4500-MASTER-LOOKUP.
025900     MOVE AP-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
026000     EXEC SQL
026100          SELECT ACCOUNT_STATUS, PAYMENT_LIMIT,
026200                 LAST_ACTIVITY_DATE, CURRENCY
026300            INTO :H1-ACCOUNT-STATUS, :H1-PAYMENT-LIMIT,
026400                 :H1-LAST-ACTIVITY-DATE, :H1-CURRENCY
026500            FROM COREBK.CBS_ACCT_MSTR_DTL
026600           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
026700     END-EXEC.
026800 4500-EXIT.
026900     EXIT.
026901 4600-CONVERT-AMOUNT.
026902     MOVE 'N' TO WS-CONVERTED-SWITCH.
026903     MOVE AP-AMOUNT TO WS-ACCT-AMOUNT.
026904     IF AP-CURRENCY EQUAL TO SPACES
026905        OR AP-CURRENCY EQUAL TO H1-CURRENCY
026906         GO TO 4600-EXIT.
026907     MOVE AP-CURRENCY TO FX-CURRENCY-CODE.
026908     PERFORM 4700-LOOKUP-RATE THRU 4700-EXIT.
026909     IF NOT WS-RATE-FOUND
026910         MOVE 'Y' TO WS-REJECT-SWITCH
026911         MOVE 'NO CURRENT FX RATE FOR ITEM CURRENCY'
026912              TO WS-REJECT-REASON
026913         GO TO 4600-EXIT.
026914     MOVE FX-RATE-TO-BASE TO WS-ITEM-RATE.
026915     MOVE H1-CURRENCY TO FX-CURRENCY-CODE.
026916     PERFORM 4700-LOOKUP-RATE THRU 4700-EXIT.
026917     IF NOT WS-RATE-FOUND
026918         MOVE 'Y' TO WS-REJECT-SWITCH
026919         MOVE 'NO CURRENT FX RATE FOR ACCOUNT CURRENCY'
026920              TO WS-REJECT-REASON
026921         GO TO 4600-EXIT.
026922     COMPUTE WS-ACCT-AMOUNT ROUNDED =
026923             AP-AMOUNT * WS-ITEM-RATE / FX-RATE-TO-BASE.
026924     MOVE 'Y' TO WS-CONVERTED-SWITCH.
026925 4600-EXIT.
026926     EXIT.
026927 4700-LOOKUP-RATE.
026928     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
026929     MOVE ZERO TO FX-RATE-TO-BASE.
026930     MOVE SPACES TO FX-EFF-DATE.
026931     EXEC SQL
026932          SELECT RATE_TO_BASE, CHAR(EFF_DATE)
026933            INTO :FX-RATE-TO-BASE, :FX-EFF-DATE
026934            FROM COREBK.CBZ_FX_RATE
026935           WHERE CURRENCY_CODE = :FX-CURRENCY-CODE
026936     END-EXEC.
026937     IF SQLCODE EQUAL TO ZERO
026938        AND FX-EFF-DATE NOT LESS THAN WS-CUTOFF-DATE
026939        AND FX-RATE-TO-BASE GREATER THAN ZERO
026940         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
026941     END-IF.
026942 4700-EXIT.
026943     EXIT.
026944 4800-TOTAL-FOR-DAY.
026945     MOVE AP-ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER.
026946     MOVE AP-POST-DATE TO AC-POST-DATE.
026947     EXEC SQL
026948          SELECT VALUE(SUM(ACCT_AMOUNT), 0)
026949            INTO :WS-DAY-POSTED
026950            FROM COREBK.CBZ_ACCT_ACTIVITY
026951           WHERE ACCOUNT_NUMBER = :AC-ACCOUNT-NUMBER
026952             AND POST_DATE = :AC-POST-DATE
026953     END-EXEC.
026954     IF SQLCODE NOT EQUAL TO ZERO
026955         MOVE ZERO TO WS-DAY-POSTED
026956     END-IF.
026957     COMPUTE WS-DAY-TOTAL = WS-DAY-POSTED + WS-ACCT-AMOUNT.
026958 4800-EXIT.
026959     EXIT.
026960******************************************************************
026961*    THE LIMIT IN FORCE ON THE ITEM'S POST_DATE.  A TEMPORARY    *
026962*    LIMIT WHOSE WINDOW COVERS THE DATE APPLIES WHETHER OR NOT   *
026963*    CBZTLIM HAS SWITCHED IT YET; WHILE ONE IS IN FORCE, A DATE  *
026964*    OUTSIDE ITS WINDOW TAKES THE LIMIT IT REPLACED.  OTHERWISE  *
026965*    THE MASTER PAYMENT_LIMIT STANDS.                            *
026966******************************************************************
026967 4900-LIMIT-IN-FORCE.
026968     MOVE AP-ACCOUNT-NUMBER TO TM-ACCOUNT-NUMBER.
026969     EXEC SQL
026970          SELECT TEMP_LIMIT
026971            INTO :TM-TEMP-LIMIT
026972            FROM COREBK.CBZ_TEMP_LIMIT
026973           WHERE ACCOUNT_NUMBER = :TM-ACCOUNT-NUMBER
026974             AND LIMIT_STATUS IN ('SCHD', 'ACTV', 'DONE')
026975             AND START_DATE <= :AP-POST-DATE
026976             AND END_DATE >= :AP-POST-DATE
026977     END-EXEC.
026978     IF SQLCODE EQUAL TO ZERO
026979         MOVE TM-TEMP-LIMIT TO H1-PAYMENT-LIMIT
026980         GO TO 4900-EXIT.
026981     EXEC SQL
026982          SELECT ORIG_LIMIT
026983            INTO :TM-ORIG-LIMIT
026984            FROM COREBK.CBZ_TEMP_LIMIT
026985           WHERE ACCOUNT_NUMBER = :TM-ACCOUNT-NUMBER
026986             AND LIMIT_STATUS = 'ACTV'
026987     END-EXEC.
026988     IF SQLCODE EQUAL TO ZERO
026989         MOVE TM-ORIG-LIMIT TO H1-PAYMENT-LIMIT
026990     END-IF.
026991 4900-EXIT.
026992     EXIT.
027000 5000-WRITE-REJECT-LINE.
027100     ADD 1 TO WS-REJECT-COUNT.
027200     MOVE AP-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER.
027300     MOVE AP-AMOUNT TO RL-AMOUNT.
027310     MOVE AP-CURRENCY TO RL-CURRENCY.
027400     MOVE WS-REJECT-REASON TO RL-REASON.
027500     WRITE REPORT-RECORD FROM REJECT-LINE.
027600 5000-EXIT.
028000     MOVE AP-POST-DATE      TO AC-POST-DATE.
028100     MOVE AP-AMOUNT         TO AC-AMOUNT.
028200     MOVE AP-CURRENCY       TO AC-CURRENCY.
028210     MOVE WS-ACCT-AMOUNT    TO AC-ACCT-AMOUNT.
028300     MOVE AP-CHANNEL        TO AC-CHANNEL.
028310     IF AC-CURRENCY EQUAL TO SPACES
028320         MOVE H1-CURRENCY TO AC-CURRENCY
028330     END-IF.
028400     EXEC SQL
028500          INSERT INTO COREBK.CBZ_ACCT_ACTIVITY
028600             (ACCOUNT_NUMBER, POST_DATE, AMOUNT, CURRENCY,
028610              ACCT_AMOUNT, CHANNEL, LOAD_TIMESTAMP)
028800          VALUES
028900             (:AC-ACCOUNT-NUMBER, :AC-POST-DATE, :AC-AMOUNT,
029000              :AC-CURRENCY, :AC-ACCT-AMOUNT, :AC-CHANNEL,
029010              CURRENT TIMESTAMP)
029100     END-EXEC.
029200     IF SQLCODE NOT EQUAL TO ZERO
029300         MOVE 'DATABASE REJECTED THE ITEM' TO WS-REJECT-REASON
029400         PERFORM 5000-WRITE-REJECT-LINE THRU 5000-EXIT
029500         GO TO 6000-EXIT.
029600     ADD 1 TO WS-ACCEPT-COUNT.
029610     IF WS-ITEM-CONVERTED
029620         ADD 1 TO WS-CONVERT-COUNT
029630     END-IF.
029700     IF AP-POST-DATE GREATER THAN H1-LAST-ACTIVITY-DATE
029800         PERFORM 6500-ADVANCE-ACTIVITY-DATE THRU 6500-EXIT
029900     END-IF.
030000 6000-EXIT.
030100     EXIT.
030200 6500-ADVANCE-ACTIVITY-DATE.
030210     MOVE H1-LAST-ACTIVITY-DATE TO WS-OLD-ACTIVITY-DATE.
030300     MOVE AP-POST-DATE TO H1-LAST-ACTIVITY-DATE.
030400     MOVE 'CBZACTP' TO H1-UPD-USERID.
030500     EXEC SQL
031100     END-EXEC.
031200     IF SQLCODE EQUAL TO ZERO
031300         ADD 1 TO WS-ADVANCE-COUNT
031310         PERFORM 6600-WRITE-CHANGE-IMAGE THRU 6600-EXIT
031400     END-IF.
031500 6500-EXIT.
031600     EXIT.
031605 6600-WRITE-CHANGE-IMAGE.
031610     MOVE H1-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER.
031615     MOVE 'LAST_ACTIVITY_DATE' TO CI-COLUMN-NAME.
031620     MOVE WS-OLD-ACTIVITY-DATE TO CI-OLD-VALUE.
031625     MOVE H1-LAST-ACTIVITY-DATE TO CI-NEW-VALUE.
031630     MOVE 'ACTPOST' TO CI-ACTION-CODE.
031635     MOVE 'CBZACTP' TO CI-USERID.
031640     EXEC SQL
031645          INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
031650             (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
031655              OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
031660          VALUES
031665             (:CI-ACCOUNT-NUMBER, CURRENT TIMESTAMP,
031670              :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
031675              :CI-ACTION-CODE, :CI-USERID)
031680     END-EXEC.
031685 6600-EXIT.
031690     EXIT.
031700 8000-ABORT-RUN.
031800     MOVE WS-CTL-MESSAGE TO CE-MESSAGE.
031900     WRITE REPORT-RECORD FROM CTL-ERROR-LINE.
032000     CLOSE ACTIVITY-FILE.
032100     CLOSE REPORT-FILE.
032110     CLOSE UTIL-FILE.
032200     MOVE 8 TO RETURN-CODE.
032300 8000-EXIT.
032400     EXIT.
032900     WRITE REPORT-RECORD FROM SUMMARY-LINE.
033000     WRITE REPORT-RECORD FROM SUMMARY-LINE2.
033100     WRITE REPORT-RECORD FROM SUMMARY-LINE3.
033105     MOVE WS-CONVERT-COUNT TO SL-CONVERT-COUNT.
033108     WRITE REPORT-RECORD FROM SUMMARY-LINE4.
033110     PERFORM 8750-RECORD-FILE-REGISTER THRU 8750-EXIT.
033200     EXEC SQL COMMIT END-EXEC.
033210     PERFORM 7000-UTILISATION-REPORT THRU 7000-EXIT.
033300     CLOSE ACTIVITY-FILE.
033400     CLOSE REPORT-FILE.
033405     CLOSE UTIL-FILE.
033410     IF WS-FR-WARNING
033420         MOVE 4 TO RETURN-CODE
033430     END-IF.
033500 9000-EXIT.
033600     EXIT.
033610 7000-UTILISATION-REPORT.
033620     MOVE 'N' TO WS-UTIL-EOF-SWITCH.
033630     MOVE 'Y' TO WS-FIRST-UTIL-SWITCH.
033640     EXEC SQL
033650          OPEN UTIL-CSR
033660     END-EXEC.
033670     PERFORM 7200-FETCH-UTIL-ROW THRU 7200-EXIT.
033680     PERFORM 7100-PROCESS-UTIL-ROW THRU 7100-EXIT
033690         UNTIL WS-UTIL-EOF.
033700     IF NOT WS-FIRST-UTIL
033710         PERFORM 7300-PRINT-UTIL-BREAK THRU 7300-EXIT
033720     END-IF.
033730     EXEC SQL
033740          CLOSE UTIL-CSR
033750     END-EXEC.
033760     MOVE WS-UTIL-COUNT TO UT-UTIL-COUNT.
033770     WRITE UTIL-RECORD FROM UTIL-TOTAL-LINE.
033780 7000-EXIT.
033790     EXIT.
033800 7100-PROCESS-UTIL-ROW.
033810     IF WS-FIRST-UTIL
033820         MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
033830         MOVE 'N' TO WS-FIRST-UTIL-SWITCH
033840     ELSE
033850         IF H1-BASE-BRANCH NOT EQUAL TO WS-BREAK-BRANCH
033860             PERFORM 7300-PRINT-UTIL-BREAK THRU 7300-EXIT
033870             MOVE H1-BASE-BRANCH TO WS-BREAK-BRANCH
033880         END-IF
033890     END-IF.
033900     COMPUTE WS-USED-PERCENT ROUNDED =
033910             WS-DAY-TOTAL * 100 / H1-PAYMENT-LIMIT.
033920     MOVE H1-BASE-BRANCH TO UD-BRANCH.
033930     MOVE H1-ACCOUNT-NUMBER TO UD-ACCOUNT-NUMBER.
033940     MOVE AC-POST-DATE TO UD-POST-DATE.
033950     MOVE H1-CURRENCY TO UD-CURRENCY.
033960     MOVE H1-PAYMENT-LIMIT TO UD-PAYMENT-LIMIT.
033970     MOVE WS-DAY-TOTAL TO UD-DAY-TOTAL.
033980     MOVE WS-USED-PERCENT TO UD-USED-PERCENT.
033990     WRITE UTIL-RECORD FROM UTIL-DETAIL-LINE.
034000     ADD 1 TO WS-BRANCH-UTIL-COUNT.
034010     ADD 1 TO WS-UTIL-COUNT.
034020     PERFORM 7200-FETCH-UTIL-ROW THRU 7200-EXIT.
034030 7100-EXIT.
034040     EXIT.
034050 7200-FETCH-UTIL-ROW.
034060     EXEC SQL
034070          FETCH UTIL-CSR
034080          INTO :H1-BASE-BRANCH, :H1-ACCOUNT-NUMBER,
034090               :AC-POST-DATE, :H1-CURRENCY, :H1-PAYMENT-LIMIT,
034100               :WS-DAY-TOTAL
034110     END-EXEC.
034120     IF SQLCODE NOT EQUAL TO ZERO
034130         MOVE 'Y' TO WS-UTIL-EOF-SWITCH
034140     END-IF.
034150 7200-EXIT.
034160     EXIT.
034170 7300-PRINT-UTIL-BREAK.
034180     MOVE WS-BREAK-BRANCH TO UB-BRANCH.
034190     MOVE WS-BRANCH-UTIL-COUNT TO UB-UTIL-COUNT.
034200     WRITE UTIL-RECORD FROM UTIL-BRANCH-LINE.
034210     MOVE ZERO TO WS-BRANCH-UTIL-COUNT.
034220 7300-EXIT.
034230     EXIT.
035000 COPY CBZFRCK.
