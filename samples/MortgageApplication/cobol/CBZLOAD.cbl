003199*                     CONTROL ENTIRELY - A DAYTIME RESUBMISSION  *
003200*                     MUST NOT OPEN THE BATCHWIN ONLINE FREEZE   *
003201*                     OR DISTURB THE NIGHTLY CHAIN'S ROWS.       *
003211*    10/15/26   RV    AN UPDATE OF AN EXISTING ACCOUNT NOW READS *
003221*                     THE CURRENT ROW FIRST AND WRITES A         *
003231*                     CBZ_ACCT_CHG_IMAGE ROW (ACTION ONBDLOAD)   *
003241*                     FOR EACH COLUMN THE EXTRACT CHANGES.       *
003251*    10/15/26   RV    REJECTS A DETAIL WHOSE CUSTOMER_ID HAS     *
003261*                     BEEN RETIRED BY A CBZCMRG CUSTOMER MERGE   *
003271*                     (KYC_STATUS MERGD).                        *
003273*    10/15/26   RV    CHECKS ONBDIN AGAINST THE                  *
003275*                     CBZ_FILE_REGISTER INBOUND FILE REGISTER    *
003277*                     (CBZFRCK) AFTER THE PRESCAN: A FILE        *
003279*                     ALREADY APPLIED OR DATED BEFORE THE LAST   *
003281*                     ONE FOR THE BRANCH IS REFUSED RC=8 UNLESS  *
003283*                     THE PARM CARD CARRIES RERUN IN COLUMNS     *
003285*                     19-23; A SKIPPED BUSINESS DATE IS WARNED   *
003287*                     RC=4.  RESUB RUNS REGISTER AS FEED         *
003289*                     ONBDRSUB.                                  *
003290*    10/15/26   RV    LD-BASE-BRANCH NOW VALIDATED AGAINST THE   *
003291*                     COREBK.CBZ_BRANCH_REF BRANCH TABLE - THE   *
003292*                     CODE MUST BE ON FILE AND OPEN - SO A TYPO  *
003293*                     CAN NO LONGER CREATE A NEW BRANCH; THE     *
003294*                     LAST GOOD BRANCH IS CACHED.                *
003299******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
006100     05  PARM-COMMIT-INTERVAL    PIC X(05).
006200     05  FILLER                  PIC X(01).
006300     05  PARM-TOLERANCE-PCT      PIC X(03).
006400     05  FILLER                  PIC X(01).
006410     05  PARM-RERUN-OVERRIDE     PIC X(05).
006420     05  FILLER                  PIC X(57).
006500 WORKING-STORAGE SECTION.
006600 01  WS-SWITCHES.
006700     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
007800         88  WS-HDR-SEEN         VALUE 'Y'.
007900     05  WS-TRL-SEEN-SWITCH      PIC X(01) VALUE 'N'.
008000         88  WS-TRL-SEEN         VALUE 'Y'.
008010     05  WS-MASTER-FOUND-SWITCH  PIC X(01) VALUE 'N'.
008020         88  WS-MASTER-FOUND     VALUE 'Y'.
008100 01  WS-COUNTERS.
008200     05  WS-ACCEPT-COUNT         PIC 9(07) COMP VALUE ZERO.
008300     05  WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
010100 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
010200 01  WS-CURRENCY-IN              PIC X(03) VALUE SPACES.
010300 01  WS-LAST-GOOD-CURRENCY       PIC X(03) VALUE SPACES.
010305 01  WS-LAST-GOOD-BRANCH         PIC X(20) VALUE SPACES.
010310 01  WS-LAST-GOOD-CUSTOMER       PIC 9(09) VALUE ZERO.
010311 01  WS-KYC-MERGED               PIC X(05) VALUE 'MERGD'.
010312 01  WS-LAST-PROD-CODE           PIC X(05) VALUE SPACES.
010313 01  WS-CURR-MATCH-SWITCH        PIC X(01) VALUE 'N'.
010314     88  WS-CURR-MATCHED         VALUE 'Y'.
010500 01  WS-TOL-WORK                 PIC 9(13) COMP VALUE ZERO.
010600 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
010700 01  WS-STATUS-PENDING           PIC X(10) VALUE 'PENDING'.
010705 01  WS-OLD-MASTER.
010710     05  WS-OLD-BASE-BRANCH      PIC X(20).
010715     05  WS-OLD-ACCOUNT-NAME     PIC X(50).
010720     05  WS-OLD-PRODUCT-CODE     PIC X(05).
010725     05  WS-OLD-CUSTOMER-ID      PIC 9(09).
010730     05  WS-OLD-ACCOUNT-STATUS   PIC X(10).
010735     05  WS-OLD-PAYMENT-LIMIT    PIC 9(09).
010740     05  WS-OLD-CURRENCY         PIC X(03).
010745     05  WS-OLD-COMPLIANCE       PIC X(05).
010750     05  WS-OLD-ACTIVITY-DATE    PIC X(10).
010800 01  HEADER-LINE.
010900     05  FILLER                  PIC X(80) VALUE
011000         'CBZLOAD - BRANCH ACCOUNT ONBOARDING LOAD REPORT'.
014600         'CONTROL FAILURE  : '.
014700     05  CE-MESSAGE              PIC X(40).
014800     05  FILLER                  PIC X(20) VALUE SPACES.
014810 01  REGISTER-WARN-LINE.
014820     05  FILLER                  PIC X(20) VALUE
014830         'REGISTER WARNING : '.
014840     05  RW-MESSAGE              PIC X(40).
014850     05  FILLER                  PIC X(02) VALUE SPACES.
014860     05  RW-LAST-DATE            PIC X(10).
014870     05  FILLER                  PIC X(08) VALUE SPACES.
014900 01  CTL-COUNT-LINE.
015000     05  FILLER                  PIC X(20) VALUE
015100         'TRAILER/SCANNED  : '.
015952     COPY CBZPROD.
015960     COPY CBZBRUN.
015970     COPY CBZBSQW.
015980     COPY CBZCHGI.
015985     COPY CBZFREG.
015990     COPY CBZFRCW.
015995     COPY CBZBRCH.
016000 PROCEDURE DIVISION.
016100 0000-MAINLINE.
016105     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
018600     PERFORM 1500-PRESCAN-FILE THRU 1500-EXIT.
018700     IF WS-CTL-ERROR
018800         GO TO 1000-EXIT.
018802     PERFORM 1700-CHECK-REGISTER THRU 1700-EXIT.
018804     IF WS-CTL-ERROR
018806         GO TO 1000-EXIT.
018810     INITIALIZE RY-HEADER-RECORD.
018820     MOVE 'HDR' TO RY-HDR-ID.
018830     MOVE WS-HDR-BRANCH TO RY-HDR-BRANCH.
022500             MOVE WS-TOLERANCE-NUM TO WS-TOLERANCE-PCT
022600         END-IF
022700     END-IF.
022710     IF PARM-RERUN-OVERRIDE EQUAL TO 'RERUN'
022720         MOVE 'Y' TO WS-FR-RERUN-SWITCH
022730     END-IF.
022800 1100-EXIT.
022900     EXIT.
023000 1200-POSITION-CHECKPOINT.
034000     END-IF.
034100 1600-EXIT.
034200     EXIT.
034202 1700-CHECK-REGISTER.
034210     IF WS-MODE-RESUB
034212         MOVE 'ONBDRSUB' TO WS-FR-FEED-NAME
034214     ELSE
034216         MOVE 'ONBDIN' TO WS-FR-FEED-NAME
034218     END-IF.
034220     MOVE 'CBZLOAD' TO WS-FR-JOB-NAME.
034222     MOVE WS-HDR-BRANCH TO WS-FR-SOURCE.
034224     MOVE WS-HDR-BUS-DATE TO WS-FR-BUS-DATE.
034226     MOVE WS-TRL-COUNT TO WS-FR-RECORD-COUNT.
034228     MOVE WS-TRL-HASH TO WS-FR-HASH-TOTAL.
034230     PERFORM 8700-CHECK-FILE-REGISTER THRU 8700-EXIT.
034232     IF WS-FR-REFUSED
034234         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
034236         MOVE WS-FR-MESSAGE TO WS-CTL-MESSAGE
034238         GO TO 1700-EXIT.
034240     IF WS-FR-WARNING
034242         MOVE WS-FR-MESSAGE TO RW-MESSAGE
034244         MOVE WS-FR-LAST-DATE TO RW-LAST-DATE
034246         WRITE REPORT-RECORD FROM REGISTER-WARN-LINE
034248     END-IF.
034250 1700-EXIT.
034252     EXIT.
034300 2000-PROCESS-RECORD.
034400     IF LD-TRL-ID EQUAL TO 'TRL'
034500         MOVE 'Y' TO WS-EOF-SWITCH
039840     IF NOT WS-RECORD-REJECTED
039850         PERFORM 4700-CHECK-PRODUCT THRU 4700-EXIT
039860     END-IF.
039870     IF NOT WS-RECORD-REJECTED
039880         PERFORM 4050-CHECK-BRANCH THRU 4050-EXIT
039890     END-IF.
039900     IF LD-ACCOUNT-STATUS EQUAL TO SPACES
040000         MOVE WS-STATUS-PENDING TO LD-ACCOUNT-STATUS
040100     END-IF.
040200 4000-EXIT.
040300     EXIT.
040302 4050-CHECK-BRANCH.
040304     IF LD-BASE-BRANCH EQUAL TO WS-LAST-GOOD-BRANCH
040306         GO TO 4050-EXIT.
040308     MOVE LD-BASE-BRANCH TO BH-BRANCH-CODE.
040310     EXEC SQL
040312          SELECT OPEN_FLAG
040314            INTO :BH-OPEN-FLAG
040316            FROM COREBK.CBZ_BRANCH_REF
040318           WHERE BRANCH_CODE = :BH-BRANCH-CODE
040320     END-EXEC.
040322     IF SQLCODE NOT EQUAL TO ZERO
040324         MOVE 'Y' TO WS-REJECT-SWITCH
040326         MOVE 'BRANCH NOT ON BRANCH TABLE' TO WS-REJECT-REASON
040328         GO TO 4050-EXIT.
040330     IF BH-OPEN-FLAG NOT EQUAL TO 'Y'
040332         MOVE 'Y' TO WS-REJECT-SWITCH
040334         MOVE 'BRANCH IS CLOSED' TO WS-REJECT-REASON
040336     ELSE
040338         MOVE LD-BASE-BRANCH TO WS-LAST-GOOD-BRANCH
040340     END-IF.
040342 4050-EXIT.
040344     EXIT.
040400 4500-CHECK-CURRENCY.
040500     MOVE LD-CURRENCY TO WS-CURRENCY-IN.
040600     IF WS-CURRENCY-IN EQUAL TO WS-LAST-GOOD-CURRENCY
042252            FROM COREBK.CBZ_CUST_MSTR
042256           WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
042260     END-EXEC.
042264     IF SQLCODE NOT EQUAL TO ZERO
042265         MOVE 'Y' TO WS-REJECT-SWITCH
042266         MOVE 'UNKNOWN CUSTOMER ID' TO WS-REJECT-REASON
042267         GO TO 4600-EXIT.
042268     IF CM-KYC-STATUS EQUAL TO WS-KYC-MERGED
042272         MOVE 'Y' TO WS-REJECT-SWITCH
042276         MOVE 'CUSTOMER RETIRED BY MERGE' TO WS-REJECT-REASON
042280     ELSE
042282         MOVE LD-CUSTOMER-ID TO WS-LAST-GOOD-CUSTOMER
042284     END-IF.
042288 4600-EXIT.
042292     EXIT.
043200 5500-EXIT.
043210     EXIT.
043220 6000-UPSERT-ACCOUNT.
043225     PERFORM 6050-SAVE-OLD-MASTER THRU 6050-EXIT.
043230     MOVE LD-ACCOUNT-NUMBER     TO H1-ACCOUNT-NUMBER.
043240     MOVE LD-BASE-BRANCH        TO H1-BASE-BRANCH.
043250     MOVE LD-ACCOUNT-NAME       TO H1-ACCOUNT-NAME.
043650     END-IF.
043660     IF SQLCODE EQUAL TO ZERO
043670         ADD 1 TO WS-ACCEPT-COUNT
043672         IF WS-MASTER-FOUND
043674             PERFORM 6100-WRITE-LOAD-IMAGES THRU 6100-EXIT
043676         END-IF
043680     ELSE
043690         MOVE 'DATABASE REJECTED THE RECORD' TO WS-REJECT-REASON
043700         PERFORM 5000-WRITE-REJECT-LINE THRU 5000-EXIT
044210          DELETE FROM COREBK.CBZ_LOAD_CKPT_LOG
044220           WHERE JOB_NAME = :LC-JOB-NAME
044230     END-EXEC.
044235     PERFORM 8750-RECORD-FILE-REGISTER THRU 8750-EXIT.
044240     EXEC SQL COMMIT END-EXEC.
044250     CLOSE ONBOARD-FILE.
044260     CLOSE RECYCLE-FILE.
044270     CLOSE REPORT-FILE.
044272     IF WS-FR-WARNING AND RETURN-CODE LESS THAN 4
044274         MOVE 4 TO RETURN-CODE
044276     END-IF.
044280 9000-EXIT.
044290     EXIT.
044295 6050-SAVE-OLD-MASTER.
044300     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
044305     MOVE LD-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
044310     EXEC SQL
044315          SELECT BASE_BRANCH, ACCOUNT_NAME, PRODUCT_CODE,
044320                 CUSTOMER_ID, ACCOUNT_STATUS, PAYMENT_LIMIT,
044325                 CURRENCY, COMPLIANCE_STATUS, LAST_ACTIVITY_DATE
044330            INTO :H1-BASE-BRANCH, :H1-ACCOUNT-NAME,
044335                 :H1-PRODUCT-CODE, :H1-CUSTOMER-ID,
044340                 :H1-ACCOUNT-STATUS, :H1-PAYMENT-LIMIT,
044345                 :H1-CURRENCY, :H1-COMPLIANCE-STATUS,
044350                 :H1-LAST-ACTIVITY-DATE
044355            FROM COREBK.CBS_ACCT_MSTR_DTL
044360           WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
044365     END-EXEC.
044370     IF SQLCODE NOT EQUAL TO ZERO
044375         GO TO 6050-EXIT.
044380     MOVE 'Y' TO WS-MASTER-FOUND-SWITCH.
044385     MOVE H1-BASE-BRANCH        TO WS-OLD-BASE-BRANCH.
044390     MOVE H1-ACCOUNT-NAME       TO WS-OLD-ACCOUNT-NAME.
044395     MOVE H1-PRODUCT-CODE       TO WS-OLD-PRODUCT-CODE.
044400     MOVE H1-CUSTOMER-ID        TO WS-OLD-CUSTOMER-ID.
044405     MOVE H1-ACCOUNT-STATUS     TO WS-OLD-ACCOUNT-STATUS.
044410     MOVE H1-PAYMENT-LIMIT      TO WS-OLD-PAYMENT-LIMIT.
044415     MOVE H1-CURRENCY           TO WS-OLD-CURRENCY.
044420     MOVE H1-COMPLIANCE-STATUS  TO WS-OLD-COMPLIANCE.
044425     MOVE H1-LAST-ACTIVITY-DATE TO WS-OLD-ACTIVITY-DATE.
044430 6050-EXIT.
044435     EXIT.
044440 6100-WRITE-LOAD-IMAGES.
044445     IF LD-BASE-BRANCH NOT EQUAL TO WS-OLD-BASE-BRANCH
044450         MOVE 'BASE_BRANCH' TO CI-COLUMN-NAME
044455         MOVE WS-OLD-BASE-BRANCH TO CI-OLD-VALUE
044460         MOVE LD-BASE-BRANCH TO CI-NEW-VALUE
044465         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044470     END-IF.
044475     IF LD-ACCOUNT-NAME NOT EQUAL TO WS-OLD-ACCOUNT-NAME
044480         MOVE 'ACCOUNT_NAME' TO CI-COLUMN-NAME
044485         MOVE WS-OLD-ACCOUNT-NAME TO CI-OLD-VALUE
044490         MOVE LD-ACCOUNT-NAME TO CI-NEW-VALUE
044495         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044500     END-IF.
044505     IF LD-PRODUCT-CODE NOT EQUAL TO WS-OLD-PRODUCT-CODE
044510         MOVE 'PRODUCT_CODE' TO CI-COLUMN-NAME
044515         MOVE WS-OLD-PRODUCT-CODE TO CI-OLD-VALUE
044520         MOVE LD-PRODUCT-CODE TO CI-NEW-VALUE
044525         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044530     END-IF.
044535     IF LD-CUSTOMER-ID NOT EQUAL TO WS-OLD-CUSTOMER-ID
044540         MOVE 'CUSTOMER_ID' TO CI-COLUMN-NAME
044545         MOVE WS-OLD-CUSTOMER-ID TO CI-OLD-VALUE
044550         MOVE LD-CUSTOMER-ID TO CI-NEW-VALUE
044555         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044560     END-IF.
044565     IF LD-ACCOUNT-STATUS NOT EQUAL TO WS-OLD-ACCOUNT-STATUS
044570         MOVE 'ACCOUNT_STATUS' TO CI-COLUMN-NAME
044575         MOVE WS-OLD-ACCOUNT-STATUS TO CI-OLD-VALUE
044580         MOVE LD-ACCOUNT-STATUS TO CI-NEW-VALUE
044585         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044590     END-IF.
044595     IF LD-PAYMENT-LIMIT NOT EQUAL TO WS-OLD-PAYMENT-LIMIT
044600         MOVE 'PAYMENT_LIMIT' TO CI-COLUMN-NAME
044605         MOVE WS-OLD-PAYMENT-LIMIT TO CI-OLD-VALUE
044610         MOVE LD-PAYMENT-LIMIT TO CI-NEW-VALUE
044615         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044620     END-IF.
044625     IF LD-CURRENCY NOT EQUAL TO WS-OLD-CURRENCY
044630         MOVE 'CURRENCY' TO CI-COLUMN-NAME
044635         MOVE WS-OLD-CURRENCY TO CI-OLD-VALUE
044640         MOVE LD-CURRENCY TO CI-NEW-VALUE
044645         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044650     END-IF.
044655     IF LD-COMPLIANCE-STATUS NOT EQUAL TO WS-OLD-COMPLIANCE
044660         MOVE 'COMPLIANCE_STATUS' TO CI-COLUMN-NAME
044665         MOVE WS-OLD-COMPLIANCE TO CI-OLD-VALUE
044670         MOVE LD-COMPLIANCE-STATUS TO CI-NEW-VALUE
044675         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044680     END-IF.
044685     IF LD-LAST-ACTIVITY-DATE NOT EQUAL TO WS-OLD-ACTIVITY-DATE
044690         MOVE 'LAST_ACTIVITY_DATE' TO CI-COLUMN-NAME
044695         MOVE WS-OLD-ACTIVITY-DATE TO CI-OLD-VALUE
044700         MOVE LD-LAST-ACTIVITY-DATE TO CI-NEW-VALUE
044705         PERFORM 6150-WRITE-CHANGE-IMAGE THRU 6150-EXIT
044710     END-IF.
044715 6100-EXIT.
044720     EXIT.
044725 6150-WRITE-CHANGE-IMAGE.
044730     MOVE LD-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER.
044735     MOVE 'ONBDLOAD' TO CI-ACTION-CODE.
044740     MOVE 'CBZLOAD' TO CI-USERID.
044745     EXEC SQL
044750          INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
044755             (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
044760              OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
044765          VALUES
044770             (:CI-ACCOUNT-NUMBER, CURRENT TIMESTAMP,
044775              :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
044780              :CI-ACTION-CODE, :CI-USERID)
044785     END-EXEC.
044790 6150-EXIT.
044795     EXIT.
045000 COPY CBZBSEQ.
045010 COPY CBZFRCK.
