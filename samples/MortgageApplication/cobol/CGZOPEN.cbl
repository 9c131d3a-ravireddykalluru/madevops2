       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGZOPEN.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               COPY DFHAID.
               COPY CBZMAP.
               EXEC SQL INCLUDE SQLCA END-EXEC.
               COPY CBSMST.
               COPY CBZAUDT.
               COPY CBZOPRA.
               COPY CBZCUST.
               COPY CBZCURR.
               COPY CBZPROD.
               COPY CBZACRG.
               COPY CBZBRUN.
               COPY CBZBRCH.
         01 WS-COMMAREA.
            05 WS-COMM-MODE      PIC X(04).
            05 WS-COMM-LAST-ACCT PIC S9(18).
            05 FILLER            PIC X(78).
        01 WS-ACCOUNT-NO-T PIC S9(18).
        01 WS-ACCOUNT-NO-DISP PIC 9(12).
        01 WS-ACCOUNT-NO-IN PIC X(12).
        01 WS-ACCOUNT-NO-IN-NUM REDEFINES WS-ACCOUNT-NO-IN PIC 9(12).
        01 WS-CUST-IN PIC X(09).
        01 WS-CUST-IN-NUM REDEFINES WS-CUST-IN PIC 9(09).
        01 WS-LIMIT-IN PIC X(15).
        01 WS-LIMIT-IN-NUM REDEFINES WS-LIMIT-IN PIC 9(15).
        01 WS-MAX-LIMIT PIC 9(15) VALUE 999999999.
        01 WS-MESSAGE PIC X(45).
        01 WS-STATUS-PENDING PIC X(10) VALUE 'PENDING'.
        01 WS-KYC-MERGED PIC X(05) VALUE 'MERGD'.
        01 WS-BRANCH-SECADMIN PIC X(20) VALUE 'SECADMIN'.
        01 WS-BRANCH-COMPLIANCE PIC X(20) VALUE 'COMPLIANCE'.
        01 WS-OPERATOR-SWITCH PIC X(01) VALUE 'Y'.
           88 WS-OPERATOR-AUTHORIZED VALUE 'Y'.
           88 WS-OPERATOR-NOT-AUTHORIZED VALUE 'N'.
        01 WS-AUTH-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-BRANCH-AUTH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-BRANCH-AUTHORIZED VALUE 'Y'.
           88 WS-BRANCH-NOT-AUTHORIZED VALUE 'N'.
        01 WS-ROLE-INQUIRY PIC X(10) VALUE 'INQUIRY'.
        01 WS-BATCH-WINDOW-SWITCH PIC X(01) VALUE 'N'.
           88 WS-BATCH-WINDOW-OPEN VALUE 'Y'.
        01 WS-BW-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-SQLCODE-ED PIC -(9)9.
        01 WS-CURR-MATCH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-CURR-MATCHED VALUE 'Y'.
        01 WS-AC-NDX PIC S9(4) COMP VALUE ZERO.
        01 WS-ALLOWED-CURR-TABLE.
           05 WS-ALLOWED-CURR-ENTRY OCCURS 10 PIC X(03).
        01 WS-BASE-NUMBER PIC 9(11).
        01 WS-BASE-DIGITS REDEFINES WS-BASE-NUMBER.
           05 WS-BASE-DIGIT OCCURS 11 PIC 9.
        01 WS-MAX-BASE-NUMBER PIC S9(18) COMP VALUE 99999999999.
        01 WS-CHECK-DIGIT PIC 9(01).
        01 WS-LUHN-NDX PIC S9(4) COMP VALUE ZERO.
        01 WS-LUHN-SUM PIC S9(4) COMP VALUE ZERO.
        01 WS-LUHN-WORK PIC S9(4) COMP VALUE ZERO.
        01 WS-LUHN-QUOT PIC S9(4) COMP VALUE ZERO.
        01 WS-LUHN-REM PIC S9(4) COMP VALUE ZERO.
        01 WS-LUHN-DOUBLE-SWITCH PIC X(01) VALUE 'Y'.
           88 WS-LUHN-DOUBLE VALUE 'Y'.
        01 WS-LIMIT-EDIT PIC Z(8)9.
        77 WS-ABS-DATE    PIC S9(10) COMP-3.
        01 WS-DATE.
           05 WS-MONTH   PIC 99.
           05 FILLER     PIC X(01).
           05 WS-DAY     PIC 99.
           05 FILLER     PIC X(01).
           05 WS-YEAR    PIC 99.
        01 WS-TIME.
           05 WS-HOUR    PIC 99.
           05 FILLER     PIC X(01).
           05 WS-MIN     PIC 99.
           05 FILLER     PIC X(01).
           05 WS-SEC     PIC 99.
        01 WS-TS-DATE.
           05 WS-TS-YYYY PIC 9(4).
           05 WS-TS-MM   PIC 9(2).
           05 WS-TS-DD   PIC 9(2).
        01 WS-TS-TIME.
           05 WS-TS-HH   PIC 9(2).
           05 WS-TS-MI   PIC 9(2).
           05 WS-TS-SS   PIC 9(2).
        01 WS-TIMESTAMP PIC X(26).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(100).
       PROCEDURE DIVISION.
       MAIN-PARA.
            PERFORM EIB-PARA THRU EIB-EXIT.
             STOP RUN.
       EIB-PARA.
           IF EIBCALEN = 0
              PERFORM INIT-PARA THRU INIT-EXIT
           ELSE
             MOVE DFHCOMMAREA TO WS-COMMAREA
             EVALUATE WS-COMM-MODE
             WHEN 'COPN'
                PERFORM KEY-VALID THRU KEY-VALID-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPAGMO
                MOVE 'EXIT' TO MSGO
             END-EVALUATE
           END-IF.
       EIB-EXIT.
           EXIT.
       INIT-PARA.
           MOVE LOW-VALUES TO MAPAGMO
           MOVE 'OPEN ACCOUNT - KEY CUST ID, BRANCH, PRODUCT'
                TO MSGO
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO CDATEO
           MOVE WS-TIME TO CTIMEO
           PERFORM SEND-MAP THRU SEND-MAP-EXIT
           MOVE 'COPN' TO WS-COMM-MODE
           MOVE ZERO TO WS-COMM-LAST-ACCT
           PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       INIT-EXIT.
           EXIT.
       DATE-TIME.
             EXEC CICS ASKTIME ABSTIME(WS-ABS-DATE)
             END-EXEC.
             EXEC CICS FORMATTIME ABSTIME(WS-ABS-DATE)
             DDMMYY(WS-DATE)
             DATESEP('-')
             TIME(WS-TIME)
             TIMESEP(':')
             END-EXEC.
       DATE-TIME-EXIT.
             EXIT.
       BUILD-TIMESTAMP.
             EXEC CICS ASKTIME ABSTIME(WS-ABS-DATE)
             END-EXEC.
             EXEC CICS FORMATTIME ABSTIME(WS-ABS-DATE)
             YYYYMMDD(WS-TS-DATE)
             TIME(WS-TS-TIME)
             END-EXEC.
             STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD '-'
                    WS-TS-HH '.' WS-TS-MI '.' WS-TS-SS '.000000'
                    DELIMITED BY SIZE INTO WS-TIMESTAMP.
       BUILD-TIMESTAMP-EXIT.
             EXIT.
       SEND-MAP.
             EXEC CICS
             SEND MAP('MAPAGM') MAPSET('CBZMAP')
             FROM(MAPAGMO)
             ERASE
             END-EXEC.
       SEND-MAP-EXIT.
             EXIT.
       RETURN-CICS.
             EXEC CICS
             RETURN TRANSID('ZC79')
             COMMAREA(WS-COMMAREA)
             END-EXEC.
       RETURN-CICS-EXIT.
             EXIT.
       KEY-VALID.
             EVALUATE EIBAID
             WHEN DFHENTER
               MOVE LOW-VALUES TO MAPAGMO
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM OPEN-PARA THRU OPEN-PARA-EXIT
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF3
               EXEC CICS
                    SEND CONTROL FREEKB ERASE
               END-EXEC
               EXEC CICS
                    RETURN
               END-EXEC
             WHEN DFHPF6
               MOVE LOW-VALUES TO MAPAGMO
               MOVE ZERO TO WS-COMM-LAST-ACCT
               MOVE 'OPEN ACCOUNT - KEY CUST ID, BRANCH, PRODUCT'
                    TO MSGO
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPAGMO
                MOVE 'INVALID OPTION' TO MSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
             END-EVALUATE.
       KEY-VALID-EXIT.
             EXIT.
       RECEIVE-PARA.
             EXEC CICS
             RECEIVE MAP('MAPAGM') MAPSET('CBZMAP')
             INTO (MAPAGMI)
             END-EXEC.
       RECEIVE-PARA-EXIT.
             EXIT.
       SEND-ERROR-MSG.
             PERFORM DATE-TIME THRU DATE-TIME-EXIT
             MOVE WS-DATE TO CDATEO
             MOVE WS-TIME TO CTIMEO
             PERFORM SEND-MAP THRU SEND-MAP-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-ERROR-EXIT.
            EXIT.
       OPEN-PARA.
            PERFORM BATCH-WINDOW-CHECK THRU BATCH-WINDOW-CHECK-EXIT.
            IF WS-BATCH-WINDOW-OPEN
                MOVE 'BATCH WINDOW OPEN - TRY LATER' TO MSGO
                GO TO OPEN-PARA-EXIT.
            IF WS-COMM-LAST-ACCT NOT EQUAL TO ZERO
               AND ACCTI NUMERIC
                MOVE ACCTI TO WS-ACCOUNT-NO-IN
                IF WS-ACCOUNT-NO-IN-NUM EQUAL TO WS-COMM-LAST-ACCT
                    MOVE 'ACCOUNT ALREADY OPENED - PF6 FOR NEXT'
                         TO MSGO
                    GO TO OPEN-PARA-EXIT
                END-IF
            END-IF.
            IF BRANI EQUAL TO SPACES OR BRANI EQUAL TO LOW-VALUES
                MOVE 'BRANCH IS REQUIRED' TO MSGO
                GO TO OPEN-PARA-EXIT.
            IF BRANI EQUAL TO WS-BRANCH-SECADMIN
               OR BRANI EQUAL TO WS-BRANCH-COMPLIANCE
                MOVE 'BRANCH IS RESERVED' TO MSGO
                GO TO OPEN-PARA-EXIT.
            PERFORM BRANCH-REF-CHECK THRU BRANCH-REF-CHECK-EXIT.
            IF SQLCODE EQUAL TO 100
                MOVE 'BRANCH NOT ON BRANCH TABLE' TO MSGO
                GO TO OPEN-PARA-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE SQLCODE TO WS-SQLCODE-ED
                STRING 'BRANCH TABLE READ FAILED - SQLCODE '
                       DELIMITED BY SIZE
                       WS-SQLCODE-ED DELIMITED BY SIZE
                       INTO MSGO
                GO TO OPEN-PARA-EXIT.
            IF BH-OPEN-FLAG NOT EQUAL TO 'Y'
                MOVE 'BRANCH IS CLOSED' TO MSGO
                GO TO OPEN-PARA-EXIT.
            MOVE BRANI TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-OPERATOR-NOT-AUTHORIZED
                MOVE 'OPERATOR NOT AUTHORIZED FOR ANY BRANCH'
                     TO MSGO
                GO TO OPEN-PARA-EXIT.
            IF WS-BRANCH-NOT-AUTHORIZED
                MOVE 'OPERATOR NOT AUTHORIZED FOR THAT BRANCH'
                     TO MSGO
                GO TO OPEN-PARA-EXIT.
            IF OA-ROLE-LEVEL EQUAL TO WS-ROLE-INQUIRY
                MOVE 'INQUIRY ROLE - CANNOT OPEN ACCOUNTS' TO MSGO
                GO TO OPEN-PARA-EXIT.
            PERFORM EDIT-OPEN-FIELDS THRU EDIT-OPEN-FIELDS-EXIT.
            IF WS-MESSAGE NOT EQUAL TO SPACES
                MOVE WS-MESSAGE TO MSGO
                GO TO OPEN-PARA-EXIT.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            PERFORM ALLOCATE-ACCOUNT-NO THRU ALLOCATE-ACCOUNT-NO-EXIT.
            IF SQLCODE EQUAL TO 100
                MOVE 'NO ACCOUNT NUMBERS AVAILABLE FOR BRANCH'
                     TO MSGO
                GO TO OPEN-PARA-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'ACCOUNT NUMBER ALLOCATION FAILED' TO MSGO
                GO TO OPEN-PARA-EXIT.
            MOVE WS-ACCOUNT-NO-T TO H1-ACCOUNT-NUMBER.
            MOVE OA-BRANCH TO H1-BASE-BRANCH.
            MOVE WS-STATUS-PENDING TO H1-ACCOUNT-STATUS.
            MOVE EIBUSER TO H1-UPD-USERID.
            MOVE WS-TIMESTAMP TO H1-UPD-TIMESTAMP.
            EXEC SQL
                 INSERT INTO COREBK.CBS_ACCT_MSTR_DTL
                    (ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_NAME,
                     PRODUCT_CODE, CUSTOMER_ID, ACCOUNT_STATUS,
                     PAYMENT_LIMIT, CURRENCY, COMPLIANCE_STATUS,
                     LAST_ACTIVITY_DATE, UPD_USERID, UPD_TIMESTAMP)
                 VALUES
                    (:H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
                     :H1-ACCOUNT-NAME, :H1-PRODUCT-CODE,
                     :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS,
                     :H1-PAYMENT-LIMIT, :H1-CURRENCY,
                     :H1-COMPLIANCE-STATUS, CURRENT DATE,
                     :H1-UPD-USERID, :H1-UPD-TIMESTAMP)
            END-EXEC.
            IF SQLCODE EQUAL TO -803
                MOVE 'ACCT NO ALREADY ON FILE - PRESS ENTER AGAIN'
                     TO MSGO
                GO TO OPEN-PARA-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                EXEC CICS
                     SYNCPOINT ROLLBACK
                END-EXEC
                MOVE 'ACCOUNT OPEN FAILED - TRY AGAIN' TO MSGO
                GO TO OPEN-PARA-EXIT.
            PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT.
            MOVE WS-ACCOUNT-NO-T TO WS-COMM-LAST-ACCT.
            MOVE WS-ACCOUNT-NO-T TO WS-ACCOUNT-NO-DISP.
            MOVE WS-ACCOUNT-NO-DISP TO ACCTO.
            MOVE H1-ACCOUNT-NAME TO NAMEO.
            MOVE WS-CUST-IN TO IDO.
            PERFORM POPULATE-MASTER-FIELDS THRU
                    POPULATE-MASTER-FIELDS-EXIT.
            MOVE 'ACCOUNT OPENED PENDING - REGISTER ON ZC70'
                 TO MSGO.
       OPEN-PARA-EXIT.
            EXIT.
       EDIT-OPEN-FIELDS.
            MOVE SPACES TO WS-MESSAGE.
            MOVE IDI TO WS-CUST-IN.
            INSPECT WS-CUST-IN REPLACING LEADING SPACES BY ZEROS.
            IF WS-CUST-IN NOT NUMERIC
                MOVE 'CUSTOMER ID MUST BE NUMERIC' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            IF WS-CUST-IN-NUM EQUAL TO ZERO
                MOVE 'MISSING CUSTOMER ID' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            PERFORM CUSTOMER-LOOKUP THRU CUSTOMER-LOOKUP-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'UNKNOWN CUSTOMER ID' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            IF CM-KYC-STATUS EQUAL TO WS-KYC-MERGED
                MOVE 'CUSTOMER RETIRED BY MERGE' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            MOVE CM-CUSTOMER-ID TO H1-CUSTOMER-ID.
            MOVE CM-KYC-STATUS TO H1-COMPLIANCE-STATUS.
            MOVE CM-LEGAL-NAME TO H1-ACCOUNT-NAME.
            IF NAMEI NOT EQUAL TO SPACES
               AND NAMEI NOT EQUAL TO LOW-VALUES
                MOVE NAMEI TO H1-ACCOUNT-NAME
            END-IF.
            IF PRODI EQUAL TO SPACES OR PRODI EQUAL TO LOW-VALUES
                MOVE 'MISSING PRODUCT CODE' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            MOVE PRODI TO H1-PRODUCT-CODE.
            MOVE LIMITI TO WS-LIMIT-IN.
            INSPECT WS-LIMIT-IN REPLACING LEADING SPACES BY ZEROS.
            IF WS-LIMIT-IN NOT NUMERIC
                MOVE 'PAYMENT LIMIT MUST BE NUMERIC' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            IF WS-LIMIT-IN-NUM EQUAL TO ZERO
                MOVE 'PAYMENT LIMIT MUST BE GREATER THAN ZERO'
                     TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            IF WS-LIMIT-IN-NUM GREATER THAN WS-MAX-LIMIT
                MOVE 'PAYMENT LIMIT TOO LARGE' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            MOVE WS-LIMIT-IN-NUM TO H1-PAYMENT-LIMIT.
            IF CURRI EQUAL TO SPACES OR CURRI EQUAL TO LOW-VALUES
                MOVE 'INVALID CURRENCY CODE' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            PERFORM CURRENCY-LOOKUP THRU CURRENCY-LOOKUP-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
               OR CU-ACTIVE-FLAG NOT EQUAL TO 'Y'
                MOVE 'INVALID CURRENCY CODE' TO WS-MESSAGE
                GO TO EDIT-OPEN-FIELDS-EXIT.
            MOVE CURRI TO H1-CURRENCY.
            PERFORM PRODUCT-RULES-CHECK THRU PRODUCT-RULES-CHECK-EXIT.
       EDIT-OPEN-FIELDS-EXIT.
            EXIT.
       CUSTOMER-LOOKUP.
            MOVE WS-CUST-IN-NUM TO CM-CUSTOMER-ID.
            EXEC SQL
                 SELECT LEGAL_NAME, KYC_STATUS
                   INTO :CM-LEGAL-NAME, :CM-KYC-STATUS
                   FROM COREBK.CBZ_CUST_MSTR
                  WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
            END-EXEC.
       CUSTOMER-LOOKUP-EXIT.
            EXIT.
       PRODUCT-RULES-CHECK.
            MOVE H1-PRODUCT-CODE TO PR-PRODUCT-CODE.
            MOVE SPACE TO PR-ACTIVE-FLAG.
            EXEC SQL
                 SELECT PRODUCT_DESC, ACTIVE_FLAG,
                        MIN_PAYMENT_LIMIT, MAX_PAYMENT_LIMIT,
                        ALLOWED_CURRENCIES
                   INTO :PR-PRODUCT-DESC, :PR-ACTIVE-FLAG,
                        :PR-MIN-PAYMENT-LIMIT,
                        :PR-MAX-PAYMENT-LIMIT,
                        :PR-ALLOWED-CURRENCIES
                   FROM COREBK.CBZ_PRODUCT_REF
                  WHERE PRODUCT_CODE = :PR-PRODUCT-CODE
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
               OR PR-ACTIVE-FLAG NOT EQUAL TO 'Y'
                MOVE 'INVALID PRODUCT CODE' TO WS-MESSAGE
                GO TO PRODUCT-RULES-CHECK-EXIT.
            IF H1-PAYMENT-LIMIT LESS THAN PR-MIN-PAYMENT-LIMIT
                MOVE 'LIMIT BELOW PRODUCT MINIMUM' TO WS-MESSAGE
                GO TO PRODUCT-RULES-CHECK-EXIT.
            IF PR-MAX-PAYMENT-LIMIT GREATER THAN ZERO
               AND H1-PAYMENT-LIMIT GREATER THAN
                   PR-MAX-PAYMENT-LIMIT
                MOVE 'LIMIT ABOVE PRODUCT MAXIMUM' TO WS-MESSAGE
                GO TO PRODUCT-RULES-CHECK-EXIT.
            IF PR-ALLOWED-CURRENCIES NOT EQUAL TO SPACES
                MOVE PR-ALLOWED-CURRENCIES TO WS-ALLOWED-CURR-TABLE
                PERFORM CHECK-ALLOWED-CURR THRU
                        CHECK-ALLOWED-CURR-EXIT
                IF NOT WS-CURR-MATCHED
                    MOVE 'CURRENCY NOT ALLOWED FOR PRODUCT'
                         TO WS-MESSAGE
                END-IF
            END-IF.
       PRODUCT-RULES-CHECK-EXIT.
            EXIT.
       CHECK-ALLOWED-CURR.
            MOVE 'N' TO WS-CURR-MATCH-SWITCH.
            MOVE ZERO TO WS-AC-NDX.
            PERFORM SCAN-ALLOWED-CURR THRU SCAN-ALLOWED-CURR-EXIT
                UNTIL WS-CURR-MATCHED OR WS-AC-NDX NOT LESS THAN 10.
       CHECK-ALLOWED-CURR-EXIT.
            EXIT.
       SCAN-ALLOWED-CURR.
            ADD 1 TO WS-AC-NDX.
            IF WS-ALLOWED-CURR-ENTRY(WS-AC-NDX) EQUAL TO
               H1-CURRENCY
                MOVE 'Y' TO WS-CURR-MATCH-SWITCH
            END-IF.
       SCAN-ALLOWED-CURR-EXIT.
            EXIT.
       CURRENCY-LOOKUP.
            MOVE CURRI TO CU-CURRENCY-CODE.
            MOVE SPACE TO CU-ACTIVE-FLAG.
            EXEC SQL
                 SELECT ACTIVE_FLAG
                   INTO :CU-ACTIVE-FLAG
                   FROM COREBK.CBZ_CURRENCY_REF
                  WHERE CURRENCY_CODE = :CU-CURRENCY-CODE
            END-EXEC.
       CURRENCY-LOOKUP-EXIT.
            EXIT.
       ALLOCATE-ACCOUNT-NO.
            MOVE OA-BRANCH TO AR-BRANCH.
            MOVE EIBUSER TO AR-LAST-ALLOC-USERID.
            MOVE WS-TIMESTAMP TO AR-LAST-ALLOC-TIMESTAMP.
            EXEC SQL
                 UPDATE COREBK.CBZ_ACCT_NO_RANGE
                    SET NEXT_NUMBER = NEXT_NUMBER + 1,
                        LAST_ALLOC_USERID = :AR-LAST-ALLOC-USERID,
                        LAST_ALLOC_TIMESTAMP =
                            :AR-LAST-ALLOC-TIMESTAMP
                  WHERE BRANCH = :AR-BRANCH
                    AND NEXT_NUMBER <= RANGE_HIGH
                    AND NEXT_NUMBER <= :WS-MAX-BASE-NUMBER
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                GO TO ALLOCATE-ACCOUNT-NO-EXIT.
            EXEC SQL
                 SELECT NEXT_NUMBER - 1
                   INTO :AR-NEXT-NUMBER
                   FROM COREBK.CBZ_ACCT_NO_RANGE
                  WHERE BRANCH = :AR-BRANCH
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                GO TO ALLOCATE-ACCOUNT-NO-EXIT.
            MOVE AR-NEXT-NUMBER TO WS-BASE-NUMBER.
            PERFORM COMPUTE-CHECK-DIGIT THRU COMPUTE-CHECK-DIGIT-EXIT.
            COMPUTE WS-ACCOUNT-NO-T =
                    WS-BASE-NUMBER * 10 + WS-CHECK-DIGIT.
       ALLOCATE-ACCOUNT-NO-EXIT.
            EXIT.
       COMPUTE-CHECK-DIGIT.
            MOVE ZERO TO WS-LUHN-SUM.
            MOVE 12 TO WS-LUHN-NDX.
            MOVE 'Y' TO WS-LUHN-DOUBLE-SWITCH.
            PERFORM ADD-LUHN-DIGIT THRU ADD-LUHN-DIGIT-EXIT
                UNTIL WS-LUHN-NDX NOT GREATER THAN 1.
            DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT
                   REMAINDER WS-LUHN-REM.
            IF WS-LUHN-REM EQUAL TO ZERO
                MOVE ZERO TO WS-CHECK-DIGIT
            ELSE
                COMPUTE WS-CHECK-DIGIT = 10 - WS-LUHN-REM
            END-IF.
       COMPUTE-CHECK-DIGIT-EXIT.
            EXIT.
       ADD-LUHN-DIGIT.
            SUBTRACT 1 FROM WS-LUHN-NDX.
            MOVE WS-BASE-DIGIT(WS-LUHN-NDX) TO WS-LUHN-WORK.
            IF WS-LUHN-DOUBLE
                MULTIPLY 2 BY WS-LUHN-WORK
                IF WS-LUHN-WORK GREATER THAN 9
                    SUBTRACT 9 FROM WS-LUHN-WORK
                END-IF
                MOVE 'N' TO WS-LUHN-DOUBLE-SWITCH
            ELSE
                MOVE 'Y' TO WS-LUHN-DOUBLE-SWITCH
            END-IF.
            ADD WS-LUHN-WORK TO WS-LUHN-SUM.
       ADD-LUHN-DIGIT-EXIT.
            EXIT.
       WRITE-AUDIT-LOG.
            MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER
            MOVE 'OPEN' TO AU-ACTION-CODE
            MOVE H1-UPD-USERID TO AU-USERID
            MOVE H1-UPD-TIMESTAMP TO AU-LOG-TIMESTAMP
            MOVE H1-BASE-BRANCH TO AU-BRANCH
            EXEC SQL
                 INSERT INTO COREBK.CBZ_ACCT_AUDIT_LOG
                    (ACCOUNT_NUMBER, ACTION_CODE, USERID,
                     LOG_TIMESTAMP, BRANCH)
                 VALUES
                    (:AU-ACCOUNT-NUMBER, :AU-ACTION-CODE, :AU-USERID,
                     :AU-LOG-TIMESTAMP, :AU-BRANCH)
            END-EXEC.
       WRITE-AUDIT-LOG-EXIT.
            EXIT.
       POPULATE-MASTER-FIELDS.
            MOVE H1-BASE-BRANCH TO BRANO
            MOVE H1-PRODUCT-CODE TO PRODO
            MOVE H1-ACCOUNT-STATUS TO STATO
            MOVE H1-PAYMENT-LIMIT TO WS-LIMIT-EDIT
            STRING WS-LIMIT-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   H1-CURRENCY DELIMITED BY SIZE
                   INTO LIMITO
            MOVE H1-CURRENCY TO CURRO
            MOVE H1-COMPLIANCE-STATUS TO COMPO.
       POPULATE-MASTER-FIELDS-EXIT.
            EXIT.
       BATCH-WINDOW-CHECK.
            MOVE 'N' TO WS-BATCH-WINDOW-SWITCH.
            MOVE 'BATCHWIN' TO BR-JOB-NAME.
            MOVE ZERO TO WS-BW-COUNT.
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-BW-COUNT
                   FROM COREBK.CBZ_BATCH_RUN_CTL
                  WHERE JOB_NAME = :BR-JOB-NAME
                    AND RUN_STATUS = 'OPEN'
            END-EXEC.
            IF SQLCODE EQUAL TO ZERO
               AND WS-BW-COUNT GREATER THAN ZERO
                MOVE 'Y' TO WS-BATCH-WINDOW-SWITCH
            END-IF.
       BATCH-WINDOW-CHECK-EXIT.
            EXIT.
       BRANCH-REF-CHECK.
            MOVE BRANI TO BH-BRANCH-CODE.
            MOVE SPACES TO BH-OPEN-FLAG.
            EXEC SQL
                 SELECT OPEN_FLAG
                   INTO :BH-OPEN-FLAG
                   FROM COREBK.CBZ_BRANCH_REF
                  WHERE BRANCH_CODE = :BH-BRANCH-CODE
            END-EXEC.
       BRANCH-REF-CHECK-EXIT.
            EXIT.
       OPERATOR-LOOKUP.
            MOVE EIBUSER TO OA-OPERATOR-ID.
            MOVE ZERO TO WS-AUTH-COUNT.
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-AUTH-COUNT
                   FROM COREBK.CBZ_OPERATOR_AUTH
                  WHERE OPERATOR_ID = :OA-OPERATOR-ID
            END-EXEC.
            IF WS-AUTH-COUNT GREATER THAN ZERO
                MOVE 'Y' TO WS-OPERATOR-SWITCH
            ELSE
                MOVE 'N' TO WS-OPERATOR-SWITCH
            END-IF.
            MOVE SPACES TO OA-ROLE-LEVEL.
            MOVE 'N' TO WS-BRANCH-AUTH-SWITCH.
            IF WS-OPERATOR-AUTHORIZED
               AND OA-BRANCH NOT EQUAL TO SPACES
                EXEC SQL
                     SELECT ROLE_LEVEL
                       INTO :OA-ROLE-LEVEL
                       FROM COREBK.CBZ_OPERATOR_AUTH
                      WHERE OPERATOR_ID = :OA-OPERATOR-ID
                        AND BRANCH = :OA-BRANCH
                END-EXEC
                IF SQLCODE EQUAL TO ZERO
                    MOVE 'Y' TO WS-BRANCH-AUTH-SWITCH
                END-IF
            END-IF.
       OPERATOR-LOOKUP-EXIT.
            EXIT.
