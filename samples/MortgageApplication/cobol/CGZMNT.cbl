               COPY CBZCURR.
               COPY CBZPROD.
               COPY CBZBRUN.
               COPY CBZCHGI.
               COPY CBZTMPL.
         01 WS-COMMAREA.
            05 WS-COMM-MODE      PIC X(04).
            05 FILLER            PIC X(96).
        01 WS-AUDIT-BRANCH PIC X(20).
        01 WS-MESSAGE PIC X(45).
        01 WS-NEW-STATUS PIC X(10).
        01 WS-OLD-STATUS PIC X(10).
        01 WS-OLD-ACTIVITY-DATE PIC X(10).
        01 WS-IMAGE-NUM PIC 9(09).
        01 WS-PERMANENT-DATE PIC X(10) VALUE '0001-01-01'.
        01 WS-TODAY-DATE PIC X(10).
        01 WS-TEMP-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-TEMP-SWITCH PIC X(01) VALUE 'N'.
           88 WS-TEMP-REQUEST VALUE 'Y'.
        01 WS-STATUS-SUSPENDED PIC X(10) VALUE 'SUSPENDED'.
        01 WS-STATUS-CLOSED PIC X(10) VALUE 'CLOSED'.
        01 WS-STATUS-DORMANT PIC X(10) VALUE 'DORMANT'.
        01 WS-STATUS-ACTIVE PIC X(10) VALUE 'ACTIVE'.
        01 WS-DORMANT-DAYS PIC S9(9) COMP VALUE ZERO.
        01 WS-DAYS-EDIT PIC ZZZZ9.
        01 WS-CAL-ROWS PIC S9(9) COMP VALUE ZERO.
        01 WS-BUSINESS-DAYS PIC S9(9) COMP VALUE ZERO.
        01 WS-CHANGE-SWITCH PIC X(01) VALUE 'N'.
           88 WS-CHANGE-ENTERED VALUE 'Y'.
        01 WS-OPERATOR-SWITCH PIC X(01) VALUE 'Y'.
                    (ACCOUNT_NUMBER, NEW_ACCOUNT_NAME,
                     NEW_PRODUCT_CODE, NEW_PAYMENT_LIMIT,
                     NEW_CURRENCY, MAKER_ID, MAKER_TIMESTAMP,
                     BRANCH, TEMP_START_DATE, TEMP_END_DATE)
                 VALUES
                    (:MP-ACCOUNT-NUMBER, :MP-NEW-ACCOUNT-NAME,
                     :MP-NEW-PRODUCT-CODE, :MP-NEW-PAYMENT-LIMIT,
                     :MP-NEW-CURRENCY, :MP-MAKER-ID,
                     :MP-MAKER-TIMESTAMP, :MP-BRANCH,
                     :MP-TEMP-START-DATE, :MP-TEMP-END-DATE)
            END-EXEC.
            IF SQLCODE EQUAL TO ZERO
                MOVE MP-BRANCH TO WS-AUDIT-BRANCH
                PERFORM POPULATE-MASTER-FIELDS THRU
                        POPULATE-MASTER-FIELDS-EXIT
                IF WS-TEMP-REQUEST
                    MOVE 'TLIMMAKE' TO WS-AUDIT-ACTION
                    MOVE MP-TEMP-START-DATE TO MTSTRO
                    MOVE MP-TEMP-END-DATE TO MTENDO
                    MOVE 'TEMPORARY LIMIT PARKED - AWAITING APPROVAL'
                         TO MMSGO
                ELSE
                    MOVE 'MAINTMAKE' TO WS-AUDIT-ACTION
                    MOVE 'CHANGE PARKED - AWAITING APPROVAL' TO MMSGO
                END-IF
                PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
            ELSE
                MOVE 'CHANGE COULD NOT BE PARKED - TRY AGAIN'
                     TO MMSGO
            MOVE H1-PRODUCT-CODE TO MP-NEW-PRODUCT-CODE.
            MOVE H1-PAYMENT-LIMIT TO MP-NEW-PAYMENT-LIMIT.
            MOVE H1-CURRENCY TO MP-NEW-CURRENCY.
            MOVE WS-PERMANENT-DATE TO MP-TEMP-START-DATE.
            MOVE WS-PERMANENT-DATE TO MP-TEMP-END-DATE.
            MOVE 'N' TO WS-TEMP-SWITCH.
            IF MNAMEI NOT EQUAL TO SPACES
               AND MNAMEI NOT EQUAL TO LOW-VALUES
                MOVE 'Y' TO WS-CHANGE-SWITCH
                    MOVE 'INVALID CURRENCY CODE' TO WS-MESSAGE
                END-IF
            END-IF.
            IF (MTSTRI NOT EQUAL TO SPACES
                AND MTSTRI NOT EQUAL TO LOW-VALUES)
               OR (MTENDI NOT EQUAL TO SPACES
                AND MTENDI NOT EQUAL TO LOW-VALUES)
                MOVE 'Y' TO WS-CHANGE-SWITCH
                MOVE 'Y' TO WS-TEMP-SWITCH
            END-IF.
            IF WS-MESSAGE EQUAL TO SPACES
               AND MP-NEW-PAYMENT-LIMIT NOT EQUAL TO H1-PAYMENT-LIMIT
                PERFORM TEMP-LIMIT-COUNT THRU TEMP-LIMIT-COUNT-EXIT
                IF WS-TEMP-COUNT GREATER THAN ZERO
                    IF WS-TEMP-REQUEST
                        MOVE 'TEMPORARY LIMIT ALREADY ON FILE'
                             TO WS-MESSAGE
                    ELSE
                        MOVE 'TEMPORARY LIMIT ON FILE - LIMIT LOCKED'
                             TO WS-MESSAGE
                    END-IF
                END-IF
            END-IF.
            IF WS-TEMP-REQUEST
               AND WS-MESSAGE EQUAL TO SPACES
                PERFORM EDIT-TEMP-LIMIT THRU EDIT-TEMP-LIMIT-EXIT
            END-IF.
            IF WS-CHANGE-ENTERED
               AND WS-MESSAGE EQUAL TO SPACES
                PERFORM PRODUCT-RULES-CHECK THRU
            END-IF.
       EDIT-CHANGES-EXIT.
            EXIT.
       EDIT-TEMP-LIMIT.
            IF MTSTRI EQUAL TO SPACES OR MTSTRI EQUAL TO LOW-VALUES
               OR MTENDI EQUAL TO SPACES OR MTENDI EQUAL TO LOW-VALUES
                MOVE 'KEY BOTH TEMPORARY START AND END DATES'
                     TO WS-MESSAGE
                GO TO EDIT-TEMP-LIMIT-EXIT.
            IF MLIMITI EQUAL TO SPACES OR MLIMITI EQUAL TO LOW-VALUES
                MOVE 'KEY THE TEMPORARY PAYMENT LIMIT' TO WS-MESSAGE
                GO TO EDIT-TEMP-LIMIT-EXIT.
            IF MP-NEW-ACCOUNT-NAME NOT EQUAL TO H1-ACCOUNT-NAME
               OR MP-NEW-PRODUCT-CODE NOT EQUAL TO H1-PRODUCT-CODE
               OR MP-NEW-CURRENCY NOT EQUAL TO H1-CURRENCY
                MOVE 'TEMPORARY CHANGE IS FOR LIMIT ONLY'
                     TO WS-MESSAGE
                GO TO EDIT-TEMP-LIMIT-EXIT.
            IF MP-NEW-PAYMENT-LIMIT EQUAL TO H1-PAYMENT-LIMIT
                MOVE 'TEMPORARY LIMIT SAME AS CURRENT LIMIT'
                     TO WS-MESSAGE
                GO TO EDIT-TEMP-LIMIT-EXIT.
            MOVE MTSTRI TO MP-TEMP-START-DATE.
            MOVE MTENDI TO MP-TEMP-END-DATE.
            EXEC SQL
                 SET :MP-TEMP-START-DATE =
                     CHAR(DATE(:MP-TEMP-START-DATE), ISO)
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'INVALID TEMPORARY START DATE - YYYY-MM-DD'
                     TO WS-MESSAGE
                GO TO EDIT-TEMP-LIMIT-EXIT.
            EXEC SQL
                 SET :MP-TEMP-END-DATE =
                     CHAR(DATE(:MP-TEMP-END-DATE), ISO)
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'INVALID TEMPORARY END DATE - YYYY-MM-DD'
                     TO WS-MESSAGE
                GO TO EDIT-TEMP-LIMIT-EXIT.
            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT.
            IF MP-TEMP-START-DATE LESS THAN WS-TODAY-DATE
                MOVE 'TEMPORARY START DATE IS IN THE PAST'
                     TO WS-MESSAGE
                GO TO EDIT-TEMP-LIMIT-EXIT.
            IF MP-TEMP-END-DATE LESS THAN MP-TEMP-START-DATE
                MOVE 'TEMPORARY END DATE IS BEFORE START DATE'
                     TO WS-MESSAGE
                GO TO EDIT-TEMP-LIMIT-EXIT.
       EDIT-TEMP-LIMIT-EXIT.
            EXIT.
       TEMP-LIMIT-COUNT.
            MOVE H1-ACCOUNT-NUMBER TO TM-ACCOUNT-NUMBER.
            MOVE ZERO TO WS-TEMP-COUNT.
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-TEMP-COUNT
                   FROM COREBK.CBZ_TEMP_LIMIT
                  WHERE ACCOUNT_NUMBER = :TM-ACCOUNT-NUMBER
                    AND LIMIT_STATUS IN ('SCHD', 'ACTV')
            END-EXEC.
       TEMP-LIMIT-COUNT-EXIT.
            EXIT.
       GET-TODAY-DATE.
            EXEC SQL
                 SET :WS-TODAY-DATE = CHAR(CURRENT DATE, ISO)
            END-EXEC.
       GET-TODAY-DATE-EXIT.
            EXIT.
       PRODUCT-RULES-CHECK.
            MOVE MP-NEW-PRODUCT-CODE TO PR-PRODUCT-CODE.
            MOVE SPACE TO PR-ACTIVE-FLAG.
                MOVE 'ACCOUNT IS CLOSED - CHANGE NOT APPLIED'
                     TO MMSGO
                GO TO APPROVE-PARA-EXIT.
            IF H1-UPD-TIMESTAMP GREATER THAN MP-MAKER-TIMESTAMP
                PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT
                IF SQLCODE EQUAL TO ZERO
                    MOVE 'MAINTSTALE' TO WS-AUDIT-ACTION
                    MOVE MP-BRANCH TO WS-AUDIT-BRANCH
                    PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT
                    PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                END-IF
                PERFORM POPULATE-MASTER-FIELDS THRU
                        POPULATE-MASTER-FIELDS-EXIT
                MOVE 'ACCOUNT CHANGED SINCE KEYED - MAKER RE-KEY'
                     TO MMSGO
                GO TO APPROVE-PARA-EXIT.
            IF MP-TEMP-START-DATE NOT EQUAL TO WS-PERMANENT-DATE
                PERFORM APPROVE-TEMP-LIMIT THRU
                        APPROVE-TEMP-LIMIT-EXIT
                GO TO APPROVE-PARA-EXIT.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE EIBUSER TO H1-UPD-USERID.
            MOVE WS-TIMESTAMP TO H1-UPD-TIMESTAMP.
                MOVE 'MAINTAPPR' TO WS-AUDIT-ACTION
                MOVE MP-BRANCH TO WS-AUDIT-BRANCH
                PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                PERFORM WRITE-MAINT-IMAGES THRU
                        WRITE-MAINT-IMAGES-EXIT
                MOVE MP-NEW-ACCOUNT-NAME TO H1-ACCOUNT-NAME
                MOVE MP-NEW-PRODUCT-CODE TO H1-PRODUCT-CODE
                MOVE MP-NEW-PAYMENT-LIMIT TO H1-PAYMENT-LIMIT
            END-IF.
       APPROVE-PARA-EXIT.
            EXIT.
       APPROVE-TEMP-LIMIT.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE MP-BRANCH TO WS-AUDIT-BRANCH.
            PERFORM POPULATE-MASTER-FIELDS THRU
                    POPULATE-MASTER-FIELDS-EXIT.
            MOVE MP-TEMP-START-DATE TO MTSTRO.
            MOVE MP-TEMP-END-DATE TO MTENDO.
            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT.
            IF MP-TEMP-END-DATE LESS THAN WS-TODAY-DATE
                PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT
                IF SQLCODE EQUAL TO ZERO
                    MOVE 'TLIMSTALE' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                END-IF
                MOVE 'TEMPORARY PERIOD HAS ENDED - MAKER RE-KEY'
                     TO MMSGO
                GO TO APPROVE-TEMP-LIMIT-EXIT.
            PERFORM TEMP-LIMIT-COUNT THRU TEMP-LIMIT-COUNT-EXIT.
            IF WS-TEMP-COUNT GREATER THAN ZERO
                MOVE 'TEMPORARY LIMIT ALREADY ON FILE' TO MMSGO
                GO TO APPROVE-TEMP-LIMIT-EXIT.
            MOVE MP-ACCOUNT-NUMBER TO TM-ACCOUNT-NUMBER.
            MOVE MP-TEMP-START-DATE TO TM-START-DATE.
            MOVE MP-TEMP-END-DATE TO TM-END-DATE.
            MOVE MP-NEW-PAYMENT-LIMIT TO TM-TEMP-LIMIT.
            MOVE H1-PAYMENT-LIMIT TO TM-ORIG-LIMIT.
            MOVE 'SCHD' TO TM-LIMIT-STATUS.
            MOVE MP-MAKER-ID TO TM-MAKER-ID.
            MOVE EIBUSER TO TM-APPROVER-ID.
            MOVE WS-TIMESTAMP TO TM-APPROVE-TIMESTAMP.
            MOVE WS-TIMESTAMP TO TM-STATUS-TIMESTAMP.
            EXEC SQL
                 INSERT INTO COREBK.CBZ_TEMP_LIMIT
                    (ACCOUNT_NUMBER, START_DATE, END_DATE,
                     TEMP_LIMIT, ORIG_LIMIT, LIMIT_STATUS,
                     MAKER_ID, APPROVER_ID, APPROVE_TIMESTAMP,
                     STATUS_TIMESTAMP)
                 VALUES
                    (:TM-ACCOUNT-NUMBER, :TM-START-DATE,
                     :TM-END-DATE, :TM-TEMP-LIMIT, :TM-ORIG-LIMIT,
                     :TM-LIMIT-STATUS, :TM-MAKER-ID,
                     :TM-APPROVER-ID, :TM-APPROVE-TIMESTAMP,
                     :TM-STATUS-TIMESTAMP)
            END-EXEC.
            IF SQLCODE EQUAL TO ZERO
                PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT
                MOVE 'TLIMAPPR' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                MOVE 'TEMPORARY LIMIT APPROVED AND SCHEDULED'
                     TO MMSGO
            ELSE
                MOVE 'APPROVAL UPDATE FAILED - TRY AGAIN' TO MMSGO
            END-IF.
       APPROVE-TEMP-LIMIT-EXIT.
            EXIT.
       REJECT-PARA.
            MOVE MACCTI TO WS-ACCOUNT-NO-T.
            PERFORM PENDING-LOOKUP THRU PENDING-LOOKUP-EXIT.
                 SELECT ACCOUNT_NUMBER, NEW_ACCOUNT_NAME,
                        NEW_PRODUCT_CODE, NEW_PAYMENT_LIMIT,
                        NEW_CURRENCY, MAKER_ID, MAKER_TIMESTAMP,
                        BRANCH, TEMP_START_DATE, TEMP_END_DATE
                   INTO :MP-ACCOUNT-NUMBER, :MP-NEW-ACCOUNT-NAME,
                        :MP-NEW-PRODUCT-CODE, :MP-NEW-PAYMENT-LIMIT,
                        :MP-NEW-CURRENCY, :MP-MAKER-ID,
                        :MP-MAKER-TIMESTAMP, :MP-BRANCH,
                        :MP-TEMP-START-DATE, :MP-TEMP-END-DATE
                   FROM COREBK.CBZ_ACCT_MAINT_PEND
                  WHERE ACCOUNT_NUMBER = :MP-ACCOUNT-NUMBER
            END-EXEC.
                        POPULATE-MASTER-FIELDS-EXIT
                MOVE 'ACCOUNT ALREADY SUSPENDED' TO MMSGO
                GO TO STATUS-CHANGE-PARA-EXIT.
            MOVE H1-ACCOUNT-STATUS TO WS-OLD-STATUS.
            MOVE WS-NEW-STATUS TO H1-ACCOUNT-STATUS.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE EIBUSER TO H1-UPD-USERID.
                END-IF
                MOVE H1-BASE-BRANCH TO WS-AUDIT-BRANCH
                PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                PERFORM WRITE-STATUS-IMAGE THRU
                        WRITE-STATUS-IMAGE-EXIT
                PERFORM POPULATE-MASTER-FIELDS THRU
                        POPULATE-MASTER-FIELDS-EXIT
                IF WS-NEW-STATUS EQUAL TO WS-STATUS-CLOSED
                     DAYS(CURRENT DATE) -
                     DAYS(DATE(:H1-LAST-ACTIVITY-DATE))
            END-EXEC.
            PERFORM DORMANT-BUSINESS-DAYS THRU
                    DORMANT-BUSINESS-DAYS-EXIT.
            PERFORM POPULATE-MASTER-FIELDS THRU
                    POPULATE-MASTER-FIELDS-EXIT.
            IF MRSNI EQUAL TO SPACES OR MRSNI EQUAL TO LOW-VALUES
                MOVE SPACES TO MMSGO
                IF WS-CAL-ROWS EQUAL TO WS-DORMANT-DAYS + 1
                    MOVE WS-BUSINESS-DAYS TO WS-DAYS-EDIT
                    STRING 'DORMANT ' WS-DAYS-EDIT ' BDAYS SINCE '
                           H1-LAST-ACTIVITY-DATE ' KEY RSN'
                           DELIMITED BY SIZE INTO MMSGO
                ELSE
                    MOVE WS-DORMANT-DAYS TO WS-DAYS-EDIT
                    STRING 'DORMANT ' WS-DAYS-EDIT ' DAYS SINCE '
                           H1-LAST-ACTIVITY-DATE ' KEY RSN'
                           DELIMITED BY SIZE INTO MMSGO
                END-IF
                GO TO REACTIVATE-PARA-EXIT.
            MOVE H1-ACCOUNT-STATUS TO WS-OLD-STATUS.
            MOVE H1-LAST-ACTIVITY-DATE TO WS-OLD-ACTIVITY-DATE.
            MOVE WS-STATUS-ACTIVE TO H1-ACCOUNT-STATUS.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE EIBUSER TO H1-UPD-USERID.
                       INTO WS-AUDIT-ACTION
                MOVE H1-BASE-BRANCH TO WS-AUDIT-BRANCH
                PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                PERFORM WRITE-STATUS-IMAGE THRU
                        WRITE-STATUS-IMAGE-EXIT
                MOVE 'LAST_ACTIVITY_DATE' TO CI-COLUMN-NAME
                MOVE WS-OLD-ACTIVITY-DATE TO CI-OLD-VALUE
                MOVE SPACES TO CI-NEW-VALUE
                STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD
                       DELIMITED BY SIZE INTO CI-NEW-VALUE
                PERFORM WRITE-CHANGE-IMAGE THRU
                        WRITE-CHANGE-IMAGE-EXIT
                PERFORM POPULATE-MASTER-FIELDS THRU
                        POPULATE-MASTER-FIELDS-EXIT
                MOVE 'ACCOUNT REACTIVATED' TO MMSGO
            END-IF.
       REACTIVATE-PARA-EXIT.
            EXIT.
       DORMANT-BUSINESS-DAYS.
            MOVE ZERO TO WS-CAL-ROWS.
            MOVE ZERO TO WS-BUSINESS-DAYS.
            EXEC SQL
                 SELECT COUNT(*),
                        VALUE(SUM(CASE WHEN DAY_TYPE = 'B'
                                        AND CAL_DATE >
                                 DATE(:H1-LAST-ACTIVITY-DATE)
                                       THEN 1 ELSE 0 END), 0)
                   INTO :WS-CAL-ROWS, :WS-BUSINESS-DAYS
                   FROM COREBK.CBZ_BUS_CALENDAR
                  WHERE CAL_DATE >= DATE(:H1-LAST-ACTIVITY-DATE)
                    AND CAL_DATE <= CURRENT DATE
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE ZERO TO WS-CAL-ROWS
            END-IF.
       DORMANT-BUSINESS-DAYS-EXIT.
            EXIT.
       WRITE-AUDIT-LOG.
            MOVE WS-ACCOUNT-NO-T TO AU-ACCOUNT-NUMBER
            MOVE WS-AUDIT-ACTION TO AU-ACTION-CODE
            END-EXEC.
       WRITE-AUDIT-LOG-EXIT.
            EXIT.
       WRITE-MAINT-IMAGES.
            IF MP-NEW-ACCOUNT-NAME NOT EQUAL TO H1-ACCOUNT-NAME
                MOVE 'ACCOUNT_NAME' TO CI-COLUMN-NAME
                MOVE H1-ACCOUNT-NAME TO CI-OLD-VALUE
                MOVE MP-NEW-ACCOUNT-NAME TO CI-NEW-VALUE
                PERFORM WRITE-CHANGE-IMAGE THRU
                        WRITE-CHANGE-IMAGE-EXIT
            END-IF.
            IF MP-NEW-PRODUCT-CODE NOT EQUAL TO H1-PRODUCT-CODE
                MOVE 'PRODUCT_CODE' TO CI-COLUMN-NAME
                MOVE H1-PRODUCT-CODE TO CI-OLD-VALUE
                MOVE MP-NEW-PRODUCT-CODE TO CI-NEW-VALUE
                PERFORM WRITE-CHANGE-IMAGE THRU
                        WRITE-CHANGE-IMAGE-EXIT
            END-IF.
            IF MP-NEW-PAYMENT-LIMIT NOT EQUAL TO H1-PAYMENT-LIMIT
                MOVE 'PAYMENT_LIMIT' TO CI-COLUMN-NAME
                MOVE H1-PAYMENT-LIMIT TO WS-IMAGE-NUM
                MOVE WS-IMAGE-NUM TO CI-OLD-VALUE
                MOVE MP-NEW-PAYMENT-LIMIT TO WS-IMAGE-NUM
                MOVE WS-IMAGE-NUM TO CI-NEW-VALUE
                PERFORM WRITE-CHANGE-IMAGE THRU
                        WRITE-CHANGE-IMAGE-EXIT
            END-IF.
            IF MP-NEW-CURRENCY NOT EQUAL TO H1-CURRENCY
                MOVE 'CURRENCY' TO CI-COLUMN-NAME
                MOVE H1-CURRENCY TO CI-OLD-VALUE
                MOVE MP-NEW-CURRENCY TO CI-NEW-VALUE
                PERFORM WRITE-CHANGE-IMAGE THRU
                        WRITE-CHANGE-IMAGE-EXIT
            END-IF.
       WRITE-MAINT-IMAGES-EXIT.
            EXIT.
       WRITE-STATUS-IMAGE.
            MOVE 'ACCOUNT_STATUS' TO CI-COLUMN-NAME
            MOVE WS-OLD-STATUS TO CI-OLD-VALUE
            MOVE H1-ACCOUNT-STATUS TO CI-NEW-VALUE
            PERFORM WRITE-CHANGE-IMAGE THRU WRITE-CHANGE-IMAGE-EXIT.
       WRITE-STATUS-IMAGE-EXIT.
            EXIT.
       WRITE-CHANGE-IMAGE.
            MOVE WS-ACCOUNT-NO-T TO CI-ACCOUNT-NUMBER
            MOVE WS-TIMESTAMP TO CI-CHANGE-TIMESTAMP
            MOVE WS-AUDIT-ACTION TO CI-ACTION-CODE
            MOVE EIBUSER TO CI-USERID
            EXEC SQL
                 INSERT INTO COREBK.CBZ_ACCT_CHG_IMAGE
                    (ACCOUNT_NUMBER, CHANGE_TIMESTAMP, COLUMN_NAME,
                     OLD_VALUE, NEW_VALUE, ACTION_CODE, USERID)
                 VALUES
                    (:CI-ACCOUNT-NUMBER, :CI-CHANGE-TIMESTAMP,
                     :CI-COLUMN-NAME, :CI-OLD-VALUE, :CI-NEW-VALUE,
                     :CI-ACTION-CODE, :CI-USERID)
            END-EXEC.
       WRITE-CHANGE-IMAGE-EXIT.
            EXIT.
       POPULATE-MASTER-FIELDS.
            MOVE H1-ACCOUNT-NAME TO MNAMEO
            MOVE H1-PRODUCT-CODE TO MPRODO
