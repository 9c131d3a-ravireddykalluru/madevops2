       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGZCUST.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               COPY DFHAID.
               COPY CBZCSTM.
               EXEC SQL INCLUDE SQLCA END-EXEC.
               COPY CBSMST.
               COPY CBZCUST.
               COPY CBZCSTP.
               COPY CBZAUDT.
               COPY CBZOPRA.
               COPY CBZBRUN.
         01 WS-COMMAREA.
            05 WS-COMM-MODE      PIC X(04).
            05 FILLER            PIC X(96).
        01 WS-CUSTOMER-NO-T PIC S9(9).
        01 WS-ACCOUNT-NO-T PIC S9(18).
        01 WS-AUDIT-ACTION PIC X(10).
        01 WS-AUDIT-BRANCH PIC X(20).
        01 WS-CUST-BRANCH PIC X(20).
        01 WS-MESSAGE PIC X(45).
        01 WS-KYC-MERGED PIC X(05) VALUE 'MERGD'.
        01 WS-CHANGE-SWITCH PIC X(01) VALUE 'N'.
           88 WS-CHANGE-ENTERED VALUE 'Y'.
        01 WS-FETCH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FETCH-DONE VALUE 'Y'.
        01 WS-OPERATOR-SWITCH PIC X(01) VALUE 'Y'.
           88 WS-OPERATOR-AUTHORIZED VALUE 'Y'.
           88 WS-OPERATOR-NOT-AUTHORIZED VALUE 'N'.
        01 WS-AUTH-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-BRANCH-AUTH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-BRANCH-AUTHORIZED VALUE 'Y'.
           88 WS-BRANCH-NOT-AUTHORIZED VALUE 'N'.
        01 WS-ROLE-INQUIRY PIC X(10) VALUE 'INQUIRY'.
        01 WS-ROLE-SUPER PIC X(10) VALUE 'SUPER'.
        01 WS-BATCH-WINDOW-SWITCH PIC X(01) VALUE 'N'.
           88 WS-BATCH-WINDOW-OPEN VALUE 'Y'.
        01 WS-BW-COUNT PIC S9(9) COMP VALUE ZERO.
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
           EXEC SQL
                DECLARE CUST-ACCT-CSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, BASE_BRANCH
                  FROM COREBK.CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.
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
             WHEN 'CCMT'
                PERFORM KEY-VALID THRU KEY-VALID-EXIT
             WHEN 'CCAP'
                PERFORM KEY-VALID THRU KEY-VALID-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPACSO
                MOVE 'EXIT' TO CMSGO
             END-EVALUATE
           END-IF.
       EIB-EXIT.
           EXIT.
       INIT-PARA.
           MOVE LOW-VALUES TO MAPACSO
           MOVE 'CUSTOMER MAINT - KEY CUST NO AND CHANGES' TO CMSGO
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO CDATEO
           MOVE WS-TIME TO CTIMEO
           PERFORM SEND-MAP THRU SEND-MAP-EXIT
           MOVE 'CCMT' TO WS-COMM-MODE
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
             SEND MAP('MAPACS') MAPSET('CBZCST')
             FROM(MAPACSO)
             ERASE
             END-EXEC.
       SEND-MAP-EXIT.
             EXIT.
       RETURN-CICS.
             EXEC CICS
             RETURN TRANSID('ZC80')
             COMMAREA(WS-COMMAREA)
             END-EXEC.
       RETURN-CICS-EXIT.
             EXIT.
       KEY-VALID.
             EVALUATE EIBAID
             WHEN DFHENTER
               MOVE LOW-VALUES TO MAPACSO
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               IF CCUSTI NOT NUMERIC THEN
                   MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO CMSGO
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   IF WS-COMM-MODE EQUAL TO 'CCAP' THEN
                       PERFORM APPROVE-PARA THRU APPROVE-PARA-EXIT
                   ELSE
                       PERFORM MAKER-PARA THRU MAKER-PARA-EXIT
                   END-IF
                   PERFORM DATE-TIME THRU DATE-TIME-EXIT
                   MOVE WS-DATE TO CDATEO
                   MOVE WS-TIME TO CTIMEO
                   PERFORM SEND-MAP THRU SEND-MAP-EXIT
                   PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
               END-IF
             WHEN DFHPF3
               EXEC CICS
                    SEND CONTROL FREEKB ERASE
               END-EXEC
               EXEC CICS
                    RETURN
               END-EXEC
             WHEN DFHPF4
               MOVE 'CCAP' TO WS-COMM-MODE
               MOVE LOW-VALUES TO MAPACSO
               MOVE 'APPROVAL MODE - ENTER CUST NO, PRESS ENTER' TO
                       CMSGO
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF6
               MOVE 'CCMT' TO WS-COMM-MODE
               MOVE LOW-VALUES TO MAPACSO
               MOVE 'CUSTOMER MAINT - KEY CUST NO AND CHANGES' TO
                       CMSGO
               PERFORM DATE-TIME THRU DATE-TIME-EXIT
               MOVE WS-DATE TO CDATEO
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF5
               MOVE LOW-VALUES TO MAPACSO
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               IF CCUSTI NOT NUMERIC THEN
                   MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO CMSGO
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   PERFORM REJECT-PARA THRU REJECT-PARA-EXIT
                   PERFORM DATE-TIME THRU DATE-TIME-EXIT
                   MOVE WS-DATE TO CDATEO
                   MOVE WS-TIME TO CTIMEO
                   PERFORM SEND-MAP THRU SEND-MAP-EXIT
                   PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
               END-IF
             WHEN OTHER
                MOVE LOW-VALUES TO MAPACSO
                MOVE 'INVALID OPTION' TO CMSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
             END-EVALUATE.
       KEY-VALID-EXIT.
             EXIT.
       RECEIVE-PARA.
             EXEC CICS
             RECEIVE MAP('MAPACS') MAPSET('CBZCST')
             INTO (MAPACSI)
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
       MAKER-PARA.
            MOVE CCUSTI TO WS-CUSTOMER-NO-T.
            PERFORM CUSTOMER-LOOKUP THRU CUSTOMER-LOOKUP-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'CUSTOMER NOT ON FILE - CHECK CUST NO' TO CMSGO
                GO TO MAKER-PARA-EXIT.
            IF CM-KYC-STATUS EQUAL TO WS-KYC-MERGED
                MOVE 'CUSTOMER RETIRED BY MERGE' TO CMSGO
                GO TO MAKER-PARA-EXIT.
            MOVE SPACES TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-OPERATOR-NOT-AUTHORIZED
                MOVE 'OPERATOR NOT AUTHORIZED FOR ANY BRANCH'
                     TO CMSGO
                GO TO MAKER-PARA-EXIT.
            PERFORM CUSTOMER-BRANCH-LOOKUP THRU
                    CUSTOMER-BRANCH-LOOKUP-EXIT.
            IF WS-CUST-BRANCH EQUAL TO SPACES
                MOVE 'CUSTOMER HAS NO ACCOUNT AT YOUR BRANCH'
                     TO CMSGO
                GO TO MAKER-PARA-EXIT.
            PERFORM PENDING-LOOKUP THRU PENDING-LOOKUP-EXIT.
            IF SQLCODE EQUAL TO ZERO
                MOVE 'CHANGE ALREADY PENDING FOR THIS CUSTOMER'
                     TO CMSGO
                GO TO MAKER-PARA-EXIT.
            PERFORM EDIT-CUST-CHANGES THRU EDIT-CUST-CHANGES-EXIT.
            IF NOT WS-CHANGE-ENTERED
                PERFORM POPULATE-CUST-FIELDS THRU
                        POPULATE-CUST-FIELDS-EXIT
                MOVE 'KEY AT LEAST ONE CHANGE FIELD' TO CMSGO
                GO TO MAKER-PARA-EXIT.
            IF WS-MESSAGE NOT EQUAL TO SPACES
                MOVE WS-MESSAGE TO CMSGO
                GO TO MAKER-PARA-EXIT.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE EIBUSER TO CP-MAKER-ID.
            MOVE WS-TIMESTAMP TO CP-MAKER-TIMESTAMP.
            MOVE WS-CUST-BRANCH TO CP-BRANCH.
            EXEC SQL
                 INSERT INTO COREBK.CBZ_CUST_MAINT_PEND
                    (CUSTOMER_ID, NEW_LEGAL_NAME, NEW_ADDRESS,
                     NEW_CONTACT, NEW_KYC_STATUS, MAKER_ID,
                     MAKER_TIMESTAMP, BRANCH)
                 VALUES
                    (:CP-CUSTOMER-ID, :CP-NEW-LEGAL-NAME,
                     :CP-NEW-ADDRESS, :CP-NEW-CONTACT,
                     :CP-NEW-KYC-STATUS, :CP-MAKER-ID,
                     :CP-MAKER-TIMESTAMP, :CP-BRANCH)
            END-EXEC.
            IF SQLCODE EQUAL TO ZERO
                MOVE 'CUSTMAKE' TO WS-AUDIT-ACTION
                PERFORM AUDIT-CUST-ACCOUNTS THRU
                        AUDIT-CUST-ACCOUNTS-EXIT
                PERFORM POPULATE-CUST-FIELDS THRU
                        POPULATE-CUST-FIELDS-EXIT
                MOVE 'CHANGE PARKED - AWAITING APPROVAL' TO CMSGO
            ELSE
                MOVE 'CHANGE COULD NOT BE PARKED - TRY AGAIN'
                     TO CMSGO
            END-IF.
       MAKER-PARA-EXIT.
            EXIT.
       EDIT-CUST-CHANGES.
            MOVE 'N' TO WS-CHANGE-SWITCH.
            MOVE SPACES TO WS-MESSAGE.
            MOVE CM-CUSTOMER-ID TO CP-CUSTOMER-ID.
            MOVE CM-LEGAL-NAME TO CP-NEW-LEGAL-NAME.
            MOVE CM-ADDRESS TO CP-NEW-ADDRESS.
            MOVE CM-CONTACT TO CP-NEW-CONTACT.
            MOVE CM-KYC-STATUS TO CP-NEW-KYC-STATUS.
            IF CNAMEI NOT EQUAL TO SPACES
               AND CNAMEI NOT EQUAL TO LOW-VALUES
                MOVE 'Y' TO WS-CHANGE-SWITCH
                MOVE SPACES TO CP-NEW-LEGAL-NAME
                MOVE CNAMEI TO CP-NEW-LEGAL-NAME
            END-IF.
            IF CADDRI NOT EQUAL TO SPACES
               AND CADDRI NOT EQUAL TO LOW-VALUES
                MOVE 'Y' TO WS-CHANGE-SWITCH
                MOVE SPACES TO CP-NEW-ADDRESS
                MOVE CADDRI TO CP-NEW-ADDRESS
            END-IF.
            IF CCONTI NOT EQUAL TO SPACES
               AND CCONTI NOT EQUAL TO LOW-VALUES
                MOVE 'Y' TO WS-CHANGE-SWITCH
                MOVE SPACES TO CP-NEW-CONTACT
                MOVE CCONTI TO CP-NEW-CONTACT
            END-IF.
            IF CKYCI NOT EQUAL TO SPACES
               AND CKYCI NOT EQUAL TO LOW-VALUES
                MOVE 'Y' TO WS-CHANGE-SWITCH
                MOVE CKYCI TO CP-NEW-KYC-STATUS
                INSPECT CP-NEW-KYC-STATUS REPLACING ALL LOW-VALUES
                        BY SPACES
            END-IF.
            IF CP-NEW-KYC-STATUS EQUAL TO WS-KYC-MERGED
                MOVE 'MERGD IS SET ONLY BY CUSTOMER MERGE' TO WS-MESSAGE
                GO TO EDIT-CUST-CHANGES-EXIT.
            IF WS-CHANGE-ENTERED
               AND CP-NEW-LEGAL-NAME EQUAL TO CM-LEGAL-NAME
               AND CP-NEW-ADDRESS EQUAL TO CM-ADDRESS
               AND CP-NEW-CONTACT EQUAL TO CM-CONTACT
               AND CP-NEW-KYC-STATUS EQUAL TO CM-KYC-STATUS
                MOVE 'NO CHANGE FROM CURRENT VALUES' TO WS-MESSAGE
            END-IF.
       EDIT-CUST-CHANGES-EXIT.
            EXIT.
       APPROVE-PARA.
            PERFORM BATCH-WINDOW-CHECK THRU BATCH-WINDOW-CHECK-EXIT.
            IF WS-BATCH-WINDOW-OPEN
                MOVE 'BATCH WINDOW OPEN - TRY LATER' TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            MOVE CCUSTI TO WS-CUSTOMER-NO-T.
            PERFORM PENDING-LOOKUP THRU PENDING-LOOKUP-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'NO PENDING CHANGE FOR THIS CUSTOMER' TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            MOVE CP-BRANCH TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-OPERATOR-NOT-AUTHORIZED
                MOVE 'OPERATOR NOT AUTHORIZED FOR ANY BRANCH'
                     TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            IF WS-BRANCH-NOT-AUTHORIZED
                MOVE 'PENDING CHANGE BELONGS TO ANOTHER BRANCH'
                     TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            IF OA-ROLE-LEVEL NOT EQUAL TO WS-ROLE-SUPER
                MOVE 'SUPERVISOR ROLE REQUIRED TO APPROVE' TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            IF EIBUSER EQUAL TO CP-MAKER-ID
                MOVE 'MAKER CANNOT APPROVE OWN CHANGE' TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            PERFORM CUSTOMER-LOOKUP THRU CUSTOMER-LOOKUP-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'CUSTOMER NOT ON FILE - CHECK CUST NO' TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            IF CM-KYC-STATUS EQUAL TO WS-KYC-MERGED
                MOVE 'CUSTOMER RETIRED BY MERGE - NOT APPLIED'
                     TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            IF CP-NEW-KYC-STATUS EQUAL TO WS-KYC-MERGED
                MOVE 'MERGD IS SET ONLY BY CUSTOMER MERGE' TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            IF CM-UPD-TIMESTAMP GREATER THAN CP-MAKER-TIMESTAMP
                PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT
                IF SQLCODE EQUAL TO ZERO
                    MOVE 'CUSTSTALE' TO WS-AUDIT-ACTION
                    PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT
                    PERFORM AUDIT-CUST-ACCOUNTS THRU
                            AUDIT-CUST-ACCOUNTS-EXIT
                END-IF
                PERFORM POPULATE-CUST-FIELDS THRU
                        POPULATE-CUST-FIELDS-EXIT
                MOVE 'CUSTOMER CHANGED SINCE KEYED - MAKER RE-KEY'
                     TO CMSGO
                GO TO APPROVE-PARA-EXIT.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE EIBUSER TO CM-UPD-USERID.
            MOVE WS-TIMESTAMP TO CM-UPD-TIMESTAMP.
            EXEC SQL
                 UPDATE COREBK.CBZ_CUST_MSTR
                    SET LEGAL_NAME = :CP-NEW-LEGAL-NAME,
                        ADDRESS = :CP-NEW-ADDRESS,
                        CONTACT = :CP-NEW-CONTACT,
                        KYC_STATUS = :CP-NEW-KYC-STATUS,
                        UPD_USERID = :CM-UPD-USERID,
                        UPD_TIMESTAMP = :CM-UPD-TIMESTAMP
                  WHERE CUSTOMER_ID = :CP-CUSTOMER-ID
            END-EXEC.
            IF SQLCODE EQUAL TO ZERO
                PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT
                MOVE 'CUSTAPPR' TO WS-AUDIT-ACTION
                PERFORM AUDIT-CUST-ACCOUNTS THRU
                        AUDIT-CUST-ACCOUNTS-EXIT
                MOVE CP-NEW-LEGAL-NAME TO CM-LEGAL-NAME
                MOVE CP-NEW-ADDRESS TO CM-ADDRESS
                MOVE CP-NEW-CONTACT TO CM-CONTACT
                MOVE CP-NEW-KYC-STATUS TO CM-KYC-STATUS
                PERFORM POPULATE-CUST-FIELDS THRU
                        POPULATE-CUST-FIELDS-EXIT
                MOVE 'CHANGE APPROVED AND APPLIED' TO CMSGO
            ELSE
                MOVE 'APPROVAL UPDATE FAILED - TRY AGAIN' TO CMSGO
            END-IF.
       APPROVE-PARA-EXIT.
            EXIT.
       REJECT-PARA.
            MOVE CCUSTI TO WS-CUSTOMER-NO-T.
            PERFORM PENDING-LOOKUP THRU PENDING-LOOKUP-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'NO PENDING CHANGE FOR THIS CUSTOMER' TO CMSGO
                GO TO REJECT-PARA-EXIT.
            MOVE CP-BRANCH TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-OPERATOR-NOT-AUTHORIZED
                MOVE 'OPERATOR NOT AUTHORIZED FOR ANY BRANCH'
                     TO CMSGO
                GO TO REJECT-PARA-EXIT.
            IF WS-BRANCH-NOT-AUTHORIZED
                MOVE 'PENDING CHANGE BELONGS TO ANOTHER BRANCH'
                     TO CMSGO
                GO TO REJECT-PARA-EXIT.
            IF OA-ROLE-LEVEL NOT EQUAL TO WS-ROLE-SUPER
                MOVE 'SUPERVISOR ROLE REQUIRED TO REJECT' TO CMSGO
                GO TO REJECT-PARA-EXIT.
            PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT.
            IF SQLCODE EQUAL TO ZERO
                MOVE 'CUSTREJ' TO WS-AUDIT-ACTION
                MOVE CP-CUSTOMER-ID TO CM-CUSTOMER-ID
                PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT
                PERFORM AUDIT-CUST-ACCOUNTS THRU
                        AUDIT-CUST-ACCOUNTS-EXIT
                MOVE 'PENDING CHANGE REJECTED' TO CMSGO
            ELSE
                MOVE 'REJECT FAILED - TRY AGAIN' TO CMSGO
            END-IF.
       REJECT-PARA-EXIT.
            EXIT.
       CUSTOMER-LOOKUP.
            MOVE WS-CUSTOMER-NO-T TO CM-CUSTOMER-ID.
            EXEC SQL
                 SELECT CUSTOMER_ID, LEGAL_NAME, ADDRESS, CONTACT,
                        KYC_STATUS, OPEN_DATE, UPD_USERID,
                        UPD_TIMESTAMP
                   INTO :CM-CUSTOMER-ID, :CM-LEGAL-NAME,
                        :CM-ADDRESS, :CM-CONTACT, :CM-KYC-STATUS,
                        :CM-OPEN-DATE, :CM-UPD-USERID,
                        :CM-UPD-TIMESTAMP
                   FROM COREBK.CBZ_CUST_MSTR
                  WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
            END-EXEC.
       CUSTOMER-LOOKUP-EXIT.
            EXIT.
       CUSTOMER-BRANCH-LOOKUP.
            MOVE SPACES TO WS-CUST-BRANCH.
            EXEC SQL
                 SELECT VALUE(MIN(M.BASE_BRANCH), ' ')
                   INTO :WS-CUST-BRANCH
                   FROM COREBK.CBS_ACCT_MSTR_DTL M,
                        COREBK.CBZ_OPERATOR_AUTH O
                  WHERE M.CUSTOMER_ID = :CM-CUSTOMER-ID
                    AND O.OPERATOR_ID = :OA-OPERATOR-ID
                    AND O.BRANCH = M.BASE_BRANCH
                    AND O.ROLE_LEVEL <> :WS-ROLE-INQUIRY
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE SPACES TO WS-CUST-BRANCH
            END-IF.
       CUSTOMER-BRANCH-LOOKUP-EXIT.
            EXIT.
       PENDING-LOOKUP.
            MOVE WS-CUSTOMER-NO-T TO CP-CUSTOMER-ID.
            EXEC SQL
                 SELECT CUSTOMER_ID, NEW_LEGAL_NAME, NEW_ADDRESS,
                        NEW_CONTACT, NEW_KYC_STATUS, MAKER_ID,
                        MAKER_TIMESTAMP, BRANCH
                   INTO :CP-CUSTOMER-ID, :CP-NEW-LEGAL-NAME,
                        :CP-NEW-ADDRESS, :CP-NEW-CONTACT,
                        :CP-NEW-KYC-STATUS, :CP-MAKER-ID,
                        :CP-MAKER-TIMESTAMP, :CP-BRANCH
                   FROM COREBK.CBZ_CUST_MAINT_PEND
                  WHERE CUSTOMER_ID = :CP-CUSTOMER-ID
            END-EXEC.
       PENDING-LOOKUP-EXIT.
            EXIT.
       CLEAR-PENDING.
            EXEC SQL
                 DELETE FROM COREBK.CBZ_CUST_MAINT_PEND
                  WHERE CUSTOMER_ID = :CP-CUSTOMER-ID
            END-EXEC.
       CLEAR-PENDING-EXIT.
            EXIT.
       AUDIT-CUST-ACCOUNTS.
            MOVE 'N' TO WS-FETCH-SWITCH.
            EXEC SQL
                 OPEN CUST-ACCT-CSR
            END-EXEC.
            PERFORM AUDIT-FETCH-PARA THRU AUDIT-FETCH-PARA-EXIT
                UNTIL WS-FETCH-DONE.
            EXEC SQL
                 CLOSE CUST-ACCT-CSR
            END-EXEC.
       AUDIT-CUST-ACCOUNTS-EXIT.
            EXIT.
       AUDIT-FETCH-PARA.
            EXEC SQL
                 FETCH CUST-ACCT-CSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'Y' TO WS-FETCH-SWITCH
            ELSE
                MOVE H1-ACCOUNT-NUMBER TO WS-ACCOUNT-NO-T
                MOVE H1-BASE-BRANCH TO WS-AUDIT-BRANCH
                PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
            END-IF.
       AUDIT-FETCH-PARA-EXIT.
            EXIT.
       WRITE-AUDIT-LOG.
            MOVE WS-ACCOUNT-NO-T TO AU-ACCOUNT-NUMBER
            MOVE WS-AUDIT-ACTION TO AU-ACTION-CODE
            MOVE EIBUSER TO AU-USERID
            MOVE WS-TIMESTAMP TO AU-LOG-TIMESTAMP
            MOVE WS-AUDIT-BRANCH TO AU-BRANCH
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
       POPULATE-CUST-FIELDS.
            MOVE CM-LEGAL-NAME TO CNAMEO
            MOVE CM-ADDRESS TO CADDRO
            MOVE CM-CONTACT TO CCONTO
            MOVE CM-KYC-STATUS TO CKYCO.
       POPULATE-CUST-FIELDS-EXIT.
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
