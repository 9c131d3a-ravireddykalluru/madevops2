               COPY CBZCMPQ.
               COPY CBZBRUN.
               COPY CBZNOTE.
               COPY CBZCHGI.
               COPY CBZACLH.
         01 WS-COMMAREA.
            05 WS-COMM-MODE      PIC X(04).
            05 WS-COMM-LAST-ACCT PIC S9(18).
            05 FILLER            PIC X(78).
        01 WS-ACTV-COMMAREA.
           05 WS-ACTV-MODE       PIC X(04).
           05 WS-ACTV-ACCT       PIC S9(18).
           05 FILLER             PIC X(78).
        01 WS-ACCOUNT-NO-T PIC S9(18).
        01 WS-ACCOUNT-NO-DISP PIC 9(12).
        01 WS-ACCOUNT-NAME PIC X(50).
        01 WS-STATUS-ACTIVE  PIC X(10) VALUE 'ACTIVE'.
        01 WS-STATUS-SUSPENDED PIC X(10) VALUE 'SUSPENDED'.
        01 WS-STATUS-CLOSED  PIC X(10) VALUE 'CLOSED'.
        01 WS-STATUS-ARCHIVED PIC X(10) VALUE 'ARCHIVED'.
        01 WS-COMPLIANCE-CLEAR PIC X(05) VALUE 'CLEAR'.
        01 WS-SEARCH-NAME PIC X(50).
        01 WS-OPERATOR-SWITCH PIC X(01) VALUE 'Y'.
               MOVE WS-TIME TO CTIMEO
               PERFORM SEND-MAP THRU SEND-MAP-EXIT
               PERFORM RETURN-CICS THRU RETURN-CICS-EXIT
             WHEN DFHPF9
               MOVE LOW-VALUES TO MAPAGMO
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM ACTIVITY-PARA THRU ACTIVITY-PARA-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPAGMO
                MOVE 'INVALID OPTION' TO MSGO
            PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       HANDOFF-PARA-EXIT.
            EXIT.
       ACTIVITY-PARA.
            IF ACCTI NOT NUMERIC
                MOVE 'ACCOUNT NUMBER MUST BE NUMERIC' TO MSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
                GO TO ACTIVITY-PARA-EXIT.
            MOVE 'CUNT' TO WS-ACTV-MODE.
            MOVE ACCTI TO WS-ACTV-ACCT.
            EXEC CICS
                 XCTL PROGRAM('CGZACTV')
                 COMMAREA(WS-ACTV-COMMAREA)
            END-EXEC.
       ACTIVITY-PARA-EXIT.
            EXIT.
       INQUIRY-BODY.
            PERFORM MASTER-LOOKUP THRU MASTER-LOOKUP-EXIT.
            IF SQLCODE EQUAL TO ZERO THEN
                END-IF
                END-IF
            ELSE
                   PERFORM ARCHIVE-INQUIRY THRU ARCHIVE-INQUIRY-EXIT.
       INQUIRY-BODY-EXIT.
            EXIT.
       ARCHIVE-INQUIRY.
            PERFORM HISTORY-LOOKUP THRU HISTORY-LOOKUP-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE "ACCOUNT NOT ON FILE - CHECK ACCT NO" TO MSGO
                GO TO ARCHIVE-INQUIRY-EXIT.
            MOVE HS-BASE-BRANCH TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-OPERATOR-NOT-AUTHORIZED
                MOVE 'OPERATOR NOT AUTHORIZED FOR ANY BRANCH' TO MSGO
                GO TO ARCHIVE-INQUIRY-EXIT.
            IF WS-BRANCH-NOT-AUTHORIZED
                MOVE 'ACCOUNT BELONGS TO ANOTHER BRANCH' TO MSGO
                GO TO ARCHIVE-INQUIRY-EXIT.
            MOVE HS-ACCOUNT-NAME TO WS-ACCOUNT-NAME.
            MOVE WS-ACCOUNT-NAME TO NAMEO.
            MOVE HS-CUSTOMER-ID TO IDO.
            MOVE HS-BASE-BRANCH TO H1-BASE-BRANCH.
            MOVE HS-PRODUCT-CODE TO H1-PRODUCT-CODE.
            MOVE HS-PAYMENT-LIMIT TO H1-PAYMENT-LIMIT.
            MOVE HS-CURRENCY TO H1-CURRENCY.
            MOVE HS-COMPLIANCE-STATUS TO H1-COMPLIANCE-STATUS.
            MOVE WS-STATUS-ARCHIVED TO H1-ACCOUNT-STATUS.
            PERFORM POPULATE-MASTER-FIELDS THRU
                    POPULATE-MASTER-FIELDS-EXIT.
            STRING 'ACCOUNT ARCHIVED - CLOSED ' DELIMITED BY SIZE
                   HS-CLOSE-DATE DELIMITED BY SIZE
                   INTO MSGO.
       ARCHIVE-INQUIRY-EXIT.
            EXIT.

       PROCESS-PARA.
            PERFORM BATCH-WINDOW-CHECK THRU BATCH-WINDOW-CHECK-EXIT.
            END-EXEC
            IF SQLCODE EQUAL TO ZERO
                PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                PERFORM WRITE-CHANGE-IMAGE THRU
                        WRITE-CHANGE-IMAGE-EXIT
                PERFORM CLEAR-CHECKPOINT THRU CLEAR-CHECKPOINT-EXIT
                PERFORM POPULATE-MASTER-FIELDS THRU
                        POPULATE-MASTER-FIELDS-EXIT
            END-EXEC.
       WRITE-AUDIT-LOG-EXIT.
            EXIT.
       WRITE-CHANGE-IMAGE.
            MOVE H1-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER
            MOVE H1-UPD-TIMESTAMP TO CI-CHANGE-TIMESTAMP
            MOVE 'ACCOUNT_STATUS' TO CI-COLUMN-NAME
            MOVE WS-ORIG-STATUS TO CI-OLD-VALUE
            MOVE H1-ACCOUNT-STATUS TO CI-NEW-VALUE
            MOVE 'REGISTER' TO CI-ACTION-CODE
            MOVE H1-UPD-USERID TO CI-USERID
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
       WRITE-CMPL-EXCP.
            MOVE H1-ACCOUNT-NUMBER TO CQ-ACCOUNT-NUMBER.
            MOVE EIBUSER TO CQ-OPERATOR-ID.
            END-EXEC.
       MASTER-LOOKUP-EXIT.
            EXIT.
       HISTORY-LOOKUP.
            MOVE WS-ACCOUNT-NO-T TO HS-ACCOUNT-NUMBER.
            EXEC SQL
                 SELECT BASE_BRANCH, ACCOUNT_NAME, PRODUCT_CODE,
                        CUSTOMER_ID, PAYMENT_LIMIT, CURRENCY,
                        COMPLIANCE_STATUS, CHAR(CLOSE_DATE, ISO)
                   INTO :HS-BASE-BRANCH, :HS-ACCOUNT-NAME,
                        :HS-PRODUCT-CODE, :HS-CUSTOMER-ID,
                        :HS-PAYMENT-LIMIT, :HS-CURRENCY,
                        :HS-COMPLIANCE-STATUS, :HS-CLOSE-DATE
                   FROM COREBK.CBZ_ACCT_CLOSED_HIST
                  WHERE ACCOUNT_NUMBER = :HS-ACCOUNT-NUMBER
            END-EXEC.
       HISTORY-LOOKUP-EXIT.
            EXIT.
       NOTES-CHECK.
            MOVE ZERO TO WS-NOTE-COUNT.
            MOVE WS-ACCOUNT-NO-T TO NT-ACCOUNT-NUMBER.
