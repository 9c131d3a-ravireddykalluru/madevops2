               COPY CBZOPRA.
               COPY CBZCMPQ.
               COPY CBZNOTE.
               COPY CBZCHGI.
         01 WS-COMMAREA.
            05 WS-COMM-MODE     PIC X(04).
            05 WS-COMM-FIRST-TS PIC X(26).
        01 WS-FROM-TS PIC X(26).
        01 WS-AUDIT-ACTION PIC X(10).
        01 WS-RESOLVE-STATUS PIC X(10).
        01 WS-OLD-COMPLIANCE PIC X(05).
        01 WS-ROWS-WORKED PIC S9(9) COMP VALUE ZERO.
        01 WS-NOTE-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-LINE-CNT PIC S9(4) COMP VALUE ZERO.
                MOVE 'NO OPEN EXCEPTION FOR THIS ACCOUNT' TO LMSGO
                GO TO CLEAR-PARA-EXIT.
            MOVE WS-ACCOUNT-NO-T TO H1-ACCOUNT-NUMBER.
            EXEC SQL
                 SELECT COMPLIANCE_STATUS
                   INTO :H1-COMPLIANCE-STATUS
                   FROM COREBK.CBS_ACCT_MSTR_DTL
                  WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'ACCOUNT NOT FOUND ON MASTER' TO LMSGO
                GO TO CLEAR-PARA-EXIT.
            MOVE H1-COMPLIANCE-STATUS TO WS-OLD-COMPLIANCE.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE EIBUSER TO H1-UPD-USERID.
            MOVE WS-TIMESTAMP TO H1-UPD-TIMESTAMP.
            PERFORM RESOLVE-QUEUE-ROWS THRU RESOLVE-QUEUE-ROWS-EXIT.
            MOVE 'CMPLCLEAR' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT.
            PERFORM WRITE-CHANGE-IMAGE THRU WRITE-CHANGE-IMAGE-EXIT.
            MOVE 'COMPLIANCE CLEARED - QUEUE RESOLVED' TO LMSGO.
       CLEAR-PARA-EXIT.
            EXIT.
            END-EXEC.
       WRITE-AUDIT-LOG-EXIT.
            EXIT.
       WRITE-CHANGE-IMAGE.
            MOVE H1-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER
            MOVE WS-TIMESTAMP TO CI-CHANGE-TIMESTAMP
            MOVE 'COMPLIANCE_STATUS' TO CI-COLUMN-NAME
            MOVE WS-OLD-COMPLIANCE TO CI-OLD-VALUE
            MOVE 'CLEAR' TO CI-NEW-VALUE
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
       LIST-FORWARD-PARA.
            MOVE ZERO TO WS-LINE-CNT.
            MOVE 'N' TO WS-FETCH-SWITCH.
