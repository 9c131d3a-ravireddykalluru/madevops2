               COPY CBZAUDT.
               COPY CBZOPRA.
               COPY CBZXFRP.
               COPY CBZCHGI.
               COPY CBZBRCH.
         01 WS-COMMAREA.
            05 WS-COMM-MODE      PIC X(04).
            05 FILLER            PIC X(96).
                MOVE 'TARGET BRANCH IS RESERVED' TO MSGO
                GO TO INITIATE-PARA-EXIT.
            PERFORM TARGET-BRANCH-CHECK THRU TARGET-BRANCH-CHECK-EXIT.
            IF BH-OPEN-FLAG EQUAL TO SPACES
                MOVE 'TARGET BRANCH NOT ON BRANCH TABLE' TO MSGO
                GO TO INITIATE-PARA-EXIT.
            IF BH-OPEN-FLAG NOT EQUAL TO 'Y'
                MOVE 'TARGET BRANCH IS CLOSED' TO MSGO
                GO TO INITIATE-PARA-EXIT.
            IF WS-TARGET-OP-COUNT EQUAL TO ZERO
                MOVE 'NO OPERATORS AT TARGET BRANCH' TO MSGO
                GO TO INITIATE-PARA-EXIT.
                MOVE 'ACCOUNT NO LONGER AT RELEASING BRANCH'
                     TO MSGO
                GO TO ACCEPT-PARA-EXIT.
            IF H1-UPD-TIMESTAMP GREATER THAN XF-INIT-TIMESTAMP
                PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT
                IF SQLCODE EQUAL TO ZERO
                    PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT
                    MOVE XF-FROM-BRANCH TO WS-AUDIT-BRANCH
                    MOVE 'XFERSTALE' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                END-IF
                MOVE 'ACCOUNT CHANGED SINCE INITIATED - RE-KEY'
                     TO MSGO
                GO TO ACCEPT-PARA-EXIT.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE EIBUSER TO H1-UPD-USERID.
            MOVE WS-TIMESTAMP TO H1-UPD-TIMESTAMP.
                PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT
                MOVE XF-TO-BRANCH TO WS-AUDIT-BRANCH
                PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT
                PERFORM WRITE-CHANGE-IMAGE THRU
                        WRITE-CHANGE-IMAGE-EXIT
                MOVE XF-TO-BRANCH TO BRANO
                MOVE 'TRANSFER ACCEPTED - ACCOUNT MOVED' TO MSGO
            ELSE
            EXIT.
       TARGET-BRANCH-CHECK.
            MOVE ZERO TO WS-TARGET-OP-COUNT.
            MOVE WS-TARGET-BRANCH TO BH-BRANCH-CODE.
            EXEC SQL
                 SELECT OPEN_FLAG
                   INTO :BH-OPEN-FLAG
                   FROM COREBK.CBZ_BRANCH_REF
                  WHERE BRANCH_CODE = :BH-BRANCH-CODE
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE SPACES TO BH-OPEN-FLAG
                GO TO TARGET-BRANCH-CHECK-EXIT.
            IF BH-OPEN-FLAG NOT EQUAL TO 'Y'
                GO TO TARGET-BRANCH-CHECK-EXIT.
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-TARGET-OP-COUNT
            END-EXEC.
       WRITE-AUDIT-LOG-EXIT.
            EXIT.
       WRITE-CHANGE-IMAGE.
            MOVE XF-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER
            MOVE WS-TIMESTAMP TO CI-CHANGE-TIMESTAMP
            MOVE 'BASE_BRANCH' TO CI-COLUMN-NAME
            MOVE H1-BASE-BRANCH TO CI-OLD-VALUE
            MOVE XF-TO-BRANCH TO CI-NEW-VALUE
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
       MASTER-LOOKUP.
            MOVE WS-ACCOUNT-NO-T TO H1-ACCOUNT-NUMBER.
            EXEC SQL
