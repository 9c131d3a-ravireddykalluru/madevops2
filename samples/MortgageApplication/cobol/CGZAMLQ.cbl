       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGZAMLQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               COPY DFHAID.
               COPY CBZLSTM.
               EXEC SQL INCLUDE SQLCA END-EXEC.
               COPY CBZAUDT.
               COPY CBZOPRA.
               COPY CBZAMLT.
         01 WS-COMMAREA.
            05 WS-COMM-MODE     PIC X(04).
            05 WS-COMM-FIRST-ID PIC 9(09).
            05 WS-COMM-LAST-ID  PIC 9(09).
            05 FILLER           PIC X(78).
        01 WS-OFFICER-BRANCH PIC X(20) VALUE 'COMPLIANCE'.
        01 WS-ALERT-ID-T PIC S9(18).
        01 WS-FROM-ID PIC S9(9) COMP VALUE ZERO.
        01 WS-AUDIT-ACTION PIC X(10).
        01 WS-NEW-STATUS PIC X(16).
        01 WS-OLD-STATUS PIC X(16).
        01 WS-LINE-CNT PIC S9(4) COMP VALUE ZERO.
        01 WS-LINE-NDX PIC S9(4) COMP VALUE ZERO.
        01 WS-PAGE-NDX PIC S9(4) COMP VALUE ZERO.
        01 WS-FETCH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FETCH-DONE VALUE 'Y'.
        01 WS-OFFICER-SWITCH PIC X(01) VALUE 'N'.
           88 WS-COMPLIANCE-OFFICER VALUE 'Y'.
        01 WS-OPERATOR-SWITCH PIC X(01) VALUE 'Y'.
           88 WS-OPERATOR-AUTHORIZED VALUE 'Y'.
           88 WS-OPERATOR-NOT-AUTHORIZED VALUE 'N'.
        01 WS-AUTH-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-BRANCH-AUTH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-BRANCH-AUTHORIZED VALUE 'Y'.
           88 WS-BRANCH-NOT-AUTHORIZED VALUE 'N'.
        01 WS-ALERT-LINE.
           05 QL-ALERT-ID PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 QL-ALERT-TYPE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 QL-CUSTOMER-ID PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACES.
           05 QL-BUS-DATE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 QL-ALERT-AMOUNT PIC Z(12)9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 QL-ALERT-STATUS PIC X(16).
        01 WS-PAGE-TABLE.
           05 WS-PAGE-ENTRY OCCURS 12.
              10 WS-PAGE-ID    PIC S9(9) COMP.
              10 WS-PAGE-TYPE  PIC X(10).
              10 WS-PAGE-CUST  PIC S9(9) COMP.
              10 WS-PAGE-DATE  PIC X(10).
              10 WS-PAGE-AMT   PIC S9(13)V9(2) COMP-3.
              10 WS-PAGE-STAT  PIC X(16).
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
                DECLARE ALERT-FWD-CSR CURSOR FOR
                SELECT ALERT_ID, ALERT_TYPE, CUSTOMER_ID,
                       CHAR(BUS_DATE), ALERT_AMOUNT, ALERT_STATUS
                  FROM COREBK.CBZ_AML_ALERT
                 WHERE ALERT_STATUS IN ('OPEN', 'INVESTIGATING')
                   AND ALERT_ID > :WS-FROM-ID
                 ORDER BY ALERT_ID
           END-EXEC.
           EXEC SQL
                DECLARE ALERT-BWD-CSR CURSOR FOR
                SELECT ALERT_ID, ALERT_TYPE, CUSTOMER_ID,
                       CHAR(BUS_DATE), ALERT_AMOUNT, ALERT_STATUS
                  FROM COREBK.CBZ_AML_ALERT
                 WHERE ALERT_STATUS IN ('OPEN', 'INVESTIGATING')
                   AND ALERT_ID < :WS-FROM-ID
                 ORDER BY ALERT_ID DESC
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
             WHEN 'CAMQ'
                PERFORM KEY-VALID THRU KEY-VALID-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPALSO
                MOVE 'EXIT' TO LMSGO
             END-EVALUATE
           END-IF.
       EIB-EXIT.
           EXIT.
       INIT-PARA.
           MOVE LOW-VALUES TO MAPALSO
           MOVE 'ALERTS - L=LIST I=INVEST N=NO ACTION R=REPORTED'
                TO LMSGO
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO LDATEO
           MOVE WS-TIME TO LTIMEO
           PERFORM SEND-MAP THRU SEND-MAP-EXIT
           MOVE 'CAMQ' TO WS-COMM-MODE
           MOVE ZERO TO WS-COMM-FIRST-ID
           MOVE ZERO TO WS-COMM-LAST-ID
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
             SEND MAP('MAPALS') MAPSET('CBZLST')
             FROM(MAPALSO)
             ERASE
             END-EXEC.
       SEND-MAP-EXIT.
             EXIT.
       RETURN-CICS.
             EXEC CICS
             RETURN TRANSID('ZC81')
             COMMAREA(WS-COMMAREA)
             END-EXEC.
       RETURN-CICS-EXIT.
             EXIT.
       KEY-VALID.
             EVALUATE EIBAID
             WHEN DFHENTER
               MOVE LOW-VALUES TO MAPALSO
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM OFFICER-CHECK THRU OFFICER-CHECK-EXIT
               IF NOT WS-COMPLIANCE-OFFICER
                   MOVE 'OPERATOR IS NOT A COMPLIANCE OFFICER'
                        TO LMSGO
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   PERFORM ACTION-PARA THRU ACTION-PARA-EXIT
                   PERFORM SEND-SCREEN THRU SEND-SCREEN-EXIT
               END-IF
             WHEN DFHPF8
               MOVE LOW-VALUES TO MAPALSO
               PERFORM OFFICER-CHECK THRU OFFICER-CHECK-EXIT
               IF NOT WS-COMPLIANCE-OFFICER
                   MOVE 'OPERATOR IS NOT A COMPLIANCE OFFICER'
                        TO LMSGO
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   MOVE WS-COMM-LAST-ID TO WS-FROM-ID
                   PERFORM LIST-FORWARD-PARA THRU
                           LIST-FORWARD-PARA-EXIT
                   PERFORM SEND-SCREEN THRU SEND-SCREEN-EXIT
               END-IF
             WHEN DFHPF7
               MOVE LOW-VALUES TO MAPALSO
               PERFORM OFFICER-CHECK THRU OFFICER-CHECK-EXIT
               IF NOT WS-COMPLIANCE-OFFICER
                   MOVE 'OPERATOR IS NOT A COMPLIANCE OFFICER'
                        TO LMSGO
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   MOVE WS-COMM-FIRST-ID TO WS-FROM-ID
                   PERFORM LIST-BACKWARD-PARA THRU
                           LIST-BACKWARD-PARA-EXIT
                   PERFORM SEND-SCREEN THRU SEND-SCREEN-EXIT
               END-IF
             WHEN DFHPF3
               EXEC CICS
                    SEND CONTROL FREEKB ERASE
               END-EXEC
               EXEC CICS
                    RETURN
               END-EXEC
             WHEN OTHER
                MOVE LOW-VALUES TO MAPALSO
                MOVE 'INVALID OPTION' TO LMSGO
                PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
             END-EVALUATE.
       KEY-VALID-EXIT.
             EXIT.
       RECEIVE-PARA.
             EXEC CICS
             RECEIVE MAP('MAPALS') MAPSET('CBZLST')
             INTO (MAPALSI)
             END-EXEC.
       RECEIVE-PARA-EXIT.
             EXIT.
       SEND-ERROR-MSG.
             PERFORM DATE-TIME THRU DATE-TIME-EXIT
             MOVE WS-DATE TO LDATEO
             MOVE WS-TIME TO LTIMEO
             PERFORM SEND-MAP THRU SEND-MAP-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-ERROR-EXIT.
            EXIT.
       SEND-SCREEN.
             PERFORM DATE-TIME THRU DATE-TIME-EXIT
             MOVE WS-DATE TO LDATEO
             MOVE WS-TIME TO LTIMEO
             PERFORM SEND-MAP THRU SEND-MAP-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-SCREEN-EXIT.
            EXIT.
       OFFICER-CHECK.
            MOVE WS-OFFICER-BRANCH TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-BRANCH-AUTHORIZED
                MOVE 'Y' TO WS-OFFICER-SWITCH
            ELSE
                MOVE 'N' TO WS-OFFICER-SWITCH
            END-IF.
       OFFICER-CHECK-EXIT.
            EXIT.
       ACTION-PARA.
            EVALUATE LACTI
            WHEN 'L'
                MOVE ZERO TO WS-FROM-ID
                PERFORM LIST-FORWARD-PARA THRU
                        LIST-FORWARD-PARA-EXIT
            WHEN 'I'
                MOVE 'INVESTIGATING' TO WS-NEW-STATUS
                MOVE 'AMLINVEST' TO WS-AUDIT-ACTION
                PERFORM DISPOSITION-PARA THRU DISPOSITION-PARA-EXIT
            WHEN 'N'
                MOVE 'CLOSED-NO-ACTION' TO WS-NEW-STATUS
                MOVE 'AMLNOACT' TO WS-AUDIT-ACTION
                PERFORM DISPOSITION-PARA THRU DISPOSITION-PARA-EXIT
            WHEN 'R'
                MOVE 'REPORTED' TO WS-NEW-STATUS
                MOVE 'AMLREPORT' TO WS-AUDIT-ACTION
                PERFORM DISPOSITION-PARA THRU DISPOSITION-PARA-EXIT
            WHEN OTHER
                MOVE 'ACTION MUST BE L, I, N OR R' TO LMSGO
            END-EVALUATE.
       ACTION-PARA-EXIT.
            EXIT.
       DISPOSITION-PARA.
            IF LKEYI NOT NUMERIC
                MOVE 'ALERT NUMBER MUST BE NUMERIC' TO LMSGO
                GO TO DISPOSITION-PARA-EXIT.
            IF WS-NEW-STATUS NOT EQUAL TO 'INVESTIGATING'
               AND (LRSNI EQUAL TO SPACES OR LRSNI EQUAL TO LOW-VALUES)
                MOVE 'DISPOSITION NOTE IS REQUIRED' TO LMSGO
                GO TO DISPOSITION-PARA-EXIT.
            MOVE LKEYI TO WS-ALERT-ID-T.
            MOVE WS-ALERT-ID-T TO AL-ALERT-ID.
            EXEC SQL
                 SELECT ALERT_STATUS, ACCOUNT_NUMBER
                   INTO :AL-ALERT-STATUS, :AL-ACCOUNT-NUMBER
                   FROM COREBK.CBZ_AML_ALERT
                  WHERE ALERT_ID = :AL-ALERT-ID
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'ALERT NOT FOUND' TO LMSGO
                GO TO DISPOSITION-PARA-EXIT.
            MOVE AL-ALERT-STATUS TO WS-OLD-STATUS.
            IF WS-OLD-STATUS NOT EQUAL TO 'OPEN'
               AND WS-OLD-STATUS NOT EQUAL TO 'INVESTIGATING'
                MOVE 'ALERT IS ALREADY CLOSED' TO LMSGO
                GO TO DISPOSITION-PARA-EXIT.
            IF WS-NEW-STATUS EQUAL TO 'INVESTIGATING'
               AND WS-OLD-STATUS NOT EQUAL TO 'OPEN'
                MOVE 'ALERT IS ALREADY UNDER INVESTIGATION' TO LMSGO
                GO TO DISPOSITION-PARA-EXIT.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE WS-NEW-STATUS TO AL-ALERT-STATUS.
            MOVE EIBUSER TO AL-WORKED-BY.
            MOVE WS-TIMESTAMP TO AL-WORKED-TIMESTAMP.
            IF LRSNI EQUAL TO LOW-VALUES
                MOVE SPACES TO AL-DISPOSITION-NOTE
            ELSE
                MOVE LRSNI TO AL-DISPOSITION-NOTE
            END-IF.
            EXEC SQL
                 UPDATE COREBK.CBZ_AML_ALERT
                    SET ALERT_STATUS = :AL-ALERT-STATUS,
                        WORKED_BY = :AL-WORKED-BY,
                        WORKED_TIMESTAMP = :AL-WORKED-TIMESTAMP,
                        DISPOSITION_NOTE = :AL-DISPOSITION-NOTE
                  WHERE ALERT_ID = :AL-ALERT-ID
                    AND ALERT_STATUS = :WS-OLD-STATUS
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'ALERT CHANGED BY ANOTHER USER - RETRY' TO LMSGO
                GO TO DISPOSITION-PARA-EXIT.
            PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT.
            IF WS-NEW-STATUS EQUAL TO 'INVESTIGATING'
                MOVE 'ALERT MARKED INVESTIGATING' TO LMSGO
            ELSE
                MOVE 'ALERT CLOSED - DISPOSITION RECORDED' TO LMSGO
            END-IF.
       DISPOSITION-PARA-EXIT.
            EXIT.
       WRITE-AUDIT-LOG.
            MOVE AL-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER
            MOVE WS-AUDIT-ACTION TO AU-ACTION-CODE
            MOVE EIBUSER TO AU-USERID
            MOVE WS-TIMESTAMP TO AU-LOG-TIMESTAMP
            MOVE WS-OFFICER-BRANCH TO AU-BRANCH
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
       LIST-FORWARD-PARA.
            MOVE ZERO TO WS-LINE-CNT.
            MOVE 'N' TO WS-FETCH-SWITCH.
            EXEC SQL
                 OPEN ALERT-FWD-CSR
            END-EXEC.
            PERFORM FETCH-FWD-PARA THRU FETCH-FWD-PARA-EXIT
                UNTIL WS-FETCH-DONE OR WS-LINE-CNT EQUAL TO 12.
            EXEC SQL
                 CLOSE ALERT-FWD-CSR
            END-EXEC.
            IF WS-LINE-CNT EQUAL TO ZERO
                IF WS-FROM-ID EQUAL TO ZERO
                    MOVE 'NO ALERTS TO WORK' TO LMSGO
                ELSE
                    MOVE 'NO MORE ALERTS - END OF LIST' TO LMSGO
                END-IF
            ELSE
                MOVE 'PF7 BACKWARD  PF8 FORWARD  PF3 EXIT' TO LMSGO
            END-IF.
       LIST-FORWARD-PARA-EXIT.
            EXIT.
       FETCH-FWD-PARA.
            EXEC SQL
                 FETCH ALERT-FWD-CSR
                 INTO :AL-ALERT-ID, :AL-ALERT-TYPE, :AL-CUSTOMER-ID,
                      :AL-BUS-DATE, :AL-ALERT-AMOUNT,
                      :AL-ALERT-STATUS
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'Y' TO WS-FETCH-SWITCH
            ELSE
                ADD 1 TO WS-LINE-CNT
                IF WS-LINE-CNT EQUAL TO 1
                    MOVE AL-ALERT-ID TO WS-COMM-FIRST-ID
                END-IF
                MOVE AL-ALERT-ID TO WS-COMM-LAST-ID
                PERFORM BUILD-ALERT-LINE THRU BUILD-ALERT-LINE-EXIT
                MOVE WS-ALERT-LINE TO LLINEO(WS-LINE-CNT)
            END-IF.
       FETCH-FWD-PARA-EXIT.
            EXIT.
       LIST-BACKWARD-PARA.
            MOVE ZERO TO WS-LINE-CNT.
            MOVE 'N' TO WS-FETCH-SWITCH.
            EXEC SQL
                 OPEN ALERT-BWD-CSR
            END-EXEC.
            PERFORM FETCH-BWD-PARA THRU FETCH-BWD-PARA-EXIT
                UNTIL WS-FETCH-DONE OR WS-LINE-CNT EQUAL TO 12.
            EXEC SQL
                 CLOSE ALERT-BWD-CSR
            END-EXEC.
            IF WS-LINE-CNT EQUAL TO ZERO
                MOVE 'ALREADY AT TOP OF LIST' TO LMSGO
            ELSE
                PERFORM UNLOAD-PAGE-TABLE THRU UNLOAD-PAGE-TABLE-EXIT
                MOVE 'PF7 BACKWARD  PF8 FORWARD  PF3 EXIT' TO LMSGO
            END-IF.
       LIST-BACKWARD-PARA-EXIT.
            EXIT.
       FETCH-BWD-PARA.
            EXEC SQL
                 FETCH ALERT-BWD-CSR
                 INTO :AL-ALERT-ID, :AL-ALERT-TYPE, :AL-CUSTOMER-ID,
                      :AL-BUS-DATE, :AL-ALERT-AMOUNT,
                      :AL-ALERT-STATUS
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'Y' TO WS-FETCH-SWITCH
            ELSE
                ADD 1 TO WS-LINE-CNT
                MOVE AL-ALERT-ID TO WS-PAGE-ID(WS-LINE-CNT)
                MOVE AL-ALERT-TYPE TO WS-PAGE-TYPE(WS-LINE-CNT)
                MOVE AL-CUSTOMER-ID TO WS-PAGE-CUST(WS-LINE-CNT)
                MOVE AL-BUS-DATE TO WS-PAGE-DATE(WS-LINE-CNT)
                MOVE AL-ALERT-AMOUNT TO WS-PAGE-AMT(WS-LINE-CNT)
                MOVE AL-ALERT-STATUS TO WS-PAGE-STAT(WS-LINE-CNT)
            END-IF.
       FETCH-BWD-PARA-EXIT.
            EXIT.
       UNLOAD-PAGE-TABLE.
            MOVE WS-PAGE-ID(WS-LINE-CNT) TO WS-COMM-FIRST-ID.
            MOVE WS-PAGE-ID(1) TO WS-COMM-LAST-ID.
            MOVE ZERO TO WS-LINE-NDX.
            MOVE WS-LINE-CNT TO WS-PAGE-NDX.
            PERFORM UNLOAD-PAGE-ENTRY THRU UNLOAD-PAGE-ENTRY-EXIT
                UNTIL WS-PAGE-NDX EQUAL TO ZERO.
       UNLOAD-PAGE-TABLE-EXIT.
            EXIT.
       UNLOAD-PAGE-ENTRY.
            ADD 1 TO WS-LINE-NDX.
            MOVE WS-PAGE-ID(WS-PAGE-NDX) TO AL-ALERT-ID.
            MOVE WS-PAGE-TYPE(WS-PAGE-NDX) TO AL-ALERT-TYPE.
            MOVE WS-PAGE-CUST(WS-PAGE-NDX) TO AL-CUSTOMER-ID.
            MOVE WS-PAGE-DATE(WS-PAGE-NDX) TO AL-BUS-DATE.
            MOVE WS-PAGE-AMT(WS-PAGE-NDX) TO AL-ALERT-AMOUNT.
            MOVE WS-PAGE-STAT(WS-PAGE-NDX) TO AL-ALERT-STATUS.
            PERFORM BUILD-ALERT-LINE THRU BUILD-ALERT-LINE-EXIT.
            MOVE WS-ALERT-LINE TO LLINEO(WS-LINE-NDX).
            SUBTRACT 1 FROM WS-PAGE-NDX.
       UNLOAD-PAGE-ENTRY-EXIT.
            EXIT.
       BUILD-ALERT-LINE.
            MOVE AL-ALERT-ID TO QL-ALERT-ID.
            MOVE AL-ALERT-TYPE TO QL-ALERT-TYPE.
            MOVE AL-CUSTOMER-ID TO QL-CUSTOMER-ID.
            MOVE AL-BUS-DATE TO QL-BUS-DATE.
            MOVE AL-ALERT-AMOUNT TO QL-ALERT-AMOUNT.
            MOVE AL-ALERT-STATUS TO QL-ALERT-STATUS.
       BUILD-ALERT-LINE-EXIT.
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
