       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGZATST.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               COPY DFHAID.
               COPY CBZLSTM.
               EXEC SQL INCLUDE SQLCA END-EXEC.
               COPY CBZAUDT.
               COPY CBZOPRA.
               COPY CBZATST.
         01 WS-COMMAREA.
            05 WS-COMM-MODE     PIC X(04).
            05 WS-COMM-CYCLE    PIC X(06).
            05 WS-COMM-FILTER   PIC X(20).
            05 WS-COMM-FIRST-OP PIC X(08).
            05 WS-COMM-FIRST-BR PIC X(20).
            05 WS-COMM-LAST-OP  PIC X(08).
            05 WS-COMM-LAST-BR  PIC X(20).
            05 FILLER           PIC X(14).
        01 WS-ADMIN-BRANCH PIC X(20) VALUE 'SECADMIN'.
        01 WS-COMPLIANCE-BRANCH PIC X(20) VALUE 'COMPLIANCE'.
        01 WS-ROLE-SUPER PIC X(10) VALUE 'SUPER'.
        01 WS-NO-ACTION-DATE PIC X(10) VALUE '0001-01-01'.
        01 WS-TARGET-KEY.
           05 WS-TARGET-OP PIC X(08).
           05 FILLER PIC X(10).
        01 WS-TARGET-BRANCH PIC X(20).
        01 WS-CHECK-BRANCH PIC X(20).
        01 WS-NEW-STATUS PIC X(04).
        01 WS-PAST-DEADLINE PIC X(01).
        01 WS-FROM-OP PIC X(08).
        01 WS-FROM-BR PIC X(20).
        01 WS-AUDIT-ACTION PIC X(10).
        01 WS-ZERO-ACCT PIC S9(18) VALUE ZERO.
        01 WS-LINE-CNT PIC S9(4) COMP VALUE ZERO.
        01 WS-LINE-NDX PIC S9(4) COMP VALUE ZERO.
        01 WS-PAGE-NDX PIC S9(4) COMP VALUE ZERO.
        01 WS-FETCH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FETCH-DONE VALUE 'Y'.
        01 WS-ADMIN-SWITCH PIC X(01) VALUE 'N'.
           88 WS-ADMIN-OPERATOR VALUE 'Y'.
        01 WS-SUPER-SWITCH PIC X(01) VALUE 'N'.
           88 WS-SUPERVISOR VALUE 'Y'.
        01 WS-OPERATOR-SWITCH PIC X(01) VALUE 'Y'.
           88 WS-OPERATOR-AUTHORIZED VALUE 'Y'.
           88 WS-OPERATOR-NOT-AUTHORIZED VALUE 'N'.
        01 WS-AUTH-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-BRANCH-AUTH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-BRANCH-AUTHORIZED VALUE 'Y'.
           88 WS-BRANCH-NOT-AUTHORIZED VALUE 'N'.
        01 WS-ATTEST-LINE.
           05 TL-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 TL-BRANCH PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 TL-ROLE-LEVEL PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 TL-LAST-ACTION PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 TL-STATUS PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 TL-ATTEST-BY PIC X(10).
           05 FILLER PIC X(06) VALUE SPACES.
        01 WS-PAGE-TABLE.
           05 WS-PAGE-ENTRY OCCURS 12.
              10 WS-PAGE-OP     PIC X(08).
              10 WS-PAGE-BRANCH PIC X(20).
              10 WS-PAGE-ROLE   PIC X(10).
              10 WS-PAGE-LAST   PIC X(10).
              10 WS-PAGE-STATUS PIC X(04).
              10 WS-PAGE-BY     PIC X(10).
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
                DECLARE ATST-FWD-CSR CURSOR FOR
                SELECT OPERATOR_ID, BRANCH, ROLE_LEVEL,
                       CHAR(LAST_ACTION_DATE, ISO), ATTEST_STATUS,
                       ATTEST_BY
                  FROM COREBK.CBZ_ACCESS_ATTEST
                 WHERE CYCLE_ID = :WS-COMM-CYCLE
                   AND (BRANCH = :WS-COMM-FILTER
                        OR :WS-COMM-FILTER = ' ')
                   AND (BRANCH > :WS-FROM-BR
                        OR (BRANCH = :WS-FROM-BR
                            AND OPERATOR_ID > :WS-FROM-OP))
                 ORDER BY BRANCH, OPERATOR_ID
           END-EXEC.
           EXEC SQL
                DECLARE ATST-BWD-CSR CURSOR FOR
                SELECT OPERATOR_ID, BRANCH, ROLE_LEVEL,
                       CHAR(LAST_ACTION_DATE, ISO), ATTEST_STATUS,
                       ATTEST_BY
                  FROM COREBK.CBZ_ACCESS_ATTEST
                 WHERE CYCLE_ID = :WS-COMM-CYCLE
                   AND (BRANCH = :WS-COMM-FILTER
                        OR :WS-COMM-FILTER = ' ')
                   AND (BRANCH < :WS-FROM-BR
                        OR (BRANCH = :WS-FROM-BR
                            AND OPERATOR_ID < :WS-FROM-OP))
                 ORDER BY BRANCH DESC, OPERATOR_ID DESC
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
             WHEN 'CATS'
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
           MOVE 'ACCESS RECERT - L/C/R KEY=OP RSN=BRANCH'
                TO LMSGO
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO LDATEO
           MOVE WS-TIME TO LTIMEO
           PERFORM SEND-MAP THRU SEND-MAP-EXIT
           MOVE 'CATS' TO WS-COMM-MODE
           MOVE SPACES TO WS-COMM-CYCLE
           MOVE SPACES TO WS-COMM-FILTER
           MOVE SPACES TO WS-COMM-FIRST-OP
           MOVE SPACES TO WS-COMM-FIRST-BR
           MOVE SPACES TO WS-COMM-LAST-OP
           MOVE SPACES TO WS-COMM-LAST-BR
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
             RETURN TRANSID('ZC83')
             COMMAREA(WS-COMMAREA)
             END-EXEC.
       RETURN-CICS-EXIT.
             EXIT.
       KEY-VALID.
             EVALUATE EIBAID
             WHEN DFHENTER
               MOVE LOW-VALUES TO MAPALSO
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               PERFORM ACTION-PARA THRU ACTION-PARA-EXIT
               PERFORM SEND-SCREEN THRU SEND-SCREEN-EXIT
             WHEN DFHPF8
               MOVE LOW-VALUES TO MAPALSO
               MOVE WS-COMM-FILTER TO WS-CHECK-BRANCH
               PERFORM SUPERVISOR-CHECK THRU SUPERVISOR-CHECK-EXIT
               IF NOT WS-SUPERVISOR
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   MOVE WS-COMM-LAST-OP TO WS-FROM-OP
                   MOVE WS-COMM-LAST-BR TO WS-FROM-BR
                   PERFORM LIST-FORWARD-PARA THRU
                           LIST-FORWARD-PARA-EXIT
                   PERFORM SEND-SCREEN THRU SEND-SCREEN-EXIT
               END-IF
             WHEN DFHPF7
               MOVE LOW-VALUES TO MAPALSO
               MOVE WS-COMM-FILTER TO WS-CHECK-BRANCH
               PERFORM SUPERVISOR-CHECK THRU SUPERVISOR-CHECK-EXIT
               IF NOT WS-SUPERVISOR
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   MOVE WS-COMM-FIRST-OP TO WS-FROM-OP
                   MOVE WS-COMM-FIRST-BR TO WS-FROM-BR
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
       ADMIN-CHECK.
            MOVE WS-ADMIN-BRANCH TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-BRANCH-AUTHORIZED
                MOVE 'Y' TO WS-ADMIN-SWITCH
            ELSE
                MOVE 'N' TO WS-ADMIN-SWITCH
            END-IF.
       ADMIN-CHECK-EXIT.
            EXIT.
       SUPERVISOR-CHECK.
            MOVE 'N' TO WS-SUPER-SWITCH.
            PERFORM ADMIN-CHECK THRU ADMIN-CHECK-EXIT.
            IF WS-ADMIN-OPERATOR
                MOVE 'Y' TO WS-SUPER-SWITCH
                GO TO SUPERVISOR-CHECK-EXIT.
            IF WS-CHECK-BRANCH EQUAL TO SPACES
                MOVE 'BRANCH IS REQUIRED' TO LMSGO
                GO TO SUPERVISOR-CHECK-EXIT.
            IF WS-CHECK-BRANCH EQUAL TO WS-ADMIN-BRANCH
               OR WS-CHECK-BRANCH EQUAL TO WS-COMPLIANCE-BRANCH
                MOVE 'BRANCH IS ATTESTED BY SECURITY ADMIN' TO LMSGO
                GO TO SUPERVISOR-CHECK-EXIT.
            MOVE WS-CHECK-BRANCH TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-BRANCH-AUTHORIZED
               AND OA-ROLE-LEVEL EQUAL TO WS-ROLE-SUPER
                MOVE 'Y' TO WS-SUPER-SWITCH
            ELSE
                MOVE 'OPERATOR IS NOT A SUPERVISOR HERE' TO LMSGO
            END-IF.
       SUPERVISOR-CHECK-EXIT.
            EXIT.
       ACTION-PARA.
            MOVE LKEYI TO WS-TARGET-KEY.
            MOVE LRSNI TO WS-TARGET-BRANCH.
            IF WS-TARGET-BRANCH EQUAL TO LOW-VALUES
                MOVE SPACES TO WS-TARGET-BRANCH
            END-IF.
            MOVE WS-TARGET-BRANCH TO WS-CHECK-BRANCH.
            PERFORM SUPERVISOR-CHECK THRU SUPERVISOR-CHECK-EXIT.
            IF NOT WS-SUPERVISOR
                GO TO ACTION-PARA-EXIT.
            PERFORM CURRENT-CYCLE THRU CURRENT-CYCLE-EXIT.
            IF WS-COMM-CYCLE EQUAL TO SPACES
                MOVE 'NO RECERTIFICATION CYCLE ON FILE' TO LMSGO
                GO TO ACTION-PARA-EXIT.
            EVALUATE LACTI
            WHEN 'L'
                MOVE WS-TARGET-BRANCH TO WS-COMM-FILTER
                MOVE SPACES TO WS-FROM-OP
                MOVE SPACES TO WS-FROM-BR
                PERFORM LIST-FORWARD-PARA THRU
                        LIST-FORWARD-PARA-EXIT
            WHEN 'C'
                MOVE 'CONF' TO WS-NEW-STATUS
                MOVE 'RCRTCONF' TO WS-AUDIT-ACTION
                PERFORM ATTEST-LINE THRU ATTEST-LINE-EXIT
            WHEN 'R'
                MOVE 'RMVE' TO WS-NEW-STATUS
                MOVE 'RCRTRMVE' TO WS-AUDIT-ACTION
                PERFORM ATTEST-LINE THRU ATTEST-LINE-EXIT
            WHEN OTHER
                MOVE 'ACTION MUST BE L, C OR R' TO LMSGO
            END-EVALUATE.
       ACTION-PARA-EXIT.
            EXIT.
       CURRENT-CYCLE.
            EXEC SQL
                 SELECT VALUE(MAX(CYCLE_ID), ' ')
                   INTO :WS-COMM-CYCLE
                   FROM COREBK.CBZ_ACCESS_ATTEST
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE SPACES TO WS-COMM-CYCLE
            END-IF.
       CURRENT-CYCLE-EXIT.
            EXIT.
       ATTEST-LINE.
            IF WS-TARGET-OP EQUAL TO SPACES
               OR WS-TARGET-OP EQUAL TO LOW-VALUES
                MOVE 'OPERATOR ID IS REQUIRED' TO LMSGO
                GO TO ATTEST-LINE-EXIT.
            IF WS-TARGET-OP EQUAL TO EIBUSER
                MOVE 'CANNOT ATTEST YOUR OWN AUTHORIZATION' TO LMSGO
                GO TO ATTEST-LINE-EXIT.
            MOVE WS-COMM-CYCLE TO AT-CYCLE-ID.
            MOVE WS-TARGET-OP TO AT-OPERATOR-ID.
            MOVE WS-TARGET-BRANCH TO AT-BRANCH.
            EXEC SQL
                 SELECT ATTEST_STATUS,
                        CASE WHEN DEADLINE_DATE < CURRENT DATE
                             THEN 'Y' ELSE 'N' END
                   INTO :AT-ATTEST-STATUS, :WS-PAST-DEADLINE
                   FROM COREBK.CBZ_ACCESS_ATTEST
                  WHERE CYCLE_ID = :AT-CYCLE-ID
                    AND OPERATOR_ID = :AT-OPERATOR-ID
                    AND BRANCH = :AT-BRANCH
            END-EXEC.
            IF SQLCODE EQUAL TO 100
                MOVE 'LINE NOT ON THE CURRENT CYCLE' TO LMSGO
                GO TO ATTEST-LINE-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'ATTESTATION FAILED - TRY AGAIN' TO LMSGO
                GO TO ATTEST-LINE-EXIT.
            IF AT-ATTEST-STATUS NOT EQUAL TO 'PEND'
               AND AT-ATTEST-STATUS NOT EQUAL TO 'CONF'
               AND AT-ATTEST-STATUS NOT EQUAL TO 'RMVE'
                MOVE 'LINE ALREADY CLOSED FOR THIS CYCLE' TO LMSGO
                GO TO ATTEST-LINE-EXIT.
            IF WS-PAST-DEADLINE EQUAL TO 'Y'
                MOVE 'CYCLE DEADLINE HAS PASSED' TO LMSGO
                GO TO ATTEST-LINE-EXIT.
            PERFORM BUILD-TIMESTAMP THRU BUILD-TIMESTAMP-EXIT.
            MOVE WS-NEW-STATUS TO AT-ATTEST-STATUS.
            MOVE EIBUSER TO AT-ATTEST-BY.
            MOVE WS-TIMESTAMP TO AT-ATTEST-TIMESTAMP.
            EXEC SQL
                 UPDATE COREBK.CBZ_ACCESS_ATTEST
                    SET ATTEST_STATUS = :AT-ATTEST-STATUS,
                        ATTEST_BY = :AT-ATTEST-BY,
                        ATTEST_TIMESTAMP = :AT-ATTEST-TIMESTAMP
                  WHERE CYCLE_ID = :AT-CYCLE-ID
                    AND OPERATOR_ID = :AT-OPERATOR-ID
                    AND BRANCH = :AT-BRANCH
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'ATTESTATION FAILED - TRY AGAIN' TO LMSGO
                GO TO ATTEST-LINE-EXIT.
            PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT.
            IF WS-NEW-STATUS EQUAL TO 'CONF'
                MOVE 'AUTHORIZATION CONFIRMED' TO LMSGO
            ELSE
                MOVE 'AUTHORIZATION MARKED FOR REMOVAL' TO LMSGO
            END-IF.
       ATTEST-LINE-EXIT.
            EXIT.
       LIST-FORWARD-PARA.
            MOVE ZERO TO WS-LINE-CNT.
            MOVE 'N' TO WS-FETCH-SWITCH.
            EXEC SQL
                 OPEN ATST-FWD-CSR
            END-EXEC.
            PERFORM FETCH-FWD-PARA THRU FETCH-FWD-PARA-EXIT
                UNTIL WS-FETCH-DONE OR WS-LINE-CNT EQUAL TO 12.
            EXEC SQL
                 CLOSE ATST-FWD-CSR
            END-EXEC.
            IF WS-LINE-CNT EQUAL TO ZERO
                IF WS-FROM-BR EQUAL TO SPACES
                    MOVE 'NO LINES ON THE CURRENT CYCLE' TO LMSGO
                ELSE
                    MOVE 'NO MORE LINES - END OF LIST' TO LMSGO
                END-IF
            ELSE
                MOVE 'PF7 BACKWARD  PF8 FORWARD  PF3 EXIT' TO LMSGO
            END-IF.
       LIST-FORWARD-PARA-EXIT.
            EXIT.
       FETCH-FWD-PARA.
            EXEC SQL
                 FETCH ATST-FWD-CSR
                 INTO :AT-OPERATOR-ID, :AT-BRANCH, :AT-ROLE-LEVEL,
                      :AT-LAST-ACTION-DATE, :AT-ATTEST-STATUS,
                      :AT-ATTEST-BY
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'Y' TO WS-FETCH-SWITCH
            ELSE
                ADD 1 TO WS-LINE-CNT
                IF WS-LINE-CNT EQUAL TO 1
                    MOVE AT-OPERATOR-ID TO WS-COMM-FIRST-OP
                    MOVE AT-BRANCH TO WS-COMM-FIRST-BR
                END-IF
                MOVE AT-OPERATOR-ID TO WS-COMM-LAST-OP
                MOVE AT-BRANCH TO WS-COMM-LAST-BR
                MOVE AT-OPERATOR-ID TO TL-OPERATOR-ID
                MOVE AT-BRANCH TO TL-BRANCH
                MOVE AT-ROLE-LEVEL TO TL-ROLE-LEVEL
                MOVE AT-LAST-ACTION-DATE TO TL-LAST-ACTION
                MOVE AT-ATTEST-STATUS TO TL-STATUS
                MOVE AT-ATTEST-BY TO TL-ATTEST-BY
                PERFORM FORMAT-LAST-ACTION THRU
                        FORMAT-LAST-ACTION-EXIT
                MOVE WS-ATTEST-LINE TO LLINEO(WS-LINE-CNT)
            END-IF.
       FETCH-FWD-PARA-EXIT.
            EXIT.
       LIST-BACKWARD-PARA.
            MOVE ZERO TO WS-LINE-CNT.
            MOVE 'N' TO WS-FETCH-SWITCH.
            EXEC SQL
                 OPEN ATST-BWD-CSR
            END-EXEC.
            PERFORM FETCH-BWD-PARA THRU FETCH-BWD-PARA-EXIT
                UNTIL WS-FETCH-DONE OR WS-LINE-CNT EQUAL TO 12.
            EXEC SQL
                 CLOSE ATST-BWD-CSR
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
                 FETCH ATST-BWD-CSR
                 INTO :AT-OPERATOR-ID, :AT-BRANCH, :AT-ROLE-LEVEL,
                      :AT-LAST-ACTION-DATE, :AT-ATTEST-STATUS,
                      :AT-ATTEST-BY
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'Y' TO WS-FETCH-SWITCH
            ELSE
                ADD 1 TO WS-LINE-CNT
                MOVE AT-OPERATOR-ID TO WS-PAGE-OP(WS-LINE-CNT)
                MOVE AT-BRANCH TO WS-PAGE-BRANCH(WS-LINE-CNT)
                MOVE AT-ROLE-LEVEL TO WS-PAGE-ROLE(WS-LINE-CNT)
                MOVE AT-LAST-ACTION-DATE TO WS-PAGE-LAST(WS-LINE-CNT)
                MOVE AT-ATTEST-STATUS TO WS-PAGE-STATUS(WS-LINE-CNT)
                MOVE AT-ATTEST-BY TO WS-PAGE-BY(WS-LINE-CNT)
            END-IF.
       FETCH-BWD-PARA-EXIT.
            EXIT.
       UNLOAD-PAGE-TABLE.
            MOVE WS-PAGE-OP(WS-LINE-CNT) TO WS-COMM-FIRST-OP.
            MOVE WS-PAGE-BRANCH(WS-LINE-CNT) TO WS-COMM-FIRST-BR.
            MOVE WS-PAGE-OP(1) TO WS-COMM-LAST-OP.
            MOVE WS-PAGE-BRANCH(1) TO WS-COMM-LAST-BR.
            MOVE ZERO TO WS-LINE-NDX.
            MOVE WS-LINE-CNT TO WS-PAGE-NDX.
            PERFORM UNLOAD-PAGE-ENTRY THRU UNLOAD-PAGE-ENTRY-EXIT
                UNTIL WS-PAGE-NDX EQUAL TO ZERO.
       UNLOAD-PAGE-TABLE-EXIT.
            EXIT.
       UNLOAD-PAGE-ENTRY.
            ADD 1 TO WS-LINE-NDX.
            MOVE WS-PAGE-OP(WS-PAGE-NDX) TO TL-OPERATOR-ID.
            MOVE WS-PAGE-BRANCH(WS-PAGE-NDX) TO TL-BRANCH.
            MOVE WS-PAGE-ROLE(WS-PAGE-NDX) TO TL-ROLE-LEVEL.
            MOVE WS-PAGE-LAST(WS-PAGE-NDX) TO TL-LAST-ACTION.
            MOVE WS-PAGE-STATUS(WS-PAGE-NDX) TO TL-STATUS.
            MOVE WS-PAGE-BY(WS-PAGE-NDX) TO TL-ATTEST-BY.
            PERFORM FORMAT-LAST-ACTION THRU FORMAT-LAST-ACTION-EXIT.
            MOVE WS-ATTEST-LINE TO LLINEO(WS-LINE-NDX).
            SUBTRACT 1 FROM WS-PAGE-NDX.
       UNLOAD-PAGE-ENTRY-EXIT.
            EXIT.
       FORMAT-LAST-ACTION.
            IF TL-LAST-ACTION EQUAL TO WS-NO-ACTION-DATE
                MOVE 'NONE' TO TL-LAST-ACTION
            END-IF.
       FORMAT-LAST-ACTION-EXIT.
            EXIT.
       WRITE-AUDIT-LOG.
            MOVE WS-ZERO-ACCT TO AU-ACCOUNT-NUMBER
            MOVE WS-AUDIT-ACTION TO AU-ACTION-CODE
            MOVE EIBUSER TO AU-USERID
            MOVE WS-TIMESTAMP TO AU-LOG-TIMESTAMP
            MOVE WS-TARGET-BRANCH TO AU-BRANCH
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
