       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGZACTV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               COPY DFHAID.
               COPY CBZLSTM.
               EXEC SQL INCLUDE SQLCA END-EXEC.
               COPY CBSMST.
               COPY CBZACTV.
               COPY CBZOPRA.
               COPY CBZACLH.
         01 WS-COMMAREA.
            05 WS-COMM-MODE     PIC X(04).
            05 WS-COMM-ACCT     PIC S9(18).
            05 WS-COMM-FROM     PIC X(10).
            05 WS-COMM-TO       PIC X(10).
            05 WS-COMM-TOP-ROW  PIC 9(07).
            05 FILLER           PIC X(51).
        01 WS-ACCOUNT-NO-T PIC S9(18).
        01 WS-FROM-DATE PIC X(10).
        01 WS-TO-DATE PIC X(10).
        01 WS-CHECK-DATE PIC X(10).
        01 WS-LOW-DATE PIC X(10) VALUE '0001-01-01'.
        01 WS-HIGH-DATE PIC X(10) VALUE '9999-12-31'.
        01 WS-FILTER-IN.
           05 WS-FILTER-FROM PIC X(10).
           05 WS-FILTER-TO   PIC X(10).
        01 WS-NEW-TOP PIC S9(9) COMP VALUE ZERO.
        01 WS-SKIP-CNT PIC S9(9) COMP VALUE ZERO.
        01 WS-ITEM-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-PERIOD-TOTAL PIC S9(13)V9(2) COMP-3 VALUE ZERO.
        01 WS-END-MSG PIC X(45) VALUE SPACES.
        01 WS-LINE-CNT PIC S9(4) COMP VALUE ZERO.
        01 WS-FETCH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FETCH-DONE VALUE 'Y'.
        01 WS-FILTER-SWITCH PIC X(01) VALUE 'Y'.
           88 WS-FILTER-VALID VALUE 'Y'.
        01 WS-OPERATOR-SWITCH PIC X(01) VALUE 'Y'.
           88 WS-OPERATOR-AUTHORIZED VALUE 'Y'.
           88 WS-OPERATOR-NOT-AUTHORIZED VALUE 'N'.
        01 WS-AUTH-COUNT PIC S9(9) COMP VALUE ZERO.
        01 WS-BRANCH-AUTH-SWITCH PIC X(01) VALUE 'N'.
           88 WS-BRANCH-AUTHORIZED VALUE 'Y'.
           88 WS-BRANCH-NOT-AUTHORIZED VALUE 'N'.
        01 WS-ACTIVITY-LINE.
           05 VL-POST-DATE PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 VL-AMOUNT PIC Z(10)9.99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 VL-CURRENCY PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 VL-CHANNEL PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 VL-ACCT-AMOUNT PIC Z(10)9.99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 VL-ACCT-CURRENCY PIC X(03).
           05 FILLER PIC X(14) VALUE SPACES.
        01 WS-FOOTER-LINE.
           05 FILLER PIC X(14) VALUE 'PERIOD TOTAL: '.
           05 FL-ITEM-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(08) VALUE ' ITEMS  '.
           05 FL-PERIOD-TOTAL PIC Z(12)9.99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FL-CURRENCY PIC X(03).
           05 FILLER PIC X(28) VALUE SPACES.
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
           EXEC SQL
                DECLARE ACTIVITY-CSR CURSOR FOR
                SELECT CHAR(POST_DATE), AMOUNT, CURRENCY,
                       ACCT_AMOUNT, CHANNEL
                  FROM COREBK.CBZ_ACCT_ACTIVITY
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NO-T
                   AND POST_DATE BETWEEN :WS-FROM-DATE
                                     AND :WS-TO-DATE
                 ORDER BY POST_DATE DESC, LOAD_TIMESTAMP DESC
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
             WHEN 'CACT'
                PERFORM KEY-VALID THRU KEY-VALID-EXIT
             WHEN 'CUNT'
                PERFORM HANDOFF-PARA THRU HANDOFF-PARA-EXIT
             WHEN OTHER
                MOVE LOW-VALUES TO MAPALSO
                MOVE 'EXIT' TO LMSGO
             END-EVALUATE
           END-IF.
       EIB-EXIT.
           EXIT.
       INIT-PARA.
           MOVE LOW-VALUES TO MAPALSO
           MOVE 'ACTIVITY - KEY ACCT NO, FROM/TO DATES, ENTER'
                TO LMSGO
           PERFORM DATE-TIME THRU DATE-TIME-EXIT
           MOVE WS-DATE TO LDATEO
           MOVE WS-TIME TO LTIMEO
           PERFORM SEND-MAP THRU SEND-MAP-EXIT
           MOVE 'CACT' TO WS-COMM-MODE
           MOVE ZERO TO WS-COMM-ACCT
           MOVE WS-LOW-DATE TO WS-COMM-FROM
           MOVE WS-HIGH-DATE TO WS-COMM-TO
           MOVE ZERO TO WS-COMM-TOP-ROW
           PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       INIT-EXIT.
           EXIT.
       HANDOFF-PARA.
            MOVE LOW-VALUES TO MAPALSO.
            MOVE 'CACT' TO WS-COMM-MODE.
            MOVE WS-LOW-DATE TO WS-COMM-FROM.
            MOVE WS-HIGH-DATE TO WS-COMM-TO.
            MOVE ZERO TO WS-COMM-TOP-ROW.
            MOVE ZERO TO WS-NEW-TOP.
            PERFORM LIST-PAGE-PARA THRU LIST-PAGE-PARA-EXIT.
            PERFORM SEND-SCREEN THRU SEND-SCREEN-EXIT.
       HANDOFF-PARA-EXIT.
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
             RETURN TRANSID('ZC82')
             COMMAREA(WS-COMMAREA)
             END-EXEC.
       RETURN-CICS-EXIT.
             EXIT.
       KEY-VALID.
             EVALUATE EIBAID
             WHEN DFHENTER
               MOVE LOW-VALUES TO MAPALSO
               PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
               IF LKEYI NOT NUMERIC
                   MOVE 'ACCOUNT NUMBER MUST BE NUMERIC' TO LMSGO
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   PERFORM EDIT-FILTERS THRU EDIT-FILTERS-EXIT
                   IF NOT WS-FILTER-VALID
                       PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
                   ELSE
                       MOVE LKEYI TO WS-COMM-ACCT
                       MOVE WS-FROM-DATE TO WS-COMM-FROM
                       MOVE WS-TO-DATE TO WS-COMM-TO
                       MOVE ZERO TO WS-COMM-TOP-ROW
                       MOVE ZERO TO WS-NEW-TOP
                       PERFORM LIST-PAGE-PARA THRU
                               LIST-PAGE-PARA-EXIT
                       PERFORM SEND-SCREEN THRU SEND-SCREEN-EXIT
                   END-IF
               END-IF
             WHEN DFHPF8
               MOVE LOW-VALUES TO MAPALSO
               IF WS-COMM-ACCT EQUAL TO ZERO
                   MOVE 'KEY AN ACCOUNT NUMBER FIRST' TO LMSGO
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   COMPUTE WS-NEW-TOP = WS-COMM-TOP-ROW + 11
                   PERFORM LIST-PAGE-PARA THRU LIST-PAGE-PARA-EXIT
                   PERFORM SEND-SCREEN THRU SEND-SCREEN-EXIT
               END-IF
             WHEN DFHPF7
               MOVE LOW-VALUES TO MAPALSO
               IF WS-COMM-ACCT EQUAL TO ZERO
                   MOVE 'KEY AN ACCOUNT NUMBER FIRST' TO LMSGO
                   PERFORM SEND-ERROR-MSG THRU SEND-ERROR-EXIT
               ELSE
                   IF WS-COMM-TOP-ROW EQUAL TO ZERO
                       MOVE 'ALREADY AT NEWEST ENTRY' TO WS-END-MSG
                       MOVE ZERO TO WS-NEW-TOP
                   ELSE
                   IF WS-COMM-TOP-ROW LESS THAN 11
                       MOVE ZERO TO WS-NEW-TOP
                   ELSE
                       COMPUTE WS-NEW-TOP = WS-COMM-TOP-ROW - 11
                   END-IF
                   END-IF
                   PERFORM LIST-PAGE-PARA THRU LIST-PAGE-PARA-EXIT
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
             MOVE WS-COMM-ACCT TO LKEYO
             MOVE SPACES TO WS-FILTER-IN
             IF WS-COMM-FROM NOT EQUAL TO WS-LOW-DATE
                 MOVE WS-COMM-FROM TO WS-FILTER-FROM
             END-IF
             IF WS-COMM-TO NOT EQUAL TO WS-HIGH-DATE
                 MOVE WS-COMM-TO TO WS-FILTER-TO
             END-IF
             MOVE WS-FILTER-IN TO LRSNO
             PERFORM SEND-MAP THRU SEND-MAP-EXIT
             PERFORM RETURN-CICS THRU RETURN-CICS-EXIT.
       SEND-SCREEN-EXIT.
            EXIT.
       EDIT-FILTERS.
            MOVE 'Y' TO WS-FILTER-SWITCH.
            MOVE LRSNI TO WS-FILTER-IN.
            INSPECT WS-FILTER-IN REPLACING ALL LOW-VALUE BY SPACE.
            IF WS-FILTER-FROM EQUAL TO SPACES
                MOVE WS-LOW-DATE TO WS-FROM-DATE
            ELSE
                MOVE WS-FILTER-FROM TO WS-CHECK-DATE
                PERFORM DATE-CHECK THRU DATE-CHECK-EXIT
                MOVE WS-FILTER-FROM TO WS-FROM-DATE
            END-IF.
            IF NOT WS-FILTER-VALID
                MOVE 'FROM DATE MUST BE YYYY-MM-DD' TO LMSGO
                GO TO EDIT-FILTERS-EXIT.
            IF WS-FILTER-TO EQUAL TO SPACES
                MOVE WS-HIGH-DATE TO WS-TO-DATE
            ELSE
                MOVE WS-FILTER-TO TO WS-CHECK-DATE
                PERFORM DATE-CHECK THRU DATE-CHECK-EXIT
                MOVE WS-FILTER-TO TO WS-TO-DATE
            END-IF.
            IF NOT WS-FILTER-VALID
                MOVE 'TO DATE MUST BE YYYY-MM-DD' TO LMSGO
                GO TO EDIT-FILTERS-EXIT.
            IF WS-FROM-DATE GREATER THAN WS-TO-DATE
                MOVE 'N' TO WS-FILTER-SWITCH
                MOVE 'FROM DATE IS AFTER TO DATE' TO LMSGO
            END-IF.
       EDIT-FILTERS-EXIT.
            EXIT.
       DATE-CHECK.
            EXEC SQL
                 SET :WS-CHECK-DATE = CHAR(DATE(:WS-CHECK-DATE), ISO)
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'N' TO WS-FILTER-SWITCH
            END-IF.
       DATE-CHECK-EXIT.
            EXIT.
       OWNERSHIP-CHECK.
            MOVE WS-COMM-ACCT TO WS-ACCOUNT-NO-T.
            PERFORM MASTER-LOOKUP THRU MASTER-LOOKUP-EXIT.
            IF SQLCODE EQUAL TO 100
                PERFORM HISTORY-LOOKUP THRU HISTORY-LOOKUP-EXIT
            END-IF.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'ACCOUNT NOT ON FILE - CHECK ACCT NO' TO LMSGO
                GO TO OWNERSHIP-CHECK-EXIT.
            MOVE H1-BASE-BRANCH TO OA-BRANCH.
            PERFORM OPERATOR-LOOKUP THRU OPERATOR-LOOKUP-EXIT.
            IF WS-OPERATOR-NOT-AUTHORIZED
                MOVE 'OPERATOR NOT AUTHORIZED FOR ANY BRANCH'
                     TO LMSGO
                MOVE 100 TO SQLCODE
                GO TO OWNERSHIP-CHECK-EXIT.
            IF WS-BRANCH-NOT-AUTHORIZED
                MOVE 'ACCOUNT BELONGS TO ANOTHER BRANCH' TO LMSGO
                MOVE 100 TO SQLCODE
            END-IF.
       OWNERSHIP-CHECK-EXIT.
            EXIT.
       LIST-PAGE-PARA.
            PERFORM OWNERSHIP-CHECK THRU OWNERSHIP-CHECK-EXIT.
            IF SQLCODE NOT EQUAL TO ZERO
                GO TO LIST-PAGE-PARA-EXIT.
            MOVE WS-COMM-FROM TO WS-FROM-DATE.
            MOVE WS-COMM-TO TO WS-TO-DATE.
            MOVE ZERO TO WS-ITEM-COUNT.
            MOVE ZERO TO WS-PERIOD-TOTAL.
            EXEC SQL
                 SELECT COUNT(*), VALUE(SUM(ACCT_AMOUNT), 0)
                   INTO :WS-ITEM-COUNT, :WS-PERIOD-TOTAL
                   FROM COREBK.CBZ_ACCT_ACTIVITY
                  WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NO-T
                    AND POST_DATE BETWEEN :WS-FROM-DATE
                                      AND :WS-TO-DATE
            END-EXEC.
            IF WS-ITEM-COUNT EQUAL TO ZERO
                MOVE 'NO ACTIVITY FOR THIS ACCOUNT AND PERIOD'
                     TO LMSGO
                MOVE ZERO TO WS-COMM-TOP-ROW
                GO TO LIST-PAGE-PARA-EXIT.
            IF WS-NEW-TOP NOT LESS THAN WS-ITEM-COUNT
                MOVE 'NO OLDER ENTRIES - END OF ACTIVITY'
                     TO WS-END-MSG
                MOVE WS-COMM-TOP-ROW TO WS-NEW-TOP
            END-IF.
            MOVE ZERO TO WS-SKIP-CNT.
            MOVE ZERO TO WS-LINE-CNT.
            MOVE 'N' TO WS-FETCH-SWITCH.
            EXEC SQL
                 OPEN ACTIVITY-CSR
            END-EXEC.
            PERFORM SKIP-ROW-PARA THRU SKIP-ROW-PARA-EXIT
                UNTIL WS-FETCH-DONE OR WS-SKIP-CNT EQUAL TO WS-NEW-TOP.
            PERFORM FETCH-ROW-PARA THRU FETCH-ROW-PARA-EXIT
                UNTIL WS-FETCH-DONE OR WS-LINE-CNT EQUAL TO 11.
            EXEC SQL
                 CLOSE ACTIVITY-CSR
            END-EXEC.
            MOVE WS-NEW-TOP TO WS-COMM-TOP-ROW.
            MOVE WS-ITEM-COUNT TO FL-ITEM-COUNT.
            MOVE WS-PERIOD-TOTAL TO FL-PERIOD-TOTAL.
            MOVE H1-CURRENCY TO FL-CURRENCY.
            MOVE WS-FOOTER-LINE TO LLINEO(12).
            IF WS-END-MSG NOT EQUAL TO SPACES
                MOVE WS-END-MSG TO LMSGO
            ELSE
                MOVE 'NEWEST FIRST - PF7 NEWER  PF8 OLDER' TO LMSGO
            END-IF.
       LIST-PAGE-PARA-EXIT.
            EXIT.
       SKIP-ROW-PARA.
            EXEC SQL
                 FETCH ACTIVITY-CSR
                 INTO :AC-POST-DATE, :AC-AMOUNT, :AC-CURRENCY,
                      :AC-ACCT-AMOUNT, :AC-CHANNEL
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'Y' TO WS-FETCH-SWITCH
            ELSE
                ADD 1 TO WS-SKIP-CNT
            END-IF.
       SKIP-ROW-PARA-EXIT.
            EXIT.
       FETCH-ROW-PARA.
            EXEC SQL
                 FETCH ACTIVITY-CSR
                 INTO :AC-POST-DATE, :AC-AMOUNT, :AC-CURRENCY,
                      :AC-ACCT-AMOUNT, :AC-CHANNEL
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE 'Y' TO WS-FETCH-SWITCH
            ELSE
                ADD 1 TO WS-LINE-CNT
                PERFORM BUILD-ACTIVITY-LINE THRU
                        BUILD-ACTIVITY-LINE-EXIT
                MOVE WS-ACTIVITY-LINE TO LLINEO(WS-LINE-CNT)
            END-IF.
       FETCH-ROW-PARA-EXIT.
            EXIT.
       BUILD-ACTIVITY-LINE.
            MOVE AC-POST-DATE TO VL-POST-DATE.
            MOVE AC-AMOUNT TO VL-AMOUNT.
            MOVE AC-CURRENCY TO VL-CURRENCY.
            MOVE AC-CHANNEL TO VL-CHANNEL.
            MOVE AC-ACCT-AMOUNT TO VL-ACCT-AMOUNT.
            MOVE H1-CURRENCY TO VL-ACCT-CURRENCY.
       BUILD-ACTIVITY-LINE-EXIT.
            EXIT.
       MASTER-LOOKUP.
            MOVE WS-ACCOUNT-NO-T TO H1-ACCOUNT-NUMBER.
            EXEC SQL
                 SELECT ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_NAME,
                        PRODUCT_CODE, CUSTOMER_ID, ACCOUNT_STATUS,
                        PAYMENT_LIMIT, CURRENCY, COMPLIANCE_STATUS,
                        LAST_ACTIVITY_DATE, UPD_USERID, UPD_TIMESTAMP
                   INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
                        :H1-ACCOUNT-NAME, :H1-PRODUCT-CODE,
                        :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS,
                        :H1-PAYMENT-LIMIT, :H1-CURRENCY,
                        :H1-COMPLIANCE-STATUS, :H1-LAST-ACTIVITY-DATE,
                        :H1-UPD-USERID, :H1-UPD-TIMESTAMP
                   FROM COREBK.CBS_ACCT_MSTR_DTL
                  WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
            END-EXEC.
       MASTER-LOOKUP-EXIT.
            EXIT.
       HISTORY-LOOKUP.
            MOVE WS-ACCOUNT-NO-T TO HS-ACCOUNT-NUMBER.
            EXEC SQL
                 SELECT BASE_BRANCH, CURRENCY
                   INTO :HS-BASE-BRANCH, :HS-CURRENCY
                   FROM COREBK.CBZ_ACCT_CLOSED_HIST
                  WHERE ACCOUNT_NUMBER = :HS-ACCOUNT-NUMBER
            END-EXEC.
            IF SQLCODE EQUAL TO ZERO
                MOVE HS-BASE-BRANCH TO H1-BASE-BRANCH
                MOVE HS-CURRENCY TO H1-CURRENCY
            END-IF.
       HISTORY-LOOKUP-EXIT.
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
