      ******************************************************************
      *    CBZFRCK - COMMON INBOUND FILE REGISTER PARAGRAPHS SHARED    *
      *    BY THE FEED LOADERS (CBZLOAD, CBZACTP, CBZCLOD, CBZCMPF,    *
      *    CBZFXLD).  REQUIRES CBZFREG AND CBZFRCW IN                  *
      *    WORKING-STORAGE.                                            *
      *                                                                *
      *    8700-CHECK-FILE-REGISTER LOOKS UP THE FEED, SOURCE AND      *
      *    BUSINESS DATE IN COREBK.CBZ_FILE_REGISTER.  A FILE ALREADY  *
      *    APPLIED, OR ONE DATED BEFORE THE LAST FILE APPLIED FOR THE  *
      *    SAME FEED AND SOURCE, IS REFUSED (WS-FR-REFUSED) AND THE    *
      *    REFUSAL IS REGISTERED AND COMMITTED AT ONCE; WITH THE       *
      *    RERUN OVERRIDE IT IS ALLOWED WITH A WARNING INSTEAD.  A     *
      *    FILE DATED AFTER THE NEXT BUSINESS DAY (CBZ_BUS_CALENDAR)   *
      *    FOLLOWING THE LAST FILE APPLIED IS ALLOWED WITH A           *
      *    DATE-SKIPPED WARNING (WS-FR-WARNING).                       *
      *    8750-RECORD-FILE-REGISTER MARKS THE FILE                    *
      *    APPLIED WITH ITS TRAILER COUNT AND HASH; THE CALLER'S OWN   *
      *    FINAL COMMIT MAKES IT PERMANENT WITH THE DATA IT APPLIED.   *
      ******************************************************************
       8700-CHECK-FILE-REGISTER.
           MOVE 'N' TO WS-FR-FOUND-SWITCH.
           MOVE 'N' TO WS-FR-REFUSED-SWITCH.
           MOVE 'N' TO WS-FR-WARNING-SWITCH.
           MOVE SPACES TO WS-FR-MESSAGE.
           MOVE SPACES TO WS-FR-LAST-DATE.
           MOVE WS-FR-FEED-NAME TO FR-FEED-NAME.
           MOVE WS-FR-SOURCE TO FR-SOURCE-ID.
           MOVE WS-FR-BUS-DATE TO FR-BUS-DATE.
           MOVE SPACES TO FR-REG-STATUS.
           EXEC SQL
                SELECT REG_STATUS
                  INTO :FR-REG-STATUS
                  FROM COREBK.CBZ_FILE_REGISTER
                 WHERE FEED_NAME = :FR-FEED-NAME
                   AND SOURCE_ID = :FR-SOURCE-ID
                   AND BUS_DATE = :FR-BUS-DATE
           END-EXEC.
           IF SQLCODE EQUAL TO ZERO
               MOVE 'Y' TO WS-FR-FOUND-SWITCH
           END-IF.
           IF WS-FR-ON-REGISTER
              AND FR-REG-STATUS EQUAL TO 'APPLIED'
               MOVE WS-FR-BUS-DATE TO WS-FR-LAST-DATE
               IF WS-FR-RERUN-ALLOWED
                   MOVE 'Y' TO WS-FR-WARNING-SWITCH
                   MOVE 'RERUN OVERRIDE - FILE ALREADY APPLIED'
                        TO WS-FR-MESSAGE
               ELSE
                   MOVE 'FILE ALREADY APPLIED FOR THIS DATE'
                        TO WS-FR-MESSAGE
                   PERFORM 8760-NOTE-REFUSAL THRU 8760-EXIT
               END-IF
               GO TO 8700-EXIT.
           EXEC SQL
                SELECT VALUE(CHAR(MAX(BUS_DATE)), ' ')
                  INTO :WS-FR-LAST-DATE
                  FROM COREBK.CBZ_FILE_REGISTER
                 WHERE FEED_NAME = :FR-FEED-NAME
                   AND SOURCE_ID = :FR-SOURCE-ID
                   AND REG_STATUS = 'APPLIED'
           END-EXEC.
           IF SQLCODE NOT EQUAL TO ZERO
               MOVE SPACES TO WS-FR-LAST-DATE
           END-IF.
           IF WS-FR-LAST-DATE EQUAL TO SPACES
               GO TO 8700-EXIT.
           IF WS-FR-LAST-DATE GREATER THAN WS-FR-BUS-DATE
               IF WS-FR-RERUN-ALLOWED
                   MOVE 'Y' TO WS-FR-WARNING-SWITCH
                   MOVE 'RERUN OVERRIDE - DATED BEFORE LAST FILE'
                        TO WS-FR-MESSAGE
               ELSE
                   MOVE 'BUSINESS DATE BEFORE LAST FILE APPLIED'
                        TO WS-FR-MESSAGE
                   PERFORM 8760-NOTE-REFUSAL THRU 8760-EXIT
               END-IF
               GO TO 8700-EXIT.
      *    THE NEXT FILE IS DUE ON THE NEXT BUSINESS DAY ON THE
      *    CALENDAR, OR THE NEXT DAY WHERE THE CALENDAR HAS NONE.
           EXEC SQL
                SELECT VALUE(CHAR(MIN(CAL_DATE)),
                             CHAR(DATE(:WS-FR-LAST-DATE) + 1 DAY))
                  INTO :WS-FR-NEXT-DATE
                  FROM COREBK.CBZ_BUS_CALENDAR
                 WHERE CAL_DATE > DATE(:WS-FR-LAST-DATE)
                   AND DAY_TYPE = 'B'
           END-EXEC.
           IF WS-FR-BUS-DATE GREATER THAN WS-FR-NEXT-DATE
               MOVE 'Y' TO WS-FR-WARNING-SWITCH
               MOVE 'BUSINESS DATE SKIPPED SINCE LAST FILE'
                    TO WS-FR-MESSAGE
           END-IF.
       8700-EXIT.
           EXIT.
       8750-RECORD-FILE-REGISTER.
           MOVE WS-FR-FEED-NAME TO FR-FEED-NAME.
           MOVE WS-FR-SOURCE TO FR-SOURCE-ID.
           MOVE WS-FR-BUS-DATE TO FR-BUS-DATE.
           MOVE WS-FR-RECORD-COUNT TO FR-RECORD-COUNT.
           MOVE WS-FR-HASH-TOTAL TO FR-HASH-TOTAL.
           MOVE WS-FR-JOB-NAME TO FR-JOB-NAME.
           MOVE 'APPLIED' TO FR-REG-STATUS.
           MOVE WS-FR-MESSAGE TO FR-LAST-MESSAGE.
           IF WS-FR-ON-REGISTER
               EXEC SQL
                    UPDATE COREBK.CBZ_FILE_REGISTER
                       SET RECORD_COUNT = :FR-RECORD-COUNT,
                           HASH_TOTAL = :FR-HASH-TOTAL,
                           REG_STATUS = :FR-REG-STATUS,
                           JOB_NAME = :FR-JOB-NAME,
                           APPLY_COUNT = APPLY_COUNT + 1,
                           LAST_MESSAGE = :FR-LAST-MESSAGE,
                           APPLY_TIMESTAMP = CURRENT TIMESTAMP,
                           LAST_TIMESTAMP = CURRENT TIMESTAMP
                     WHERE FEED_NAME = :FR-FEED-NAME
                       AND SOURCE_ID = :FR-SOURCE-ID
                       AND BUS_DATE = :FR-BUS-DATE
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO COREBK.CBZ_FILE_REGISTER
                       (FEED_NAME, SOURCE_ID, BUS_DATE, RECORD_COUNT,
                        HASH_TOTAL, REG_STATUS, JOB_NAME, APPLY_COUNT,
                        REFUSE_COUNT, LAST_MESSAGE, FIRST_TIMESTAMP,
                        APPLY_TIMESTAMP, LAST_TIMESTAMP)
                    VALUES
                       (:FR-FEED-NAME, :FR-SOURCE-ID, :FR-BUS-DATE,
                        :FR-RECORD-COUNT, :FR-HASH-TOTAL,
                        :FR-REG-STATUS, :FR-JOB-NAME, 1, 0,
                        :FR-LAST-MESSAGE, CURRENT TIMESTAMP,
                        CURRENT TIMESTAMP, CURRENT TIMESTAMP)
               END-EXEC
           END-IF.
       8750-EXIT.
           EXIT.
       8760-NOTE-REFUSAL.
      *    THE REFUSED FILE'S OWN TOTALS ARE KEPT ONLY WHEN THE KEY IS
      *    NEW; AN APPLIED ROW KEEPS THE TOTALS OF THE FILE APPLIED.
           MOVE 'Y' TO WS-FR-REFUSED-SWITCH.
           DISPLAY WS-FR-JOB-NAME ' REFUSED ' WS-FR-FEED-NAME
                   ' ' WS-FR-BUS-DATE ' - ' WS-FR-MESSAGE.
           MOVE WS-FR-RECORD-COUNT TO FR-RECORD-COUNT.
           MOVE WS-FR-HASH-TOTAL TO FR-HASH-TOTAL.
           MOVE WS-FR-JOB-NAME TO FR-JOB-NAME.
           MOVE 'REFUSED' TO FR-REG-STATUS.
           MOVE WS-FR-MESSAGE TO FR-LAST-MESSAGE.
           IF WS-FR-ON-REGISTER
               EXEC SQL
                    UPDATE COREBK.CBZ_FILE_REGISTER
                       SET REFUSE_COUNT = REFUSE_COUNT + 1,
                           LAST_MESSAGE = :FR-LAST-MESSAGE,
                           LAST_TIMESTAMP = CURRENT TIMESTAMP
                     WHERE FEED_NAME = :FR-FEED-NAME
                       AND SOURCE_ID = :FR-SOURCE-ID
                       AND BUS_DATE = :FR-BUS-DATE
               END-EXEC
           ELSE
               EXEC SQL
                    INSERT INTO COREBK.CBZ_FILE_REGISTER
                       (FEED_NAME, SOURCE_ID, BUS_DATE, RECORD_COUNT,
                        HASH_TOTAL, REG_STATUS, JOB_NAME, APPLY_COUNT,
                        REFUSE_COUNT, LAST_MESSAGE, FIRST_TIMESTAMP,
                        APPLY_TIMESTAMP, LAST_TIMESTAMP)
                    VALUES
                       (:FR-FEED-NAME, :FR-SOURCE-ID, :FR-BUS-DATE,
                        :FR-RECORD-COUNT, :FR-HASH-TOTAL,
                        :FR-REG-STATUS, :FR-JOB-NAME, 0, 1,
                        :FR-LAST-MESSAGE, CURRENT TIMESTAMP,
                        CURRENT TIMESTAMP, CURRENT TIMESTAMP)
               END-EXEC
           END-IF.
           EXEC SQL COMMIT END-EXEC.
       8760-EXIT.
           EXIT.
