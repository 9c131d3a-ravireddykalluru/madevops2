      *    TRANSACTIONS CHECK.  8600-END-RUN STAMPS THE END            *
      *    TIMESTAMP AND RETURN CODE, AND THE FINAL JOB OF THE         *
      *    WINDOW CLOSES THE BATCHWIN FLAG.                            *
      *                                                                *
      *    THE JOB THAT OPENS THE WINDOW TAKES ITS BUSINESS DATE       *
      *    FROM COREBK.CBZ_BUS_CALENDAR.  IT IS BLOCKED UNLESS TODAY   *
      *    IS A BUSINESS DAY OR CARRIES THE BATCH OVERRIDE SET         *
      *    THROUGH CBZCALD.  ON A BUSINESS DAY THE BUSINESS DATE IS    *
      *    TODAY; UNDER THE OVERRIDE IT IS THE LATEST BUSINESS DAY     *
      *    ON THE CALENDAR NOT AFTER TODAY, SO A HOLIDAY OR WEEKEND    *
      *    RUN NEVER STAMPS A NON-BUSINESS DATE.  A FAILED CALENDAR    *
      *    READ BLOCKS THE RUN WITH ITS OWN MESSAGE AND SQLCODE.       *
      ******************************************************************
       8500-REGISTER-RUN.
           MOVE 'N' TO WS-RUN-BLOCKED-SWITCH.
           PERFORM 8505-GET-WINDOW-DATE THRU 8505-EXIT.
           IF WS-RUN-BLOCKED AND WS-RC-CAL-ERROR
               DISPLAY WS-RC-JOB-NAME
                       ' BLOCKED - CALENDAR READ FAILED SQLCODE '
                       WS-RC-SQLCODE
               GO TO 8500-EXIT.
           IF WS-RUN-BLOCKED
               DISPLAY WS-RC-JOB-NAME
                       ' BLOCKED - ' WS-RC-BUS-DATE
                       ' NOT A BUSINESS DAY ON THE CALENDAR'
               GO TO 8500-EXIT.
           IF WS-RC-PRED-JOB NOT EQUAL TO SPACES
               PERFORM 8510-CHECK-PREDECESSOR THRU 8510-EXIT
           END-IF.
       8505-GET-WINDOW-DATE.
      *    A CHAIN THAT CROSSES MIDNIGHT MUST STAY ON THE BUSINESS
      *    DATE THE WINDOW OPENED WITH, SO THE OPEN BATCHWIN ROW'S
      *    DATE WINS OVER THE CALENDAR.
           MOVE WS-RC-WINDOW-JOB TO BR-JOB-NAME.
           MOVE SPACES TO WS-RC-BUS-DATE.
           EXEC SQL
               EXEC SQL
                    SET :WS-RC-BUS-DATE = CURRENT DATE
               END-EXEC
               PERFORM 8507-CHECK-CALENDAR THRU 8507-EXIT
           END-IF.
       8505-EXIT.
           EXIT.
       8507-CHECK-CALENDAR.
      *    A DATE MISSING FROM THE CALENDAR IS NOT A BUSINESS DAY.
           MOVE 'N' TO WS-RC-CAL-ERROR-SWITCH.
           MOVE SPACES TO WS-RC-DAY-TYPE.
           MOVE SPACES TO WS-RC-BATCH-OVERRIDE.
           EXEC SQL
                SELECT DAY_TYPE, BATCH_OVERRIDE
                  INTO :WS-RC-DAY-TYPE, :WS-RC-BATCH-OVERRIDE
                  FROM COREBK.CBZ_BUS_CALENDAR
                 WHERE CAL_DATE = :WS-RC-BUS-DATE
           END-EXEC.
           IF SQLCODE NOT EQUAL TO ZERO AND SQLCODE NOT EQUAL TO 100
               MOVE 'Y' TO WS-RC-CAL-ERROR-SWITCH
               MOVE SQLCODE TO WS-RC-SQLCODE
               MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
               GO TO 8507-EXIT.
           IF SQLCODE NOT EQUAL TO ZERO
              OR (NOT WS-RC-BUSINESS-DAY AND NOT WS-RC-OVERRIDE-ON)
               MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
               GO TO 8507-EXIT.
           IF WS-RC-BUSINESS-DAY
               GO TO 8507-EXIT.
      *    OVERRIDE RUN ON A NON-BUSINESS DAY - PROCESS AS THE LATEST
      *    BUSINESS DAY SO THE HOLIDAY DATE IS NEVER STAMPED.
           EXEC SQL
                SELECT CHAR(MAX(CAL_DATE))
                  INTO :WS-RC-BUS-DATE
                  FROM COREBK.CBZ_BUS_CALENDAR
                 WHERE DAY_TYPE = 'B'
                   AND CAL_DATE <= CURRENT DATE
           END-EXEC.
           IF SQLCODE NOT EQUAL TO ZERO
               MOVE 'Y' TO WS-RC-CAL-ERROR-SWITCH
               MOVE SQLCODE TO WS-RC-SQLCODE
               MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
           END-IF.
       8507-EXIT.
           EXIT.
       8510-CHECK-PREDECESSOR.
           MOVE WS-RC-PRED-JOB TO BR-JOB-NAME.
           MOVE WS-RC-BUS-DATE TO BR-BUS-DATE.
