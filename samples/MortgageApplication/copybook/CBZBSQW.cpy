               88  WS-RC-FINAL-JOB     VALUE 'Y'.
           05  WS-RUN-BLOCKED-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-RUN-BLOCKED      VALUE 'Y'.
           05  WS-RC-DAY-TYPE          PIC X(01) VALUE SPACES.
               88  WS-RC-BUSINESS-DAY  VALUE 'B'.
           05  WS-RC-BATCH-OVERRIDE    PIC X(01) VALUE SPACES.
               88  WS-RC-OVERRIDE-ON   VALUE 'Y'.
           05  WS-RC-CAL-ERROR-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-RC-CAL-ERROR     VALUE 'Y'.
           05  WS-RC-SQLCODE           PIC -(9)9.
