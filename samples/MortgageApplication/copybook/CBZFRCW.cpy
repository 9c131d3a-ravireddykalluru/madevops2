      ******************************************************************
      *    CBZFRCW - WORKING-STORAGE FIELDS FOR THE CBZFRCK INBOUND    *
      *    FILE REGISTER PARAGRAPHS.  COPY THIS IN WORKING-STORAGE     *
      *    TOGETHER WITH CBZFREG, AND COPY CBZFRCK AT THE END OF THE   *
      *    PROCEDURE DIVISION.  AFTER THE HDR/TRL PRESCAN HAS          *
      *    BALANCED, THE LOADER MOVES ITS FEED (DD) NAME, JOB NAME,    *
      *    HDR SOURCE, HDR BUSINESS DATE, TRAILER COUNT AND TRAILER    *
      *    HASH TO THE WS-FR- FIELDS, SETS WS-FR-RERUN-SWITCH TO 'Y'   *
      *    WHEN ITS PARM CARD CARRIES THE RERUN OVERRIDE, AND          *
      *    PERFORMS 8700-CHECK-FILE-REGISTER.  WS-FR-REFUSED MEANS     *
      *    THE FILE MUST NOT BE APPLIED (REASON IN WS-FR-MESSAGE);     *
      *    WS-FR-WARNING MEANS IT MAY BE APPLIED BUT THE REPORT MUST   *
      *    SHOW WS-FR-MESSAGE AND WS-FR-LAST-DATE AND THE JOB ENDS     *
      *    RC=4.  JUST BEFORE ITS FINAL COMMIT THE LOADER PERFORMS     *
      *    8750-RECORD-FILE-REGISTER.                                  *
      ******************************************************************
       01  WS-FILE-REG-FIELDS.
           05  WS-FR-FEED-NAME         PIC X(08) VALUE SPACES.
           05  WS-FR-JOB-NAME          PIC X(08) VALUE SPACES.
           05  WS-FR-SOURCE            PIC X(20) VALUE SPACES.
           05  WS-FR-BUS-DATE          PIC X(10) VALUE SPACES.
           05  WS-FR-RECORD-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-FR-HASH-TOTAL        PIC 9(18) VALUE ZERO.
           05  WS-FR-LAST-DATE         PIC X(10) VALUE SPACES.
           05  WS-FR-NEXT-DATE         PIC X(10) VALUE SPACES.
           05  WS-FR-MESSAGE           PIC X(40) VALUE SPACES.
           05  WS-FR-RERUN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-FR-RERUN-ALLOWED VALUE 'Y'.
           05  WS-FR-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-FR-ON-REGISTER   VALUE 'Y'.
           05  WS-FR-REFUSED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-FR-REFUSED       VALUE 'Y'.
           05  WS-FR-WARNING-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-FR-WARNING       VALUE 'Y'.
