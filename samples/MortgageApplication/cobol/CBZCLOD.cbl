001600*                     PRINTING ACCEPTED/REJECTED COUNTS.  A      *
001700*                     CONTROL FAILURE ENDS THE JOB RC=8 WITHOUT  *
001800*                     TOUCHING THE TABLE.                        *
001810*    10/15/26   RV    A CUSTIN DETAIL FOR A CUSTOMER_ID RETIRED  *
001820*                     BY A CBZCMRG CUSTOMER MERGE (KYC_STATUS    *
001830*                     MERGD) IS REJECTED SO THE EXTRACT CANNOT   *
001840*                     REVIVE IT.                                 *
001845*    10/15/26   RV    CHECKS CUSTIN AGAINST THE                  *
001850*                     CBZ_FILE_REGISTER INBOUND FILE REGISTER    *
001855*                     (CBZFRCK) AFTER THE PRESCAN: A FILE        *
001860*                     ALREADY APPLIED OR DATED BEFORE THE LAST   *
001865*                     ONE IS REFUSED RC=8 UNLESS THE NEW         *
001870*                     PARMCARD CARRIES RERUN; A SKIPPED BUSINESS *
001875*                     DATE IS WARNED RC=4.  THE FILE IS          *
001880*                     REGISTERED APPLIED WITH THE FINAL COMMIT.  *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002700            ORGANIZATION IS SEQUENTIAL.
002800     SELECT REPORT-FILE   ASSIGN TO CLODRPT
002900            ORGANIZATION IS SEQUENTIAL.
002910     SELECT PARM-FILE     ASSIGN TO PARMCARD
002920            ORGANIZATION IS SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CUSTOMER-FILE
003700     LABEL RECORDS ARE STANDARD
003800     RECORDING MODE IS F.
003900 01  REPORT-RECORD               PIC X(80).
003910 FD  PARM-FILE
003920     LABEL RECORDS ARE STANDARD
003930     RECORDING MODE IS F.
003940 01  PARM-RECORD.
003950     05  PARM-RERUN-OVERRIDE     PIC X(05).
003960     05  FILLER                  PIC X(75).
004000 WORKING-STORAGE SECTION.
004100 01  WS-SWITCHES.
004200     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
004700         88  WS-CTL-ERROR        VALUE 'Y'.
004800     05  WS-TRL-SEEN-SWITCH      PIC X(01) VALUE 'N'.
004900         88  WS-TRL-SEEN         VALUE 'Y'.
004910     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
004920         88  WS-PARM-EOF         VALUE 'Y'.
005000 01  WS-ACCEPT-COUNT             PIC 9(07) COMP VALUE ZERO.
005100 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
005200 01  WS-SCAN-COUNT               PIC 9(09) COMP VALUE ZERO.
005600 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
005700 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
005800 01  WS-KYC-PENDING              PIC X(05) VALUE 'PEND'.
005810 01  WS-KYC-MERGED               PIC X(05) VALUE 'MERGD'.
005900 01  HEADER-LINE.
006000     05  FILLER                  PIC X(80) VALUE
006100         'CBZCLOD - CUSTOMER MASTER LOAD REPORT'.
007100         'CONTROL FAILURE  : '.
007200     05  CE-MESSAGE              PIC X(40).
007300     05  FILLER                  PIC X(20) VALUE SPACES.
007310 01  REGISTER-WARN-LINE.
007320     05  FILLER                  PIC X(20) VALUE
007330         'REGISTER WARNING : '.
007340     05  RW-MESSAGE              PIC X(40).
007350     05  FILLER                  PIC X(02) VALUE SPACES.
007360     05  RW-LAST-DATE            PIC X(10).
007370     05  FILLER                  PIC X(08) VALUE SPACES.
007400 01  REJECT-LINE.
007500     05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
007600     05  RL-CUSTOMER-ID          PIC 9(09).
008900     05  FILLER                  PIC X(51) VALUE SPACES.
009000     EXEC SQL INCLUDE SQLCA END-EXEC.
009100     COPY CBZCUST.
009110     COPY CBZFREG.
009120     COPY CBZFRCW.
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     OPEN INPUT CUSTOMER-FILE.
010700     OPEN OUTPUT REPORT-FILE.
010800     WRITE REPORT-RECORD FROM HEADER-LINE.
010810     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
010900     PERFORM 1500-PRESCAN-FILE THRU 1500-EXIT.
011000     IF WS-CTL-ERROR
011100         GO TO 1000-EXIT.
011110     PERFORM 1700-CHECK-REGISTER THRU 1700-EXIT.
011120     IF WS-CTL-ERROR
011130         GO TO 1000-EXIT.
011200     PERFORM 3000-READ-CUSTOMER-RECORD THRU 3000-EXIT.
011300 1000-EXIT.
011400     EXIT.
011405 1100-READ-PARM-CARD.
011410     OPEN INPUT PARM-FILE.
011415     READ PARM-FILE
011420         AT END
011425             MOVE 'Y' TO WS-PARM-EOF-SWITCH
011430     END-READ.
011435     CLOSE PARM-FILE.
011440     IF WS-PARM-EOF
011445         GO TO 1100-EXIT.
011450     IF PARM-RERUN-OVERRIDE EQUAL TO 'RERUN'
011455         MOVE 'Y' TO WS-FR-RERUN-SWITCH
011460     END-IF.
011465 1100-EXIT.
011470     EXIT.
011500 1500-PRESCAN-FILE.
011600     MOVE ZERO TO WS-SCAN-COUNT.
011700     MOVE ZERO TO WS-SCAN-HASH.
012800         GO TO 1500-REWIND.
012900     MOVE CL-HDR-SOURCE TO CH-SOURCE.
013000     MOVE CL-HDR-BUS-DATE TO CH-BUS-DATE.
013010     MOVE CL-HDR-SOURCE TO WS-FR-SOURCE.
013020     MOVE CL-HDR-BUS-DATE TO WS-FR-BUS-DATE.
013100     WRITE REPORT-RECORD FROM CTL-HEADER-LINE.
013200     PERFORM 3000-READ-CUSTOMER-RECORD THRU 3000-EXIT.
013300     PERFORM 1600-PRESCAN-RECORD THRU 1600-EXIT
017200     END-IF.
017300 1600-EXIT.
017400     EXIT.
017405 1700-CHECK-REGISTER.
017410     MOVE 'CUSTIN' TO WS-FR-FEED-NAME.
017415     MOVE 'CBZCLOD' TO WS-FR-JOB-NAME.
017420     MOVE WS-TRL-COUNT TO WS-FR-RECORD-COUNT.
017425     MOVE WS-TRL-HASH TO WS-FR-HASH-TOTAL.
017430     PERFORM 8700-CHECK-FILE-REGISTER THRU 8700-EXIT.
017435     IF WS-FR-REFUSED
017440         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
017445         MOVE WS-FR-MESSAGE TO WS-CTL-MESSAGE
017450         GO TO 1700-EXIT.
017455     IF WS-FR-WARNING
017460         MOVE WS-FR-MESSAGE TO RW-MESSAGE
017465         MOVE WS-FR-LAST-DATE TO RW-LAST-DATE
017470         WRITE REPORT-RECORD FROM REGISTER-WARN-LINE
017475     END-IF.
017480 1700-EXIT.
017485     EXIT.
017500 2000-PROCESS-RECORD.
017600     IF CL-TRL-ID EQUAL TO 'TRL'
017700         MOVE 'Y' TO WS-EOF-SWITCH
022700     EXIT.
022800 6000-UPSERT-CUSTOMER.
022900     MOVE CL-CUSTOMER-ID   TO CM-CUSTOMER-ID.
022905     EXEC SQL
022910          SELECT KYC_STATUS
022915            INTO :CM-KYC-STATUS
022920            FROM COREBK.CBZ_CUST_MSTR
022925           WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
022930     END-EXEC.
022935     IF SQLCODE EQUAL TO ZERO
022940        AND CM-KYC-STATUS EQUAL TO WS-KYC-MERGED
022945         MOVE 'CUSTOMER RETIRED BY MERGE' TO WS-REJECT-REASON
022950         PERFORM 5000-WRITE-REJECT-LINE THRU 5000-EXIT
022955         GO TO 6000-EXIT.
023000     MOVE CL-LEGAL-NAME    TO CM-LEGAL-NAME.
023100     MOVE CL-ADDRESS       TO CM-ADDRESS.
023200     MOVE CL-CONTACT       TO CM-CONTACT.
027800     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
027900     WRITE REPORT-RECORD FROM SUMMARY-LINE.
028000     WRITE REPORT-RECORD FROM SUMMARY-LINE2.
028010     PERFORM 8750-RECORD-FILE-REGISTER THRU 8750-EXIT.
028100     EXEC SQL COMMIT END-EXEC.
028200     CLOSE CUSTOMER-FILE.
028300     CLOSE REPORT-FILE.
028310     IF WS-FR-WARNING
028320         MOVE 4 TO RETURN-CODE
028330     END-IF.
028400 9000-EXIT.
028500     EXIT.
028510 COPY CBZFRCK.
