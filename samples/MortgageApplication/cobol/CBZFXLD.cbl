001600*                     RATE IS MISSING OR OLDER THAN THE PARM     *
001700*                     CARD STALENESS DAYS IS WARNED ON THE       *
001800*                     REPORT AND THE JOB ENDS RC=4.              *
001805*    10/15/26   RV    RATEIN NOW CARRIES A HDR RECORD (SOURCE    *
001810*                     AND BUSINESS DATE) AND A TRL RECORD        *
001815*                     (DETAIL COUNT AND HASH TOTAL OF THE RATE   *
001820*                     DIGITS), BALANCED BY A PRESCAN BEFORE ANY  *
001825*                     UPDATE; A CONTROL FAILURE ENDS RC=8.  THE  *
001830*                     FILE IS THEN CHECKED AGAINST THE           *
001835*                     CBZ_FILE_REGISTER INBOUND FILE REGISTER    *
001840*                     (CBZFRCK): A FILE ALREADY APPLIED OR DATED *
001845*                     BEFORE THE LAST ONE IS REFUSED RC=8 UNLESS *
001850*                     THE PARM CARD CARRIES RERUN IN COLUMNS     *
001855*                     5-9; A SKIPPED BUSINESS DATE IS WARNED     *
001860*                     RC=4.                                      *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003100            ORGANIZATION IS SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003310*    RATEIN IS BRACKETED BY A HEADER RECORD ('HDR' - SOURCE SYSTEM
003320*    AND BUSINESS DATE) AND A TRAILER RECORD ('TRL' - DETAIL COUNT
003330*    AND A HASH TOTAL OF THE RATE DIGITS TAKEN AS A WHOLE NUMBER).
003340*    NEITHER ID IS AN ISO CURRENCY CODE, SO THE TYPES CANNOT MIX.
003400 FD  RATE-FILE
003500     LABEL RECORDS ARE STANDARD
003600     RECORDING MODE IS F.
003700 01  RT-RATE-RECORD.
003800     05  RT-CURRENCY-CODE        PIC X(03).
003900     05  RT-RATE-TO-BASE         PIC 9(05)V9(06).
003910     05  RT-RATE-DIGITS REDEFINES RT-RATE-TO-BASE
003920                                 PIC 9(11).
004000     05  RT-EFF-DATE             PIC X(10).
004100     05  FILLER                  PIC X(56).
004105 01  RT-HEADER-RECORD.
004110     05  RT-HDR-ID               PIC X(03).
004115     05  RT-HDR-SOURCE           PIC X(20).
004120     05  RT-HDR-BUS-DATE         PIC X(10).
004125     05  FILLER                  PIC X(47).
004130 01  RT-TRAILER-RECORD.
004135     05  RT-TRL-ID               PIC X(03).
004140     05  RT-TRL-RECORD-COUNT     PIC 9(09).
004145     05  RT-TRL-HASH-TOTAL       PIC 9(18).
004150     05  FILLER                  PIC X(50).
004200 FD  REPORT-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004800     RECORDING MODE IS F.
004900 01  PARM-RECORD.
005000     05  PARM-STALE-DAYS         PIC X(03).
005100     05  FILLER                  PIC X(01).
005110     05  PARM-RERUN-OVERRIDE     PIC X(05).
005120     05  FILLER                  PIC X(71).
005200 WORKING-STORAGE SECTION.
005300 01  WS-SWITCHES.
005400     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
005700         88  WS-PARM-EOF         VALUE 'Y'.
005800     05  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
005900         88  WS-SCAN-EOF         VALUE 'Y'.
005910     05  WS-CTL-ERROR-SWITCH     PIC X(01) VALUE 'N'.
005920         88  WS-CTL-ERROR        VALUE 'Y'.
005930     05  WS-TRL-SEEN-SWITCH      PIC X(01) VALUE 'N'.
005940         88  WS-TRL-SEEN         VALUE 'Y'.
006000 01  WS-STALE-DAYS               PIC S9(9) COMP VALUE 3.
006100 01  WS-STALE-IN                 PIC X(03).
006200 01  WS-STALE-NUM REDEFINES WS-STALE-IN PIC 9(03).
006500 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
006600 01  WS-STALE-COUNT              PIC 9(07) COMP VALUE ZERO.
006700 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
006710 01  WS-SCAN-COUNT               PIC 9(09) COMP VALUE ZERO.
006720 01  WS-SCAN-HASH                PIC 9(18) VALUE ZERO.
006730 01  WS-TRL-COUNT                PIC 9(09) VALUE ZERO.
006740 01  WS-TRL-HASH                 PIC 9(18) VALUE ZERO.
006750 01  WS-CTL-MESSAGE              PIC X(40) VALUE SPACES.
006800 01  HEADER-LINE.
006900     05  FILLER                  PIC X(80) VALUE
007000         'CBZFXLD - TREASURY EXCHANGE RATE LOAD REPORT'.
007300         'STALENESS DAYS   : '.
007400     05  PL-STALE-DAYS           PIC ZZ9.
007500     05  FILLER                  PIC X(57) VALUE SPACES.
007505 01  CTL-HEADER-LINE.
007510     05  FILLER                  PIC X(20) VALUE
007515         'FILE HEADER      : '.
007520     05  CH-SOURCE               PIC X(20).
007525     05  FILLER                  PIC X(02) VALUE SPACES.
007530     05  CH-BUS-DATE             PIC X(10).
007535     05  FILLER                  PIC X(28) VALUE SPACES.
007540 01  CTL-ERROR-LINE.
007545     05  FILLER                  PIC X(20) VALUE
007550         'CONTROL FAILURE  : '.
007555     05  CE-MESSAGE              PIC X(40).
007560     05  FILLER                  PIC X(20) VALUE SPACES.
007565 01  REGISTER-WARN-LINE.
007570     05  FILLER                  PIC X(20) VALUE
007575         'REGISTER WARNING : '.
007580     05  RW-MESSAGE              PIC X(40).
007585     05  FILLER                  PIC X(02) VALUE SPACES.
007590     05  RW-LAST-DATE            PIC X(10).
007595     05  FILLER                  PIC X(08) VALUE SPACES.
007600 01  REJECT-LINE.
007700     05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
007800     05  RL-CURRENCY             PIC X(03).
010300     EXEC SQL INCLUDE SQLCA END-EXEC.
010400     COPY CBZCURR.
010500     COPY CBZFXRT.
010510     COPY CBZFREG.
010520     COPY CBZFRCW.
010600     EXEC SQL
010700          DECLARE STALE-RATE-CSR CURSOR FOR
010800          SELECT C.CURRENCY_CODE,
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012010     IF WS-CTL-ERROR
012020         PERFORM 8900-ABORT-RUN THRU 8900-EXIT
012030     ELSE
012100         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
012200             UNTIL WS-EOF
012300         PERFORM 8000-SCAN-STALE-RATES THRU 8000-EXIT
012400         PERFORM 9000-TERMINATE THRU 9000-EXIT
012410     END-IF.
012500     STOP RUN.
012600 0000-EXIT.
012700     EXIT.
013200     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
013300     MOVE WS-STALE-DAYS TO PL-STALE-DAYS.
013400     WRITE REPORT-RECORD FROM PARM-LINE.
013410     PERFORM 1500-PRESCAN-FILE THRU 1500-EXIT.
013420     IF WS-CTL-ERROR
013430         GO TO 1000-EXIT.
013440     PERFORM 1700-CHECK-REGISTER THRU 1700-EXIT.
013450     IF WS-CTL-ERROR
013460         GO TO 1000-EXIT.
013500     EXEC SQL
013600          SET :WS-CUTOFF-DATE =
013700              CHAR(CURRENT DATE - :WS-STALE-DAYS DAYS)
015600             MOVE WS-STALE-NUM TO WS-STALE-DAYS
015700         END-IF
015800     END-IF.
015810     IF PARM-RERUN-OVERRIDE EQUAL TO 'RERUN'
015820         MOVE 'Y' TO WS-FR-RERUN-SWITCH
015830     END-IF.
015900 1100-EXIT.
016000     EXIT.
016001 1500-PRESCAN-FILE.
016002     MOVE ZERO TO WS-SCAN-COUNT.
016003     MOVE ZERO TO WS-SCAN-HASH.
016004     MOVE 'N' TO WS-EOF-SWITCH.
016005     MOVE 'N' TO WS-TRL-SEEN-SWITCH.
016006     PERFORM 3000-READ-RATE-RECORD THRU 3000-EXIT.
016007     IF WS-EOF
016008         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
016009         MOVE 'RATE FILE IS EMPTY' TO WS-CTL-MESSAGE
016010         GO TO 1500-REWIND.
016011     IF RT-HDR-ID NOT EQUAL TO 'HDR'
016012         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
016013         MOVE 'HEADER RECORD MISSING' TO WS-CTL-MESSAGE
016014         GO TO 1500-REWIND.
016015     MOVE RT-HDR-SOURCE TO CH-SOURCE.
016016     MOVE RT-HDR-BUS-DATE TO CH-BUS-DATE.
016017     MOVE RT-HDR-SOURCE TO WS-FR-SOURCE.
016018     MOVE RT-HDR-BUS-DATE TO WS-FR-BUS-DATE.
016019     WRITE REPORT-RECORD FROM CTL-HEADER-LINE.
016020     PERFORM 3000-READ-RATE-RECORD THRU 3000-EXIT.
016021     PERFORM 1600-PRESCAN-RECORD THRU 1600-EXIT
016022         UNTIL WS-EOF OR WS-TRL-SEEN.
016023     IF NOT WS-TRL-SEEN
016024         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
016025         MOVE 'TRAILER RECORD MISSING' TO WS-CTL-MESSAGE
016026         GO TO 1500-REWIND.
016027     IF WS-TRL-COUNT NOT EQUAL TO WS-SCAN-COUNT
016028         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
016029         MOVE 'TRAILER RECORD COUNT MISMATCH' TO WS-CTL-MESSAGE
016030         GO TO 1500-REWIND.
016031     IF WS-TRL-HASH NOT EQUAL TO WS-SCAN-HASH
016032         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
016033         MOVE 'TRAILER HASH TOTAL MISMATCH' TO WS-CTL-MESSAGE
016034     END-IF.
016035 1500-REWIND.
016036     CLOSE RATE-FILE.
016037     OPEN INPUT RATE-FILE.
016038     MOVE 'N' TO WS-EOF-SWITCH.
016039 1500-EXIT.
016040     EXIT.
016041 1600-PRESCAN-RECORD.
016042     IF RT-TRL-ID EQUAL TO 'TRL'
016043         MOVE 'Y' TO WS-TRL-SEEN-SWITCH
016044         IF RT-TRL-RECORD-COUNT NUMERIC
016045             MOVE RT-TRL-RECORD-COUNT TO WS-TRL-COUNT
016046         ELSE
016047             MOVE ZERO TO WS-TRL-COUNT
016048         END-IF
016049         IF RT-TRL-HASH-TOTAL NUMERIC
016050             MOVE RT-TRL-HASH-TOTAL TO WS-TRL-HASH
016051         ELSE
016052             MOVE ZERO TO WS-TRL-HASH
016053         END-IF
016054     ELSE
016055         ADD 1 TO WS-SCAN-COUNT
016056         IF RT-RATE-DIGITS NUMERIC
016057             ADD RT-RATE-DIGITS TO WS-SCAN-HASH
016058         END-IF
016059         PERFORM 3000-READ-RATE-RECORD THRU 3000-EXIT
016060     END-IF.
016061 1600-EXIT.
016062     EXIT.
016063 1700-CHECK-REGISTER.
016064     MOVE 'RATEIN' TO WS-FR-FEED-NAME.
016065     MOVE 'CBZFXLD' TO WS-FR-JOB-NAME.
016066     MOVE WS-TRL-COUNT TO WS-FR-RECORD-COUNT.
016067     MOVE WS-TRL-HASH TO WS-FR-HASH-TOTAL.
016068     PERFORM 8700-CHECK-FILE-REGISTER THRU 8700-EXIT.
016069     IF WS-FR-REFUSED
016070         MOVE 'Y' TO WS-CTL-ERROR-SWITCH
016071         MOVE WS-FR-MESSAGE TO WS-CTL-MESSAGE
016072         GO TO 1700-EXIT.
016073     IF WS-FR-WARNING
016074         MOVE WS-FR-MESSAGE TO RW-MESSAGE
016075         MOVE WS-FR-LAST-DATE TO RW-LAST-DATE
016076         WRITE REPORT-RECORD FROM REGISTER-WARN-LINE
016077     END-IF.
016078 1700-EXIT.
016079     EXIT.
016100 2000-PROCESS-RECORD.
016110     IF RT-TRL-ID EQUAL TO 'TRL'
016120         MOVE 'Y' TO WS-EOF-SWITCH
016130         GO TO 2000-EXIT.
016140     IF RT-HDR-ID EQUAL TO 'HDR'
016150         GO TO 2000-READ-NEXT.
016200     PERFORM 4000-VALIDATE-RECORD THRU 4000-EXIT.
016300     IF WS-REJECT-REASON EQUAL TO SPACES
016400         PERFORM 6000-UPSERT-RATE THRU 6000-EXIT
016500     ELSE
016600         PERFORM 5000-WRITE-REJECT-LINE THRU 5000-EXIT
016700     END-IF.
016750 2000-READ-NEXT.
016800     PERFORM 3000-READ-RATE-RECORD THRU 3000-EXIT.
016900 2000-EXIT.
017000     EXIT.
026700     END-IF.
026800 8100-EXIT.
026900     EXIT.
026910 8900-ABORT-RUN.
026920     MOVE WS-CTL-MESSAGE TO CE-MESSAGE.
026930     WRITE REPORT-RECORD FROM CTL-ERROR-LINE.
026940     CLOSE RATE-FILE.
026950     CLOSE REPORT-FILE.
026960     MOVE 8 TO RETURN-CODE.
026970 8900-EXIT.
026980     EXIT.
027000 9000-TERMINATE.
027100     MOVE WS-APPLIED-COUNT TO SM-APPLIED-COUNT.
027200     MOVE WS-REJECT-COUNT TO SM-REJECT-COUNT.
027400     WRITE REPORT-RECORD FROM SUMMARY-LINE.
027500     WRITE REPORT-RECORD FROM SUMMARY-LINE2.
027600     WRITE REPORT-RECORD FROM SUMMARY-LINE3.
027610     PERFORM 8750-RECORD-FILE-REGISTER THRU 8750-EXIT.
027700     EXEC SQL COMMIT END-EXEC.
027800     CLOSE RATE-FILE.
027900     CLOSE REPORT-FILE.
028000     IF WS-STALE-COUNT GREATER THAN ZERO
028100         MOVE 4 TO RETURN-CODE
028200     END-IF.
028210     IF WS-FR-WARNING
028220         MOVE 4 TO RETURN-CODE
028230     END-IF.
028300 9000-EXIT.
028400     EXIT.
028410 COPY CBZFRCK.
