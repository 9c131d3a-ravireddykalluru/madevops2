               EXEC SQL INCLUDE SQLCA END-EXEC.
               COPY CBZAUDT.
               COPY CBZOPRA.
               COPY CBZBRCH.
         01 WS-COMMAREA.
            05 WS-COMM-MODE     PIC X(04).
            05 WS-COMM-FIRST-OP PIC X(08).
            05 WS-COMM-LAST-BR  PIC X(20).
            05 FILLER           PIC X(40).
        01 WS-ADMIN-BRANCH PIC X(20) VALUE 'SECADMIN'.
        01 WS-COMPLIANCE-BRANCH PIC X(20) VALUE 'COMPLIANCE'.
        01 WS-TARGET-KEY.
           05 WS-TARGET-OP PIC X(08).
           05 FILLER PIC X(01).
               AND WS-TARGET-ROLE NOT EQUAL TO WS-ROLE-SUPER
                MOVE 'ROLE MUST BE INQUIRY, CLERK OR SUPER' TO LMSGO
                GO TO ADD-MAPPING-EXIT.
            IF WS-TARGET-BRANCH NOT EQUAL TO WS-ADMIN-BRANCH
               AND WS-TARGET-BRANCH NOT EQUAL TO WS-COMPLIANCE-BRANCH
                PERFORM BRANCH-REF-CHECK THRU BRANCH-REF-CHECK-EXIT
                IF BH-OPEN-FLAG EQUAL TO SPACES
                    MOVE 'BRANCH NOT ON BRANCH TABLE' TO LMSGO
                    GO TO ADD-MAPPING-EXIT
                END-IF
                IF BH-OPEN-FLAG NOT EQUAL TO 'Y'
                    MOVE 'BRANCH IS CLOSED' TO LMSGO
                    GO TO ADD-MAPPING-EXIT
                END-IF
            END-IF.
            MOVE WS-TARGET-OP TO OA-OPERATOR-ID.
            MOVE WS-TARGET-BRANCH TO OA-BRANCH.
            MOVE WS-TARGET-ROLE TO OA-ROLE-LEVEL.
            END-IF.
       CHANGE-MAPPING-EXIT.
            EXIT.
       BRANCH-REF-CHECK.
            MOVE WS-TARGET-BRANCH TO BH-BRANCH-CODE.
            EXEC SQL
                 SELECT OPEN_FLAG
                   INTO :BH-OPEN-FLAG
                   FROM COREBK.CBZ_BRANCH_REF
                  WHERE BRANCH_CODE = :BH-BRANCH-CODE
            END-EXEC.
            IF SQLCODE NOT EQUAL TO ZERO
                MOVE SPACES TO BH-OPEN-FLAG
            END-IF.
       BRANCH-REF-CHECK-EXIT.
            EXIT.
       DELETE-MAPPING.
            IF WS-TARGET-OP EQUAL TO SPACES
               OR WS-TARGET-OP EQUAL TO LOW-VALUES
