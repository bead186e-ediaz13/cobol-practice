      *  WS-HOURS-WORKED, WS-VALID-RECORD-SW, WS-REASON-CODE and
      *  WS-REASON-TEXT, PLUS WS-DEPT-CODE, THE DEPTTBL FIELDS AND
      *  THE 2155-FIND-DEPT-CODE LOOKUP PARAGRAPH FOR THE
      *  DEPARTMENT EDIT, AND THE RTEWORK FIELDS FOR THE ROUTING
      *  NUMBER CHECK-DIGIT EDIT.
      *****************************************************************
           MOVE 'Y' TO WS-VALID-RECORD-SW.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           PERFORM 2155-FIND-DEPT-CODE THRU 2155-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           MOVE ZERO TO WS-ROUTING-REM.
           IF WS-BANK-ROUTING NUMERIC
               MOVE WS-BANK-ROUTING TO WS-ROUTING-CHECK
               COMPUTE WS-ROUTING-SUM =
                     3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                        + WS-ROUTING-DIGIT (7))
                   + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                        + WS-ROUTING-DIGIT (8))
                   +      WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
                        + WS-ROUTING-DIGIT (9)
               DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
                   REMAINDER WS-ROUTING-REM
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE NOT NUMERIC
                   MOVE 'N'  TO WS-VALID-RECORD-SW
                   MOVE 'P2' TO WS-REASON-CODE
                   MOVE 'BANK ROUTING NOT USABLE'
                       TO WS-REASON-TEXT
               WHEN WS-PAY-DIRECT AND WS-ROUTING-REM NOT = ZERO
                   MOVE 'N'  TO WS-VALID-RECORD-SW
                   MOVE 'P4' TO WS-REASON-CODE
                   MOVE 'ROUTING CHECK DIGIT BAD'
                       TO WS-REASON-TEXT
               WHEN WS-PAY-DIRECT AND WS-BANK-ACCOUNT = SPACES
                   MOVE 'N'  TO WS-VALID-RECORD-SW
                   MOVE 'P3' TO WS-REASON-CODE
