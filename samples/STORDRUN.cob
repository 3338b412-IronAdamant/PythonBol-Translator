           05  WS-CTL-FIND-NAME  PIC X(8) VALUE SPACES.
           05  WS-CTL-STAMP-PER  PIC X(10) VALUE SPACES.
       01  WS-CYCLE-TABLE.
           05  WS-CTL-ENTRY OCCURS 24 TIMES.
               10  WS-CTL-JOB     PIC X(8).
               10  WS-CTL-PERIOD  PIC X(10).
               10  WS-CTL-JSTATUS PIC X.
               AT END
                   MOVE "Y" TO WS-CTL-EOF-FLAG
               NOT AT END
                   IF WS-CTL-COUNT < 24
                       ADD 1 TO WS-CTL-COUNT
                       MOVE CTL-JOB-NAME
                           TO WS-CTL-JOB(WS-CTL-COUNT)
       STAMP-JOB-COMPLETE.
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX = 0
               IF WS-CTL-COUNT < 24
                   ADD 1 TO WS-CTL-COUNT
                   MOVE WS-CTL-COUNT TO WS-CTL-HIT-IDX
                   MOVE WS-CTL-FIND-NAME
                           TO WS-FAIL-REASON
                       MOVE "N" TO WS-EXEC-OK-FLAG
                   ELSE
                       IF ACCT-TYPE = "L"
                           MOVE "SOURCE IS A LOAN" TO WS-FAIL-REASON
                           MOVE "N" TO WS-EXEC-OK-FLAG
                       ELSE
                           PERFORM CHECK-ORDER-FUNDS
                       END-IF
                   END-IF
           END-READ
           IF WS-EXEC-OK-FLAG = "Y"
                               TO WS-FAIL-REASON
                           MOVE "N" TO WS-EXEC-OK-FLAG
                       END-IF
                       IF ACCT-TYPE = "L"
                           MOVE "DESTINATION IS A LOAN"
                               TO WS-FAIL-REASON
                           MOVE "N" TO WS-EXEC-OK-FLAG
                       END-IF
               END-READ
           END-IF
           IF WS-EXEC-OK-FLAG = "Y"
