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
           END-RETURN.

      *---------------------------------------------------------------*
      * Same signs as APPLY-TRANSACTION-AMOUNT in RECONCIL: O/D/I/X/B,
      * the loan advance N and the overdraft charge-off G credit,
      * W/F/T/M/V, the loan principal repayment P and the charge-off
      * recovery K debit; status rows Z/C/E and the loan interest
      * and late-fee rows R/L do not move the balance.
      *---------------------------------------------------------------*
       APPLY-TO-CARRY-BALANCE.
           EVALUATE SRT-TYPE
               WHEN "I"
               WHEN "X"
               WHEN "B"
               WHEN "N"
               WHEN "G"
                   ADD SRT-AMOUNT TO WS-CARRY-BALANCE
               WHEN "Z"
               WHEN "C"
               WHEN "E"
               WHEN "R"
               WHEN "L"
                   CONTINUE
               WHEN OTHER
                   SUBTRACT SRT-AMOUNT FROM WS-CARRY-BALANCE
