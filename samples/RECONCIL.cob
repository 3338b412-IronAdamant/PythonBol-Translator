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
                   CONTINUE
               WHEN "E"
                   CONTINUE
      *        Installment loans carry the principal owed: the
      *        advance (N) raises it, a principal repayment (P)
      *        lowers it, and the interest (R) and late-fee (L)
      *        portions of a payment are income, not principal.
               WHEN "N"
                   ADD SRT-AMOUNT TO WS-COMPUTED-BALANCE
               WHEN "P"
                   SUBTRACT SRT-AMOUNT FROM WS-COMPUTED-BALANCE
               WHEN "R"
                   CONTINUE
               WHEN "L"
                   CONTINUE
      *        Overdraft charge-off (G) writes the negative balance
      *        back up to zero; a recovery (K) sweeps later deposits
      *        back against the loss.
               WHEN "G"
                   ADD SRT-AMOUNT TO WS-COMPUTED-BALANCE
               WHEN "K"
                   SUBTRACT SRT-AMOUNT FROM WS-COMPUTED-BALANCE
               WHEN OTHER
                   SUBTRACT SRT-AMOUNT FROM WS-COMPUTED-BALANCE
           END-EVALUATE.
