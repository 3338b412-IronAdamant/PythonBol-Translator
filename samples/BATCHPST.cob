      * PENDTRAN.DAT, posts deposits and withdrawals to CUSTOMER-FILE
      * with the same balance and overdraft/NSF rules as the teller
      * paths in BANKACCT, and appends the normal rows to
      * TRANSACTIONS.DAT. Type L rows are installment-loan payments,
      * split across late fees, interest and principal the same way
      * the teller loan payment is. Anything it cannot post -- unknown
      * account, bad amount, bad type, over the overdraft limit, more
      * than a loan owes -- goes to an exceptions file with a reason,
      * and a posting summary (counts and dollar totals in/out) is
      * written for the morning operator.
      * No ACCEPT statements: runnable in the overnight window with
      * no operator present.
      *================================================================*
               ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT AMORT-SCHEDULE-FILE ASSIGN TO "AMORTSCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-AMORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY TRANREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  AMORT-SCHEDULE-FILE.
           COPY AMORTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE "00".
       01  WS-PEND-STATUS        PIC XX VALUE "00".
           05  WS-CTL-FIND-NAME  PIC X(8) VALUE SPACES.
           05  WS-CTL-STAMP-PER  PIC X(10) VALUE SPACES.
       01  WS-CYCLE-TABLE.
           05  WS-CTL-ENTRY OCCURS 24 TIMES.
               10  WS-CTL-JOB     PIC X(8).
               10  WS-CTL-PERIOD  PIC X(10).
               10  WS-CTL-JSTATUS PIC X.

       01  WS-OVERDRAFT-FIELDS.
           05  WS-NSF-FEE        PIC 9(5)V99 VALUE 35.00.
           05  WS-WTH-FEE        PIC 9(5)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Deposit-hold fields, same shape as BANKACCT: threshold and
           05  WS-LEAP-QUOTIENT  PIC 9(4) VALUE 0.
           05  WS-LEAP-REMAINDER PIC 9(4) VALUE 0.

      *---------------------------------------------------------------*
      * Loan-payment fields, same split as ALLOCATE-LOAN-PAYMENT in
      * BANKACCT. The loan files are opened once for the run; a site
      * with no loans booked yet rejects any type L row.
      *---------------------------------------------------------------*
       01  WS-LOAN-FIELDS.
           05  WS-LOAN-STATUS    PIC XX VALUE "00".
           05  WS-AMORT-STATUS   PIC XX VALUE "00".
           05  WS-LOAN-OPEN-FLAG PIC X VALUE "N".
           05  WS-LOAN-EOF-FLAG  PIC X VALUE "N".
           05  WS-LOAN-OWED      PIC 9(9)V99 VALUE 0.
           05  WS-LOAN-LEFT      PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-SLICE     PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-FEE-PAID  PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-INT-PAID  PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-PRIN-PAID PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-INST      PIC 9(3) VALUE 0.

       01  WS-COUNTERS.
           05  WS-READ-COUNT     PIC 9(5) VALUE 0.
           05  WS-DEP-COUNT      PIC 9(5) VALUE 0.
           05  WS-WTH-COUNT      PIC 9(5) VALUE 0.
           05  WS-LOAN-COUNT     PIC 9(5) VALUE 0.
           05  WS-FEE-COUNT      PIC 9(5) VALUE 0.
           05  WS-EXC-COUNT      PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT     PIC 9(5) VALUE 0.
               ELSE
                   OPEN EXTEND TRANSACTION-FILE
                   OPEN OUTPUT EXCEPTION-FILE
                   PERFORM OPEN-LOAN-FILES
                   PERFORM POST-PENDING-TRANSACTION
                       UNTIL WS-EOF-FLAG = "Y"
                   IF WS-LOAN-OPEN-FLAG = "Y"
                       CLOSE AMORT-SCHEDULE-FILE
                       CLOSE LOAN-MASTER-FILE
                   END-IF
                   CLOSE EXCEPTION-FILE
                   CLOSE TRANSACTION-FILE
                   CLOSE CUSTOMER-FILE
               CLOSE PENDING-FILE
           END-IF.

       OPEN-LOAN-FILES.
           MOVE "N" TO WS-LOAN-OPEN-FLAG
           MOVE "00" TO WS-LOAN-STATUS
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE "00" TO WS-AMORT-STATUS
               OPEN I-O AMORT-SCHEDULE-FILE
               IF WS-AMORT-STATUS = "00"
                   MOVE "Y" TO WS-LOAN-OPEN-FLAG
               ELSE
                   DISPLAY "Error opening loan schedule: "
                       WS-AMORT-STATUS
                   CLOSE LOAN-MASTER-FILE
               END-IF
           END-IF.

       CHECK-CYCLE-PERMIT.
           MOVE "Y" TO WS-CTL-OK-FLAG
           MOVE "BATCHPST" TO WS-CTL-FIND-NAME
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
       EDIT-AND-POST-ONE.
           MOVE "N" TO WS-POSTED-FLAG
           IF PEND-TYPE NOT = "D" AND PEND-TYPE NOT = "W"
               AND PEND-TYPE NOT = "L"
               MOVE "INVALID TRANSACTION TYPE" TO EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
                           MOVE "ACCOUNT FROZEN" TO EXC-REASON
                           PERFORM WRITE-EXCEPTION
                       ELSE
      *                    Loans take only loan payments, and loan
      *                    payments only go to loans.
                       IF ACCT-TYPE = "L" AND PEND-TYPE NOT = "L"
                           MOVE "LOAN ACCOUNT" TO EXC-REASON
                           PERFORM WRITE-EXCEPTION
                       ELSE
                       IF ACCT-TYPE NOT = "L" AND PEND-TYPE = "L"
                           MOVE "NOT A LOAN ACCOUNT" TO EXC-REASON
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           EVALUATE PEND-TYPE
                               WHEN "D"
                                   PERFORM POST-DEPOSIT
                               WHEN "W"
                                   PERFORM POST-WITHDRAWAL
                               WHEN OTHER
                                   PERFORM POST-LOAN-PAYMENT
                           END-EVALUATE
                       END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE "D" TO TRANS-TYPE
           MOVE PEND-AMOUNT TO TRANS-AMOUNT
           PERFORM WRITE-TRANSACTION-ROW
      *    Payroll net pay is the bank's own money, never held.
           IF PEND-AMOUNT > WS-HOLD-THRESHOLD
               AND PEND-SOURCE NOT = "PAYROLL"
               PERFORM PLACE-DEPOSIT-HOLD
           END-IF.

      * Same funds test as WITHDRAW-FROM-ACCOUNT in BANKACCT: the
      * available balance (ledger minus unexpired holds) pays first,
      * then overdraft up to ACCT-OD-LIMIT with the NSF fee charged,
      * otherwise reject to the exception file. A payroll void
      * taking back net pay (PEND-SOURCE PAYROLL) is the bank's own
      * money and, as on the deposit side, draws no NSF fee.
      *---------------------------------------------------------------*
       POST-WITHDRAWAL.
           MOVE PEND-ACCT-ID TO WS-HOLD-ACCT-ID
               MOVE PEND-AMOUNT TO TRANS-AMOUNT
               PERFORM WRITE-TRANSACTION-ROW
           ELSE
               MOVE WS-NSF-FEE TO WS-WTH-FEE
               IF PEND-SOURCE = "PAYROLL"
                   MOVE 0 TO WS-WTH-FEE
               END-IF
               IF (WS-AVAIL-BALANCE - PEND-AMOUNT - WS-WTH-FEE) >=
                       (0 - ACCT-OD-LIMIT)
                   SUBTRACT PEND-AMOUNT FROM ACCT-BALANCE
                   SUBTRACT WS-WTH-FEE FROM ACCT-BALANCE
                   REWRITE CUSTOMER-RECORD
                   MOVE "Y" TO WS-POSTED-FLAG
                   ADD 1 TO WS-WTH-COUNT
                   MOVE "W" TO TRANS-TYPE
                   MOVE PEND-AMOUNT TO TRANS-AMOUNT
                   PERFORM WRITE-TRANSACTION-ROW
                   IF WS-WTH-FEE > 0
                       ADD 1 TO WS-FEE-COUNT
                       ADD WS-WTH-FEE TO WS-TOTAL-OUT
                       MOVE "F" TO TRANS-TYPE
                       MOVE WS-WTH-FEE TO TRANS-AMOUNT
                       PERFORM WRITE-TRANSACTION-ROW
                   END-IF
               ELSE
                   MOVE "EXCEEDS OVERDRAFT LIMIT" TO EXC-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Loan payment: same allocation as the teller path in BANKACCT
      * -- assessed late fees first, then the interest and principal
      * of each installment due by the payment date, oldest first;
      * any excess is a prepayment of principal only, retiring
      * installments from the end of the schedule. A payment over
      * the payoff amount is an exception, not a credit balance.
      *---------------------------------------------------------------*
       POST-LOAN-PAYMENT.
           IF WS-LOAN-OPEN-FLAG = "N"
               MOVE "NO LOAN MASTER" TO EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE PEND-ACCT-ID TO LN-ACCT-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       MOVE "NO LOAN MASTER" TO EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       IF LN-STATUS NOT = "A"
                           MOVE "LOAN PAID IN FULL" TO EXC-REASON
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           PERFORM SUM-LOAN-OWED
                           IF PEND-AMOUNT > WS-LOAN-OWED
                               MOVE "EXCEEDS PAYOFF AMOUNT"
                                   TO EXC-REASON
                               PERFORM WRITE-EXCEPTION
                           ELSE
                               PERFORM ALLOCATE-LOAN-PAYMENT
                               PERFORM RECORD-LOAN-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       SUM-LOAN-OWED.
           COMPUTE WS-LOAN-OWED = LN-PRIN-BAL + LN-FEES-DUE
           MOVE "N" TO WS-LOAN-EOF-FLAG
           MOVE LN-ACCT-ID TO AMS-ACCT-ID
           MOVE LN-NEXT-INST TO AMS-INST-NO
           START AMORT-SCHEDULE-FILE KEY NOT LESS THAN AMS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
           END-START
           PERFORM ADD-ONE-INSTALLMENT-OWED
               UNTIL WS-LOAN-EOF-FLAG = "Y".

       ADD-ONE-INSTALLMENT-OWED.
           READ AMORT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
               NOT AT END
                   IF AMS-ACCT-ID NOT = LN-ACCT-ID
                       OR AMS-DUE-DATE > PEND-DATE
                       MOVE "Y" TO WS-LOAN-EOF-FLAG
                   ELSE
                       IF AMS-STATUS = "O"
                           COMPUTE WS-LOAN-OWED = WS-LOAN-OWED
                               + AMS-INTEREST - AMS-INT-PAID
                       END-IF
                   END-IF
           END-READ.

       ALLOCATE-LOAN-PAYMENT.
           MOVE PEND-AMOUNT TO WS-LOAN-LEFT
           MOVE 0 TO WS-LOAN-FEE-PAID
           MOVE 0 TO WS-LOAN-INT-PAID
           MOVE 0 TO WS-LOAN-PRIN-PAID
           IF LN-FEES-DUE > 0
               IF WS-LOAN-LEFT < LN-FEES-DUE
                   MOVE WS-LOAN-LEFT TO WS-LOAN-FEE-PAID
               ELSE
                   MOVE LN-FEES-DUE TO WS-LOAN-FEE-PAID
               END-IF
               SUBTRACT WS-LOAN-FEE-PAID FROM WS-LOAN-LEFT
               SUBTRACT WS-LOAN-FEE-PAID FROM LN-FEES-DUE
           END-IF
           MOVE "N" TO WS-LOAN-EOF-FLAG
           MOVE LN-ACCT-ID TO AMS-ACCT-ID
           MOVE LN-NEXT-INST TO AMS-INST-NO
           START AMORT-SCHEDULE-FILE KEY NOT LESS THAN AMS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
           END-START
           PERFORM APPLY-ONE-INSTALLMENT
               UNTIL WS-LOAN-EOF-FLAG = "Y"
           MOVE LN-TERM TO WS-LOAN-INST
           PERFORM PREPAY-ONE-INSTALLMENT
               UNTIL WS-LOAN-LEFT = 0
                   OR WS-LOAN-INST = 0
           PERFORM FIND-NEXT-INSTALLMENT.

       APPLY-ONE-INSTALLMENT.
           READ AMORT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
               NOT AT END
                   IF AMS-ACCT-ID NOT = LN-ACCT-ID
                       OR AMS-DUE-DATE > PEND-DATE
                       OR WS-LOAN-LEFT = 0
                       MOVE "Y" TO WS-LOAN-EOF-FLAG
                   ELSE
                       IF AMS-STATUS = "O"
                           PERFORM PAY-ONE-INSTALLMENT
                       END-IF
                   END-IF
           END-READ.

       PAY-ONE-INSTALLMENT.
           COMPUTE WS-LOAN-SLICE = AMS-INTEREST - AMS-INT-PAID
           IF WS-LOAN-SLICE > WS-LOAN-LEFT
               MOVE WS-LOAN-LEFT TO WS-LOAN-SLICE
           END-IF
           ADD WS-LOAN-SLICE TO AMS-INT-PAID
           ADD WS-LOAN-SLICE TO WS-LOAN-INT-PAID
           SUBTRACT WS-LOAN-SLICE FROM WS-LOAN-LEFT
           COMPUTE WS-LOAN-SLICE = AMS-PRINCIPAL - AMS-PRIN-PAID
           IF WS-LOAN-SLICE > WS-LOAN-LEFT
               MOVE WS-LOAN-LEFT TO WS-LOAN-SLICE
           END-IF
           ADD WS-LOAN-SLICE TO AMS-PRIN-PAID
           ADD WS-LOAN-SLICE TO WS-LOAN-PRIN-PAID
           SUBTRACT WS-LOAN-SLICE FROM WS-LOAN-LEFT
           IF AMS-INT-PAID = AMS-INTEREST
               AND AMS-PRIN-PAID = AMS-PRINCIPAL
               MOVE "P" TO AMS-STATUS
               MOVE PEND-DATE TO AMS-PAID-DATE
           END-IF
           REWRITE AMORT-SCHEDULE-RECORD.

      *---------------------------------------------------------------*
      * Prepayment, working back from the last installment. An
      * installment whose principal is retired early is closed and
      * its scheduled interest, never earned, is dropped.
      *---------------------------------------------------------------*
       PREPAY-ONE-INSTALLMENT.
           MOVE LN-ACCT-ID TO AMS-ACCT-ID
           MOVE WS-LOAN-INST TO AMS-INST-NO
           READ AMORT-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AMS-STATUS = "O"
                       PERFORM CURTAIL-ONE-INSTALLMENT
                   END-IF
           END-READ
           SUBTRACT 1 FROM WS-LOAN-INST.

       CURTAIL-ONE-INSTALLMENT.
           COMPUTE WS-LOAN-SLICE = AMS-PRINCIPAL - AMS-PRIN-PAID
           IF WS-LOAN-SLICE > WS-LOAN-LEFT
               MOVE WS-LOAN-LEFT TO WS-LOAN-SLICE
           END-IF
           ADD WS-LOAN-SLICE TO AMS-PRIN-PAID
           ADD WS-LOAN-SLICE TO WS-LOAN-PRIN-PAID
           SUBTRACT WS-LOAN-SLICE FROM WS-LOAN-LEFT
           IF AMS-PRIN-PAID = AMS-PRINCIPAL
               MOVE AMS-INT-PAID TO AMS-INTEREST
               COMPUTE AMS-PAYMENT = AMS-INTEREST + AMS-PRINCIPAL
               MOVE "P" TO AMS-STATUS
               MOVE PEND-DATE TO AMS-PAID-DATE
           END-IF
           REWRITE AMORT-SCHEDULE-RECORD.

       FIND-NEXT-INSTALLMENT.
           MOVE "P" TO LN-STATUS
           MOVE SPACES TO LN-NEXT-DUE
           MOVE "N" TO WS-LOAN-EOF-FLAG
           MOVE LN-ACCT-ID TO AMS-ACCT-ID
           MOVE LN-NEXT-INST TO AMS-INST-NO
           START AMORT-SCHEDULE-FILE KEY NOT LESS THAN AMS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
           END-START
           PERFORM FIND-ONE-OPEN-INSTALLMENT
               UNTIL WS-LOAN-EOF-FLAG = "Y".

       FIND-ONE-OPEN-INSTALLMENT.
           READ AMORT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
               NOT AT END
                   IF AMS-ACCT-ID NOT = LN-ACCT-ID
                       MOVE "Y" TO WS-LOAN-EOF-FLAG
                   ELSE
                       IF AMS-STATUS = "O"
                           MOVE "A" TO LN-STATUS
                           MOVE AMS-INST-NO TO LN-NEXT-INST
                           MOVE AMS-DUE-DATE TO LN-NEXT-DUE
                           MOVE "Y" TO WS-LOAN-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

       RECORD-LOAN-PAYMENT.
           SUBTRACT WS-LOAN-PRIN-PAID FROM ACCT-BALANCE
           SUBTRACT WS-LOAN-PRIN-PAID FROM LN-PRIN-BAL
           MOVE PEND-DATE TO LN-LAST-PAY-DATE
           IF LN-STATUS = "P" OR LN-NEXT-DUE > PEND-DATE
               MOVE 0 TO LN-DAYS-PAST-DUE
               MOVE "00" TO LN-DELINQ-BUCKET
           END-IF
           REWRITE LOAN-MASTER-RECORD
           REWRITE CUSTOMER-RECORD
           MOVE "Y" TO WS-POSTED-FLAG
           ADD 1 TO WS-LOAN-COUNT
           ADD PEND-AMOUNT TO WS-TOTAL-IN
           IF WS-LOAN-FEE-PAID > 0
               MOVE "L" TO TRANS-TYPE
               MOVE WS-LOAN-FEE-PAID TO TRANS-AMOUNT
               PERFORM WRITE-TRANSACTION-ROW
           END-IF
           IF WS-LOAN-INT-PAID > 0
               MOVE "R" TO TRANS-TYPE
               MOVE WS-LOAN-INT-PAID TO TRANS-AMOUNT
               PERFORM WRITE-TRANSACTION-ROW
           END-IF
           IF WS-LOAN-PRIN-PAID > 0
               MOVE "P" TO TRANS-TYPE
               MOVE WS-LOAN-PRIN-PAID TO TRANS-AMOUNT
               PERFORM WRITE-TRANSACTION-ROW
           END-IF.

      *---------------------------------------------------------------*
      * TRANS-TYPE and TRANS-AMOUNT are set by the caller; the row is
      * stamped with the capture date from the pending record and the
      * time this run posted it. A payroll deposit, or the debit
      * PAYVOID writes to take a voided one back, carries its source
      * so GLEXTRCT books it against net-pay clearing, not cash.
      *---------------------------------------------------------------*
       WRITE-TRANSACTION-ROW.
           MOVE PEND-ACCT-ID TO TRANS-ACCT-ID
           MOVE PEND-DATE TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           IF (TRANS-TYPE = "D" OR TRANS-TYPE = "W")
               AND PEND-SOURCE = "PAYROLL"
               MOVE PEND-SOURCE TO TRANS-COUNTERPARTY
           END-IF
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR.

           STRING "WITHDRAWALS POSTED:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-LOAN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "LOAN PAYMENTS POSTED:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-FEE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "NSF FEES CHARGED:    " WS-COUNT-EDIT
