      * balance -- or that dropped an unmapped transaction -- is
      * emptied rather than handed to accounting, with a nonzero
      * return code for the scheduler.
      * Teller drawer shortages proved by TLRPROOF (TLRSHORT.DAT)
      * for the same date are journalled beside the transactions
      * under map type S.
      * Payroll entries PAYROLL-CALC and PAYVOID have already
      * balanced and appended to PAYJRNL.DAT (type J) are carried
      * into the journal as written, GL accounts included: every
      * row dated after the last posting date extracted, up to and
      * including this one. Both jobs refuse to run once the
      * business date has been extracted, so no row can be dated
      * on or before the last posting date stamped.
      * Non-monetary rows (status changes Z/C/E) and carry-forward
      * restatements (B/V, whose underlying activity was already
      * extracted on its original posting dates) are skipped by
               ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT TELLER-SHORT-FILE
               ASSIGN TO "TLRSHORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORT-STATUS.
           SELECT PAYROLL-JOURNAL-FILE
               ASSIGN TO "PAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYJ-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  GLM-DEBIT-GL       PIC 9(8).
           05  GLM-CREDIT-GL      PIC 9(8).

       FD  TELLER-SHORT-FILE.
           COPY OVSHREC.

       FD  PAYROLL-JOURNAL-FILE.
       01  PAYROLL-JOURNAL-LINE   PIC X(46).

       FD  JOURNAL-FILE.
           COPY GLJREC.

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE "00".
       01  WS-MAP-STATUS         PIC XX VALUE "00".
       01  WS-SHORT-STATUS       PIC XX VALUE "00".
       01  WS-SHORT-EOF-FLAG     PIC X VALUE "N".
       01  WS-PAYJ-STATUS        PIC XX VALUE "00".
       01  WS-PAYJ-EOF-FLAG      PIC X VALUE "N".
       01  WS-PAYJ-FROM-DATE     PIC X(10) VALUE SPACES.
       01  WS-EOF-FLAG           PIC X VALUE "N".
       01  WS-POSTING-DATE       PIC X(10) VALUE SPACES.

           05  WS-CTL-FIND-NAME  PIC X(8) VALUE SPACES.
           05  WS-CTL-STAMP-PER  PIC X(10) VALUE SPACES.
       01  WS-CYCLE-TABLE.
           05  WS-CTL-ENTRY OCCURS 24 TIMES.
               10  WS-CTL-JOB     PIC X(8).
               10  WS-CTL-PERIOD  PIC X(10).
               10  WS-CTL-JSTATUS PIC X.
      * for the posting summary.
      *---------------------------------------------------------------*
       01  WS-GL-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 20 TIMES.
               10  WS-MAP-TRANS-TYPE  PIC X(1).
               10  WS-MAP-DEBIT-GL    PIC 9(8).
               10  WS-MAP-CREDIT-GL   PIC 9(8).
           05  WS-JOURNAL-COUNT  PIC 9(7) VALUE 0.
           05  WS-UNMAPPED-COUNT PIC 9(7) VALUE 0.
           05  WS-SKIPPED-COUNT  PIC 9(7) VALUE 0.
           05  WS-PAYROLL-COUNT  PIC 9(7) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-DEBITS   PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-CREDITS  PIC 9(11)V99 VALUE 0.
           05  WS-PAYROLL-TOTAL  PIC 9(11)V99 VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(80) VALUE SPACES.
           IF WS-CTL-OK-FLAG = "Y"
               DISPLAY "Extracting for posting date: "
                   WS-POSTING-DATE
               PERFORM CHECK-TELLER-PROOF
               PERFORM LOAD-GL-MAP
               PERFORM EXTRACT-JOURNAL
               IF WS-FILE-STATUS NOT = "99"
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Teller shortages reach the journal only if TLRPROOF has run
      * for the date first; the extract still runs without it, but
      * warns the operator that no shortages will be booked.
      *---------------------------------------------------------------*
       CHECK-TELLER-PROOF.
           MOVE "TLRPROOF" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX = 0
               OR WS-CTL-JSTATUS(WS-CTL-HIT-IDX) NOT = "C"
               OR WS-CTL-PERIOD(WS-CTL-HIT-IDX)
                   < WS-POSTING-DATE
               DISPLAY "WARNING: TLRPROOF has not run for "
                   WS-POSTING-DATE " - no teller shortages "
                   "will be booked."
           END-IF.

      *---------------------------------------------------------------*
      * Re-extracting an earlier posting date leaves the stamp where
      * it was: payroll rows up to the later date have already gone
      * to accounting and must not be carried again.
      *---------------------------------------------------------------*
       STAMP-CYCLE-COMPLETE.
           IF WS-PAYJ-FROM-DATE NOT > WS-POSTING-DATE
               MOVE "GLEXTRCT" TO WS-CTL-FIND-NAME
               MOVE WS-POSTING-DATE TO WS-CTL-STAMP-PER
               PERFORM STAMP-JOB-COMPLETE
           END-IF.

      *---------------------------------------------------------------*
      * Processing-calendar plumbing, shared in shape with the other
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
               PERFORM WRITE-GL-MAP-FILE
           ELSE
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > 20
                   READ GL-MAP-FILE
                       AT END
                           CONTINUE
               CLOSE GL-MAP-FILE
           END-IF
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > 20
               MOVE 0 TO WS-MAP-COUNT(WS-MAP-IDX)
               MOVE 0 TO WS-MAP-TOTAL(WS-MAP-IDX)
           END-PERFORM
      *---------------------------------------------------------------*
      * Default chart of accounts, from the bank's own perspective:
      *   10100000 cash               20100000 customer deposits
      *   12100000 loans receivable   20900000 transfer clearing
      *   40100000 fee income         40200000 loan interest income
      *   50100000 interest expense   50900000 cash over/short
      *   12900000 allowance for loan losses
      *   21900000 payroll net pay clearing
      * Money in (O/D/X) debits cash or clearing and credits the
      * deposit liability; money out (W/T) does the reverse; interest
      * paid (I) is expense; fees collected (F/M) are income.
      * Installment loans: the advance (N) moves cash into loans
      * receivable, a principal repayment (P) moves it back, and
      * loan interest (R) and late fees (L) collected are income.
      * A teller drawer shortage (S) is expensed out of cash.
      * An overdraft charge-off (G) is written off against the loan-
      * loss allowance, restoring the overdrawn deposit to zero; a
      * later recovery (K) swept from the account credits it back.
      * Payroll net pay deposited in-house (a D row from PAYROLL)
      * is journalled as type Y out of net-pay clearing, which
      * PAYROLL-CALC's own journal credited, rather than cash; the
      * W PAYVOID posts to take a voided check back is type U, the
      * reverse, since PAYVOID's journal debits clearing again.
      *---------------------------------------------------------------*
       SEED-DEFAULT-GL-MAP.
           MOVE "O" TO WS-MAP-TRANS-TYPE(1)
           MOVE "M" TO WS-MAP-TRANS-TYPE(8)
           MOVE 20100000 TO WS-MAP-DEBIT-GL(8)
           MOVE 40100000 TO WS-MAP-CREDIT-GL(8)
           MOVE "N" TO WS-MAP-TRANS-TYPE(9)
           MOVE 12100000 TO WS-MAP-DEBIT-GL(9)
           MOVE 10100000 TO WS-MAP-CREDIT-GL(9)
           MOVE "P" TO WS-MAP-TRANS-TYPE(10)
           MOVE 10100000 TO WS-MAP-DEBIT-GL(10)
           MOVE 12100000 TO WS-MAP-CREDIT-GL(10)
           MOVE "R" TO WS-MAP-TRANS-TYPE(11)
           MOVE 10100000 TO WS-MAP-DEBIT-GL(11)
           MOVE 40200000 TO WS-MAP-CREDIT-GL(11)
           MOVE "L" TO WS-MAP-TRANS-TYPE(12)
           MOVE 10100000 TO WS-MAP-DEBIT-GL(12)
           MOVE 40100000 TO WS-MAP-CREDIT-GL(12)
           MOVE "S" TO WS-MAP-TRANS-TYPE(13)
           MOVE 50900000 TO WS-MAP-DEBIT-GL(13)
           MOVE 10100000 TO WS-MAP-CREDIT-GL(13)
           MOVE "G" TO WS-MAP-TRANS-TYPE(14)
           MOVE 12900000 TO WS-MAP-DEBIT-GL(14)
           MOVE 20100000 TO WS-MAP-CREDIT-GL(14)
           MOVE "K" TO WS-MAP-TRANS-TYPE(15)
           MOVE 20100000 TO WS-MAP-DEBIT-GL(15)
           MOVE 12900000 TO WS-MAP-CREDIT-GL(15)
           MOVE "Y" TO WS-MAP-TRANS-TYPE(16)
           MOVE 21900000 TO WS-MAP-DEBIT-GL(16)
           MOVE 20100000 TO WS-MAP-CREDIT-GL(16)
           MOVE "U" TO WS-MAP-TRANS-TYPE(17)
           MOVE 20100000 TO WS-MAP-DEBIT-GL(17)
           MOVE 21900000 TO WS-MAP-CREDIT-GL(17)
           MOVE 17 TO WS-MAP-ENTRIES.

       WRITE-GL-MAP-FILE.
           OPEN OUTPUT GL-MAP-FILE
               OPEN OUTPUT JOURNAL-FILE
               PERFORM EXTRACT-ONE-TRANSACTION
                   UNTIL WS-EOF-FLAG = "Y"
               PERFORM EXTRACT-TELLER-SHORTS
               PERFORM EXTRACT-PAYROLL-JOURNAL
               CLOSE JOURNAL-FILE
               CLOSE TRANSACTION-FILE
               MOVE "00" TO WS-FILE-STATUS
           END-READ.

       JOURNALIZE-TRANSACTION.
           IF TRANS-TYPE = "D" AND TRANS-COUNTERPARTY = "PAYROLL"
               MOVE "Y" TO TRANS-TYPE
           END-IF
           IF TRANS-TYPE = "W" AND TRANS-COUNTERPARTY = "PAYROLL"
               MOVE "U" TO TRANS-TYPE
           END-IF
           IF TRANS-TYPE = "Z" OR TRANS-TYPE = "C"
               OR TRANS-TYPE = "E" OR TRANS-TYPE = "B"
               OR TRANS-TYPE = "V"
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Teller shortages for the posting date, journalled through
      * the map entry for type S with the operator ID in the
      * account column. A missing file means no shortages.
      *---------------------------------------------------------------*
       EXTRACT-TELLER-SHORTS.
           MOVE "N" TO WS-SHORT-EOF-FLAG
           MOVE "00" TO WS-SHORT-STATUS
           OPEN INPUT TELLER-SHORT-FILE
           IF WS-SHORT-STATUS = "00"
               PERFORM EXTRACT-ONE-SHORTAGE
                   UNTIL WS-SHORT-EOF-FLAG = "Y"
               CLOSE TELLER-SHORT-FILE
           END-IF.

       EXTRACT-ONE-SHORTAGE.
           READ TELLER-SHORT-FILE
               AT END
                   MOVE "Y" TO WS-SHORT-EOF-FLAG
               NOT AT END
                   IF OVS-DATE = WS-POSTING-DATE
                       MOVE OVS-OPERATOR TO TRANS-ACCT-ID
                       MOVE "S" TO TRANS-TYPE
                       MOVE OVS-AMOUNT TO TRANS-AMOUNT
                       MOVE OVS-DATE TO TRANS-DATE
                       PERFORM JOURNALIZE-TRANSACTION
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Payroll journal rows dated after the last posting date
      * stamped complete, through the posting date. PAYROLL-CALC
      * only appends a run's entries once they balance, so they
      * are copied across unchanged. A missing file means no
      * payroll has been run.
      *---------------------------------------------------------------*
       EXTRACT-PAYROLL-JOURNAL.
           MOVE SPACES TO WS-PAYJ-FROM-DATE
           MOVE "GLEXTRCT" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               AND WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
               MOVE WS-CTL-PERIOD(WS-CTL-HIT-IDX)
                   TO WS-PAYJ-FROM-DATE
           END-IF
           MOVE "N" TO WS-PAYJ-EOF-FLAG
           MOVE "00" TO WS-PAYJ-STATUS
           OPEN INPUT PAYROLL-JOURNAL-FILE
           IF WS-PAYJ-STATUS = "00"
               PERFORM EXTRACT-ONE-PAYROLL-ENTRY
                   UNTIL WS-PAYJ-EOF-FLAG = "Y"
               CLOSE PAYROLL-JOURNAL-FILE
           END-IF.

       EXTRACT-ONE-PAYROLL-ENTRY.
           READ PAYROLL-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-PAYJ-EOF-FLAG
               NOT AT END
                   MOVE PAYROLL-JOURNAL-LINE TO JOURNAL-RECORD
                   IF GLJ-DATE > WS-PAYJ-FROM-DATE
                       AND GLJ-DATE NOT > WS-POSTING-DATE
                       WRITE JOURNAL-RECORD
                       ADD 1 TO WS-JOURNAL-COUNT
                       ADD 1 TO WS-PAYROLL-COUNT
                       ADD GLJ-AMOUNT TO WS-PAYROLL-TOTAL
                       ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS
                       ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
                   END-IF
           END-READ.

       LOOKUP-GL-MAP-ENTRY.
           MOVE 0 TO WS-MAP-HIT-IDX
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   PERFORM WRITE-TYPE-SUMMARY-LINE
               END-IF
           END-PERFORM
           IF WS-PAYROLL-COUNT > 0
               MOVE WS-PAYROLL-COUNT TO WS-COUNT-EDIT
               MOVE WS-PAYROLL-TOTAL TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-LINE-OUT
               STRING "     PAYROLL JRNL       " WS-COUNT-EDIT
                   " $" WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "JOURNAL ENTRIES:   " WS-COUNT-EDIT
