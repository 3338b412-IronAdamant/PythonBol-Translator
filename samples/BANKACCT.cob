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
           SELECT STOP-PAYMENT-FILE
               ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT STOP-WORK-FILE
               ASSIGN TO "STOPWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRAWER-FILE
               ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT DRAWER-WORK-FILE
               ASSIGN TO "DRAWWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCH-LIST-FILE
               ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT SCREEN-CLEARANCE-FILE
               ASSIGN TO "SANCCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.
           SELECT SCREEN-PARM-FILE
               ASSIGN TO "SANCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRN-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  AMORT-SCHEDULE-FILE.
           COPY AMORTREC.

       FD  STOP-PAYMENT-FILE.
           COPY STOPREC.

       FD  STOP-WORK-FILE.
       01  STOP-WORK-RECORD       PIC X(82).

       FD  DRAWER-FILE.
           COPY DRAWREC.

       FD  DRAWER-WORK-FILE.
       01  DRAWER-WORK-RECORD     PIC X(53).

       FD  WATCH-LIST-FILE.
           COPY WATCHREC.

       FD  SCREEN-CLEARANCE-FILE.
           COPY SANCCLR.

       FD  SCREEN-PARM-FILE.
       01  SCREEN-PARM-RECORD.
           05  SP-REVIEW-SCORE    PIC 9(3).
           05  SP-CONFIRM-SCORE   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-MENU-CHOICE        PIC 99 VALUE 0.
       01  WS-DONE-FLAG          PIC X VALUE "N".
           05  WS-CTL-HIT-IDX    PIC 9(2) VALUE 0.
           05  WS-CTL-FIND-NAME  PIC X(8) VALUE SPACES.
           05  WS-CTL-STAMP-PER  PIC X(10) VALUE SPACES.
      *    Business date at sign-on: the session's cash drawer and
      *    audit rows carry it, so TLRPROOF proves the same day
      *    however late the teller keys.
           05  WS-TELLER-DATE    PIC X(10) VALUE SPACES.
       01  WS-CYCLE-TABLE.
           05  WS-CTL-ENTRY OCCURS 24 TIMES.
               10  WS-CTL-JOB     PIC X(8).
               10  WS-CTL-PERIOD  PIC X(10).
               10  WS-CTL-JSTATUS PIC X.
       01  WS-CTL-COUNT          PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * Installment-loan fields. The monthly rate and the compound
      * factor carry extra decimals so the level payment is rounded
      * once, at the end. A payment is split by
      * ALLOCATE-LOAN-PAYMENT into the fee, interest and principal
      * portions that are logged as separate transaction rows.
      *---------------------------------------------------------------*
       01  WS-LOAN-FIELDS.
           05  WS-LOAN-STATUS    PIC XX VALUE "00".
           05  WS-AMORT-STATUS   PIC XX VALUE "00".
           05  WS-LOAN-ACTION    PIC X VALUE SPACE.
           05  WS-LOAN-RATE      PIC 9V9999 VALUE 0.
           05  WS-LOAN-TERM      PIC 9(3) VALUE 0.
           05  WS-LOAN-FIRST-DUE PIC X(10) VALUE SPACES.
           05  WS-LOAN-DUE-DAY   PIC 9(2) VALUE 0.
           05  WS-LOAN-PAYMENT   PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-MO-RATE   PIC 9V9(9) VALUE 0.
           05  WS-LOAN-FACTOR    PIC 9(9)V9(9) VALUE 0.
           05  WS-LOAN-BAL       PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-INST      PIC 9(3) VALUE 0.
           05  WS-LOAN-INT-AMT   PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-PRIN-AMT  PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-EOF-FLAG  PIC X VALUE "N".
           05  WS-LOAN-OK-FLAG   PIC X VALUE "N".
           05  WS-LOAN-MAST-FLAG PIC X VALUE "N".
           05  WS-LOAN-ROWS-DONE PIC 9(3) VALUE 0.
           05  WS-LOAN-OWED      PIC 9(9)V99 VALUE 0.
           05  WS-LOAN-LEFT      PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-SLICE     PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-FEE-PAID  PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-INT-PAID  PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-PRIN-PAID PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-TRAN-TYPE PIC X VALUE SPACE.
           05  WS-LOAN-TRAN-AMT  PIC 9(7)V99 VALUE 0.
           05  WS-LOAN-OWED-EDIT PIC ZZZZZZZZ9.99.
           05  WS-LOAN-ROW-COUNT PIC 9(4) VALUE 0.
           05  WS-COMBINED-LOAN  PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Stop-payment maintenance fields. A stop is placed against a
      * checking account for a check-number range (one check when
      * FROM = TO) and optionally one amount, and is honoured by the
      * nightly CHKCLEAR run until released or six months old.
      *---------------------------------------------------------------*
       01  WS-STOP-FIELDS.
           05  WS-STOP-STATUS    PIC XX VALUE "00".
           05  WS-STOP-ACTION    PIC X VALUE SPACE.
           05  WS-STOP-ID        PIC X(8).
           05  WS-STOP-ACCT      PIC X(10).
           05  WS-STOP-FROM      PIC 9(8) VALUE 0.
           05  WS-STOP-TO        PIC 9(8) VALUE 0.
           05  WS-STOP-AMOUNT    PIC 9(7)V99 VALUE 0.
           05  WS-STOP-EXPIRY    PIC X(10) VALUE SPACES.
           05  WS-STOP-EOF-FLAG  PIC X VALUE "N".
           05  WS-STOP-HIT-FLAG  PIC X VALUE "N".
           05  WS-STOP-OK-FLAG   PIC X VALUE "N".
           05  WS-STOP-COUNT     PIC 9(4) VALUE 0.
           05  WS-STOP-BALANCE   PIC S9(7)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Teller cash drawer fields: opening cash is taken at the
      * operator's first sign-on of the day, the counted cash at
      * sign-off; TLRPROOF proves the two against AUDITLOG.DAT.
      *---------------------------------------------------------------*
       01  WS-DRAWER-FIELDS.
           05  WS-DRAWER-STATUS  PIC XX VALUE "00".
           05  WS-DRAWER-CASH    PIC 9(7)V99 VALUE 0.
           05  WS-DRAWER-EOF-FLAG PIC X VALUE "N".
           05  WS-DRAWER-HIT-FLAG PIC X VALUE "N".

      *---------------------------------------------------------------*
      * Sanctions screening fields. A customer name scoring at or
      * above the review threshold against any watch-list row is a
      * probable match; the entries it hit are kept so a supervisor
      * override can be recorded against each of them.
      *---------------------------------------------------------------*
       01  WS-SCREEN-FIELDS.
           05  WS-WATCH-STATUS   PIC XX VALUE "00".
           05  WS-CLR-STATUS     PIC XX VALUE "00".
           05  WS-SCRN-PARM-STATUS PIC XX VALUE "00".
           05  WS-SCRN-REVIEW    PIC 9(3) VALUE 80.
           05  WS-SCRN-CONFIRM   PIC 9(3) VALUE 100.
           05  WS-SCRN-OK-FLAG   PIC X VALUE "Y".
           05  WS-WATCH-EOF-FLAG PIC X VALUE "N".
           05  WS-SCRN-HIT-COUNT PIC 9(2) VALUE 0.
           05  WS-SCRN-HIT-IDX   PIC 9(2) VALUE 0.
      *    Every probable match, including any beyond the ten the
      *    hit table holds for the clearance rows.
           05  WS-SCRN-HIT-TOTAL PIC 9(5) VALUE 0.
       01  WS-SCRN-HIT-TABLE.
           05  WS-SCRN-HIT OCCURS 10 TIMES.
               10  WS-SCRN-HIT-ENTRY PIC X(10).
               10  WS-SCRN-HIT-SCORE PIC 9(3).

      *---------------------------------------------------------------*
      * Name-matching work fields, same shape as in SANCSCRN. Each
      * name is split into at most six words; A is the customer,
      * B the watch-list name being scored against it.
      *---------------------------------------------------------------*
       01  WS-NAME-MATCH-FIELDS.
           05  WS-NM-TEXT        PIC X(30).
           05  WS-NM-NAME-B      PIC X(30).
           05  WS-NM-RAW-WORDS.
               10  WS-NM-RAW     PIC X(30) OCCURS 6 TIMES.
           05  WS-NM-WORDS.
               10  WS-NM-WORD    PIC X(30) OCCURS 6 TIMES.
           05  WS-NM-COUNT       PIC 9(2) VALUE 0.
           05  WS-NM-WORDS-A.
               10  WS-NM-WORD-A  PIC X(30) OCCURS 6 TIMES.
           05  WS-NM-COUNT-A     PIC 9(2) VALUE 0.
           05  WS-NM-WORDS-B.
               10  WS-NM-WORD-B  PIC X(30) OCCURS 6 TIMES.
           05  WS-NM-COUNT-B     PIC 9(2) VALUE 0.
           05  WS-NM-USED-FLAGS.
               10  WS-NM-USED-B  PIC X OCCURS 6 TIMES.
           05  WS-NM-IDX         PIC 9(2) VALUE 0.
           05  WS-NM-IDX-A       PIC 9(2) VALUE 0.
           05  WS-NM-IDX-B       PIC 9(2) VALUE 0.
           05  WS-NM-HIT-FLAG    PIC X VALUE "N".
           05  WS-NM-MATCHED     PIC 9(2) VALUE 0.
           05  WS-NM-SCORE       PIC 9(3) VALUE 0.
           05  WS-NM-SCORE-EDIT  PIC ZZ9.

       COPY INTRATE.

       PROCEDURE DIVISION.
               DISPLAY " "
               DISPLAY "Sign-on failed - system closed."
           ELSE
               PERFORM GET-CURRENT-DATETIME
               PERFORM LOAD-CYCLE-CONTROL
               MOVE WS-BUS-DATE TO WS-TELLER-DATE
               PERFORM LOAD-RATE-TABLE
               PERFORM LOAD-HOLD-PARAMS
               PERFORM OPEN-CASH-DRAWER
               PERFORM PROCESS-MENU
                   UNTIL WS-DONE-FLAG = "Y"
           END-IF
           DISPLAY "supervisor SUPER001 - change its PIN"
           DISPLAY "immediately (option 13).".

      *---------------------------------------------------------------*
      * Cash drawer: the first sign-on of the business day records
      * the cash the operator starts with; a later sign-on that day
      * finds the drawer already open and leaves it alone. Sign-off
      * declares the counted cash, replacing any earlier count that
      * day. DRAWER.DAT is line sequential, so the declaration is
      * written through DRAWWORK.TMP the same way as
      * CHANGE-ORDER-STATUS.
      *---------------------------------------------------------------*
       OPEN-CASH-DRAWER.
           PERFORM GET-CURRENT-DATETIME
           PERFORM FIND-DRAWER-ROW
           IF WS-DRAWER-HIT-FLAG = "Y"
               DISPLAY "Cash drawer already open today with $"
                   DRW-OPEN-CASH
           ELSE
               DISPLAY "Opening cash in drawer: "
                   WITH NO ADVANCING
               ACCEPT WS-DRAWER-CASH
               PERFORM APPEND-DRAWER-ROW
           END-IF.

       FIND-DRAWER-ROW.
           MOVE "N" TO WS-DRAWER-HIT-FLAG
           MOVE "N" TO WS-DRAWER-EOF-FLAG
           MOVE "00" TO WS-DRAWER-STATUS
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = "00"
               PERFORM MATCH-ONE-DRAWER
                   UNTIL WS-DRAWER-EOF-FLAG = "Y"
               CLOSE DRAWER-FILE
           END-IF.

       MATCH-ONE-DRAWER.
           READ DRAWER-FILE
               AT END
                   MOVE "Y" TO WS-DRAWER-EOF-FLAG
               NOT AT END
                   IF DRW-OPERATOR = WS-OPERATOR-ID
                       AND DRW-DATE = WS-TELLER-DATE
                       MOVE "Y" TO WS-DRAWER-HIT-FLAG
                       MOVE "Y" TO WS-DRAWER-EOF-FLAG
                   END-IF
           END-READ.

       APPEND-DRAWER-ROW.
           MOVE "00" TO WS-DRAWER-STATUS
           OPEN EXTEND DRAWER-FILE
           IF WS-DRAWER-STATUS = "35"
               MOVE "00" TO WS-DRAWER-STATUS
               OPEN OUTPUT DRAWER-FILE
           END-IF
           IF WS-DRAWER-STATUS NOT = "00"
               DISPLAY "Error opening drawer file: "
                   WS-DRAWER-STATUS
           ELSE
               MOVE WS-OPERATOR-ID TO DRW-OPERATOR
               MOVE WS-TELLER-DATE TO DRW-DATE
               MOVE WS-DRAWER-CASH TO DRW-OPEN-CASH
               MOVE WS-TIME-STRING TO DRW-OPEN-TIME
               MOVE 0 TO DRW-CLOSE-CASH
               MOVE SPACES TO DRW-CLOSE-TIME
               MOVE "O" TO DRW-STATUS
               WRITE DRAWER-RECORD
               CLOSE DRAWER-FILE
           END-IF.

       CLOSE-CASH-DRAWER.
           DISPLAY "Closing cash count in drawer: "
               WITH NO ADVANCING
           ACCEPT WS-DRAWER-CASH
           PERFORM GET-CURRENT-DATETIME
           MOVE "N" TO WS-DRAWER-HIT-FLAG
           MOVE "N" TO WS-DRAWER-EOF-FLAG
           MOVE "00" TO WS-DRAWER-STATUS
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "00"
               DISPLAY "No cash drawer on file."
           ELSE
               OPEN OUTPUT DRAWER-WORK-FILE
               PERFORM DECLARE-ONE-DRAWER
                   UNTIL WS-DRAWER-EOF-FLAG = "Y"
               CLOSE DRAWER-WORK-FILE
               CLOSE DRAWER-FILE
               IF WS-DRAWER-HIT-FLAG = "Y"
                   PERFORM REWRITE-DRAWER-FILE
                   DISPLAY "Closing count recorded: $"
                       WS-DRAWER-CASH
               ELSE
                   DISPLAY "No cash drawer opened today for "
                       WS-OPERATOR-ID
               END-IF
           END-IF.

       DECLARE-ONE-DRAWER.
           READ DRAWER-FILE
               AT END
                   MOVE "Y" TO WS-DRAWER-EOF-FLAG
               NOT AT END
                   IF DRW-OPERATOR = WS-OPERATOR-ID
                       AND DRW-DATE = WS-TELLER-DATE
                       MOVE WS-DRAWER-CASH TO DRW-CLOSE-CASH
                       MOVE WS-TIME-STRING TO DRW-CLOSE-TIME
                       MOVE "C" TO DRW-STATUS
                       MOVE "Y" TO WS-DRAWER-HIT-FLAG
                   END-IF
                   MOVE DRAWER-RECORD TO DRAWER-WORK-RECORD
                   WRITE DRAWER-WORK-RECORD
           END-READ.

       REWRITE-DRAWER-FILE.
           MOVE "N" TO WS-DRAWER-EOF-FLAG
           OPEN OUTPUT DRAWER-FILE
           OPEN INPUT DRAWER-WORK-FILE
           PERFORM COPY-ONE-DRAWER-BACK
               UNTIL WS-DRAWER-EOF-FLAG = "Y"
           CLOSE DRAWER-WORK-FILE
           CLOSE DRAWER-FILE.

       COPY-ONE-DRAWER-BACK.
           READ DRAWER-WORK-FILE
               AT END
                   MOVE "Y" TO WS-DRAWER-EOF-FLAG
               NOT AT END
                   MOVE DRAWER-WORK-RECORD TO DRAWER-RECORD
                   WRITE DRAWER-RECORD
           END-READ.

      *---------------------------------------------------------------*
      * Supervisor override for a posting over the operator's own
      * limit: a supervisor-level sign-on approves it and the
      *---------------------------------------------------------------*
       SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-OK
           DISPLAY "Supervisor approval required."
           DISPLAY "Supervisor ID: "
               WITH NO ADVANCING
           MOVE "Y" TO WS-LIMIT-OK
           MOVE SPACES TO WS-AUD-SUPERVISOR
           IF WS-AMOUNT > WS-OPER-LIMIT
               DISPLAY " "
               DISPLAY "Amount exceeds your transaction limit."
               PERFORM SUPERVISOR-OVERRIDE
               IF WS-OVERRIDE-OK = "N"
                   MOVE "N" TO WS-LIMIT-OK
           DISPLAY " 11. View Holds / Available Balance"
           DISPLAY " 12. Standing Orders"
           DISPLAY " 13. Operator Maintenance"
           DISPLAY " 14. Loan Accounts"
           DISPLAY " 15. Stop Payments"
           DISPLAY " 16. Exit System"
           DISPLAY " "
           DISPLAY "Enter your choice (1-16): "
               WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 13
                   PERFORM OPERATOR-MAINTENANCE
               WHEN 14
                   PERFORM LOAN-ACCOUNT-MENU
               WHEN 15
                   PERFORM STOP-PAYMENT-MENU
               WHEN 16
                   PERFORM CLOSE-CASH-DRAWER
                   DISPLAY "Thank you for using the"
                   DISPLAY "Banking System. Goodbye!"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid option."
                   DISPLAY "Please enter 1-16."
           END-EVALUATE.

       CREATE-ACCOUNT.
           DISPLAY "Enter Customer Number: "
               WITH NO ADVANCING
           ACCEPT WS-CUST-NO
           IF WS-ACCT-TYPE = "L"
               DISPLAY " "
               DISPLAY "Loans are booked through Loan Accounts "
                   "(option 14)."
           ELSE
           PERFORM VERIFY-CUSTOMER-EXISTS
           IF WS-CUST-FOUND = "N"
               DISPLAY " "
               DISPLAY "  Type:       " WS-ACCT-TYPE
               DISPLAY "  OD Limit:   " WS-OD-LIMIT
               DISPLAY "  Customer:   " WS-CUST-NO
           END-IF
           END-IF.

      *---------------------------------------------------------------*
                       DISPLAY " "
                       DISPLAY "Account is closed: "
                           WS-SEARCH-ID
                   ELSE
                   IF ACCT-TYPE = "L"
                       DISPLAY " "
                       DISPLAY "Loan account - use Loan Payment "
                           "(option 14): " WS-SEARCH-ID
                   ELSE
                       MOVE ACCT-BALANCE TO WS-AUD-BAL-BEFORE
                       ADD WS-AMOUNT TO ACCT-BALANCE
                       MOVE ACCT-BALANCE TO WS-AUD-BAL-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
                   END-IF
           END-READ.

       UPDATE-BALANCE-SUBTRACT.
                       DISPLAY " "
                       DISPLAY "Account is frozen or closed: "
                           WS-SEARCH-ID
                   ELSE
                   IF ACCT-TYPE = "L"
                       DISPLAY " "
                       DISPLAY "Loan account - no withdrawals: "
                           WS-SEARCH-ID
                   ELSE
                       PERFORM WITHDRAW-FROM-ACCOUNT
                   END-IF
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
                           DISPLAY " "
                           DISPLAY "Source account is frozen or "
                               "closed: " WS-XFER-FROM-ID
                       ELSE
                       IF ACCT-TYPE = "L"
                           DISPLAY " "
                           DISPLAY "Source is a loan account: "
                               WS-XFER-FROM-ID
                       ELSE
                           PERFORM CHECK-TRANSFER-FUNDS
                       END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-FOUND-FLAG = "Y"
                               "closed: " WS-XFER-TO-ID
                           MOVE "N" TO WS-FOUND-FLAG
                       END-IF
                       IF ACCT-TYPE = "L"
                           DISPLAY " "
                           DISPLAY "Destination is a loan account: "
                               WS-XFER-TO-ID
                           MOVE "N" TO WS-FOUND-FLAG
                       END-IF
               END-READ
           END-IF
           IF WS-FOUND-FLAG = "Y"
               WITH NO ADVANCING
           ACCEPT WS-CUST-NO
           PERFORM ACCEPT-CUSTOMER-FIELDS
           PERFORM SCREEN-CUSTOMER-NAME
           IF WS-SCRN-OK-FLAG = "N"
               DISPLAY " "
               DISPLAY "Customer not added: " WS-CUST-NO
           ELSE
               PERFORM SAVE-NEW-CUSTOMER
           END-IF.

       SAVE-NEW-CUSTOMER.
           MOVE "00" TO WS-MAST-STATUS
           OPEN I-O CUSTOMER-MASTER-FILE
      *    First use on a fresh site creates the master the same
                       DISPLAY "Error writing: "
                           "duplicate Customer Number"
                   NOT INVALID KEY
                       IF WS-SCRN-HIT-COUNT > 0
                           PERFORM RECORD-SCREEN-CLEARANCE
                       END-IF
                       DISPLAY " "
                       DISPLAY "Customer added: " WS-CUST-NO
               END-WRITE
                   NOT INVALID KEY
                       DISPLAY "Re-key all fields:"
                       PERFORM ACCEPT-CUSTOMER-FIELDS
                       PERFORM SCREEN-CUSTOMER-NAME
                       IF WS-SCRN-OK-FLAG = "N"
                           DISPLAY " "
                           DISPLAY "Customer not changed: "
                               WS-CUST-NO
                       ELSE
                           PERFORM MOVE-CUSTOMER-FIELDS
                           REWRITE CUSTOMER-MASTER-RECORD
                           IF WS-SCRN-HIT-COUNT > 0
                               PERFORM RECORD-SCREEN-CLEARANCE
                           END-IF
                           DISPLAY " "
                           DISPLAY "Customer changed: " WS-CUST-NO
                       END-IF
               END-READ
           END-IF
           CLOSE CUSTOMER-MASTER-FILE.

      *---------------------------------------------------------------*
      * Sanctions screening for a customer being added or changed:
      * the keyed WS-CUST-NAME is scored against every row of
      * WATCHLST.DAT, and a score at or above the review threshold
      * (SANCPARM.DAT) is a probable match that may be saved only
      * with a supervisor override. A name with more than ten
      * probable matches is beyond a window override and is
      * refused for compliance to review. Without a list on file
      * the name cannot be screened; the teller is warned and the
      * save goes ahead, to be caught when SANCSCRN rescreens the
      * master against the next delivery.
      *---------------------------------------------------------------*
       SCREEN-CUSTOMER-NAME.
           MOVE "Y" TO WS-SCRN-OK-FLAG
           MOVE 0 TO WS-SCRN-HIT-COUNT
           MOVE 0 TO WS-SCRN-HIT-TOTAL
           PERFORM LOAD-SCREEN-PARAMS
           MOVE WS-CUST-NAME TO WS-NM-TEXT
           PERFORM SPLIT-NAME-WORDS
           MOVE WS-NM-WORDS TO WS-NM-WORDS-A
           MOVE WS-NM-COUNT TO WS-NM-COUNT-A
           MOVE "N" TO WS-WATCH-EOF-FLAG
           MOVE "00" TO WS-WATCH-STATUS
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "Watch list not on file - name not "
                   "screened."
           ELSE
               PERFORM SCREEN-ONE-WATCH-ENTRY
                   UNTIL WS-WATCH-EOF-FLAG = "Y"
               CLOSE WATCH-LIST-FILE
           END-IF
           IF WS-SCRN-HIT-TOTAL > 10
               DISPLAY " "
               DISPLAY "More than 10 probable sanctions watch-list "
                   "matches (" WS-SCRN-HIT-TOTAL ")."
               DISPLAY "Refer the customer to compliance - no "
                   "override at the window."
               MOVE "N" TO WS-SCRN-OK-FLAG
           ELSE
           IF WS-SCRN-HIT-COUNT > 0
               DISPLAY " "
               DISPLAY "Probable sanctions watch-list match."
               PERFORM SUPERVISOR-OVERRIDE
      *        No audit row follows a customer save, so the
      *        approving supervisor must not linger for the next
      *        posting; the clearance rows take WS-SUPER-ID.
               MOVE SPACES TO WS-AUD-SUPERVISOR
               IF WS-OVERRIDE-OK = "N"
                   MOVE "N" TO WS-SCRN-OK-FLAG
               END-IF
           END-IF
           END-IF.

       SCREEN-ONE-WATCH-ENTRY.
           READ WATCH-LIST-FILE
               AT END
                   MOVE "Y" TO WS-WATCH-EOF-FLAG
               NOT AT END
                   MOVE WL-NAME TO WS-NM-NAME-B
                   PERFORM SCORE-NAME-MATCH
                   IF WS-NM-SCORE >= WS-SCRN-REVIEW
                       MOVE WS-NM-SCORE TO WS-NM-SCORE-EDIT
                       DISPLAY "  Watch list " WL-ENTRY-ID " "
                           WL-NAME " score " WS-NM-SCORE-EDIT
                       ADD 1 TO WS-SCRN-HIT-TOTAL
                       IF WS-SCRN-HIT-COUNT < 10
                           ADD 1 TO WS-SCRN-HIT-COUNT
                           MOVE WL-ENTRY-ID TO
                               WS-SCRN-HIT-ENTRY(WS-SCRN-HIT-COUNT)
                           MOVE WS-NM-SCORE TO
                               WS-SCRN-HIT-SCORE(WS-SCRN-HIT-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Name scoring, same rules as SANCSCRN: both names are upper-
      * cased, stripped of punctuation and split into words, and
      * the score is twice the words they share over the words in
      * both, as a percentage. Word order and an extra middle name
      * cost little; a different surname scores low. Callers split
      * the customer name into WS-NM-WORDS-A once and set
      * WS-NM-NAME-B for each name scored against it.
      *---------------------------------------------------------------*
       SCORE-NAME-MATCH.
           MOVE WS-NM-NAME-B TO WS-NM-TEXT
           PERFORM SPLIT-NAME-WORDS
           MOVE WS-NM-WORDS TO WS-NM-WORDS-B
           MOVE WS-NM-COUNT TO WS-NM-COUNT-B
           MOVE SPACES TO WS-NM-USED-FLAGS
           MOVE 0 TO WS-NM-MATCHED
           MOVE 0 TO WS-NM-SCORE
           MOVE 1 TO WS-NM-IDX-A
           PERFORM MATCH-ONE-NAME-WORD
               UNTIL WS-NM-IDX-A > WS-NM-COUNT-A
           IF WS-NM-COUNT-A + WS-NM-COUNT-B > 0
               COMPUTE WS-NM-SCORE = (WS-NM-MATCHED * 200)
                   / (WS-NM-COUNT-A + WS-NM-COUNT-B)
           END-IF.

       MATCH-ONE-NAME-WORD.
           MOVE "N" TO WS-NM-HIT-FLAG
           PERFORM VARYING WS-NM-IDX-B FROM 1 BY 1
               UNTIL WS-NM-IDX-B > WS-NM-COUNT-B
                   OR WS-NM-HIT-FLAG = "Y"
               IF WS-NM-USED-B(WS-NM-IDX-B) NOT = "Y"
                   AND WS-NM-WORD-B(WS-NM-IDX-B)
                       = WS-NM-WORD-A(WS-NM-IDX-A)
                   MOVE "Y" TO WS-NM-USED-B(WS-NM-IDX-B)
                   MOVE "Y" TO WS-NM-HIT-FLAG
                   ADD 1 TO WS-NM-MATCHED
               END-IF
           END-PERFORM
           ADD 1 TO WS-NM-IDX-A.

       SPLIT-NAME-WORDS.
           INSPECT WS-NM-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ      "
           MOVE SPACES TO WS-NM-RAW-WORDS
           UNSTRING WS-NM-TEXT DELIMITED BY ALL SPACE
               INTO WS-NM-RAW(1) WS-NM-RAW(2) WS-NM-RAW(3)
                   WS-NM-RAW(4) WS-NM-RAW(5) WS-NM-RAW(6)
           END-UNSTRING
           MOVE SPACES TO WS-NM-WORDS
           MOVE 0 TO WS-NM-COUNT
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
               UNTIL WS-NM-IDX > 6
               IF WS-NM-RAW(WS-NM-IDX) NOT = SPACES
                   ADD 1 TO WS-NM-COUNT
                   MOVE WS-NM-RAW(WS-NM-IDX)
                       TO WS-NM-WORD(WS-NM-COUNT)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * One clearance row per watch-list entry the supervisor has
      * just overridden, so the nightly rescreen reports them as
      * cleared rather than freezing the customer.
      *---------------------------------------------------------------*
       RECORD-SCREEN-CLEARANCE.
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-CLR-STATUS
           OPEN EXTEND SCREEN-CLEARANCE-FILE
           IF WS-CLR-STATUS = "35"
               MOVE "00" TO WS-CLR-STATUS
               OPEN OUTPUT SCREEN-CLEARANCE-FILE
           END-IF
           IF WS-CLR-STATUS NOT = "00"
               DISPLAY "Error opening clearance file: "
                   WS-CLR-STATUS
           ELSE
               PERFORM VARYING WS-SCRN-HIT-IDX FROM 1 BY 1
                   UNTIL WS-SCRN-HIT-IDX > WS-SCRN-HIT-COUNT
                   MOVE WS-CUST-NO TO CLR-CUST-NO
                   MOVE WS-SCRN-HIT-ENTRY(WS-SCRN-HIT-IDX)
                       TO CLR-ENTRY-ID
                   MOVE WS-SCRN-HIT-SCORE(WS-SCRN-HIT-IDX)
                       TO CLR-SCORE
                   MOVE WS-CUST-NAME TO CLR-CUST-NAME
                   MOVE WS-SUPER-ID TO CLR-SUPERVISOR
                   MOVE WS-OPERATOR-ID TO CLR-OPERATOR
                   MOVE WS-DATE-STRING TO CLR-DATE
                   WRITE SCREEN-CLEARANCE-RECORD
               END-PERFORM
               CLOSE SCREEN-CLEARANCE-FILE
           END-IF.

      *---------------------------------------------------------------*
      * Thresholds are kept by SANCSCRN, which seeds SANCPARM.DAT on
      * its first run; until then the defaults apply here too.
      *---------------------------------------------------------------*
       LOAD-SCREEN-PARAMS.
           MOVE 80 TO WS-SCRN-REVIEW
           MOVE 100 TO WS-SCRN-CONFIRM
           MOVE "00" TO WS-SCRN-PARM-STATUS
           OPEN INPUT SCREEN-PARM-FILE
           IF WS-SCRN-PARM-STATUS = "00"
               READ SCREEN-PARM-FILE
                   NOT AT END
                       MOVE SP-REVIEW-SCORE TO WS-SCRN-REVIEW
                       MOVE SP-CONFIRM-SCORE TO WS-SCRN-CONFIRM
               END-READ
               CLOSE SCREEN-PARM-FILE
           END-IF.

       ATTACH-ACCOUNT.
           DISPLAY "Customer Number: "
               WITH NO ADVANCING
           DISPLAY "-----------|--------------|-----|----"
           MOVE 0 TO WS-REL-ACCT-CT
           MOVE 0 TO WS-COMBINED-BAL
           MOVE 0 TO WS-COMBINED-LOAN
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "Accounts:         " WS-REL-ACCT-CT
               DISPLAY "Combined balance: $" WS-COMBINED-EDIT
               IF WS-COMBINED-LOAN > 0
                   MOVE WS-COMBINED-LOAN TO WS-LOAN-OWED-EDIT
                   DISPLAY "Loans owed:       $" WS-LOAN-OWED-EDIT
               END-IF
           END-IF.

       LIST-ONE-RELATED-ACCOUNT.
           IF WS-FILE-STATUS = "00"
               IF ACCT-CUST-NO = WS-CUST-NO
                   ADD 1 TO WS-REL-ACCT-CT
      *            A loan balance is money owed to the bank, so it
      *            is totalled apart from the deposit balances.
                   IF ACCT-TYPE = "L"
                       ADD ACCT-BALANCE TO WS-COMBINED-LOAN
                   ELSE
                       ADD ACCT-BALANCE TO WS-COMBINED-BAL
                   END-IF
                   MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
                   DISPLAY ACCT-ID " | $" WS-BALANCE-EDIT
                       " | " ACCT-TYPE "   | " ACCT-STATUS
                           DISPLAY HIST-DATE " | "
                               HIST-TIME " | OBF  | $"
                               HIST-AMOUNT
                       WHEN "N"
                           DISPLAY HIST-DATE " | "
                               HIST-TIME " | ADV  | $"
                               HIST-AMOUNT
                       WHEN "P"
                           DISPLAY HIST-DATE " | "
                               HIST-TIME " | LNP  | $"
                               HIST-AMOUNT
                       WHEN "R"
                           DISPLAY HIST-DATE " | "
                               HIST-TIME " | LNI  | $"
                               HIST-AMOUNT
                       WHEN "L"
                           DISPLAY HIST-DATE " | "
                               HIST-TIME " | LTF  | $"
                               HIST-AMOUNT
                       WHEN "G"
                           DISPLAY HIST-DATE " | "
                               HIST-TIME " | CHO  | $"
                               HIST-AMOUNT
                       WHEN "K"
                           DISPLAY HIST-DATE " | "
                               HIST-TIME " | RCV  | $"
                               HIST-AMOUNT
                       WHEN "Z"
                           DISPLAY HIST-DATE " | "
                               HIST-TIME " | FRZ  |"
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
                       DISPLAY "Source account not found: "
                           WS-ORDER-FROM
                   NOT INVALID KEY
                       IF ACCT-TYPE = "L"
                           DISPLAY "Source is a loan account: "
                               WS-ORDER-FROM
                       ELSE
                       MOVE WS-ORDER-TO TO ACCT-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               DISPLAY "Destination account not "
                                   "found: " WS-ORDER-TO
                           NOT INVALID KEY
                               IF ACCT-TYPE = "L"
                                   DISPLAY "Destination is a loan "
                                       "account: " WS-ORDER-TO
                               ELSE
                                   MOVE "Y" TO WS-FOUND-FLAG
                               END-IF
                       END-READ
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.
                       SO-NEXT-RUN-DATE " | " SO-STATUS
           END-READ.

      *---------------------------------------------------------------*
      * Installment loans: book a new loan against a customer on the
      * master, take a payment, or look at a loan's terms and its
      * amortization schedule. Late fees, aging and the collections
      * report belong to the nightly LOANBTCH run.
      *---------------------------------------------------------------*
       LOAN-ACCOUNT-MENU.
           DISPLAY " "
           DISPLAY "LOAN ACCOUNTS"
           DISPLAY "============="
           DISPLAY "Action (B=Book, P=Payment, I=Inquiry, "
               "S=Schedule): "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ACTION
           EVALUATE WS-LOAN-ACTION
               WHEN "B"
                   PERFORM BOOK-LOAN
               WHEN "P"
                   PERFORM LOAN-PAYMENT
               WHEN "I"
                   PERFORM LOAN-INQUIRY
               WHEN "S"
                   PERFORM LIST-LOAN-SCHEDULE
               WHEN OTHER
                   DISPLAY "Invalid action."
                   DISPLAY "Please enter B, P, I or S."
           END-EVALUATE.

      *---------------------------------------------------------------*
      * Booking writes three things: the loan account itself on
      * CUSTOMERS.DAT (type L, principal as the balance, logged as a
      * type N advance), the loan master row with the terms, and one
      * schedule row per installment. The principal counts against
      * the operator's limit like any other posting.
      *---------------------------------------------------------------*
       BOOK-LOAN.
           DISPLAY "Loan Account ID: "
               WITH NO ADVANCING
           ACCEPT WS-ACCT-ID
           DISPLAY "Borrower Name: "
               WITH NO ADVANCING
           ACCEPT WS-ACCT-NAME
           DISPLAY "Customer Number: "
               WITH NO ADVANCING
           ACCEPT WS-CUST-NO
           DISPLAY "Principal: "
               WITH NO ADVANCING
           ACCEPT WS-BALANCE
           DISPLAY "Annual rate (e.g. 0.0725): "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-RATE
           DISPLAY "Term in months: "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-TERM
           DISPLAY "First due date (YYYY/MM/DD): "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-FIRST-DUE
           PERFORM EDIT-LOAN-TERMS
           IF WS-LOAN-OK-FLAG = "Y"
               MOVE WS-BALANCE TO WS-AMOUNT
               PERFORM CHECK-OPERATOR-LIMIT
               IF WS-LIMIT-OK = "Y"
                   PERFORM COMPUTE-LOAN-PAYMENT
                   PERFORM GET-CURRENT-DATETIME
                   MOVE "N" TO WS-FOUND-FLAG
                   PERFORM WRITE-LOAN-MASTER
                   IF WS-LOAN-MAST-FLAG = "Y"
                       PERFORM WRITE-AMORT-SCHEDULE
                       IF WS-LOAN-OK-FLAG = "Y"
                           PERFORM WRITE-LOAN-ACCOUNT
                       END-IF
                       IF WS-FOUND-FLAG = "N"
                           PERFORM BACK-OUT-LOAN-FILES
                       END-IF
                   END-IF
                   IF WS-FOUND-FLAG = "N"
                       DISPLAY " "
                       DISPLAY "Loan NOT booked - no account, "
                           "schedule or advance recorded."
                   ELSE
                       DISPLAY " "
                       DISPLAY "Loan booked successfully!"
                       DISPLAY "  Loan ID:    " WS-ACCT-ID
                       DISPLAY "  Borrower:   " WS-ACCT-NAME
                       DISPLAY "  Principal:  " WS-BALANCE
                       DISPLAY "  Rate:       " WS-LOAN-RATE
                       DISPLAY "  Term:       " WS-LOAN-TERM
                       DISPLAY "  Payment:    " WS-LOAN-PAYMENT
                       DISPLAY "  First due:  " WS-LOAN-FIRST-DUE
                       DISPLAY "  Customer:   " WS-CUST-NO
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Booking order: loan master, then schedule, then the account
      * with its advance (N) and audit rows, so the money only moves
      * once the loan's terms are on file. A failure after the
      * master is written deletes the master and whatever schedule
      * rows this booking wrote.
      *---------------------------------------------------------------*
       BACK-OUT-LOAN-FILES.
           MOVE "00" TO WS-LOAN-STATUS
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Error opening loan master: "
                   WS-LOAN-STATUS
           ELSE
               MOVE WS-ACCT-ID TO LN-ACCT-ID
               DELETE LOAN-MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY "Error deleting loan master "
                           WS-ACCT-ID
               END-DELETE
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF WS-LOAN-ROWS-DONE > 0
               MOVE "00" TO WS-AMORT-STATUS
               OPEN I-O AMORT-SCHEDULE-FILE
               IF WS-AMORT-STATUS NOT = "00"
                   DISPLAY "Error opening loan schedule: "
                       WS-AMORT-STATUS
               ELSE
                   MOVE 0 TO WS-LOAN-INST
                   PERFORM DELETE-ONE-INSTALLMENT
                       UNTIL WS-LOAN-INST >= WS-LOAN-ROWS-DONE
                   CLOSE AMORT-SCHEDULE-FILE
               END-IF
           END-IF.

       DELETE-ONE-INSTALLMENT.
           ADD 1 TO WS-LOAN-INST
           MOVE WS-ACCT-ID TO AMS-ACCT-ID
           MOVE WS-LOAN-INST TO AMS-INST-NO
           DELETE AMORT-SCHEDULE-FILE RECORD
               INVALID KEY
                   DISPLAY "Error deleting schedule row "
                       AMS-ACCT-ID " " AMS-INST-NO
           END-DELETE.

      *---------------------------------------------------------------*
      * The rate and term limits keep the compound factor in
      * COMPUTE-LOAN-PAYMENT inside its picture.
      *---------------------------------------------------------------*
       EDIT-LOAN-TERMS.
           MOVE "N" TO WS-LOAN-OK-FLAG
           IF WS-BALANCE = 0
               DISPLAY "Principal must be nonzero."
           ELSE
           IF WS-LOAN-TERM = 0 OR WS-LOAN-TERM > 360
               DISPLAY "Term must be 1 to 360 months."
           ELSE
           IF WS-LOAN-RATE NOT < 0.3600
               DISPLAY "Rate must be under 0.3600."
           ELSE
           IF WS-LOAN-FIRST-DUE(1:4) NOT NUMERIC
               OR WS-LOAN-FIRST-DUE(5:1) NOT = "/"
               OR WS-LOAN-FIRST-DUE(6:2) NOT NUMERIC
               OR WS-LOAN-FIRST-DUE(8:1) NOT = "/"
               OR WS-LOAN-FIRST-DUE(9:2) NOT NUMERIC
               OR WS-LOAN-FIRST-DUE(6:2) < "01"
               OR WS-LOAN-FIRST-DUE(6:2) > "12"
               OR WS-LOAN-FIRST-DUE(9:2) < "01"
               OR WS-LOAN-FIRST-DUE(9:2) > "31"
               DISPLAY "First due date must be YYYY/MM/DD."
           ELSE
               PERFORM VERIFY-CUSTOMER-EXISTS
               IF WS-CUST-FOUND = "N"
                   DISPLAY "Customer not on master: " WS-CUST-NO
                   DISPLAY "Add the customer first (option 9)."
               ELSE
                   MOVE "Y" TO WS-LOAN-OK-FLAG
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Level payment = P * r * (1 + r) ** n / ((1 + r) ** n - 1)
      * with r the monthly rate; an interest-free loan simply divides
      * the principal over the term.
      *---------------------------------------------------------------*
       COMPUTE-LOAN-PAYMENT.
           IF WS-LOAN-RATE = 0
               MOVE 0 TO WS-LOAN-MO-RATE
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   WS-BALANCE / WS-LOAN-TERM
           ELSE
               COMPUTE WS-LOAN-MO-RATE ROUNDED =
                   WS-LOAN-RATE / 12
               COMPUTE WS-LOAN-FACTOR ROUNDED =
                   (1 + WS-LOAN-MO-RATE) ** WS-LOAN-TERM
               COMPUTE WS-LOAN-PAYMENT ROUNDED =
                   WS-BALANCE * WS-LOAN-MO-RATE * WS-LOAN-FACTOR
                   / (WS-LOAN-FACTOR - 1)
           END-IF.

       WRITE-LOAN-ACCOUNT.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE "00" TO WS-FILE-STATUS
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               MOVE "00" TO WS-FILE-STATUS
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening file: "
                   WS-FILE-STATUS
           ELSE
               MOVE WS-ACCT-ID TO ACCT-ID
               MOVE WS-ACCT-NAME TO ACCT-NAME
               MOVE WS-BALANCE TO ACCT-BALANCE
               MOVE "L" TO ACCT-TYPE
               MOVE 0 TO ACCT-OD-LIMIT
               MOVE "A" TO ACCT-STATUS
               PERFORM GET-CURRENT-DATETIME
               MOVE WS-DATE-STRING TO ACCT-OPEN-DATE
               MOVE SPACES TO ACCT-CLOSE-DATE
               MOVE WS-CUST-NO TO ACCT-CUST-NO
               MOVE 0 TO ACCT-INT-YTD
               MOVE WS-YEAR TO ACCT-INT-YEAR
               MOVE 0 TO ACCT-INT-PRIOR
               MOVE 0 TO ACCT-INT-PRIOR-YR
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Error writing: "
                           "duplicate Account ID"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE WS-ACCT-ID TO WS-SEARCH-ID
                       MOVE "N" TO WS-LOAN-TRAN-TYPE
                       MOVE WS-BALANCE TO WS-LOAN-TRAN-AMT
                       PERFORM LOG-TRANSACTION-LOAN
                       MOVE WS-ACCT-ID TO WS-AUD-ACCT-ID
                       MOVE "N" TO WS-AUD-ACTION
                       MOVE WS-BALANCE TO WS-AUD-AMOUNT
                       MOVE 0 TO WS-AUD-BAL-BEFORE
                       MOVE WS-BALANCE TO WS-AUD-BAL-AFTER
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
           END-IF
           CLOSE CUSTOMER-FILE.

       WRITE-LOAN-MASTER.
           MOVE "N" TO WS-LOAN-MAST-FLAG
           MOVE "00" TO WS-LOAN-STATUS
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               MOVE "00" TO WS-LOAN-STATUS
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Error opening loan master: "
                   WS-LOAN-STATUS
           ELSE
               MOVE WS-ACCT-ID TO LN-ACCT-ID
               MOVE WS-CUST-NO TO LN-CUST-NO
               MOVE WS-BALANCE TO LN-PRINCIPAL
               MOVE WS-LOAN-RATE TO LN-RATE
               MOVE WS-LOAN-TERM TO LN-TERM
               MOVE WS-LOAN-PAYMENT TO LN-PAYMENT
               MOVE WS-DATE-STRING TO LN-OPEN-DATE
               MOVE WS-LOAN-FIRST-DUE TO LN-FIRST-DUE
               MOVE 1 TO LN-NEXT-INST
               MOVE WS-LOAN-FIRST-DUE TO LN-NEXT-DUE
               MOVE WS-BALANCE TO LN-PRIN-BAL
               MOVE 0 TO LN-FEES-DUE
               MOVE 0 TO LN-LAST-FEE-INST
               MOVE SPACES TO LN-LAST-PAY-DATE
               MOVE 0 TO LN-DAYS-PAST-DUE
               MOVE "00" TO LN-DELINQ-BUCKET
               MOVE "A" TO LN-STATUS
               WRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Error writing: "
                           "duplicate loan master " WS-ACCT-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LOAN-MAST-FLAG
               END-WRITE
           END-IF
           CLOSE LOAN-MASTER-FILE.

      *---------------------------------------------------------------*
      * One schedule row per installment, due on the first-due day
      * of each following month (clamped to short months). Interest
      * is the monthly rate on the declining balance; the final
      * installment takes whatever principal is left so payment
      * rounding never strands a few cents on the loan.
      *---------------------------------------------------------------*
       WRITE-AMORT-SCHEDULE.
           MOVE "N" TO WS-LOAN-OK-FLAG
           MOVE 0 TO WS-LOAN-ROWS-DONE
           MOVE "00" TO WS-AMORT-STATUS
           OPEN I-O AMORT-SCHEDULE-FILE
           IF WS-AMORT-STATUS = "35"
               OPEN OUTPUT AMORT-SCHEDULE-FILE
               CLOSE AMORT-SCHEDULE-FILE
               MOVE "00" TO WS-AMORT-STATUS
               OPEN I-O AMORT-SCHEDULE-FILE
           END-IF
           IF WS-AMORT-STATUS NOT = "00"
               DISPLAY "Error opening loan schedule: "
                   WS-AMORT-STATUS
           ELSE
               MOVE WS-BALANCE TO WS-LOAN-BAL
               MOVE 0 TO WS-LOAN-INST
               MOVE WS-LOAN-FIRST-DUE(1:4) TO WS-AVAIL-YEAR
               MOVE WS-LOAN-FIRST-DUE(6:2) TO WS-AVAIL-MONTH
               MOVE WS-LOAN-FIRST-DUE(9:2) TO WS-LOAN-DUE-DAY
               MOVE "Y" TO WS-LOAN-OK-FLAG
               PERFORM WRITE-ONE-INSTALLMENT
                   UNTIL WS-LOAN-INST >= WS-LOAN-TERM
                       OR WS-LOAN-OK-FLAG = "N"
               CLOSE AMORT-SCHEDULE-FILE
           END-IF.

       WRITE-ONE-INSTALLMENT.
           ADD 1 TO WS-LOAN-INST
           IF WS-LOAN-INST > 1
               ADD 1 TO WS-AVAIL-MONTH
               IF WS-AVAIL-MONTH > 12
                   MOVE 1 TO WS-AVAIL-MONTH
                   ADD 1 TO WS-AVAIL-YEAR
               END-IF
           END-IF
           PERFORM SET-MONTH-LENGTH
           IF WS-LOAN-DUE-DAY > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-AVAIL-DAY-2
           ELSE
               MOVE WS-LOAN-DUE-DAY TO WS-AVAIL-DAY-2
           END-IF
           MOVE SPACES TO WS-AVAIL-DATE
           STRING WS-AVAIL-YEAR "/" WS-AVAIL-MONTH "/"
               WS-AVAIL-DAY-2 DELIMITED BY SIZE
               INTO WS-AVAIL-DATE
           COMPUTE WS-LOAN-INT-AMT ROUNDED =
               WS-LOAN-BAL * WS-LOAN-MO-RATE
           IF WS-LOAN-INST = WS-LOAN-TERM
               OR WS-LOAN-PAYMENT - WS-LOAN-INT-AMT > WS-LOAN-BAL
               MOVE WS-LOAN-BAL TO WS-LOAN-PRIN-AMT
           ELSE
               COMPUTE WS-LOAN-PRIN-AMT =
                   WS-LOAN-PAYMENT - WS-LOAN-INT-AMT
           END-IF
           SUBTRACT WS-LOAN-PRIN-AMT FROM WS-LOAN-BAL
           MOVE WS-ACCT-ID TO AMS-ACCT-ID
           MOVE WS-LOAN-INST TO AMS-INST-NO
           MOVE WS-AVAIL-DATE TO AMS-DUE-DATE
           COMPUTE AMS-PAYMENT =
               WS-LOAN-INT-AMT + WS-LOAN-PRIN-AMT
           MOVE WS-LOAN-INT-AMT TO AMS-INTEREST
           MOVE WS-LOAN-PRIN-AMT TO AMS-PRINCIPAL
           MOVE 0 TO AMS-INT-PAID
           MOVE 0 TO AMS-PRIN-PAID
           MOVE SPACES TO AMS-PAID-DATE
           IF AMS-PAYMENT = 0
               MOVE "P" TO AMS-STATUS
           ELSE
               MOVE "O" TO AMS-STATUS
           END-IF
           WRITE AMORT-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "Error writing schedule row: "
                       AMS-ACCT-ID " " AMS-INST-NO
                   MOVE "N" TO WS-LOAN-OK-FLAG
               NOT INVALID KEY
                   ADD 1 TO WS-LOAN-ROWS-DONE
           END-WRITE.

      *---------------------------------------------------------------*
      * Loan payment at the window. A payment clears assessed late
      * fees first, then the installments already due, oldest
      * first, each installment's interest before its principal.
      * Anything beyond what is due is a prepayment and goes to
      * principal only, retiring installments from the end of the
      * schedule. A payment larger than the payoff amount is refused
      * rather than left as a credit balance on the loan.
      *---------------------------------------------------------------*
       LOAN-PAYMENT.
           DISPLAY "Loan Account ID: "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           DISPLAY "Payment amount: "
               WITH NO ADVANCING
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "Amount must be nonzero."
           ELSE
               PERFORM CHECK-OPERATOR-LIMIT
               IF WS-LIMIT-OK = "Y"
                   PERFORM POST-LOAN-PAYMENT
               END-IF
           END-IF.

       POST-LOAN-PAYMENT.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE "00" TO WS-FILE-STATUS
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening file: "
                   WS-FILE-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY " "
                       DISPLAY "Account not found: "
                           WS-SEARCH-ID
                   NOT INVALID KEY
                       IF ACCT-TYPE NOT = "L"
                           DISPLAY " "
                           DISPLAY "Not a loan account: "
                               WS-SEARCH-ID
                       ELSE
                       IF ACCT-STATUS = "C"
                           DISPLAY " "
                           DISPLAY "Account is closed: "
                               WS-SEARCH-ID
                       ELSE
                           PERFORM APPLY-LOAN-PAYMENT
                       END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE CUSTOMER-FILE.

       APPLY-LOAN-PAYMENT.
           MOVE "00" TO WS-LOAN-STATUS
           OPEN I-O LOAN-MASTER-FILE
           MOVE "00" TO WS-AMORT-STATUS
           OPEN I-O AMORT-SCHEDULE-FILE
           IF WS-LOAN-STATUS NOT = "00"
               OR WS-AMORT-STATUS NOT = "00"
               DISPLAY "Error opening loan files: "
                   WS-LOAN-STATUS " " WS-AMORT-STATUS
           ELSE
               MOVE WS-SEARCH-ID TO LN-ACCT-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       DISPLAY " "
                       DISPLAY "No loan master for: "
                           WS-SEARCH-ID
                   NOT INVALID KEY
                       IF LN-STATUS NOT = "A"
                           DISPLAY " "
                           DISPLAY "Loan is already paid in full."
                       ELSE
                           PERFORM SUM-LOAN-OWED
                           IF WS-AMOUNT > WS-LOAN-OWED
                               MOVE WS-LOAN-OWED
                                   TO WS-LOAN-OWED-EDIT
                               DISPLAY " "
                               DISPLAY "Payment exceeds the payoff "
                                   "amount."
                               DISPLAY "  Payoff: $"
                                   WS-LOAN-OWED-EDIT
                           ELSE
                               PERFORM ALLOCATE-LOAN-PAYMENT
                               PERFORM RECORD-LOAN-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE AMORT-SCHEDULE-FILE
           CLOSE LOAN-MASTER-FILE.

      *---------------------------------------------------------------*
      * Payoff amount for the loan in LOAN-MASTER-RECORD: principal
      * outstanding, plus the unpaid interest of every installment
      * already due (the schedule earns each installment's interest
      * on its due date), plus assessed fees.
      *---------------------------------------------------------------*
       SUM-LOAN-OWED.
           PERFORM GET-CURRENT-DATETIME
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
                       OR AMS-DUE-DATE > WS-DATE-STRING
                       MOVE "Y" TO WS-LOAN-EOF-FLAG
                   ELSE
                       IF AMS-STATUS = "O"
                           COMPUTE WS-LOAN-OWED = WS-LOAN-OWED
                               + AMS-INTEREST - AMS-INT-PAID
                       END-IF
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Splits WS-AMOUNT into WS-LOAN-FEE-PAID / WS-LOAN-INT-PAID /
      * WS-LOAN-PRIN-PAID and marks installments paid: fees, then
      * the installments due, then any prepayment against the
      * principal of the last open installments. The oldest
      * installment still open afterwards becomes the next due; with
      * none left the loan is paid in full.
      *---------------------------------------------------------------*
       ALLOCATE-LOAN-PAYMENT.
           MOVE WS-AMOUNT TO WS-LOAN-LEFT
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
                       OR AMS-DUE-DATE > WS-DATE-STRING
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
               MOVE WS-DATE-STRING TO AMS-PAID-DATE
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
               MOVE WS-DATE-STRING TO AMS-PAID-DATE
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

      *---------------------------------------------------------------*
      * Only the principal portion reduces the loan balance; the
      * interest and fee portions are income, logged as their own
      * rows (R and L) so GLEXTRCT can book each to its account. A
      * loan brought current has its aging cleared here rather than
      * waiting for the nightly run.
      *---------------------------------------------------------------*
       RECORD-LOAN-PAYMENT.
           MOVE ACCT-BALANCE TO WS-AUD-BAL-BEFORE
           SUBTRACT WS-LOAN-PRIN-PAID FROM ACCT-BALANCE
           SUBTRACT WS-LOAN-PRIN-PAID FROM LN-PRIN-BAL
           MOVE WS-DATE-STRING TO LN-LAST-PAY-DATE
           IF LN-STATUS = "P" OR LN-NEXT-DUE > WS-DATE-STRING
               MOVE 0 TO LN-DAYS-PAST-DUE
               MOVE "00" TO LN-DELINQ-BUCKET
           END-IF
           REWRITE LOAN-MASTER-RECORD
           MOVE ACCT-BALANCE TO WS-NEW-BALANCE
           REWRITE CUSTOMER-RECORD
           MOVE "Y" TO WS-FOUND-FLAG
           IF WS-LOAN-FEE-PAID > 0
               MOVE "L" TO WS-LOAN-TRAN-TYPE
               MOVE WS-LOAN-FEE-PAID TO WS-LOAN-TRAN-AMT
               PERFORM LOG-TRANSACTION-LOAN
           END-IF
           IF WS-LOAN-INT-PAID > 0
               MOVE "R" TO WS-LOAN-TRAN-TYPE
               MOVE WS-LOAN-INT-PAID TO WS-LOAN-TRAN-AMT
               PERFORM LOG-TRANSACTION-LOAN
           END-IF
           IF WS-LOAN-PRIN-PAID > 0
               MOVE "P" TO WS-LOAN-TRAN-TYPE
               MOVE WS-LOAN-PRIN-PAID TO WS-LOAN-TRAN-AMT
               PERFORM LOG-TRANSACTION-LOAN
           END-IF
           MOVE WS-SEARCH-ID TO WS-AUD-ACCT-ID
           MOVE "P" TO WS-AUD-ACTION
           MOVE WS-AMOUNT TO WS-AUD-AMOUNT
           MOVE ACCT-BALANCE TO WS-AUD-BAL-AFTER
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY " "
           DISPLAY "Loan payment posted!"
           DISPLAY "  Loan:      " WS-SEARCH-ID
           DISPLAY "  Amount:    $" WS-AMOUNT
           DISPLAY "  Late fees: $" WS-LOAN-FEE-PAID
           DISPLAY "  Interest:  $" WS-LOAN-INT-PAID
           DISPLAY "  Principal: $" WS-LOAN-PRIN-PAID
           MOVE WS-NEW-BALANCE TO WS-BALANCE-EDIT
           DISPLAY "  Owed now:  $" WS-BALANCE-EDIT
           IF LN-STATUS = "P"
               DISPLAY "  Loan is paid in full."
           ELSE
               DISPLAY "  Next due:  " LN-NEXT-DUE
                   " (installment " LN-NEXT-INST ")"
           END-IF.

       LOAN-INQUIRY.
           DISPLAY "Loan Account ID: "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           MOVE "00" TO WS-LOAN-STATUS
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "No loans on file."
           ELSE
               MOVE WS-SEARCH-ID TO LN-ACCT-ID
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       DISPLAY " "
                       DISPLAY "Loan not found: " WS-SEARCH-ID
                   NOT INVALID KEY
                       DISPLAY " "
                       DISPLAY "Loan:           " LN-ACCT-ID
                       DISPLAY "Customer:       " LN-CUST-NO
                       DISPLAY "Principal:      $" LN-PRINCIPAL
                       DISPLAY "Rate:           " LN-RATE
                       DISPLAY "Term (months):  " LN-TERM
                       DISPLAY "Payment:        $" LN-PAYMENT
                       DISPLAY "Opened:         " LN-OPEN-DATE
                       DISPLAY "Principal owed: $" LN-PRIN-BAL
                       DISPLAY "Late fees due:  $" LN-FEES-DUE
                       DISPLAY "Next due:       " LN-NEXT-DUE
                           " (installment " LN-NEXT-INST ")"
                       DISPLAY "Last payment:   " LN-LAST-PAY-DATE
                       DISPLAY "Days past due:  " LN-DAYS-PAST-DUE
                           "  Bucket: " LN-DELINQ-BUCKET
                       DISPLAY "Status:         " LN-STATUS
               END-READ
               CLOSE LOAN-MASTER-FILE
           END-IF.

       LIST-LOAN-SCHEDULE.
           DISPLAY "Loan Account ID: "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           MOVE 0 TO WS-LOAN-ROW-COUNT
           MOVE "N" TO WS-LOAN-EOF-FLAG
           MOVE "00" TO WS-AMORT-STATUS
           OPEN INPUT AMORT-SCHEDULE-FILE
           IF WS-AMORT-STATUS NOT = "00"
               DISPLAY "No loan schedules on file."
           ELSE
               DISPLAY " "
               DISPLAY "NO. | DUE DATE   | PAYMENT    | INTEREST"
                   "   | PRINCIPAL  | STS"
               MOVE WS-SEARCH-ID TO AMS-ACCT-ID
               MOVE 0 TO AMS-INST-NO
               START AMORT-SCHEDULE-FILE KEY NOT LESS THAN AMS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LOAN-EOF-FLAG
               END-START
               PERFORM LIST-ONE-INSTALLMENT
                   UNTIL WS-LOAN-EOF-FLAG = "Y"
               CLOSE AMORT-SCHEDULE-FILE
               IF WS-LOAN-ROW-COUNT = 0
                   DISPLAY "No schedule for: " WS-SEARCH-ID
               END-IF
           END-IF.

       LIST-ONE-INSTALLMENT.
           READ AMORT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
               NOT AT END
                   IF AMS-ACCT-ID NOT = WS-SEARCH-ID
                       MOVE "Y" TO WS-LOAN-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-LOAN-ROW-COUNT
                       DISPLAY AMS-INST-NO " | " AMS-DUE-DATE
                           " | $" AMS-PAYMENT " | $" AMS-INTEREST
                           " | $" AMS-PRINCIPAL " | " AMS-STATUS
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Stop payments: place a stop on a check or range of checks,
      * list an account's stops, or release one. Every placement and
      * release is journalled on AUDITLOG.DAT (actions S and R, the
      * balance unchanged) so the auditors can see who keyed it.
      *---------------------------------------------------------------*
       STOP-PAYMENT-MENU.
           DISPLAY " "
           DISPLAY "STOP PAYMENTS"
           DISPLAY "============="
           DISPLAY "Action (P=Place, L=List, R=Release): "
               WITH NO ADVANCING
           ACCEPT WS-STOP-ACTION
           EVALUATE WS-STOP-ACTION
               WHEN "P"
                   PERFORM PLACE-STOP-PAYMENT
               WHEN "L"
                   PERFORM LIST-STOP-PAYMENTS
               WHEN "R"
                   PERFORM RELEASE-STOP-PAYMENT
               WHEN OTHER
                   DISPLAY "Invalid action."
                   DISPLAY "Please enter P, L or R."
           END-EVALUATE.

       PLACE-STOP-PAYMENT.
           DISPLAY "Stop ID: "
               WITH NO ADVANCING
           ACCEPT WS-STOP-ID
           DISPLAY "Account ID: "
               WITH NO ADVANCING
           ACCEPT WS-STOP-ACCT
           DISPLAY "First check number: "
               WITH NO ADVANCING
           ACCEPT WS-STOP-FROM
           DISPLAY "Last check number (0 = same as first): "
               WITH NO ADVANCING
           ACCEPT WS-STOP-TO
           DISPLAY "Check amount (0 = any amount): "
               WITH NO ADVANCING
           ACCEPT WS-STOP-AMOUNT
           IF WS-STOP-TO = 0
               MOVE WS-STOP-FROM TO WS-STOP-TO
           END-IF
           PERFORM EDIT-STOP-PAYMENT
           IF WS-STOP-OK-FLAG = "Y"
               PERFORM COMPUTE-STOP-EXPIRY
               PERFORM APPEND-STOP-PAYMENT
           END-IF.

      *---------------------------------------------------------------*
      * The stop needs an ID, a usable check-number range and an
      * open checking account to sit on before it is filed, and
      * must not cover a check an active stop on the account
      * already covers.
      *---------------------------------------------------------------*
       EDIT-STOP-PAYMENT.
           MOVE "N" TO WS-STOP-OK-FLAG
           IF WS-STOP-ID = SPACES
               DISPLAY "Stop ID is required."
           ELSE
           IF WS-STOP-FROM = 0
               DISPLAY "Check number must be nonzero."
           ELSE
           IF WS-STOP-TO < WS-STOP-FROM
               DISPLAY "Last check number is before the first."
           ELSE
               PERFORM READ-STOP-ACCOUNT
               IF WS-STOP-OK-FLAG = "Y"
                   PERFORM CHECK-DUPLICATE-STOP
               END-IF
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------*
      * An active, unexpired stop on the same account whose range
      * overlaps the new one refuses it; a stop is renewed by
      * releasing it first, or once it has lapsed.
      *---------------------------------------------------------------*
       CHECK-DUPLICATE-STOP.
           PERFORM GET-CURRENT-DATETIME
           MOVE "N" TO WS-STOP-HIT-FLAG
           MOVE "N" TO WS-STOP-EOF-FLAG
           MOVE "00" TO WS-STOP-STATUS
           OPEN INPUT STOP-PAYMENT-FILE
           IF WS-STOP-STATUS = "00"
               PERFORM CHECK-ONE-EXISTING-STOP
                   UNTIL WS-STOP-EOF-FLAG = "Y"
               CLOSE STOP-PAYMENT-FILE
           END-IF
           IF WS-STOP-HIT-FLAG = "Y"
               MOVE "N" TO WS-STOP-OK-FLAG
           END-IF.

       CHECK-ONE-EXISTING-STOP.
           READ STOP-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-STOP-EOF-FLAG
               NOT AT END
                   IF STP-ACCT-ID = WS-STOP-ACCT
                       AND STP-STATUS = "A"
                       AND STP-EXPIRY-DATE >= WS-DATE-STRING
                       AND STP-CHECK-FROM <= WS-STOP-TO
                       AND STP-CHECK-TO >= WS-STOP-FROM
                       DISPLAY "Active stop " STP-STOP-ID
                           " already covers checks "
                           STP-CHECK-FROM " thru " STP-CHECK-TO
                           " - not placed."
                       MOVE "Y" TO WS-STOP-HIT-FLAG
                       MOVE "Y" TO WS-STOP-EOF-FLAG
                   END-IF
           END-READ.

       READ-STOP-ACCOUNT.
           MOVE "N" TO WS-STOP-OK-FLAG
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening file: "
                   WS-FILE-STATUS
           ELSE
               MOVE WS-STOP-ACCT TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "Account not found: " WS-STOP-ACCT
                   NOT INVALID KEY
                       MOVE ACCT-BALANCE TO WS-STOP-BALANCE
                       IF ACCT-STATUS = "C"
                           DISPLAY "Account is closed: "
                               WS-STOP-ACCT
                       ELSE
                       IF ACCT-TYPE NOT = "C"
                           DISPLAY "Not a checking account: "
                               WS-STOP-ACCT
                       ELSE
                           MOVE "Y" TO WS-STOP-OK-FLAG
                       END-IF
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

      *---------------------------------------------------------------*
      * A stop is good for six months from the day it is placed,
      * the day clamped to the end of a shorter month.
      *---------------------------------------------------------------*
       COMPUTE-STOP-EXPIRY.
           PERFORM GET-CURRENT-DATETIME
           MOVE WS-YEAR TO WS-AVAIL-YEAR
           MOVE WS-MONTH TO WS-AVAIL-MONTH
           MOVE WS-DAY TO WS-AVAIL-DAY
           ADD 6 TO WS-AVAIL-MONTH
           IF WS-AVAIL-MONTH > 12
               SUBTRACT 12 FROM WS-AVAIL-MONTH
               ADD 1 TO WS-AVAIL-YEAR
           END-IF
           PERFORM SET-MONTH-LENGTH
           IF WS-AVAIL-DAY > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-AVAIL-DAY
           END-IF
           MOVE WS-AVAIL-DAY TO WS-AVAIL-DAY-2
           MOVE SPACES TO WS-STOP-EXPIRY
           STRING WS-AVAIL-YEAR "/" WS-AVAIL-MONTH "/"
               WS-AVAIL-DAY-2 DELIMITED BY SIZE
               INTO WS-STOP-EXPIRY.

       APPEND-STOP-PAYMENT.
           MOVE "00" TO WS-STOP-STATUS
           OPEN EXTEND STOP-PAYMENT-FILE
           IF WS-STOP-STATUS = "35"
               MOVE "00" TO WS-STOP-STATUS
               OPEN OUTPUT STOP-PAYMENT-FILE
           END-IF
           IF WS-STOP-STATUS NOT = "00"
               DISPLAY "Error opening stop-payment file: "
                   WS-STOP-STATUS
           ELSE
               MOVE WS-STOP-ID TO STP-STOP-ID
               MOVE WS-STOP-ACCT TO STP-ACCT-ID
               MOVE WS-STOP-FROM TO STP-CHECK-FROM
               MOVE WS-STOP-TO TO STP-CHECK-TO
               MOVE WS-STOP-AMOUNT TO STP-AMOUNT
               MOVE WS-DATE-STRING TO STP-PLACED-DATE
               MOVE WS-STOP-EXPIRY TO STP-EXPIRY-DATE
               MOVE WS-OPERATOR-ID TO STP-OPERATOR
               MOVE "A" TO STP-STATUS
               MOVE SPACES TO STP-RELEASED-DATE
               WRITE STOP-PAYMENT-RECORD
               CLOSE STOP-PAYMENT-FILE
               MOVE WS-STOP-ACCT TO WS-AUD-ACCT-ID
               MOVE "S" TO WS-AUD-ACTION
               MOVE WS-STOP-AMOUNT TO WS-AUD-AMOUNT
               MOVE WS-STOP-BALANCE TO WS-AUD-BAL-BEFORE
               MOVE WS-STOP-BALANCE TO WS-AUD-BAL-AFTER
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY " "
               DISPLAY "Stop payment placed: " WS-STOP-ID
               DISPLAY "  Checks " WS-STOP-FROM " thru "
                   WS-STOP-TO
               DISPLAY "  Expires " WS-STOP-EXPIRY
           END-IF.

       LIST-STOP-PAYMENTS.
           DISPLAY "Account ID: "
               WITH NO ADVANCING
           ACCEPT WS-STOP-ACCT
           DISPLAY " "
           DISPLAY "STOP ID  | FROM     | TO       | AMOUNT     |"
               " PLACED     | EXPIRES    | STS"
           MOVE 0 TO WS-STOP-COUNT
           MOVE "N" TO WS-STOP-EOF-FLAG
           MOVE "00" TO WS-STOP-STATUS
           OPEN INPUT STOP-PAYMENT-FILE
           IF WS-STOP-STATUS NOT = "00"
               DISPLAY "No stop payments on file."
           ELSE
               PERFORM LIST-ONE-STOP
                   UNTIL WS-STOP-EOF-FLAG = "Y"
               CLOSE STOP-PAYMENT-FILE
               IF WS-STOP-COUNT = 0
                   DISPLAY "(none)"
               END-IF
           END-IF.

       LIST-ONE-STOP.
           READ STOP-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-STOP-EOF-FLAG
               NOT AT END
                   IF STP-ACCT-ID = WS-STOP-ACCT
                       ADD 1 TO WS-STOP-COUNT
                       DISPLAY STP-STOP-ID " | " STP-CHECK-FROM
                           " | " STP-CHECK-TO " | $" STP-AMOUNT
                           " | " STP-PLACED-DATE " | "
                           STP-EXPIRY-DATE " | " STP-STATUS
                   END-IF
           END-READ.

       RELEASE-STOP-PAYMENT.
           DISPLAY "Account ID: "
               WITH NO ADVANCING
           ACCEPT WS-STOP-ACCT
           DISPLAY "Stop ID to release: "
               WITH NO ADVANCING
           ACCEPT WS-STOP-ID
           PERFORM CHANGE-STOP-STATUS
           IF WS-STOP-HIT-FLAG = "Y"
               MOVE 0 TO WS-STOP-BALANCE
               PERFORM READ-STOP-ACCOUNT
               MOVE WS-STOP-ACCT TO WS-AUD-ACCT-ID
               MOVE "R" TO WS-AUD-ACTION
               MOVE WS-STOP-AMOUNT TO WS-AUD-AMOUNT
               MOVE WS-STOP-BALANCE TO WS-AUD-BAL-BEFORE
               MOVE WS-STOP-BALANCE TO WS-AUD-BAL-AFTER
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY " "
               DISPLAY "Stop payment released: " WS-STOP-ID
           END-IF.

      *---------------------------------------------------------------*
      * Line-sequential file, so a release copies every stop through
      * STOPWORK.TMP and back, the same split-and-rewrite pattern as
      * CHANGE-ORDER-STATUS. Only an active stop on the named
      * account is released; the row stays on file as history.
      *---------------------------------------------------------------*
       CHANGE-STOP-STATUS.
           MOVE "N" TO WS-STOP-HIT-FLAG
           MOVE "N" TO WS-STOP-EOF-FLAG
           MOVE 0 TO WS-STOP-BALANCE
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-STOP-STATUS
           OPEN INPUT STOP-PAYMENT-FILE
           IF WS-STOP-STATUS NOT = "00"
               DISPLAY "No stop payments on file."
           ELSE
               OPEN OUTPUT STOP-WORK-FILE
               PERFORM RESTATE-ONE-STOP
                   UNTIL WS-STOP-EOF-FLAG = "Y"
               CLOSE STOP-WORK-FILE
               CLOSE STOP-PAYMENT-FILE
               IF WS-STOP-HIT-FLAG = "Y"
                   PERFORM REWRITE-STOP-FILE
               ELSE
                   DISPLAY " "
                   DISPLAY "No active stop " WS-STOP-ID
                       " on account " WS-STOP-ACCT
               END-IF
           END-IF.

       RESTATE-ONE-STOP.
           READ STOP-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-STOP-EOF-FLAG
               NOT AT END
                   IF STP-STOP-ID = WS-STOP-ID
                       AND STP-ACCT-ID = WS-STOP-ACCT
                       AND STP-STATUS = "A"
                       MOVE "R" TO STP-STATUS
                       MOVE WS-DATE-STRING TO STP-RELEASED-DATE
                       MOVE STP-AMOUNT TO WS-STOP-AMOUNT
                       MOVE "Y" TO WS-STOP-HIT-FLAG
                   END-IF
                   MOVE STOP-PAYMENT-RECORD
                       TO STOP-WORK-RECORD
                   WRITE STOP-WORK-RECORD
           END-READ.

       REWRITE-STOP-FILE.
           MOVE "N" TO WS-STOP-EOF-FLAG
           OPEN OUTPUT STOP-PAYMENT-FILE
           OPEN INPUT STOP-WORK-FILE
           PERFORM COPY-ONE-STOP-BACK
               UNTIL WS-STOP-EOF-FLAG = "Y"
           CLOSE STOP-WORK-FILE
           CLOSE STOP-PAYMENT-FILE.

       COPY-ONE-STOP-BACK.
           READ STOP-WORK-FILE
               AT END
                   MOVE "Y" TO WS-STOP-EOF-FLAG
               NOT AT END
                   MOVE STOP-WORK-RECORD
                       TO STOP-PAYMENT-RECORD
                   WRITE STOP-PAYMENT-RECORD
           END-READ.

       LOG-TRANSACTION-DEPOSIT.
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-FILE-STATUS
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-SEARCH-ID TO TRANS-ACCT-ID
           MOVE "D" TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE WS-DATE-STRING TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR
           CLOSE TRANSACTION-FILE.

       LOG-TRANSACTION-WITHDRAW.
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-FILE-STATUS
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-SEARCH-ID TO TRANS-ACCT-ID
           MOVE "W" TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE WS-DATE-STRING TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR
           CLOSE TRANSACTION-FILE.

       LOG-TRANSACTION-OPEN.
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-FILE-STATUS
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-ACCT-ID TO TRANS-ACCT-ID
           MOVE "O" TO TRANS-TYPE
           MOVE WS-BALANCE TO TRANS-AMOUNT
           MOVE WS-DATE-STRING TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR
           CLOSE TRANSACTION-FILE.

       LOG-TRANSACTION-FEE.
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-FILE-STATUS
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-SEARCH-ID TO TRANS-ACCT-ID
           MOVE "F" TO TRANS-TYPE
           MOVE WS-NSF-FEE TO TRANS-AMOUNT
           MOVE WS-DATE-STRING TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR
           CLOSE TRANSACTION-FILE.

       LOG-TRANSACTION-INTEREST.
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-FILE-STATUS
           OPEN EXTEND TRANSACTION-FILE
               MOVE WS-AUD-AMOUNT TO AUD-AMOUNT
               MOVE WS-AUD-BAL-BEFORE TO AUD-BAL-BEFORE
               MOVE WS-AUD-BAL-AFTER TO AUD-BAL-AFTER
               IF WS-TELLER-DATE = SPACES
                   MOVE WS-DATE-STRING TO AUD-DATE
               ELSE
                   MOVE WS-TELLER-DATE TO AUD-DATE
               END-IF
               MOVE WS-TIME-STRING TO AUD-TIME
               MOVE WS-AUD-SUPERVISOR TO AUD-SUPERVISOR
               WRITE AUDIT-RECORD
           PERFORM WRITE-HISTORY-MIRROR
           CLOSE TRANSACTION-FILE.

      *---------------------------------------------------------------*
      * Loan activity rows: N = principal advanced at booking,
      * P = principal repaid, R = loan interest received, L = late
      * fee collected. Callers stage WS-LOAN-TRAN-TYPE and
      * WS-LOAN-TRAN-AMT; the loan is in WS-SEARCH-ID.
      *---------------------------------------------------------------*
       LOG-TRANSACTION-LOAN.
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-FILE-STATUS
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-SEARCH-ID TO TRANS-ACCT-ID
           MOVE WS-LOAN-TRAN-TYPE TO TRANS-TYPE
           MOVE WS-LOAN-TRAN-AMT TO TRANS-AMOUNT
           MOVE WS-DATE-STRING TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR
           CLOSE TRANSACTION-FILE.

       GET-CURRENT-DATETIME.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
