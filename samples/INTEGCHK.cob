      *================================================================*
      * INTEGCHK: Nightly cross-file integrity scan.
      * Companion batch job to RECONCIL: where RECONCIL proves the
      * balances against TRANSACTIONS.DAT, this proves the banking
      * files still agree with each other. Strictly read-only. It
      * reports every break it finds to INTEGCHK.RPT:
      *   - TRNHISTX.DAT rows with no matching TRANSACTIONS.DAT row,
      *     and TRANSACTIONS.DAT rows missing from the mirror (both
      *     files are sorted on the full row and match-merged);
      *   - HOLDFILE.DAT holds on missing or closed accounts;
      *   - active STORDERS.DAT orders whose from or to account is
      *     missing or closed;
      *   - accounts whose ACCT-CUST-NO is blank or not on
      *     CUSTMAST.DAT;
      *   - AUDITLOG.DAT rows whose AUD-BAL-AFTER is not the next
      *     AUD-BAL-BEFORE for the same account on the same day.
      *     The overnight batch jobs post without audit rows, so
      *     the chain is only proved within one day's keying.
      * Any break sets RETURN-CODE 8 so the scheduler stops the
      * stream before GLEXTRCT; a clean scan ends with 0.
      * No ACCEPT statements: runnable in the overnight window with
      * no operator present.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. BANKING-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-MAST-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "TRNHISTX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "STORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LEDGER-SORT-FILE
               ASSIGN TO "INTSORT.TMP".
           SELECT AUDIT-SORT-FILE
               ASSIGN TO "INTAUDS.TMP".
           SELECT TRAN-WORK-FILE
               ASSIGN TO "INTTRAN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-WORK-FILE
               ASSIGN TO "INTHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO "INTEGCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  HISTORY-FILE.
           COPY TRNHIST.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

      *---------------------------------------------------------------*
      * One ledger row in a common shape for both TRANSACTIONS.DAT
      * and the mirror (the mirror's tiebreaker is dropped), sorted
      * on the whole row so equal rows pair off in the merge.
      *---------------------------------------------------------------*
       SD  LEDGER-SORT-FILE.
       01  LEDGER-SORT-RECORD.
           05  LSR-ACCT-ID        PIC X(10).
           05  LSR-DATE           PIC X(10).
           05  LSR-TIME           PIC X(8).
           05  LSR-TYPE           PIC X(1).
           05  LSR-AMOUNT         PIC 9(7)V99.
           05  LSR-COUNTERPARTY   PIC X(10).

       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  ASR-SEQ            PIC 9(6).
           05  ASR-OPERATOR       PIC X(8).
           05  ASR-ACCT-ID        PIC X(10).
           05  ASR-ACTION         PIC X(1).
           05  ASR-AMOUNT         PIC 9(7)V99.
           05  ASR-BAL-BEFORE     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  ASR-BAL-AFTER      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  ASR-DATE           PIC X(10).
           05  ASR-TIME           PIC X(8).
           05  ASR-SUPERVISOR     PIC X(8).

       FD  TRAN-WORK-FILE.
       01  TRAN-WORK-RECORD       PIC X(48).

       FD  HIST-WORK-FILE.
       01  HIST-WORK-RECORD       PIC X(48).

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE "00".
       01  WS-MAST-STATUS        PIC XX VALUE "00".
       01  WS-TRAN-STATUS        PIC XX VALUE "00".
       01  WS-HIST-STATUS        PIC XX VALUE "00".
       01  WS-HOLD-STATUS        PIC XX VALUE "00".
       01  WS-ORDER-STATUS       PIC XX VALUE "00".
       01  WS-AUDIT-STATUS       PIC XX VALUE "00".
       01  WS-EOF-FLAG           PIC X VALUE "N".
       01  WS-SORT-EOF-FLAG      PIC X VALUE "N".
       01  WS-MAST-OPEN-FLAG     PIC X VALUE "N".
       01  WS-CHECK-ACCT-ID      PIC X(10) VALUE SPACES.
       01  WS-ACCT-STATE         PIC X(1) VALUE SPACE.
       01  WS-BREAK-TEXT         PIC X(40) VALUE SPACES.

      *---------------------------------------------------------------*
      * The current row from each sorted work file; HIGH-VALUES once
      * a file is exhausted, so the merge drains the other side.
      *---------------------------------------------------------------*
       01  WS-TRAN-ROW.
           05  WS-TR-ACCT-ID     PIC X(10).
           05  WS-TR-DATE        PIC X(10).
           05  WS-TR-TIME        PIC X(8).
           05  WS-TR-TYPE        PIC X(1).
           05  WS-TR-AMOUNT      PIC 9(7)V99.
           05  WS-TR-COUNTERPARTY PIC X(10).
       01  WS-HIST-ROW.
           05  WS-HR-ACCT-ID     PIC X(10).
           05  WS-HR-DATE        PIC X(10).
           05  WS-HR-TIME        PIC X(8).
           05  WS-HR-TYPE        PIC X(1).
           05  WS-HR-AMOUNT      PIC 9(7)V99.
           05  WS-HR-COUNTERPARTY PIC X(10).

      *---------------------------------------------------------------*
      * Previous audit row for the same account while the sorted
      * journal is walked.
      *---------------------------------------------------------------*
       01  WS-AUDIT-PREV.
           05  WS-PREV-ACCT-ID   PIC X(10) VALUE SPACES.
           05  WS-PREV-DATE      PIC X(10) VALUE SPACES.
           05  WS-PREV-TIME      PIC X(8) VALUE SPACES.
           05  WS-PREV-SEQ       PIC 9(6) VALUE 0.
           05  WS-PREV-AFTER     PIC S9(7)V99 VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR       PIC 9(4).
               10  WS-MONTH      PIC 9(2).
               10  WS-DAY        PIC 9(2).
           05  WS-CURRENT-TIME.
               10  WS-HOUR       PIC 9(2).
               10  WS-MINUTE     PIC 9(2).
               10  WS-SECOND     PIC 9(2).
           05  WS-DATE-STRING    PIC X(10).
           05  WS-TIME-STRING    PIC X(8).

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT     PIC 9(7) VALUE 0.
           05  WS-HIST-COUNT     PIC 9(7) VALUE 0.
           05  WS-HOLD-COUNT     PIC 9(7) VALUE 0.
           05  WS-ORDER-COUNT    PIC 9(7) VALUE 0.
           05  WS-ACCT-COUNT     PIC 9(7) VALUE 0.
           05  WS-AUDIT-COUNT    PIC 9(7) VALUE 0.
           05  WS-TRAN-ONLY      PIC 9(7) VALUE 0.
           05  WS-HIST-ONLY      PIC 9(7) VALUE 0.
           05  WS-HOLD-BREAKS    PIC 9(7) VALUE 0.
           05  WS-ORDER-BREAKS   PIC 9(7) VALUE 0.
           05  WS-CUSTNO-BREAKS  PIC 9(7) VALUE 0.
           05  WS-AUDIT-BREAKS   PIC 9(7) VALUE 0.
           05  WS-BREAK-COUNT    PIC 9(7) VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(100) VALUE SPACES.
           05  WS-COUNT-EDIT     PIC ZZZZZZ9.
           05  WS-BREAK-EDIT     PIC ZZZZZZ9.
           05  WS-AMOUNT-EDIT    PIC ZZZZZZ9.99.
           05  WS-BEFORE-EDIT    PIC -ZZZZZZ9.99.
           05  WS-AFTER-EDIT     PIC -ZZZZZZ9.99.
           05  WS-SEQ-EDIT       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================="
           DISPLAY "  CROSS-FILE INTEGRITY SCAN"
           DISPLAY "=================================="
           PERFORM GET-CURRENT-DATETIME
           MOVE "00" TO WS-FILE-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM CHECK-HISTORY-MIRROR
               PERFORM CHECK-DEPOSIT-HOLDS
               PERFORM CHECK-STANDING-ORDERS
               PERFORM CHECK-CUSTOMER-LINKS
               PERFORM CHECK-AUDIT-CHAIN
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               CLOSE CUSTOMER-FILE
               IF WS-BREAK-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * Ledger against mirror: each file is sorted into a work file
      * on the full row, then the two are merged. An unmatched row
      * on either side is a break; duplicate rows must pair off one
      * for one.
      *---------------------------------------------------------------*
       CHECK-HISTORY-MIRROR.
           MOVE "LEDGER AGAINST HISTORY MIRROR" TO WS-LINE-OUT
           PERFORM WRITE-SECTION-TITLE
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LSR-ACCT-ID
                               LSR-DATE
                               LSR-TIME
                               LSR-TYPE
                               LSR-AMOUNT
                               LSR-COUNTERPARTY
               INPUT PROCEDURE IS RELEASE-TRANSACTIONS
               GIVING TRAN-WORK-FILE
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LSR-ACCT-ID
                               LSR-DATE
                               LSR-TIME
                               LSR-TYPE
                               LSR-AMOUNT
                               LSR-COUNTERPARTY
               INPUT PROCEDURE IS RELEASE-HISTORY
               GIVING HIST-WORK-FILE
           OPEN INPUT TRAN-WORK-FILE
           OPEN INPUT HIST-WORK-FILE
           PERFORM READ-TRAN-WORK
           PERFORM READ-HIST-WORK
           PERFORM MATCH-LEDGER-ROWS
               UNTIL WS-TRAN-ROW = HIGH-VALUES
                   AND WS-HIST-ROW = HIGH-VALUES
           CLOSE HIST-WORK-FILE
           CLOSE TRAN-WORK-FILE.

       RELEASE-TRANSACTIONS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "00" TO WS-TRAN-STATUS
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS = "00"
               PERFORM RELEASE-ONE-TRANSACTION
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE TRANSACTION-FILE
           END-IF.

       RELEASE-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   MOVE TRANS-ACCT-ID TO LSR-ACCT-ID
                   MOVE TRANS-DATE TO LSR-DATE
                   MOVE TRANS-TIME TO LSR-TIME
                   MOVE TRANS-TYPE TO LSR-TYPE
                   MOVE TRANS-AMOUNT TO LSR-AMOUNT
                   MOVE TRANS-COUNTERPARTY TO LSR-COUNTERPARTY
                   RELEASE LEDGER-SORT-RECORD
           END-READ.

       RELEASE-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "00" TO WS-HIST-STATUS
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM RELEASE-ONE-HISTORY
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE HISTORY-FILE
           END-IF.

       RELEASE-ONE-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HIST-COUNT
                   MOVE HIST-ACCT-ID TO LSR-ACCT-ID
                   MOVE HIST-DATE TO LSR-DATE
                   MOVE HIST-TIME TO LSR-TIME
                   MOVE HIST-TYPE TO LSR-TYPE
                   MOVE HIST-AMOUNT TO LSR-AMOUNT
                   MOVE HIST-COUNTERPARTY TO LSR-COUNTERPARTY
                   RELEASE LEDGER-SORT-RECORD
           END-READ.

       READ-TRAN-WORK.
           READ TRAN-WORK-FILE INTO WS-TRAN-ROW
               AT END
                   MOVE HIGH-VALUES TO WS-TRAN-ROW
           END-READ.

       READ-HIST-WORK.
           READ HIST-WORK-FILE INTO WS-HIST-ROW
               AT END
                   MOVE HIGH-VALUES TO WS-HIST-ROW
           END-READ.

       MATCH-LEDGER-ROWS.
           IF WS-TRAN-ROW = WS-HIST-ROW
               PERFORM READ-TRAN-WORK
               PERFORM READ-HIST-WORK
           ELSE
               IF WS-TRAN-ROW < WS-HIST-ROW
                   MOVE WS-TR-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-LINE-OUT
                   STRING "  NOT IN MIRROR   " WS-TR-ACCT-ID " "
                       WS-TR-DATE " " WS-TR-TIME " "
                       WS-TR-TYPE " $" WS-AMOUNT-EDIT " "
                       WS-TR-COUNTERPARTY
                       DELIMITED BY SIZE INTO WS-LINE-OUT
                   PERFORM WRITE-BREAK-LINE
                   ADD 1 TO WS-TRAN-ONLY
                   PERFORM READ-TRAN-WORK
               ELSE
                   MOVE WS-HR-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-LINE-OUT
                   STRING "  NOT IN LEDGER   " WS-HR-ACCT-ID " "
                       WS-HR-DATE " " WS-HR-TIME " "
                       WS-HR-TYPE " $" WS-AMOUNT-EDIT " "
                       WS-HR-COUNTERPARTY
                       DELIMITED BY SIZE INTO WS-LINE-OUT
                   PERFORM WRITE-BREAK-LINE
                   ADD 1 TO WS-HIST-ONLY
                   PERFORM READ-HIST-WORK
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Every hold must sit on an account that exists and is not
      * closed.
      *---------------------------------------------------------------*
       CHECK-DEPOSIT-HOLDS.
           MOVE "DEPOSIT HOLDS" TO WS-LINE-OUT
           PERFORM WRITE-SECTION-TITLE
           MOVE "N" TO WS-EOF-FLAG
           MOVE "00" TO WS-HOLD-STATUS
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM CHECK-ONE-HOLD
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE HOLD-FILE
           END-IF.

       CHECK-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-ACCT-ID TO WS-CHECK-ACCT-ID
                   PERFORM READ-CHECK-ACCOUNT
                   IF WS-ACCT-STATE = "M" OR WS-ACCT-STATE = "C"
                       MOVE HOLD-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO WS-LINE-OUT
                       STRING "  HOLD            " HOLD-ACCT-ID
                           " $" WS-AMOUNT-EDIT " POSTED "
                           HOLD-POSTED-DATE "  " WS-BREAK-TEXT
                           DELIMITED BY SIZE INTO WS-LINE-OUT
                       PERFORM WRITE-BREAK-LINE
                       ADD 1 TO WS-HOLD-BREAKS
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Only active orders are checked; suspended and cancelled
      * orders never run.
      *---------------------------------------------------------------*
       CHECK-STANDING-ORDERS.
           MOVE "ACTIVE STANDING ORDERS" TO WS-LINE-OUT
           PERFORM WRITE-SECTION-TITLE
           MOVE "N" TO WS-EOF-FLAG
           MOVE "00" TO WS-ORDER-STATUS
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               PERFORM CHECK-ONE-ORDER
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE STANDING-ORDER-FILE
           END-IF.

       CHECK-ONE-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF SO-STATUS = "A"
                       ADD 1 TO WS-ORDER-COUNT
                       MOVE SO-FROM-ACCT TO WS-CHECK-ACCT-ID
                       PERFORM READ-CHECK-ACCOUNT
                       IF WS-ACCT-STATE = "M"
                           OR WS-ACCT-STATE = "C"
                           MOVE SPACES TO WS-LINE-OUT
                           STRING "  ORDER " SO-ORDER-ID
                               "  FROM " SO-FROM-ACCT "  "
                               WS-BREAK-TEXT
                               DELIMITED BY SIZE INTO WS-LINE-OUT
                           PERFORM WRITE-BREAK-LINE
                           ADD 1 TO WS-ORDER-BREAKS
                       END-IF
                       MOVE SO-TO-ACCT TO WS-CHECK-ACCT-ID
                       PERFORM READ-CHECK-ACCOUNT
                       IF WS-ACCT-STATE = "M"
                           OR WS-ACCT-STATE = "C"
                           MOVE SPACES TO WS-LINE-OUT
                           STRING "  ORDER " SO-ORDER-ID
                               "  TO   " SO-TO-ACCT "  "
                               WS-BREAK-TEXT
                               DELIMITED BY SIZE INTO WS-LINE-OUT
                           PERFORM WRITE-BREAK-LINE
                           ADD 1 TO WS-ORDER-BREAKS
                       END-IF
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Sets WS-ACCT-STATE for WS-CHECK-ACCT-ID: M = missing,
      * otherwise the account's ACCT-STATUS.
      *---------------------------------------------------------------*
       READ-CHECK-ACCOUNT.
           MOVE SPACES TO WS-BREAK-TEXT
           MOVE WS-CHECK-ACCT-ID TO ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "M" TO WS-ACCT-STATE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-BREAK-TEXT
               NOT INVALID KEY
                   MOVE ACCT-STATUS TO WS-ACCT-STATE
                   IF ACCT-STATUS = "C"
                       MOVE "ACCOUNT CLOSED" TO WS-BREAK-TEXT
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Every account must name an owner on the customer master. A
      * missing master file makes every nonblank owner a break.
      *---------------------------------------------------------------*
       CHECK-CUSTOMER-LINKS.
           MOVE "ACCOUNT OWNERS" TO WS-LINE-OUT
           PERFORM WRITE-SECTION-TITLE
           MOVE "N" TO WS-MAST-OPEN-FLAG
           MOVE "00" TO WS-MAST-STATUS
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MAST-STATUS = "00"
               MOVE "Y" TO WS-MAST-OPEN-FLAG
           END-IF
           MOVE LOW-VALUES TO ACCT-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM CHECK-ONE-ACCOUNT-OWNER
               UNTIL WS-EOF-FLAG = "Y"
           IF WS-MAST-OPEN-FLAG = "Y"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       CHECK-ONE-ACCOUNT-OWNER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE SPACES TO WS-BREAK-TEXT
                   IF ACCT-CUST-NO = SPACES
                       MOVE "NO OWNING CUSTOMER" TO WS-BREAK-TEXT
                   ELSE
                       IF WS-MAST-OPEN-FLAG = "N"
                           MOVE "CUSTOMER NOT ON CUSTMAST"
                               TO WS-BREAK-TEXT
                       ELSE
                           MOVE ACCT-CUST-NO TO CUST-NO
                           READ CUSTOMER-MASTER-FILE
                               INVALID KEY
                                   MOVE "CUSTOMER NOT ON CUSTMAST"
                                       TO WS-BREAK-TEXT
                           END-READ
                       END-IF
                   END-IF
                   IF WS-BREAK-TEXT NOT = SPACES
                       MOVE SPACES TO WS-LINE-OUT
                       STRING "  ACCOUNT         " ACCT-ID
                           "  CUSTOMER " ACCT-CUST-NO "  "
                           WS-BREAK-TEXT
                           DELIMITED BY SIZE INTO WS-LINE-OUT
                       PERFORM WRITE-BREAK-LINE
                       ADD 1 TO WS-CUSTNO-BREAKS
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * The journal is sorted by account, keeping each account's
      * rows in the order they were written, and walked pairwise.
      *---------------------------------------------------------------*
       CHECK-AUDIT-CHAIN.
           MOVE "AUDIT JOURNAL BALANCE CHAIN" TO WS-LINE-OUT
           PERFORM WRITE-SECTION-TITLE
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY ASR-ACCT-ID
                               ASR-DATE
                               ASR-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-AUDIT-ROWS
               OUTPUT PROCEDURE IS WALK-AUDIT-CHAIN.

       RELEASE-AUDIT-ROWS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "00" TO WS-AUDIT-STATUS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM RELEASE-ONE-AUDIT-ROW
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE AUDIT-FILE
           END-IF.

       RELEASE-ONE-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AUDIT-COUNT
                   MOVE AUDIT-RECORD TO AUDIT-SORT-RECORD
                   RELEASE AUDIT-SORT-RECORD
           END-READ.

       WALK-AUDIT-CHAIN.
           MOVE SPACES TO WS-PREV-ACCT-ID
           MOVE "N" TO WS-SORT-EOF-FLAG
           PERFORM CHECK-ONE-AUDIT-LINK
               UNTIL WS-SORT-EOF-FLAG = "Y".

       CHECK-ONE-AUDIT-LINK.
           RETURN AUDIT-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF ASR-ACCT-ID = WS-PREV-ACCT-ID
                       AND ASR-DATE = WS-PREV-DATE
                       AND ASR-BAL-BEFORE NOT = WS-PREV-AFTER
                       PERFORM WRITE-AUDIT-BREAK
                   END-IF
                   MOVE ASR-ACCT-ID TO WS-PREV-ACCT-ID
                   MOVE ASR-DATE TO WS-PREV-DATE
                   MOVE ASR-TIME TO WS-PREV-TIME
                   MOVE ASR-SEQ TO WS-PREV-SEQ
                   MOVE ASR-BAL-AFTER TO WS-PREV-AFTER
           END-RETURN.

       WRITE-AUDIT-BREAK.
           MOVE WS-PREV-SEQ TO WS-SEQ-EDIT
           MOVE WS-PREV-AFTER TO WS-AFTER-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  AUDIT           " ASR-ACCT-ID " "
               WS-PREV-DATE " " WS-PREV-TIME " SEQ "
               WS-SEQ-EDIT " AFTER  $" WS-AFTER-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-BREAK-LINE
           MOVE ASR-SEQ TO WS-SEQ-EDIT
           MOVE ASR-BAL-BEFORE TO WS-BEFORE-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "                             "
               ASR-DATE " " ASR-TIME " SEQ "
               WS-SEQ-EDIT " BEFORE $" WS-BEFORE-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-AUDIT-BREAKS.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           STRING "CROSS-FILE INTEGRITY SCAN  RUN "
               WS-DATE-STRING " " WS-TIME-STRING
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-TITLE.
           MOVE WS-LINE-OUT TO WS-BREAK-TEXT
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BREAK-TEXT TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-BREAK-LINE.
           ADD 1 TO WS-BREAK-COUNT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "SUMMARY                  ROWS READ    BREAKS"
               TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TRAN-COUNT TO WS-COUNT-EDIT
           MOVE WS-TRAN-ONLY TO WS-BREAK-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  TRANSACTIONS.DAT       " WS-COUNT-EDIT
               "   " WS-BREAK-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HIST-COUNT TO WS-COUNT-EDIT
           MOVE WS-HIST-ONLY TO WS-BREAK-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  TRNHISTX.DAT           " WS-COUNT-EDIT
               "   " WS-BREAK-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT
           MOVE WS-HOLD-BREAKS TO WS-BREAK-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  HOLDFILE.DAT           " WS-COUNT-EDIT
               "   " WS-BREAK-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ORDER-COUNT TO WS-COUNT-EDIT
           MOVE WS-ORDER-BREAKS TO WS-BREAK-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  STORDERS.DAT (ACTIVE)  " WS-COUNT-EDIT
               "   " WS-BREAK-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACCT-COUNT TO WS-COUNT-EDIT
           MOVE WS-CUSTNO-BREAKS TO WS-BREAK-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  CUSTOMERS.DAT          " WS-COUNT-EDIT
               "   " WS-BREAK-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AUDIT-COUNT TO WS-COUNT-EDIT
           MOVE WS-AUDIT-BREAKS TO WS-BREAK-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  AUDITLOG.DAT           " WS-COUNT-EDIT
               "   " WS-BREAK-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BREAK-COUNT TO WS-BREAK-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "TOTAL BREAKS                        "
               WS-BREAK-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           DISPLAY " "
           DISPLAY "Integrity report written to INTEGCHK.RPT".

       WRITE-REPORT-LINE.
           MOVE WS-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-LINE-OUT.

       GET-CURRENT-DATETIME.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR "/" WS-MONTH "/"
               WS-DAY DELIMITED BY SIZE
               INTO WS-DATE-STRING
           STRING WS-HOUR ":" WS-MINUTE ":"
               WS-SECOND DELIMITED BY SIZE
               INTO WS-TIME-STRING.
