      *================================================================*
      * CHKCLEAR: Nightly inbound check clearing run.
      * Companion batch job to BANKACCT. Reads the day's clearing-
      * house file of checks drawn on our accounts (CHKCLEAR.DAT)
      * and pays each item against its account using the same
      * available-balance, deposit-hold and overdraft/NSF rules as
      * WITHDRAW-FROM-ACCOUNT, appending the usual W (and F) rows to
      * TRANSACTIONS.DAT with the check number in the counterparty
      * field. Items drawn on a missing, closed, frozen or non-
      * checking account, items matching an active stop-payment
      * order (STOPPAY.DAT, maintained under BANKACCT option 15),
      * and items the available balance and overdraft line cannot
      * cover are not posted: they are written to the return-item
      * file (CHKRTN.DAT) with a return reason for the clearing
      * house. Every item lands on the clearing register
      * (CHKCLREG.RPT) for the morning operator.
      * No ACCEPT statements: runnable in the overnight window with
      * no operator present.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCLEAR.
       AUTHOR. BANKING-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-ITEM-FILE
               ASSIGN TO "CHKCLEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT STOP-PAYMENT-FILE
               ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT RETURN-ITEM-FILE
               ASSIGN TO "CHKRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO "CHKCLREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE
               ASSIGN TO "TRNHISTX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  CHECK-ITEM-FILE.
           COPY CHKREC.

       FD  STOP-PAYMENT-FILE.
           COPY STOPREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

      *---------------------------------------------------------------*
      * Return-item file for the clearing house: the presented item
      * as received plus the return reason. Reason codes follow the
      * clearing-house letters: A = NSF, B = uncollected funds
      * (covered by the ledger balance but not the available
      * balance), C = stop payment, D = closed account, E = unable
      * to locate account, F = frozen account, N = refer to maker
      * (not drawn on a checking account).
      *---------------------------------------------------------------*
       FD  RETURN-ITEM-FILE.
       01  RETURN-ITEM-RECORD.
           05  RTN-ITEM-SEQ       PIC X(10).
           05  RTN-ACCT-ID        PIC X(10).
           05  RTN-CHECK-NO       PIC 9(8).
           05  RTN-AMOUNT         PIC 9(7)V99.
           05  RTN-PRESENT-DATE   PIC X(10).
           05  RTN-REASON-CODE    PIC X(1).
           05  RTN-REASON         PIC X(24).
           05  RTN-RETURN-DATE    PIC X(10).

       FD  REGISTER-FILE.
       01  REGISTER-LINE          PIC X(100).

       FD  HISTORY-FILE.
           COPY TRNHIST.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE "00".
       01  WS-CHECK-STATUS       PIC XX VALUE "00".
       01  WS-STOP-STATUS        PIC XX VALUE "00".
       01  WS-HOLD-FILE-STATUS   PIC XX VALUE "00".
       01  WS-HIST-STATUS        PIC XX VALUE "00".
       01  WS-HIST-DONE-FLAG     PIC X VALUE "N".
       01  WS-EOF-FLAG           PIC X VALUE "N".
       01  WS-PAY-OK-FLAG        PIC X VALUE "N".
       01  WS-FEE-FLAG           PIC X VALUE "N".
       01  WS-RETURN-CODE        PIC X(1) VALUE SPACE.
       01  WS-FAIL-REASON        PIC X(24) VALUE SPACES.
       01  WS-DISPOSITION        PIC X(8) VALUE SPACES.

      *---------------------------------------------------------------*
      * Processing-calendar control (CYCLCTL.DAT): a clearing file
      * is paid once per business date; a second pass would pay
      * every check twice.
      *---------------------------------------------------------------*
       01  WS-CYCLE-FIELDS.
           05  WS-CTL-STATUS     PIC XX VALUE "00".
           05  WS-CTL-EOF-FLAG   PIC X VALUE "N".
           05  WS-BUS-DATE       PIC X(10) VALUE SPACES.
           05  WS-CTL-OK-FLAG    PIC X VALUE "N".
           05  WS-CTL-IDX        PIC 9(2) VALUE 0.
           05  WS-CTL-HIT-IDX    PIC 9(2) VALUE 0.
           05  WS-CTL-FIND-NAME  PIC X(8) VALUE SPACES.
           05  WS-CTL-STAMP-PER  PIC X(10) VALUE SPACES.
       01  WS-CYCLE-TABLE.
           05  WS-CTL-ENTRY OCCURS 24 TIMES.
               10  WS-CTL-JOB     PIC X(8).
               10  WS-CTL-PERIOD  PIC X(10).
               10  WS-CTL-JSTATUS PIC X.
       01  WS-CTL-COUNT          PIC 9(2) VALUE 0.

       01  WS-OVERDRAFT-FIELDS.
           05  WS-NSF-FEE        PIC 9(5)V99 VALUE 35.00.

       01  WS-HOLD-FIELDS.
           05  WS-HOLD-ACCT-ID   PIC X(10) VALUE SPACES.
           05  WS-HOLD-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-AVAIL-BALANCE  PIC S9(9)V99 VALUE 0.
           05  WS-HOLD-EOF-FLAG  PIC X VALUE "N".

       01  WS-STOP-FIELDS.
           05  WS-STOP-EOF-FLAG  PIC X VALUE "N".
           05  WS-STOP-HIT-FLAG  PIC X VALUE "N".
           05  WS-STOP-HIT-ID    PIC X(8) VALUE SPACES.

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
           05  WS-READ-COUNT     PIC 9(5) VALUE 0.
           05  WS-PAID-COUNT     PIC 9(5) VALUE 0.
           05  WS-FEE-COUNT      PIC 9(5) VALUE 0.
           05  WS-RETURN-COUNT   PIC 9(5) VALUE 0.
           05  WS-STOP-COUNT     PIC 9(5) VALUE 0.
           05  WS-NSF-COUNT      PIC 9(5) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-PAID     PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-RETURNED PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(100) VALUE SPACES.
           05  WS-COUNT-EDIT     PIC ZZZZ9.
           05  WS-AMOUNT-EDIT    PIC ZZZZZZ9.99.
           05  WS-TOTAL-EDIT     PIC ZZZZZZZZ9.99.
           05  WS-CHECK-NO-EDIT  PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================="
           DISPLAY "  INBOUND CHECK CLEARING RUN"
           DISPLAY "=================================="
           PERFORM GET-CURRENT-DATETIME
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM CHECK-CYCLE-PERMIT
           IF WS-CTL-OK-FLAG = "Y"
               PERFORM RUN-CLEARING-CYCLE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * A missing clearing file means the transmission has not
      * arrived, not that there were no checks: the cycle is left
      * open (not stamped) so the run can be repeated once the file
      * is delivered.
      *---------------------------------------------------------------*
       RUN-CLEARING-CYCLE.
           MOVE "00" TO WS-CHECK-STATUS
           OPEN INPUT CHECK-ITEM-FILE
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "No clearing file received: "
                   WS-CHECK-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "00" TO WS-FILE-STATUS
               OPEN I-O CUSTOMER-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening customer file: "
                       WS-FILE-STATUS
                   CLOSE CHECK-ITEM-FILE
               ELSE
                   OPEN EXTEND TRANSACTION-FILE
                   OPEN OUTPUT RETURN-ITEM-FILE
                   OPEN OUTPUT REGISTER-FILE
                   PERFORM WRITE-REGISTER-HEADER
                   PERFORM PROCESS-ONE-CHECK
                       UNTIL WS-EOF-FLAG = "Y"
                   PERFORM WRITE-REGISTER-TOTALS
                   CLOSE REGISTER-FILE
                   CLOSE RETURN-ITEM-FILE
                   CLOSE TRANSACTION-FILE
                   CLOSE CUSTOMER-FILE
                   CLOSE CHECK-ITEM-FILE
                   PERFORM STAMP-CYCLE-COMPLETE
               END-IF
           END-IF.

       CHECK-CYCLE-PERMIT.
           MOVE "Y" TO WS-CTL-OK-FLAG
           MOVE "CHKCLEAR" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               AND WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
               AND WS-CTL-PERIOD(WS-CTL-HIT-IDX) = WS-BUS-DATE
               DISPLAY "CHKCLEAR already complete for business "
                   "date " WS-BUS-DATE " - run refused."
               MOVE "N" TO WS-CTL-OK-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       STAMP-CYCLE-COMPLETE.
           MOVE "CHKCLEAR" TO WS-CTL-FIND-NAME
           MOVE WS-BUS-DATE TO WS-CTL-STAMP-PER
           PERFORM STAMP-JOB-COMPLETE.

      *---------------------------------------------------------------*
      * Processing-calendar plumbing, shared in shape with the other
      * batch jobs (see CYCLSTAT). A missing control file is seeded
      * with the system date as the business date.
      *---------------------------------------------------------------*
       LOAD-CYCLE-CONTROL.
           MOVE 0 TO WS-CTL-COUNT
           MOVE SPACES TO WS-BUS-DATE
           MOVE "N" TO WS-CTL-EOF-FLAG
           MOVE "00" TO WS-CTL-STATUS
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               PERFORM SEED-CYCLE-CONTROL
           ELSE
               PERFORM LOAD-ONE-CONTROL-ROW
                   UNTIL WS-CTL-EOF-FLAG = "Y"
               CLOSE CYCLE-CONTROL-FILE
               MOVE "BUSDATE" TO WS-CTL-FIND-NAME
               PERFORM FIND-CYCLE-JOB
               IF WS-CTL-HIT-IDX > 0
                   MOVE WS-CTL-PERIOD(WS-CTL-HIT-IDX)
                       TO WS-BUS-DATE
               ELSE
                   PERFORM SEED-CYCLE-CONTROL
               END-IF
           END-IF.

       LOAD-ONE-CONTROL-ROW.
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CTL-EOF-FLAG
               NOT AT END
                   IF WS-CTL-COUNT < 24
                       ADD 1 TO WS-CTL-COUNT
                       MOVE CTL-JOB-NAME
                           TO WS-CTL-JOB(WS-CTL-COUNT)
                       MOVE CTL-PERIOD
                           TO WS-CTL-PERIOD(WS-CTL-COUNT)
                       MOVE CTL-STATUS
                           TO WS-CTL-JSTATUS(WS-CTL-COUNT)
                   END-IF
           END-READ.

       SEED-CYCLE-CONTROL.
           MOVE 1 TO WS-CTL-COUNT
           MOVE "BUSDATE" TO WS-CTL-JOB(1)
           MOVE WS-DATE-STRING TO WS-CTL-PERIOD(1)
           MOVE "A" TO WS-CTL-JSTATUS(1)
           MOVE WS-DATE-STRING TO WS-BUS-DATE
           PERFORM WRITE-CYCLE-CONTROL.

       FIND-CYCLE-JOB.
           MOVE 0 TO WS-CTL-HIT-IDX
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
                   OR WS-CTL-HIT-IDX > 0
               IF WS-CTL-JOB(WS-CTL-IDX) = WS-CTL-FIND-NAME
                   MOVE WS-CTL-IDX TO WS-CTL-HIT-IDX
               END-IF
           END-PERFORM.

       STAMP-JOB-COMPLETE.
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX = 0
               IF WS-CTL-COUNT < 24
                   ADD 1 TO WS-CTL-COUNT
                   MOVE WS-CTL-COUNT TO WS-CTL-HIT-IDX
                   MOVE WS-CTL-FIND-NAME
                       TO WS-CTL-JOB(WS-CTL-HIT-IDX)
               END-IF
           END-IF
           IF WS-CTL-HIT-IDX > 0
               MOVE WS-CTL-STAMP-PER
                   TO WS-CTL-PERIOD(WS-CTL-HIT-IDX)
               MOVE "C" TO WS-CTL-JSTATUS(WS-CTL-HIT-IDX)
               PERFORM WRITE-CYCLE-CONTROL
           END-IF.

       WRITE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-CONTROL-FILE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE WS-CTL-JOB(WS-CTL-IDX) TO CTL-JOB-NAME
               MOVE WS-CTL-PERIOD(WS-CTL-IDX) TO CTL-PERIOD
               MOVE WS-CTL-JSTATUS(WS-CTL-IDX) TO CTL-STATUS
               WRITE CYCLE-CONTROL-RECORD
           END-PERFORM
           CLOSE CYCLE-CONTROL-FILE.

       PROCESS-ONE-CHECK.
           READ CHECK-ITEM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM JUDGE-ONE-CHECK
           END-READ.

      *---------------------------------------------------------------*
      * Account tests run first (a stop on a closed account is
      * returned as closed), then the stop-payment file, then the
      * same funds test as WITHDRAW-FROM-ACCOUNT. Only an item that
      * passes every test touches the balance.
      *---------------------------------------------------------------*
       JUDGE-ONE-CHECK.
           MOVE "Y" TO WS-PAY-OK-FLAG
           MOVE "N" TO WS-FEE-FLAG
           MOVE SPACE TO WS-RETURN-CODE
           MOVE SPACES TO WS-FAIL-REASON
           MOVE CHK-ACCT-ID TO ACCT-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "E" TO WS-RETURN-CODE
                   MOVE "UNABLE TO LOCATE ACCOUNT" TO WS-FAIL-REASON
                   MOVE "N" TO WS-PAY-OK-FLAG
               NOT INVALID KEY
                   IF ACCT-STATUS = "C"
                       MOVE "D" TO WS-RETURN-CODE
                       MOVE "ACCOUNT CLOSED" TO WS-FAIL-REASON
                       MOVE "N" TO WS-PAY-OK-FLAG
                   ELSE
                   IF ACCT-STATUS = "F"
                       MOVE "F" TO WS-RETURN-CODE
                       MOVE "ACCOUNT FROZEN" TO WS-FAIL-REASON
                       MOVE "N" TO WS-PAY-OK-FLAG
                   ELSE
                   IF ACCT-TYPE NOT = "C"
                       MOVE "N" TO WS-RETURN-CODE
                       MOVE "NOT A CHECKING ACCOUNT"
                           TO WS-FAIL-REASON
                       MOVE "N" TO WS-PAY-OK-FLAG
                   END-IF
                   END-IF
                   END-IF
           END-READ
           IF WS-PAY-OK-FLAG = "Y"
               PERFORM CHECK-STOP-PAYMENTS
               IF WS-STOP-HIT-FLAG = "Y"
                   MOVE "C" TO WS-RETURN-CODE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "STOP PAYMENT " WS-STOP-HIT-ID
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
                   MOVE "N" TO WS-PAY-OK-FLAG
                   ADD 1 TO WS-STOP-COUNT
               END-IF
           END-IF
           IF WS-PAY-OK-FLAG = "Y"
               PERFORM CHECK-ITEM-FUNDS
           END-IF
           IF WS-PAY-OK-FLAG = "Y"
               PERFORM PAY-CHECK-ITEM
               ADD 1 TO WS-PAID-COUNT
               ADD CHK-AMOUNT TO WS-TOTAL-PAID
               MOVE "PAID" TO WS-DISPOSITION
               IF WS-FEE-FLAG = "Y"
                   MOVE "NSF FEE CHARGED" TO WS-FAIL-REASON
               END-IF
           ELSE
               PERFORM WRITE-RETURN-ITEM
               ADD 1 TO WS-RETURN-COUNT
               ADD CHK-AMOUNT TO WS-TOTAL-RETURNED
               MOVE "RETURNED" TO WS-DISPOSITION
           END-IF
           PERFORM WRITE-REGISTER-DETAIL.

      *---------------------------------------------------------------*
      * An active, unexpired stop on the account matches when the
      * check number is inside its range and its amount is zero
      * (any amount) or equal to the item.
      *---------------------------------------------------------------*
       CHECK-STOP-PAYMENTS.
           MOVE "N" TO WS-STOP-HIT-FLAG
           MOVE SPACES TO WS-STOP-HIT-ID
           MOVE "N" TO WS-STOP-EOF-FLAG
           MOVE "00" TO WS-STOP-STATUS
           OPEN INPUT STOP-PAYMENT-FILE
           IF WS-STOP-STATUS = "00"
               PERFORM MATCH-ONE-STOP
                   UNTIL WS-STOP-EOF-FLAG = "Y"
               CLOSE STOP-PAYMENT-FILE
           END-IF.

       MATCH-ONE-STOP.
           READ STOP-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-STOP-EOF-FLAG
               NOT AT END
                   IF STP-ACCT-ID = CHK-ACCT-ID
                       AND STP-STATUS = "A"
                       AND STP-EXPIRY-DATE >= WS-BUS-DATE
                       AND CHK-NUMBER >= STP-CHECK-FROM
                       AND CHK-NUMBER <= STP-CHECK-TO
                       AND (STP-AMOUNT = 0
                           OR STP-AMOUNT = CHK-AMOUNT)
                       MOVE "Y" TO WS-STOP-HIT-FLAG
                       MOVE STP-STOP-ID TO WS-STOP-HIT-ID
                       MOVE "Y" TO WS-STOP-EOF-FLAG
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Same test as WITHDRAW-FROM-ACCOUNT: pay from the available
      * balance, else pay into the overdraft line with the NSF fee,
      * else return. A return the ledger balance would have covered
      * but deposit holds did not is uncollected funds, not NSF.
      *---------------------------------------------------------------*
       CHECK-ITEM-FUNDS.
           MOVE CHK-ACCT-ID TO WS-HOLD-ACCT-ID
           PERFORM SUM-ACCOUNT-HOLDS
           COMPUTE WS-AVAIL-BALANCE =
               ACCT-BALANCE - WS-HOLD-TOTAL
           IF WS-AVAIL-BALANCE >= CHK-AMOUNT
               CONTINUE
           ELSE
               IF (WS-AVAIL-BALANCE - CHK-AMOUNT - WS-NSF-FEE) >=
                       (0 - ACCT-OD-LIMIT)
                   MOVE "Y" TO WS-FEE-FLAG
               ELSE
                   IF ACCT-BALANCE >= CHK-AMOUNT
                       MOVE "B" TO WS-RETURN-CODE
                       MOVE "UNCOLLECTED FUNDS" TO WS-FAIL-REASON
                   ELSE
                       MOVE "A" TO WS-RETURN-CODE
                       MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
                   END-IF
                   MOVE "N" TO WS-PAY-OK-FLAG
                   ADD 1 TO WS-NSF-COUNT
               END-IF
           END-IF.

       PAY-CHECK-ITEM.
           SUBTRACT CHK-AMOUNT FROM ACCT-BALANCE
           IF WS-FEE-FLAG = "Y"
               SUBTRACT WS-NSF-FEE FROM ACCT-BALANCE
           END-IF
           REWRITE CUSTOMER-RECORD
           PERFORM LOG-TRANSACTION-CHECK
           IF WS-FEE-FLAG = "Y"
               ADD 1 TO WS-FEE-COUNT
               PERFORM LOG-TRANSACTION-FEE
           END-IF.

       WRITE-RETURN-ITEM.
           MOVE CHK-ITEM-SEQ TO RTN-ITEM-SEQ
           MOVE CHK-ACCT-ID TO RTN-ACCT-ID
           MOVE CHK-NUMBER TO RTN-CHECK-NO
           MOVE CHK-AMOUNT TO RTN-AMOUNT
           MOVE CHK-PRESENT-DATE TO RTN-PRESENT-DATE
           MOVE WS-RETURN-CODE TO RTN-REASON-CODE
           MOVE WS-FAIL-REASON TO RTN-REASON
           MOVE WS-BUS-DATE TO RTN-RETURN-DATE
           WRITE RETURN-ITEM-RECORD.

       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE "N" TO WS-HOLD-EOF-FLAG
           MOVE "00" TO WS-HOLD-FILE-STATUS
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM SUM-ONE-HOLD
                   UNTIL WS-HOLD-EOF-FLAG = "Y"
               CLOSE HOLD-FILE
           END-IF.

       SUM-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCT-ID = WS-HOLD-ACCT-ID
                       AND HOLD-STATUS = "A"
                       AND HOLD-AVAIL-DATE > WS-DATE-STRING
                       ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * A paid check is an ordinary W row; the counterparty field
      * carries "CK" and the check number so statements and
      * inquiries show which check cleared.
      *---------------------------------------------------------------*
       LOG-TRANSACTION-CHECK.
           MOVE CHK-ACCT-ID TO TRANS-ACCT-ID
           MOVE "W" TO TRANS-TYPE
           MOVE CHK-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUS-DATE TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           STRING "CK" CHK-NUMBER DELIMITED BY SIZE
               INTO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR.

       LOG-TRANSACTION-FEE.
           MOVE CHK-ACCT-ID TO TRANS-ACCT-ID
           MOVE "F" TO TRANS-TYPE
           MOVE WS-NSF-FEE TO TRANS-AMOUNT
           MOVE WS-BUS-DATE TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR.

      *---------------------------------------------------------------*
      * Mirror the row just written into the keyed history file,
      * same as WRITE-HISTORY-MIRROR in BANKACCT: duplicate keys
      * bump the tiebreaker and retry.
      *---------------------------------------------------------------*
       WRITE-HISTORY-MIRROR.
           MOVE "00" TO WS-HIST-STATUS
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               MOVE "00" TO WS-HIST-STATUS
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Error opening history mirror: "
                   WS-HIST-STATUS
           ELSE
               MOVE TRANS-ACCT-ID TO HIST-ACCT-ID
               MOVE TRANS-DATE TO HIST-DATE
               MOVE TRANS-TIME TO HIST-TIME
               MOVE 0 TO HIST-SEQ
               MOVE TRANS-TYPE TO HIST-TYPE
               MOVE TRANS-AMOUNT TO HIST-AMOUNT
               MOVE TRANS-COUNTERPARTY TO HIST-COUNTERPARTY
               MOVE "N" TO WS-HIST-DONE-FLAG
               PERFORM WRITE-HISTORY-ROW
                   UNTIL WS-HIST-DONE-FLAG = "Y"
               CLOSE HISTORY-FILE
           END-IF.

       WRITE-HISTORY-ROW.
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO HIST-SEQ
                   IF HIST-SEQ > 9998
                       DISPLAY "History mirror tiebreaker "
                           "exhausted for " HIST-ACCT-ID
                       MOVE "Y" TO WS-HIST-DONE-FLAG
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-DONE-FLAG
           END-WRITE.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           STRING "CHECK CLEARING REGISTER  BUSINESS DATE "
               WS-BUS-DATE "  RUN " WS-DATE-STRING " "
               WS-TIME-STRING
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "ITEM SEQ   ACCOUNT     CHECK NO      AMOUNT"
               "  DISPOSN  RC REASON"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-DETAIL.
           MOVE CHK-NUMBER TO WS-CHECK-NO-EDIT
           MOVE CHK-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING CHK-ITEM-SEQ " " CHK-ACCT-ID " "
               WS-CHECK-NO-EDIT " $" WS-AMOUNT-EDIT "  "
               WS-DISPOSITION " " WS-RETURN-CODE "  "
               WS-FAIL-REASON
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "ITEMS PRESENTED:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-PAID-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-PAID TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "ITEMS PAID:         " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-FEE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "NSF FEES CHARGED:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-RETURN-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-RETURNED TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "ITEMS RETURNED:     " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-NSF-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  FOR FUNDS:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-STOP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  STOP PAYMENTS:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           DISPLAY " "
           DISPLAY "Register written to CHKCLREG.RPT"
           DISPLAY "Return items written to CHKRTN.DAT".

       WRITE-REGISTER-LINE.
           MOVE WS-LINE-OUT TO REGISTER-LINE
           WRITE REGISTER-LINE
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
