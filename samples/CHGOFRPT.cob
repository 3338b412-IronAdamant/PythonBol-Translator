      *================================================================*
      * CHGOFRPT: Monthly overdraft charge-off and recovery report.
      * Companion batch job to ODAGING, run in the month-end cycle
      * after that night's ODAGING. Reads TRANSACTIONS.DAT for the
      * business month and lists every overdraft charge-off (type
      * G) and every recovery swept back against an earlier charge-
      * off (type K), each with the account name from CUSTOMERS.DAT.
      * A closing section lists, from ODAGE.DAT, every charged-off
      * account still owing, with the amount charged off, recovered
      * to date and outstanding. Output goes to CHGOFRPT.RPT for the
      * credit committee and the loan-loss reserve review.
      * No ACCEPT statements: runnable in the overnight window with
      * no operator present.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFRPT.
       AUTHOR. BANKING-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OD-AGING-FILE ASSIGN TO "ODAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODA-ACCT-ID
               FILE STATUS IS WS-AGE-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "CHGOFRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OD-AGING-FILE.
           COPY ODAGEREC.

       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE "00".
       01  WS-AGE-STATUS         PIC XX VALUE "00".
       01  WS-TRAN-STATUS        PIC XX VALUE "00".
       01  WS-EOF-FLAG           PIC X VALUE "N".
       01  WS-CUST-OPEN-FLAG     PIC X VALUE "N".
       01  WS-REPORT-MONTH       PIC X(7) VALUE SPACES.
       01  WS-SCAN-TYPE          PIC X VALUE SPACE.
       01  WS-ACCT-NAME-OUT      PIC X(30) VALUE SPACES.

      *---------------------------------------------------------------*
      * Processing-calendar control (CYCLCTL.DAT): the report is
      * monthly, stamped with the business month (YYYY/MM), and
      * waits for ODAGING so the month's last charge-offs and
      * recoveries are on file.
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
           05  WS-CHARGEOFF-COUNT PIC 9(5) VALUE 0.
           05  WS-RECOVERY-COUNT PIC 9(5) VALUE 0.
           05  WS-OPEN-COUNT     PIC 9(5) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-CHARGEOFF PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-RECOVERED PIC 9(9)V99 VALUE 0.
           05  WS-NET-LOSS       PIC S9(9)V99 VALUE 0.
           05  WS-OPEN-CHARGEOFF PIC 9(9)V99 VALUE 0.
           05  WS-OPEN-RECOVERED PIC 9(9)V99 VALUE 0.
           05  WS-OPEN-OWED      PIC 9(9)V99 VALUE 0.
           05  WS-ACCT-OWED      PIC 9(7)V99 VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(100) VALUE SPACES.
           05  WS-COUNT-EDIT     PIC ZZZZ9.
           05  WS-AMOUNT-EDIT    PIC ZZZZZZ9.99.
           05  WS-RECOV-EDIT     PIC ZZZZZZ9.99.
           05  WS-OWED-EDIT      PIC ZZZZZZ9.99.
           05  WS-TOTAL-EDIT     PIC ZZZZZZZZ9.99.
           05  WS-NET-EDIT       PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================="
           DISPLAY "  CHARGE-OFF AND RECOVERY REPORT"
           DISPLAY "=================================="
           PERFORM GET-CURRENT-DATETIME
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM CHECK-CYCLE-PERMIT
           IF WS-CTL-OK-FLAG = "Y"
               MOVE WS-BUS-DATE(1:7) TO WS-REPORT-MONTH
               DISPLAY "Report month: " WS-REPORT-MONTH
               PERFORM RUN-CHARGEOFF-REPORT
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * No transaction history at all means there is nothing to
      * report on: the month is left open so the run can be
      * repeated once the file is restored.
      *---------------------------------------------------------------*
       RUN-CHARGEOFF-REPORT.
           MOVE "00" TO WS-TRAN-STATUS
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "No transaction history: " WS-TRAN-STATUS
           ELSE
               CLOSE TRANSACTION-FILE
               MOVE "00" TO WS-FILE-STATUS
               OPEN INPUT CUSTOMER-FILE
               IF WS-FILE-STATUS = "00"
                   MOVE "Y" TO WS-CUST-OPEN-FLAG
               END-IF
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               MOVE "G" TO WS-SCAN-TYPE
               PERFORM WRITE-CHARGEOFF-HEADER
               PERFORM SCAN-MONTH-ACTIVITY
               MOVE "K" TO WS-SCAN-TYPE
               PERFORM WRITE-RECOVERY-HEADER
               PERFORM SCAN-MONTH-ACTIVITY
               PERFORM LIST-OPEN-CHARGEOFFS
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               IF WS-CUST-OPEN-FLAG = "Y"
                   CLOSE CUSTOMER-FILE
               END-IF
               PERFORM STAMP-CYCLE-COMPLETE
           END-IF.

       CHECK-CYCLE-PERMIT.
           MOVE "Y" TO WS-CTL-OK-FLAG
           MOVE "CHGOFRPT" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               AND WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
               AND WS-CTL-PERIOD(WS-CTL-HIT-IDX)(1:7)
                   = WS-BUS-DATE(1:7)
               DISPLAY "CHGOFRPT already complete for month "
                   WS-BUS-DATE(1:7) " - run refused."
               MOVE "N" TO WS-CTL-OK-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CTL-OK-FLAG = "Y"
               MOVE "ODAGING" TO WS-CTL-FIND-NAME
               PERFORM FIND-CYCLE-JOB
               IF WS-CTL-HIT-IDX = 0
                   OR WS-CTL-JSTATUS(WS-CTL-HIT-IDX) NOT = "C"
                   OR WS-CTL-PERIOD(WS-CTL-HIT-IDX)
                       NOT = WS-BUS-DATE
                   DISPLAY "ODAGING has not completed for "
                       "business date " WS-BUS-DATE
                       " - run refused."
                   MOVE "N" TO WS-CTL-OK-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       STAMP-CYCLE-COMPLETE.
           MOVE "CHGOFRPT" TO WS-CTL-FIND-NAME
           MOVE SPACES TO WS-CTL-STAMP-PER
           MOVE WS-BUS-DATE(1:7) TO WS-CTL-STAMP-PER(1:7)
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

      *---------------------------------------------------------------*
      * One pass of the ledger per section, picking out the rows of
      * WS-SCAN-TYPE posted in the report month.
      *---------------------------------------------------------------*
       SCAN-MONTH-ACTIVITY.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "00" TO WS-TRAN-STATUS
           OPEN INPUT TRANSACTION-FILE
           PERFORM SCAN-ONE-TRANSACTION
               UNTIL WS-EOF-FLAG = "Y"
           CLOSE TRANSACTION-FILE.

       SCAN-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF TRANS-TYPE = WS-SCAN-TYPE
                       AND TRANS-DATE(1:7) = WS-REPORT-MONTH
                       PERFORM WRITE-ACTIVITY-DETAIL
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * A recovery row carries the date of the charge-off it pays
      * back in the counterparty field.
      *---------------------------------------------------------------*
       WRITE-ACTIVITY-DETAIL.
           PERFORM LOOKUP-ACCOUNT-NAME
           MOVE TRANS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           IF WS-SCAN-TYPE = "G"
               ADD 1 TO WS-CHARGEOFF-COUNT
               ADD TRANS-AMOUNT TO WS-TOTAL-CHARGEOFF
               STRING TRANS-ACCT-ID " " WS-ACCT-NAME-OUT " "
                   TRANS-DATE "  $" WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           ELSE
               ADD 1 TO WS-RECOVERY-COUNT
               ADD TRANS-AMOUNT TO WS-TOTAL-RECOVERED
               STRING TRANS-ACCT-ID " " WS-ACCT-NAME-OUT " "
                   TRANS-DATE "  $" WS-AMOUNT-EDIT
                   "  CHARGED OFF " TRANS-COUNTERPARTY
                   DELIMITED BY SIZE INTO WS-LINE-OUT
           END-IF
           PERFORM WRITE-REPORT-LINE.

       LOOKUP-ACCOUNT-NAME.
           MOVE SPACES TO WS-ACCT-NAME-OUT
           IF WS-CUST-OPEN-FLAG = "Y"
               MOVE TRANS-ACCT-ID TO ACCT-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "*** ACCOUNT NOT ON FILE ***"
                           TO WS-ACCT-NAME-OUT
                   NOT INVALID KEY
                       MOVE ACCT-NAME TO WS-ACCT-NAME-OUT
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      * Every aging row still charged off (status W) is a loss not
      * yet recovered in full; rows recovered in full (R) and
      * accounts still aging (A) are left off.
      *---------------------------------------------------------------*
       LIST-OPEN-CHARGEOFFS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "CHARGED-OFF BALANCES STILL OWED" TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "ACCOUNT    CHARGED OFF  CHARGE AMT   RECOVERED"
               "    OUTSTANDING  LAST RECOVERY"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "00" TO WS-AGE-STATUS
           OPEN INPUT OD-AGING-FILE
           IF WS-AGE-STATUS NOT = "00"
               MOVE "  (no overdraft aging file)" TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM LIST-ONE-AGING-ROW
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE OD-AGING-FILE
           END-IF.

       LIST-ONE-AGING-ROW.
           READ OD-AGING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF ODA-STATUS = "W"
                       PERFORM WRITE-OPEN-CHARGEOFF
                   END-IF
           END-READ.

       WRITE-OPEN-CHARGEOFF.
           COMPUTE WS-ACCT-OWED =
               ODA-CHARGEOFF-AMT - ODA-RECOVERED
           ADD 1 TO WS-OPEN-COUNT
           ADD ODA-CHARGEOFF-AMT TO WS-OPEN-CHARGEOFF
           ADD ODA-RECOVERED TO WS-OPEN-RECOVERED
           ADD WS-ACCT-OWED TO WS-OPEN-OWED
           MOVE ODA-CHARGEOFF-AMT TO WS-AMOUNT-EDIT
           MOVE ODA-RECOVERED TO WS-RECOV-EDIT
           MOVE WS-ACCT-OWED TO WS-OWED-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING ODA-ACCT-ID " " ODA-CHARGEOFF-DATE "  $"
               WS-AMOUNT-EDIT " $" WS-RECOV-EDIT "  $"
               WS-OWED-EDIT "  " ODA-LAST-RECOV-DATE
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           STRING "OVERDRAFT CHARGE-OFF AND RECOVERY REPORT  MONTH "
               WS-REPORT-MONTH "  RUN " WS-DATE-STRING " "
               WS-TIME-STRING
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-CHARGEOFF-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "CHARGE-OFFS THIS MONTH" TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "ACCOUNT    NAME                           DATE"
               "              AMOUNT"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-RECOVERY-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "RECOVERIES THIS MONTH" TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "ACCOUNT    NAME                           DATE"
               "              AMOUNT  AGAINST"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           COMPUTE WS-NET-LOSS =
               WS-TOTAL-CHARGEOFF - WS-TOTAL-RECOVERED
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CHARGEOFF-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-CHARGEOFF TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CHARGED OFF THIS MONTH:  " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RECOVERY-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "RECOVERED THIS MONTH:    " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NET-LOSS TO WS-NET-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "NET LOSS THIS MONTH:           $" WS-NET-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
           MOVE WS-OPEN-OWED TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CHARGE-OFFS STILL OWED:  " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPEN-CHARGEOFF TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  ORIGINALLY CHARGED OFF:       $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPEN-RECOVERED TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  RECOVERED TO DATE:            $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           DISPLAY " "
           DISPLAY "Report written to CHGOFRPT.RPT".

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
