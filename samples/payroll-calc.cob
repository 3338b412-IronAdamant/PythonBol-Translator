               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSTUB-FILE ASSIGN TO "PAYSTUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT DEPOSIT-EXCEPTION-FILE ASSIGN TO "PAYDDEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-PREG-STATUS.
           SELECT OFF-CYCLE-FILE ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFC-STATUS.
           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNISH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-KEY
               FILE STATUS IS WS-GARN-STATUS.
           SELECT GARNISH-WORK-FILE ASSIGN TO "GARNWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GARNISH-SORT-FILE
               ASSIGN TO "GARNSORT.TMP".
           SELECT GARNISH-REMIT-FILE ASSIGN TO "GARNREMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GARNISH-REPORT-FILE ASSIGN TO "PAYGARN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-GL-MAP-FILE ASSIGN TO "PAYGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGL-STATUS.
           SELECT PAYROLL-JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYJ-STATUS.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSTUB-FILE.
       01  PAYSTUB-LINE               PIC X(80).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  DEPOSIT-EXCEPTION-FILE.
       01  DEPOSIT-EXCEPTION-LINE     PIC X(80).

       FD  PAYROLL-REGISTER-FILE.
           COPY PAYREG.

      *    Off-cycle payments: one flat gross amount per selected
      *    employee, with a short reason (BONUS, FINAL PAY, REISSUE).
       FD  OFF-CYCLE-FILE.
       01  OFF-CYCLE-RECORD.
           05  OFC-EMP-ID             PIC 9(6).
           05  OFC-AMOUNT             PIC 9(7)V99.
           05  OFC-REASON             PIC X(10).

       FD  GARNISHMENT-ORDER-FILE.
           COPY GARNREC.

      *    One row per order withheld, written as each employee is
      *    paid and sorted by agency at the end of the run into the
      *    remittance file and report.
       FD  GARNISH-WORK-FILE.
       01  GARNISH-WORK-RECORD.
           05  GWK-REC-TYPE           PIC X(1).
           05  GWK-AGENCY             PIC X(8).
           05  GWK-AGENCY-NAME        PIC X(30).
           05  GWK-CASE-NUMBER        PIC X(20).
           05  GWK-EMP-ID             PIC 9(6).
           05  GWK-EMP-NAME           PIC X(30).
           05  GWK-PAY-DATE           PIC X(10).
           05  GWK-AMOUNT             PIC 9(7)V99.

       SD  GARNISH-SORT-FILE.
       01  GARNISH-SORT-RECORD.
           05  SGR-REC-TYPE           PIC X(1).
           05  SGR-AGENCY             PIC X(8).
           05  SGR-AGENCY-NAME        PIC X(30).
           05  SGR-CASE-NUMBER        PIC X(20).
           05  SGR-EMP-ID             PIC 9(6).
           05  SGR-EMP-NAME           PIC X(30).
           05  SGR-PAY-DATE           PIC X(10).
           05  SGR-AMOUNT             PIC 9(7)V99.

      *    Remittance to the agencies: the detail rows for each
      *    agency (D) followed by that agency's payment total (T).
       FD  GARNISH-REMIT-FILE.
       01  GARNISH-REMIT-DETAIL.
           05  RMT-REC-TYPE           PIC X(1).
           05  RMT-AGENCY             PIC X(8).
           05  RMT-AGENCY-NAME        PIC X(30).
           05  RMT-CASE-NUMBER        PIC X(20).
           05  RMT-EMP-ID             PIC 9(6).
           05  RMT-EMP-NAME           PIC X(30).
           05  RMT-PAY-DATE           PIC X(10).
           05  RMT-AMOUNT             PIC 9(7)V99.
       01  GARNISH-REMIT-TOTAL.
           05  RMT-TOT-REC-TYPE       PIC X(1).
           05  RMT-TOT-AGENCY         PIC X(8).
           05  RMT-TOT-AGENCY-NAME    PIC X(30).
           05  RMT-TOT-PAY-DATE       PIC X(10).
           05  RMT-TOT-ITEM-COUNT     PIC 9(5).
           05  RMT-TOT-AMOUNT         PIC 9(9)V99.
           05  FILLER                 PIC X(49).

       FD  GARNISH-REPORT-FILE.
       01  GARNISH-REPORT-LINE        PIC X(80).

       FD  PAY-GL-MAP-FILE.
       01  PAY-GL-MAP-RECORD.
           05  PGL-ENTRY              PIC X(1).
           05  PGL-DEPT               PIC X(4).
           05  PGL-DEBIT-GL           PIC 9(8).
           05  PGL-CREDIT-GL          PIC 9(8).

       FD  PAYROLL-JOURNAL-FILE.
           COPY GLJREC.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       FD  PAYROLL-CKPT-FILE.
       01  PAYROLL-CKPT-RECORD.
           05  CKPT-LAST-EMP-ID       PIC 9(6).
           05  CKPT-ENTRY-HASH        PIC 9(10).
           05  CKPT-BATCH-AMOUNT-TOTAL PIC 9(12).
           05  CKPT-TRACE-SEQ         PIC 9(7).
           05  CKPT-PAY-DATE          PIC X(10).
           05  CKPT-RUN-TYPE          PIC X(1).
           05  CKPT-INHOUSE-COUNT     PIC 9(4).
           05  CKPT-INHOUSE-TOTAL     PIC 9(9)V99.
           05  CKPT-DDEXC-COUNT       PIC 9(4).
           05  CKPT-DDEXC-TOTAL       PIC 9(9)V99.
           05  CKPT-TOTAL-GARNISH     PIC 9(9)V99.
           05  CKPT-GARN-SKIPPED      PIC 9(4).
           05  CKPT-DEPT-COUNT        PIC 9(2).
           05  CKPT-DEPT-ENTRY OCCURS 50 TIMES.
               10  CKPT-DEPT-CODE     PIC X(4).
               10  CKPT-DEPT-GROSS    PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-DEDUCTION        PIC 9(5)V99 VALUE 0.
           05  WS-401K-CONTRIB     PIC 9(7)V99 VALUE 0.
           05  WS-TAXABLE-GROSS    PIC 9(7)V99 VALUE 0.
           05  WS-HEALTH-DEDUCT    PIC 9(5)V99 VALUE 0.
           05  WS-GARNISH-TOTAL    PIC 9(7)V99 VALUE 0.

      *---------------------------------------------------------------*
      * FICA fields: Social Security applies to gross wages up to
           05  WS-TOTAL-SS-ER      PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-MED-EE     PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-MED-ER     PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-GARNISH    PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Payroll GL journal (PAYJRNL.DAT, GLJRNL.DAT layout). Gross
      * wages are accumulated by EMP-DEPT as employees are paid and
      * carried in the checkpoint so a restarted run still journals
      * the departments paid before the interruption. The pay date
      * is the business date on CYCLCTL.DAT, so GLEXTRCT books the
      * run on the day the bank posts it. The journal rows carry the
      * business date the run finishes under: the pay date, unless
      * a restart resumes after the business date has advanced.
      *---------------------------------------------------------------*
       01  WS-PAY-DATE             PIC X(10) VALUE SPACES.
       01  WS-JRNL-DATE            PIC X(10) VALUE SPACES.
       01  WS-SYS-DATE             PIC 9(8) VALUE 0.
       01  WS-SYS-DATE-SPLIT REDEFINES WS-SYS-DATE.
           05  WS-SYS-YEAR         PIC 9(4).
           05  WS-SYS-MONTH        PIC 9(2).
           05  WS-SYS-DAY          PIC 9(2).
       01  WS-DATE-STRING          PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * Processing-calendar control (CYCLCTL.DAT), read only for the
      * business date and the GLEXTRCT stamp; payroll is not a
      * stamped cycle job.
      *---------------------------------------------------------------*
       01  WS-CYCLE-FIELDS.
           05  WS-CTL-STATUS       PIC XX VALUE "00".
           05  WS-CTL-EOF-FLAG     PIC X VALUE "N".
           05  WS-BUS-DATE         PIC X(10) VALUE SPACES.
           05  WS-CTL-IDX          PIC 9(2) VALUE 0.
           05  WS-CTL-HIT-IDX      PIC 9(2) VALUE 0.
           05  WS-CTL-FIND-NAME    PIC X(8) VALUE SPACES.
       01  WS-CYCLE-TABLE.
           05  WS-CTL-ENTRY OCCURS 24 TIMES.
               10  WS-CTL-JOB       PIC X(8).
               10  WS-CTL-PERIOD    PIC X(10).
               10  WS-CTL-JSTATUS   PIC X.
       01  WS-CTL-COUNT            PIC 9(2) VALUE 0.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-CODE       PIC X(4).
               10  WS-DEPT-GROSS      PIC 9(9)V99.
       01  WS-DEPT-COUNT           PIC 9(2) VALUE 0.
       01  WS-DEPT-IDX             PIC 9(2) VALUE 0.
       01  WS-DEPT-HIT-IDX         PIC 9(2) VALUE 0.
       01  WS-DEPT-OVERFLOW        PIC 9(4) VALUE 0.

      *---------------------------------------------------------------*
      * Payroll GL mapping loaded from PAYGLMAP.DAT; same load-or-
      * seed pattern GLEXTRCT uses for GLMAP.DAT. One row per entry
      * code; wage rows (W) may be repeated per department, a blank
      * department being the default for any department not listed.
      *---------------------------------------------------------------*
       01  WS-PGL-STATUS           PIC XX VALUE "00".
       01  WS-PAY-GL-MAP-TABLE.
           05  WS-PGL-ENTRY OCCURS 60 TIMES.
               10  WS-PGL-CODE        PIC X(1).
               10  WS-PGL-DEPT        PIC X(4).
               10  WS-PGL-DEBIT-GL    PIC 9(8).
               10  WS-PGL-CREDIT-GL   PIC 9(8).
       01  WS-PGL-IDX              PIC 9(2) VALUE 0.
       01  WS-PGL-ENTRIES          PIC 9(2) VALUE 0.
       01  WS-PGL-HIT-IDX          PIC 9(2) VALUE 0.
       01  WS-PGL-FIND-CODE        PIC X(1) VALUE SPACE.
       01  WS-PGL-FIND-DEPT        PIC X(4) VALUE SPACES.

      *---------------------------------------------------------------*
      * The run's journal is built here first and only appended to
      * PAYJRNL.DAT once it balances: the wage-accrual account must
      * come back to zero (gross wages out = withholdings plus net
      * pay) and every entry must have found its GL accounts.
      *---------------------------------------------------------------*
       01  WS-PAYJ-STATUS          PIC XX VALUE "00".
       01  WS-PAYJ-TABLE.
           05  WS-PAYJ-ENTRY OCCURS 70 TIMES.
               10  WS-PAYJ-DEBIT-GL   PIC 9(8).
               10  WS-PAYJ-CREDIT-GL  PIC 9(8).
               10  WS-PAYJ-AMOUNT     PIC 9(7)V99.
               10  WS-PAYJ-LABEL      PIC X(10).
       01  WS-PAYJ-COUNT           PIC 9(2) VALUE 0.
       01  WS-PAYJ-IDX             PIC 9(2) VALUE 0.
       01  WS-PAYJ-WORK.
           05  WS-PAYJ-POST-AMT    PIC 9(9)V99 VALUE 0.
           05  WS-PAYJ-POST-LABEL  PIC X(10) VALUE SPACES.
           05  WS-PAYJ-ACCRUAL-GL  PIC 9(8) VALUE 0.
           05  WS-PAYJ-ACCRUAL-BAL PIC S9(11)V99 VALUE 0.
           05  WS-PAYJ-DEBITS      PIC 9(11)V99 VALUE 0.
           05  WS-PAYJ-CREDITS     PIC 9(11)V99 VALUE 0.
           05  WS-PAYJ-UNMAPPED    PIC 9(4) VALUE 0.
           05  WS-PAYJ-TOO-LARGE   PIC 9(4) VALUE 0.

      *---------------------------------------------------------------*
      * In-house direct deposit: an employee whose EMP-BANK-ROUTING
      * is our own routing number is paid by a deposit row on
      * PENDTRAN.DAT for BATCHPST to post, not through the NACHA
      * file. The account must be an open deposit account on
      * CUSTOMERS.DAT; otherwise the employee is listed on
      * PAYDDEXC.RPT and the net pay is left for a manual check.
      *---------------------------------------------------------------*
       01  WS-DEPOSIT-FIELDS.
           05  WS-CUST-STATUS      PIC XX VALUE "00".
           05  WS-PEND-STATUS      PIC XX VALUE "00".
           05  WS-CUST-OPEN-FLAG   PIC X VALUE "N".
           05  WS-PEND-OPEN-FLAG   PIC X VALUE "N".
           05  WS-DDEXC-REASON     PIC X(24) VALUE SPACES.
           05  WS-INHOUSE-COUNT    PIC 9(4) VALUE 0.
           05  WS-INHOUSE-TOTAL    PIC 9(9)V99 VALUE 0.
           05  WS-DDEXC-COUNT      PIC 9(4) VALUE 0.
           05  WS-DDEXC-TOTAL      PIC 9(9)V99 VALUE 0.
           05  WS-DDEXC-LINE       PIC X(80) VALUE SPACES.
           05  WS-DDEXC-AMT-EDIT   PIC ZZZZZZ9.99.
           05  WS-DDEXC-TOT-EDIT   PIC ZZZZZZZZ9.99.
           05  WS-DDEXC-CNT-EDIT   PIC ZZZ9.

      *---------------------------------------------------------------*
      * Run type: R = the regular cycle, every employee on the
      * master paid from salary, hours or commission; O = off-cycle,
      * only the employees listed on OFFCYCLE.DAT paid the flat
      * gross amount given there (no hours, no proration, no health
      * premium). A restarted run keeps the type it started with.
      *---------------------------------------------------------------*
       01  WS-RUN-TYPE             PIC X VALUE SPACE.
       01  WS-PAY-SELECTED         PIC X VALUE "Y".
       01  WS-OFC-STATUS           PIC XX VALUE "00".
       01  WS-OFC-EOF-FLAG         PIC X VALUE "N".
       01  WS-OFC-TABLE.
           05  WS-OFC-ENTRY OCCURS 500 TIMES.
               10  WS-OFC-EMP-ID      PIC 9(6).
               10  WS-OFC-AMOUNT      PIC 9(7)V99.
               10  WS-OFC-REASON      PIC X(10).
               10  WS-OFC-PAID-FLAG   PIC X.
       01  WS-OFC-COUNT            PIC 9(3) VALUE 0.
       01  WS-OFC-IDX              PIC 9(3) VALUE 0.
       01  WS-OFC-HIT-IDX          PIC 9(3) VALUE 0.
       01  WS-OFC-REJECTS          PIC 9(3) VALUE 0.

      *---------------------------------------------------------------*
      * Payroll register (PAYREG.DAT): one row per check. A second
      * check to the same employee on the same pay date takes the
      * next check sequence.
      *---------------------------------------------------------------*
       01  WS-PREG-STATUS          PIC XX VALUE "00".
       01  WS-PREG-DONE-FLAG       PIC X VALUE "N".
       01  WS-PAY-METHOD           PIC X VALUE SPACE.

      *---------------------------------------------------------------*
      * Garnishment orders (GARNISH.DAT) for the employee in hand,
      * up to ten, withheld lowest GRN-PRIORITY first. Disposable
      * earnings are gross less the taxes the law requires (income
      * tax, Social Security, Medicare); support orders may take up
      * to WS-GARN-SUPPORT-PCT of them and every other order only
      * what is left under WS-GARN-OTHER-PCT, counting whatever the
      * orders ahead of it took. No order takes net pay below zero.
      * An off-cycle check carries only the percentage orders -- the
      * per-period amounts were taken on the regular run.
      *---------------------------------------------------------------*
       01  WS-GARN-STATUS          PIC XX VALUE "00".
       01  WS-GARN-EOF-FLAG        PIC X VALUE "N".
       01  WS-GARN-TABLE.
           05  WS-GARN-ENTRY OCCURS 10 TIMES.
               10  WS-GARN-SEQ        PIC 9(2).
               10  WS-GARN-AGENCY     PIC X(8).
               10  WS-GARN-AGENCY-NAME PIC X(30).
               10  WS-GARN-CASE       PIC X(20).
               10  WS-GARN-TYPE       PIC X(1).
               10  WS-GARN-PRIORITY   PIC 9(2).
               10  WS-GARN-METHOD     PIC X(1).
               10  WS-GARN-RATE-AMT   PIC 9(5)V99.
               10  WS-GARN-PERCENT    PIC 9(2)V99.
               10  WS-GARN-OWED       PIC 9(7)V99.
               10  WS-GARN-PAID       PIC 9(7)V99.
               10  WS-GARN-TAKEN      PIC 9(7)V99.
               10  WS-GARN-DONE-FLAG  PIC X(1).
               10  WS-GARN-NOTE       PIC X(12).
       01  WS-GARN-COUNT           PIC 9(2) VALUE 0.
       01  WS-GARN-IDX             PIC 9(2) VALUE 0.
       01  WS-GARN-PICK-IDX        PIC 9(2) VALUE 0.
       01  WS-GARN-WORK.
           05  WS-DISPOSABLE       PIC S9(7)V99 VALUE 0.
           05  WS-GARN-SUPPORT-CAP PIC 9(7)V99 VALUE 0.
           05  WS-GARN-OTHER-CAP   PIC 9(7)V99 VALUE 0.
           05  WS-GARN-ROOM        PIC S9(7)V99 VALUE 0.
           05  WS-GARN-LEFT        PIC S9(7)V99 VALUE 0.
           05  WS-GARN-WANT        PIC 9(7)V99 VALUE 0.
           05  WS-GARN-SKIPPED     PIC 9(4) VALUE 0.

      *---------------------------------------------------------------*
      * Remittance by agency, built at the end of the run from the
      * sorted work file.
      *---------------------------------------------------------------*
       01  WS-GARN-REMIT-FIELDS.
           05  WS-GARN-SORT-EOF    PIC X VALUE "N".
           05  WS-GARN-FIRST-FLAG  PIC X VALUE "Y".
           05  WS-GARN-BRK-AGENCY  PIC X(8) VALUE SPACES.
           05  WS-GARN-BRK-NAME    PIC X(30) VALUE SPACES.
           05  WS-GARN-AGY-COUNT   PIC 9(5) VALUE 0.
           05  WS-GARN-AGY-TOTAL   PIC 9(9)V99 VALUE 0.
           05  WS-GARN-ALL-COUNT   PIC 9(5) VALUE 0.
           05  WS-GARN-ALL-TOTAL   PIC 9(9)V99 VALUE 0.
           05  WS-GARN-AGENCIES    PIC 9(4) VALUE 0.
           05  WS-GARN-LINE        PIC X(80) VALUE SPACES.
           05  WS-GARN-AMT-EDIT    PIC ZZZZZZ9.99.
           05  WS-GARN-TOT-EDIT    PIC ZZZZZZZZ9.99.
           05  WS-GARN-CNT-EDIT    PIC ZZZZ9.

       01  WS-CONSTANTS.
           05  WS-OVERTIME-FACTOR  PIC 9V9 VALUE 1.5.
           05  WS-SS-RATE          PIC 9V9999 VALUE 0.0620.
           05  WS-MED-RATE         PIC 9V9999 VALUE 0.0145.
           05  WS-SS-WAGE-BASE     PIC 9(7)V99 VALUE 176100.00.
           05  WS-GARN-SUPPORT-PCT PIC 9V99 VALUE 0.50.
           05  WS-GARN-OTHER-PCT   PIC 9V99 VALUE 0.25.

       01  WS-REPORT-FIELDS.
           05  WS-SEPARATOR        PIC X(40)
           05  WS-CKPT-SINCE-LAST     PIC 9(4) VALUE 0.
           05  WS-CKPT-INTERVAL       PIC 9(4) VALUE 1.
           05  WS-RESUMING-FLAG       PIC X VALUE "N".
           05  WS-CKPT-START-ID       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           INITIALIZE WS-COUNTERS
           INITIALIZE WS-TOTALS
           PERFORM READ-PAYROLL-CHECKPOINT
           PERFORM SELECT-RUN-TYPE
           IF WS-RUN-TYPE = "R" OR WS-RUN-TYPE = "O"
               PERFORM INITIALIZE-PAYROLL
               PERFORM PROCESS-EMPLOYEES UNTIL WS-EOF-FLAG = "Y"
               PERFORM PRINT-SUMMARY
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SELECT-RUN-TYPE.
           IF WS-RESUMING-FLAG = "N"
               DISPLAY "Run type (R=Regular, O=Off-cycle, "
                   "blank = R): "
                   WITH NO ADVANCING
               ACCEPT WS-RUN-TYPE
           END-IF
           IF WS-RUN-TYPE = SPACE
               MOVE "R" TO WS-RUN-TYPE
           END-IF
           EVALUATE WS-RUN-TYPE
               WHEN "R"
                   CONTINUE
               WHEN "O"
                   PERFORM LOAD-OFF-CYCLE-PAYMENTS
                   IF WS-OFC-COUNT = 0
                       DISPLAY "No off-cycle payments on "
                           "OFFCYCLE.DAT - run refused."
                       MOVE SPACE TO WS-RUN-TYPE
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid run type - run refused."
                   MOVE SPACE TO WS-RUN-TYPE
           END-EVALUATE
           IF WS-RUN-TYPE NOT = SPACE
               PERFORM CHECK-GL-EXTRACT-DATE
           END-IF.

      *---------------------------------------------------------------*
      * GLEXTRCT carries payroll journal rows dated after the last
      * business date it stamped complete. Once tonight's extract
      * has run, rows dated today would never be carried, so the
      * run (or a restart) is refused until CYCLSTAT has advanced
      * the business date.
      *---------------------------------------------------------------*
       CHECK-GL-EXTRACT-DATE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-STRING
           STRING WS-SYS-YEAR "/" WS-SYS-MONTH "/" WS-SYS-DAY
               DELIMITED BY SIZE INTO WS-DATE-STRING
           PERFORM LOAD-CYCLE-CONTROL
           MOVE WS-BUS-DATE TO WS-JRNL-DATE
           MOVE "GLEXTRCT" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               IF WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
                   AND WS-CTL-PERIOD(WS-CTL-HIT-IDX)
                       NOT < WS-BUS-DATE
                   DISPLAY "GL extract already run for business "
                       "date " WS-BUS-DATE " - run refused."
                   DISPLAY "Advance the business date (CYCLSTAT) "
                       "and run payroll again."
                   MOVE SPACE TO WS-RUN-TYPE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * One payment per employee per off-cycle run: a repeated
      * employee, a zero amount or a table overflow is listed and
      * left out, and the run ends with return code 4.
      *---------------------------------------------------------------*
       LOAD-OFF-CYCLE-PAYMENTS.
           MOVE 0 TO WS-OFC-COUNT
           MOVE 0 TO WS-OFC-REJECTS
           MOVE "N" TO WS-OFC-EOF-FLAG
           MOVE "00" TO WS-OFC-STATUS
           OPEN INPUT OFF-CYCLE-FILE
           IF WS-OFC-STATUS = "00"
               PERFORM LOAD-ONE-OFF-CYCLE-PAYMENT
                   UNTIL WS-OFC-EOF-FLAG = "Y"
               CLOSE OFF-CYCLE-FILE
           END-IF.

       LOAD-ONE-OFF-CYCLE-PAYMENT.
           READ OFF-CYCLE-FILE
               AT END
                   MOVE "Y" TO WS-OFC-EOF-FLAG
               NOT AT END
                   MOVE 0 TO WS-OFC-HIT-IDX
                   PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                       UNTIL WS-OFC-IDX > WS-OFC-COUNT
                       IF WS-OFC-EMP-ID(WS-OFC-IDX) = OFC-EMP-ID
                           MOVE WS-OFC-IDX TO WS-OFC-HIT-IDX
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN OFC-AMOUNT NOT NUMERIC
                           OR OFC-AMOUNT = 0
                           ADD 1 TO WS-OFC-REJECTS
                           DISPLAY "OFF-CYCLE " OFC-EMP-ID
                               " REJECTED - NO AMOUNT"
                       WHEN WS-OFC-HIT-IDX > 0
                           ADD 1 TO WS-OFC-REJECTS
                           DISPLAY "OFF-CYCLE " OFC-EMP-ID
                               " REJECTED - LISTED TWICE"
                       WHEN WS-OFC-COUNT >= 500
                           ADD 1 TO WS-OFC-REJECTS
                           DISPLAY "OFF-CYCLE " OFC-EMP-ID
                               " REJECTED - TABLE FULL"
                       WHEN OTHER
                           ADD 1 TO WS-OFC-COUNT
                           MOVE OFC-EMP-ID
                               TO WS-OFC-EMP-ID(WS-OFC-COUNT)
                           MOVE OFC-AMOUNT
                               TO WS-OFC-AMOUNT(WS-OFC-COUNT)
                           MOVE OFC-REASON
                               TO WS-OFC-REASON(WS-OFC-COUNT)
                           MOVE "N"
                               TO WS-OFC-PAID-FLAG(WS-OFC-COUNT)
                   END-EVALUATE
           END-READ.

       INITIALIZE-PAYROLL.
           OPEN INPUT EMPLOYEE-FILE
           MOVE "00" TO WS-FILE-STATUS
           OPEN I-O EMPLOYEE-YTD-FILE
               MOVE "00" TO WS-FILE-STATUS
               OPEN I-O EMPLOYEE-YTD-FILE
           END-IF
           MOVE "00" TO WS-PREG-STATUS
           OPEN I-O PAYROLL-REGISTER-FILE
           IF WS-PREG-STATUS = "35"
               OPEN OUTPUT PAYROLL-REGISTER-FILE
               CLOSE PAYROLL-REGISTER-FILE
               MOVE "00" TO WS-PREG-STATUS
               OPEN I-O PAYROLL-REGISTER-FILE
           END-IF
           MOVE "00" TO WS-GARN-STATUS
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF WS-GARN-STATUS = "35"
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               CLOSE GARNISHMENT-ORDER-FILE
               MOVE "00" TO WS-GARN-STATUS
               OPEN I-O GARNISHMENT-ORDER-FILE
           END-IF
           IF WS-RESUMING-FLAG = "N"
               MOVE WS-BUS-DATE TO WS-PAY-DATE
               INITIALIZE WS-DEPT-TABLE
               MOVE 0 TO WS-DEPT-COUNT
           END-IF
           PERFORM LOAD-PAY-GL-MAP
           PERFORM OPEN-DEPOSIT-FILES
           IF WS-RESUMING-FLAG = "Y"
               OPEN EXTEND NACHA-FILE
               OPEN EXTEND PAYSTUB-FILE
               OPEN EXTEND DEPOSIT-EXCEPTION-FILE
               OPEN EXTEND GARNISH-WORK-FILE
           ELSE
               OPEN OUTPUT NACHA-FILE
               PERFORM WRITE-NACHA-FILE-HEADER
               PERFORM WRITE-NACHA-BATCH-HEADER
               OPEN OUTPUT PAYSTUB-FILE
               OPEN OUTPUT DEPOSIT-EXCEPTION-FILE
               PERFORM WRITE-DEPOSIT-EXCEPTION-HEADER
               OPEN OUTPUT GARNISH-WORK-FILE
           END-IF
           DISPLAY "=== PAYROLL PROCESSING STARTED ==="
           IF WS-RUN-TYPE = "O"
               DISPLAY "OFF-CYCLE RUN - " WS-OFC-COUNT
                   " EMPLOYEES SELECTED"
           END-IF
           PERFORM READ-NEXT-EMPLOYEE
           IF WS-RESUMING-FLAG = "Y"
               DISPLAY "Resuming from checkpoint after "
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-LAST-EMP-ID TO WS-CKPT-LAST-EMP-ID
                       MOVE CKPT-LAST-EMP-ID TO WS-CKPT-START-ID
                       MOVE CKPT-PROCESS-COUNT TO WS-PROCESS-COUNT
                       MOVE CKPT-ERROR-COUNT TO WS-ERROR-COUNT
                       MOVE CKPT-TOTAL-GROSS TO WS-TOTAL-GROSS
                       MOVE CKPT-BATCH-AMOUNT-TOTAL
                           TO WS-BATCH-AMOUNT-TOTAL
                       MOVE CKPT-TRACE-SEQ TO WS-TRACE-SEQ
                       MOVE CKPT-PAY-DATE TO WS-PAY-DATE
                       MOVE CKPT-RUN-TYPE TO WS-RUN-TYPE
                       MOVE CKPT-INHOUSE-COUNT TO WS-INHOUSE-COUNT
                       MOVE CKPT-INHOUSE-TOTAL TO WS-INHOUSE-TOTAL
                       MOVE CKPT-DDEXC-COUNT TO WS-DDEXC-COUNT
                       MOVE CKPT-DDEXC-TOTAL TO WS-DDEXC-TOTAL
                       MOVE CKPT-TOTAL-GARNISH TO WS-TOTAL-GARNISH
                       MOVE CKPT-GARN-SKIPPED TO WS-GARN-SKIPPED
                       MOVE CKPT-DEPT-COUNT TO WS-DEPT-COUNT
                       PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                           UNTIL WS-DEPT-IDX > 50
                           MOVE CKPT-DEPT-CODE(WS-DEPT-IDX)
                               TO WS-DEPT-CODE(WS-DEPT-IDX)
                           MOVE CKPT-DEPT-GROSS(WS-DEPT-IDX)
                               TO WS-DEPT-GROSS(WS-DEPT-IDX)
                       END-PERFORM
                       MOVE "Y" TO WS-RESUMING-FLAG
               END-READ
               CLOSE PAYROLL-CKPT-FILE
           MOVE WS-ENTRY-HASH TO CKPT-ENTRY-HASH
           MOVE WS-BATCH-AMOUNT-TOTAL TO CKPT-BATCH-AMOUNT-TOTAL
           MOVE WS-TRACE-SEQ TO CKPT-TRACE-SEQ
           MOVE WS-PAY-DATE TO CKPT-PAY-DATE
           MOVE WS-RUN-TYPE TO CKPT-RUN-TYPE
           MOVE WS-INHOUSE-COUNT TO CKPT-INHOUSE-COUNT
           MOVE WS-INHOUSE-TOTAL TO CKPT-INHOUSE-TOTAL
           MOVE WS-DDEXC-COUNT TO CKPT-DDEXC-COUNT
           MOVE WS-DDEXC-TOTAL TO CKPT-DDEXC-TOTAL
           MOVE WS-TOTAL-GARNISH TO CKPT-TOTAL-GARNISH
           MOVE WS-GARN-SKIPPED TO CKPT-GARN-SKIPPED
           MOVE WS-DEPT-COUNT TO CKPT-DEPT-COUNT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > 50
               MOVE WS-DEPT-CODE(WS-DEPT-IDX)
                   TO CKPT-DEPT-CODE(WS-DEPT-IDX)
               MOVE WS-DEPT-GROSS(WS-DEPT-IDX)
                   TO CKPT-DEPT-GROSS(WS-DEPT-IDX)
           END-PERFORM
           OPEN OUTPUT PAYROLL-CKPT-FILE
           WRITE PAYROLL-CKPT-RECORD
           CLOSE PAYROLL-CKPT-FILE.
           CLOSE PAYROLL-CKPT-FILE.

       PROCESS-EMPLOYEES.
           MOVE "Y" TO WS-PAY-SELECTED
           IF WS-RUN-TYPE = "O"
               PERFORM FIND-OFF-CYCLE-PAYMENT
           END-IF
           IF WS-PAY-SELECTED = "Y"
               PERFORM PAY-EMPLOYEE
           END-IF
           PERFORM READ-NEXT-EMPLOYEE.

       FIND-OFF-CYCLE-PAYMENT.
           MOVE 0 TO WS-OFC-HIT-IDX
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-COUNT
                   OR WS-OFC-HIT-IDX > 0
               IF WS-OFC-EMP-ID(WS-OFC-IDX) = EMP-ID
                   MOVE WS-OFC-IDX TO WS-OFC-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-OFC-HIT-IDX = 0
               MOVE "N" TO WS-PAY-SELECTED
           ELSE
               MOVE "Y" TO WS-OFC-PAID-FLAG(WS-OFC-HIT-IDX)
           END-IF.

       PAY-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT
           PERFORM CALCULATE-GROSS-PAY
           PERFORM CALCULATE-401K-CONTRIBUTION
           PERFORM DETERMINE-TAX-RATE
           PERFORM CALCULATE-DEDUCTIONS
           PERFORM CALCULATE-FICA-TAXES
           PERFORM CALCULATE-GARNISHMENTS
           PERFORM CALCULATE-NET-PAY
           PERFORM UPDATE-YTD-TOTALS
           PERFORM UPDATE-GARNISHMENT-ORDERS
           PERFORM DISBURSE-NET-PAY
           PERFORM WRITE-PAYROLL-REGISTER
           PERFORM PRINT-EMPLOYEE-PAY
           PERFORM WRITE-PAY-STUB
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
           ADD WS-NET-PAY TO WS-TOTAL-NET
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
           ADD WS-401K-CONTRIB TO WS-TOTAL-401K
           ADD WS-HEALTH-DEDUCT TO WS-TOTAL-PREMIUM
           ADD WS-GARNISH-TOTAL TO WS-TOTAL-GARNISH
           ADD WS-SS-TAX-EE TO WS-TOTAL-SS-EE
           ADD WS-SS-TAX-ER TO WS-TOTAL-SS-ER
           ADD WS-MED-TAX-EE TO WS-TOTAL-MED-EE
           ADD WS-MED-TAX-ER TO WS-TOTAL-MED-ER
           PERFORM ACCUMULATE-DEPT-GROSS
           ADD 1 TO WS-PROCESS-COUNT
           MOVE EMP-ID TO WS-CKPT-LAST-EMP-ID
           ADD 1 TO WS-CKPT-SINCE-LAST
           IF WS-CKPT-SINCE-LAST >= WS-CKPT-INTERVAL
               PERFORM WRITE-PAYROLL-CHECKPOINT
               MOVE 0 TO WS-CKPT-SINCE-LAST
           END-IF.

       CALCULATE-GROSS-PAY.
           INITIALIZE WS-PAY-FIELDS
           IF WS-RUN-TYPE = "O"
               MOVE WS-OFC-AMOUNT(WS-OFC-HIT-IDX) TO WS-GROSS-PAY
           ELSE
               MOVE EMP-HEALTH-PREMIUM TO WS-HEALTH-DEDUCT
               EVALUATE EMP-PAY-TYPE
                   WHEN "S"
                       MOVE EMP-SALARY TO WS-GROSS-PAY
                   WHEN "H"
                       PERFORM CALCULATE-HOURLY-PAY
                   WHEN "C"
                       PERFORM CALCULATE-COMMISSION-PAY
               END-EVALUATE
           END-IF.

       CALCULATE-HOURLY-PAY.
           DIVIDE EMP-SALARY BY 2080
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-401K-CONTRIB - WS-TAX-AMOUNT
               - WS-SS-TAX-EE - WS-MED-TAX-EE
               - WS-HEALTH-DEDUCT - WS-GARNISH-TOTAL
           IF WS-NET-PAY < 0
               MOVE 0 TO WS-NET-PAY
               ADD 1 TO WS-ERROR-COUNT
           DISPLAY "  NET: " WS-NET-PAY
           DISPLAY "401K: " WS-401K-CONTRIB
               WITH NO ADVANCING
           DISPLAY "  HEALTH PREMIUM: " WS-HEALTH-DEDUCT
           IF WS-GARNISH-TOTAL > 0
               DISPLAY "GARNISHMENTS: " WS-GARNISH-TOTAL
           END-IF
           DISPLAY "SOC SEC: " WS-SS-TAX-EE
               WITH NO ADVANCING
           DISPLAY "  MEDICARE: " WS-MED-TAX-EE
           DISPLAY WS-SEPARATOR
           DISPLAY "=== PAYROLL SUMMARY ==="
           DISPLAY WS-SEPARATOR
           IF WS-RUN-TYPE = "O"
               DISPLAY "OFF-CYCLE RUN FOR PAY DATE " WS-PAY-DATE
           END-IF
           DISPLAY "EMPLOYEES PROCESSED: " WS-PROCESS-COUNT
           DISPLAY "ERRORS FOUND:        " WS-ERROR-COUNT
           DISPLAY WS-SEPARATOR
           DISPLAY "  (EMPLOYER " WS-TOTAL-MED-ER ")"
           DISPLAY "TOTAL 401K:      " WS-TOTAL-401K
           DISPLAY "TOTAL PREMIUMS:  " WS-TOTAL-PREMIUM
           DISPLAY "TOTAL GARNISHED: " WS-TOTAL-GARNISH
           DISPLAY "TOTAL NET PAY:   " WS-TOTAL-NET
           DISPLAY "  DEPOSITED IN-HOUSE:  " WS-INHOUSE-TOTAL
               " (" WS-INHOUSE-COUNT ")"
           DISPLAY "  NOT DEPOSITED:       " WS-DDEXC-TOTAL
               " (" WS-DDEXC-COUNT ")"
           DISPLAY WS-SEPARATOR
           PERFORM PRINT-FOOTER 3 TIMES
           PERFORM WRITE-NACHA-BATCH-CONTROL
           CLOSE PAYSTUB-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE EMPLOYEE-YTD-FILE
           CLOSE PAYROLL-REGISTER-FILE
           CLOSE GARNISHMENT-ORDER-FILE
           PERFORM CLOSE-DEPOSIT-FILES
           PERFORM PRODUCE-GARNISH-REMITTANCE
           IF WS-RUN-TYPE = "O"
               PERFORM CHECK-OFF-CYCLE-PAID
           END-IF
           PERFORM BUILD-PAYROLL-JOURNAL
           PERFORM RELEASE-PAYROLL-JOURNAL
           PERFORM CLEAR-PAYROLL-CHECKPOINT
           DISPLAY "=== PAYROLL PROCESSING COMPLETE ===".

      * Pay stub: one page per employee showing the full derivation
      * already computed this run -- regular pay, overtime and
      * commission bonus detail, 401k, tax net of the dependent
      * credit, health premium, each garnishment, net pay -- plus
      * the YTD figures read back in UPDATE-YTD-TOTALS. Written to
      * PAYSTUBS.DAT for the print vendor; the console log from
      * PRINT-EMPLOYEE-PAY is unchanged.
      *---------------------------------------------------------------*
       WRITE-PAY-STUB.
           MOVE WS-STUB-RULE TO WS-STUB-LINE
               WS-GROSS-PAY - WS-OVERTIME-PAY - WS-BONUS
           MOVE WS-STUB-REGULAR TO WS-STUB-AMT-EDIT
           MOVE SPACES TO WS-STUB-LINE
           IF WS-RUN-TYPE = "O"
               STRING "  OFF-CYCLE "
                   WS-OFC-REASON(WS-OFC-HIT-IDX) " $"
                   WS-STUB-AMT-EDIT
                   DELIMITED BY SIZE INTO WS-STUB-LINE
           ELSE
               STRING "  REGULAR PAY          $" WS-STUB-AMT-EDIT
                   DELIMITED BY SIZE INTO WS-STUB-LINE
           END-IF
           PERFORM WRITE-STUB-LINE
           IF WS-OVERTIME-PAY > 0
               MOVE WS-OVERTIME-PAY TO WS-STUB-AMT-EDIT
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               PERFORM WRITE-STUB-LINE
           END-IF
           MOVE WS-HEALTH-DEDUCT TO WS-STUB-AMT-EDIT
           MOVE SPACES TO WS-STUB-LINE
           STRING "  HEALTH PREMIUM       $" WS-STUB-AMT-EDIT
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
               UNTIL WS-GARN-IDX > WS-GARN-COUNT
               PERFORM WRITE-GARNISH-STUB-LINES
           END-PERFORM
           MOVE WS-NET-PAY TO WS-STUB-NET-EDIT
           MOVE SPACES TO WS-STUB-LINE
           STRING "  NET PAY              $" WS-STUB-NET-EDIT
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           IF WS-DDEXC-REASON NOT = SPACES
               MOVE SPACES TO WS-STUB-LINE
               STRING "  NOT DEPOSITED - " WS-DDEXC-REASON
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               PERFORM WRITE-STUB-LINE
           END-IF
           MOVE WS-SEPARATOR TO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE YTD-GROSS TO WS-STUB-YTD-EDIT
           MOVE WS-STUB-LINE TO PAYSTUB-LINE
           WRITE PAYSTUB-LINE.

      *---------------------------------------------------------------*
      * Net pay to our own routing number is deposited in-house;
      * every other bank goes out through the NACHA file.
      *---------------------------------------------------------------*
       DISBURSE-NET-PAY.
           MOVE SPACES TO WS-DDEXC-REASON
           MOVE "X" TO WS-PAY-METHOD
           IF EMP-BANK-ROUTING = WS-COMPANY-ROUTING
               PERFORM DEPOSIT-IN-HOUSE
           ELSE
               PERFORM WRITE-NACHA-ENTRY
               MOVE "N" TO WS-PAY-METHOD
           END-IF.

       DEPOSIT-IN-HOUSE.
           PERFORM CHECK-IN-HOUSE-ACCOUNT
           IF WS-DDEXC-REASON = SPACES
               IF WS-NET-PAY > 0
                   MOVE EMP-BANK-ACCOUNT(1:10) TO PEND-ACCT-ID
                   MOVE "D" TO PEND-TYPE
                   MOVE WS-NET-PAY TO PEND-AMOUNT
                   MOVE "PAYROLL" TO PEND-SOURCE
                   MOVE WS-PAY-DATE TO PEND-DATE
                   WRITE PENDING-RECORD
                   MOVE "I" TO WS-PAY-METHOD
                   ADD 1 TO WS-INHOUSE-COUNT
                   ADD WS-NET-PAY TO WS-INHOUSE-TOTAL
               END-IF
           ELSE
               PERFORM WRITE-DEPOSIT-EXCEPTION
           END-IF.

      *---------------------------------------------------------------*
      * Same rules BATCHPST applies to a deposit: the account must
      * exist, not be closed, and not be a loan. A frozen account
      * still takes deposits. An account number longer than our
      * ten-character ACCT-ID cannot be ours.
      *---------------------------------------------------------------*
       CHECK-IN-HOUSE-ACCOUNT.
           MOVE SPACES TO WS-DDEXC-REASON
           EVALUATE TRUE
               WHEN WS-PEND-OPEN-FLAG NOT = "Y"
                   MOVE "PENDING FILE UNAVAILABLE"
                       TO WS-DDEXC-REASON
               WHEN WS-CUST-OPEN-FLAG NOT = "Y"
                   MOVE "CUSTOMER FILE UNAVAIL" TO WS-DDEXC-REASON
               WHEN EMP-BANK-ACCOUNT(11:7) NOT = SPACES
                   OR EMP-BANK-ACCOUNT(1:10) = SPACES
                   MOVE "ACCOUNT NOT ON FILE" TO WS-DDEXC-REASON
               WHEN OTHER
                   MOVE EMP-BANK-ACCOUNT(1:10) TO ACCT-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE "ACCOUNT NOT ON FILE"
                               TO WS-DDEXC-REASON
                       NOT INVALID KEY
                           IF ACCT-STATUS = "C"
                               MOVE "ACCOUNT CLOSED"
                                   TO WS-DDEXC-REASON
                           END-IF
                           IF ACCT-TYPE = "L"
                               MOVE "LOAN ACCOUNT"
                                   TO WS-DDEXC-REASON
                           END-IF
                   END-READ
           END-EVALUATE.

       OPEN-DEPOSIT-FILES.
           MOVE "N" TO WS-CUST-OPEN-FLAG
           MOVE "00" TO WS-CUST-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "WARNING: customer file not available ("
                   WS-CUST-STATUS ") - in-house deposits held"
           END-IF
           MOVE "N" TO WS-PEND-OPEN-FLAG
           MOVE "00" TO WS-PEND-STATUS
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               MOVE "00" TO WS-PEND-STATUS
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS = "00"
               MOVE "Y" TO WS-PEND-OPEN-FLAG
           ELSE
               DISPLAY "WARNING: pending file not available ("
                   WS-PEND-STATUS ") - in-house deposits held"
           END-IF.

      *---------------------------------------------------------------*
      * Employees on our routing number who could not be deposited
      * sit on the exception list (and in net-pay clearing) until
      * paid by hand; the scheduler sees return code 4.
      *---------------------------------------------------------------*
       CLOSE-DEPOSIT-FILES.
           MOVE WS-DDEXC-COUNT TO WS-DDEXC-CNT-EDIT
           MOVE WS-DDEXC-TOTAL TO WS-DDEXC-TOT-EDIT
           MOVE SPACES TO WS-DDEXC-LINE
           STRING "EXCEPTIONS: " WS-DDEXC-CNT-EDIT
               "   NET PAY NOT DEPOSITED: $" WS-DDEXC-TOT-EDIT
               DELIMITED BY SIZE INTO WS-DDEXC-LINE
           PERFORM WRITE-DEPOSIT-EXCEPTION-LINE
           CLOSE DEPOSIT-EXCEPTION-FILE
           IF WS-CUST-OPEN-FLAG = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PEND-OPEN-FLAG = "Y"
               CLOSE PENDING-FILE
           END-IF
           IF WS-DDEXC-COUNT > 0
               DISPLAY "In-house deposit exceptions listed on "
                   "PAYDDEXC.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-DEPOSIT-EXCEPTION-HEADER.
           MOVE SPACES TO WS-DDEXC-LINE
           STRING "IN-HOUSE DIRECT DEPOSIT EXCEPTIONS - PAY DATE "
               WS-PAY-DATE
               DELIMITED BY SIZE INTO WS-DDEXC-LINE
           PERFORM WRITE-DEPOSIT-EXCEPTION-LINE
           MOVE "EMP-ID NAME                ACCOUNT"
               TO WS-DDEXC-LINE
           MOVE "REASON" TO WS-DDEXC-LINE(46:6)
           MOVE "NET PAY" TO WS-DDEXC-LINE(73:7)
           PERFORM WRITE-DEPOSIT-EXCEPTION-LINE.

       WRITE-DEPOSIT-EXCEPTION.
           ADD 1 TO WS-DDEXC-COUNT
           ADD WS-NET-PAY TO WS-DDEXC-TOTAL
           MOVE WS-NET-PAY TO WS-DDEXC-AMT-EDIT
           MOVE SPACES TO WS-DDEXC-LINE
           STRING EMP-ID " " EMP-NAME(1:19) " " EMP-BANK-ACCOUNT
               " " WS-DDEXC-REASON WS-DDEXC-AMT-EDIT
               DELIMITED BY SIZE INTO WS-DDEXC-LINE
           PERFORM WRITE-DEPOSIT-EXCEPTION-LINE
           DISPLAY "WARNING: NET PAY NOT DEPOSITED FOR " EMP-NAME
               " - " WS-DDEXC-REASON.

       WRITE-DEPOSIT-EXCEPTION-LINE.
           MOVE WS-DDEXC-LINE TO DEPOSIT-EXCEPTION-LINE
           WRITE DEPOSIT-EXCEPTION-LINE.

      *---------------------------------------------------------------*
      * NACHA direct-deposit file (req 007): File Header / Batch
      * Header / one Entry Detail per employee / Batch Control / File
           MOVE SPACES TO WS-NACHA-LINE(56:39)
           MOVE WS-NACHA-LINE TO NACHA-RECORD
           WRITE NACHA-RECORD.

      *---------------------------------------------------------------*
      * Gross wages by EMP-DEPT for the wage-expense entries. A
      * department beyond the table is counted and the journal is
      * withheld rather than booked short.
      *---------------------------------------------------------------*
       ACCUMULATE-DEPT-GROSS.
           MOVE 0 TO WS-DEPT-HIT-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-HIT-IDX > 0
               IF WS-DEPT-CODE(WS-DEPT-IDX) = EMP-DEPT
                   MOVE WS-DEPT-IDX TO WS-DEPT-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-DEPT-HIT-IDX = 0
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-HIT-IDX
                   MOVE EMP-DEPT TO WS-DEPT-CODE(WS-DEPT-HIT-IDX)
                   MOVE 0 TO WS-DEPT-GROSS(WS-DEPT-HIT-IDX)
               ELSE
                   ADD 1 TO WS-DEPT-OVERFLOW
                   DISPLAY "WARNING: DEPARTMENT TABLE FULL - "
                       EMP-DEPT " NOT JOURNALLED"
               END-IF
           END-IF
           IF WS-DEPT-HIT-IDX > 0
               ADD WS-GROSS-PAY TO WS-DEPT-GROSS(WS-DEPT-HIT-IDX)
           END-IF.

      *---------------------------------------------------------------*
      * Processing-calendar plumbing, shared in shape with the batch
      * jobs (see CYCLSTAT). A missing control file is seeded with
      * the system date as the business date.
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

       LOAD-PAY-GL-MAP.
           MOVE 0 TO WS-PGL-ENTRIES
           MOVE "00" TO WS-PGL-STATUS
           OPEN INPUT PAY-GL-MAP-FILE
           IF WS-PGL-STATUS NOT = "00"
               DISPLAY "Payroll GL map not found - seeding defaults"
               PERFORM SEED-DEFAULT-PAY-GL-MAP
               PERFORM WRITE-PAY-GL-MAP-FILE
           ELSE
               PERFORM VARYING WS-PGL-IDX FROM 1 BY 1
                   UNTIL WS-PGL-IDX > 60
                   READ PAY-GL-MAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PGL-ENTRY
                               TO WS-PGL-CODE(WS-PGL-IDX)
                           MOVE PGL-DEPT
                               TO WS-PGL-DEPT(WS-PGL-IDX)
                           MOVE PGL-DEBIT-GL
                               TO WS-PGL-DEBIT-GL(WS-PGL-IDX)
                           MOVE PGL-CREDIT-GL
                               TO WS-PGL-CREDIT-GL(WS-PGL-IDX)
                           MOVE WS-PGL-IDX TO WS-PGL-ENTRIES
                   END-READ
               END-PERFORM
               CLOSE PAY-GL-MAP-FILE
           END-IF
           MOVE "00" TO WS-PGL-STATUS.

      *---------------------------------------------------------------*
      * Default payroll accounts, extending the bank's chart:
      *   51100000 salaries and wages expense
      *   51200000 employer Social Security expense
      *   51300000 employer Medicare expense
      *   21100000 income tax withheld payable
      *   21200000 Social Security payable (employee + employer)
      *   21300000 Medicare payable (employee + employer)
      *   21400000 401k deferrals payable
      *   21500000 health premiums payable
      *   21600000 garnishments payable (to the agencies)
      *   21800000 accrued wages
      *   21900000 net pay clearing
      * Gross wages (W) accrue by department; each withholding
      * (T/S/M/K/H/G) and the net pay (N) relieve the accrual, which
      * nets to zero on a balanced run. Net pay sits in clearing
      * until the deposits settle. The employer's FICA match (E/R)
      * is expensed straight to the tax liabilities.
      *---------------------------------------------------------------*
       SEED-DEFAULT-PAY-GL-MAP.
           MOVE "W" TO WS-PGL-CODE(1)
           MOVE SPACES TO WS-PGL-DEPT(1)
           MOVE 51100000 TO WS-PGL-DEBIT-GL(1)
           MOVE 21800000 TO WS-PGL-CREDIT-GL(1)
           MOVE "E" TO WS-PGL-CODE(2)
           MOVE SPACES TO WS-PGL-DEPT(2)
           MOVE 51200000 TO WS-PGL-DEBIT-GL(2)
           MOVE 21200000 TO WS-PGL-CREDIT-GL(2)
           MOVE "R" TO WS-PGL-CODE(3)
           MOVE SPACES TO WS-PGL-DEPT(3)
           MOVE 51300000 TO WS-PGL-DEBIT-GL(3)
           MOVE 21300000 TO WS-PGL-CREDIT-GL(3)
           MOVE "T" TO WS-PGL-CODE(4)
           MOVE SPACES TO WS-PGL-DEPT(4)
           MOVE 21800000 TO WS-PGL-DEBIT-GL(4)
           MOVE 21100000 TO WS-PGL-CREDIT-GL(4)
           MOVE "S" TO WS-PGL-CODE(5)
           MOVE SPACES TO WS-PGL-DEPT(5)
           MOVE 21800000 TO WS-PGL-DEBIT-GL(5)
           MOVE 21200000 TO WS-PGL-CREDIT-GL(5)
           MOVE "M" TO WS-PGL-CODE(6)
           MOVE SPACES TO WS-PGL-DEPT(6)
           MOVE 21800000 TO WS-PGL-DEBIT-GL(6)
           MOVE 21300000 TO WS-PGL-CREDIT-GL(6)
           MOVE "K" TO WS-PGL-CODE(7)
           MOVE SPACES TO WS-PGL-DEPT(7)
           MOVE 21800000 TO WS-PGL-DEBIT-GL(7)
           MOVE 21400000 TO WS-PGL-CREDIT-GL(7)
           MOVE "H" TO WS-PGL-CODE(8)
           MOVE SPACES TO WS-PGL-DEPT(8)
           MOVE 21800000 TO WS-PGL-DEBIT-GL(8)
           MOVE 21500000 TO WS-PGL-CREDIT-GL(8)
           MOVE "N" TO WS-PGL-CODE(9)
           MOVE SPACES TO WS-PGL-DEPT(9)
           MOVE 21800000 TO WS-PGL-DEBIT-GL(9)
           MOVE 21900000 TO WS-PGL-CREDIT-GL(9)
           MOVE "G" TO WS-PGL-CODE(10)
           MOVE SPACES TO WS-PGL-DEPT(10)
           MOVE 21800000 TO WS-PGL-DEBIT-GL(10)
           MOVE 21600000 TO WS-PGL-CREDIT-GL(10)
           MOVE 10 TO WS-PGL-ENTRIES.

       WRITE-PAY-GL-MAP-FILE.
           OPEN OUTPUT PAY-GL-MAP-FILE
           PERFORM VARYING WS-PGL-IDX FROM 1 BY 1
               UNTIL WS-PGL-IDX > WS-PGL-ENTRIES
               MOVE WS-PGL-CODE(WS-PGL-IDX) TO PGL-ENTRY
               MOVE WS-PGL-DEPT(WS-PGL-IDX) TO PGL-DEPT
               MOVE WS-PGL-DEBIT-GL(WS-PGL-IDX) TO PGL-DEBIT-GL
               MOVE WS-PGL-CREDIT-GL(WS-PGL-IDX) TO PGL-CREDIT-GL
               WRITE PAY-GL-MAP-RECORD
           END-PERFORM
           CLOSE PAY-GL-MAP-FILE.

      *---------------------------------------------------------------*
      * Exact code and department first; a wage row falls back to
      * the blank-department default.
      *---------------------------------------------------------------*
       LOOKUP-PAY-GL-MAP.
           PERFORM SCAN-PAY-GL-MAP
           IF WS-PGL-HIT-IDX = 0
               AND WS-PGL-FIND-DEPT NOT = SPACES
               MOVE SPACES TO WS-PGL-FIND-DEPT
               PERFORM SCAN-PAY-GL-MAP
           END-IF.

       SCAN-PAY-GL-MAP.
           MOVE 0 TO WS-PGL-HIT-IDX
           PERFORM VARYING WS-PGL-IDX FROM 1 BY 1
               UNTIL WS-PGL-IDX > WS-PGL-ENTRIES
                   OR WS-PGL-HIT-IDX > 0
               IF WS-PGL-CODE(WS-PGL-IDX) = WS-PGL-FIND-CODE
                   AND WS-PGL-DEPT(WS-PGL-IDX) = WS-PGL-FIND-DEPT
                   MOVE WS-PGL-IDX TO WS-PGL-HIT-IDX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * One entry per department for wages, then the employer FICA
      * expense, then each withholding and the net pay out of the
      * wage accrual. Zero amounts are not journalled.
      *---------------------------------------------------------------*
       BUILD-PAYROLL-JOURNAL.
           MOVE 0 TO WS-PAYJ-COUNT
           MOVE 0 TO WS-PAYJ-DEBITS
           MOVE 0 TO WS-PAYJ-CREDITS
           MOVE 0 TO WS-PAYJ-UNMAPPED
           MOVE 0 TO WS-PAYJ-TOO-LARGE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE "W" TO WS-PGL-FIND-CODE
               MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-PGL-FIND-DEPT
               MOVE WS-DEPT-GROSS(WS-DEPT-IDX) TO WS-PAYJ-POST-AMT
               MOVE SPACES TO WS-PAYJ-POST-LABEL
               STRING "WAGES " WS-DEPT-CODE(WS-DEPT-IDX)
                   DELIMITED BY SIZE INTO WS-PAYJ-POST-LABEL
               PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           END-PERFORM
           MOVE "E" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-SS-ER TO WS-PAYJ-POST-AMT
           MOVE "SS ER" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           MOVE "R" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-MED-ER TO WS-PAYJ-POST-AMT
           MOVE "MED ER" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           MOVE "T" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-TAX TO WS-PAYJ-POST-AMT
           MOVE "INC TAX WH" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           MOVE "S" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-SS-EE TO WS-PAYJ-POST-AMT
           MOVE "SS EE" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           MOVE "M" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-MED-EE TO WS-PAYJ-POST-AMT
           MOVE "MED EE" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           MOVE "K" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-401K TO WS-PAYJ-POST-AMT
           MOVE "401K" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           MOVE "H" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-PREMIUM TO WS-PAYJ-POST-AMT
           MOVE "HEALTH" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           MOVE "G" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-GARNISH TO WS-PAYJ-POST-AMT
           MOVE "GARNISH" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY
           MOVE "N" TO WS-PGL-FIND-CODE
           MOVE WS-TOTAL-NET TO WS-PAYJ-POST-AMT
           MOVE "NET PAY" TO WS-PAYJ-POST-LABEL
           PERFORM ADD-PAYROLL-JOURNAL-ENTRY.

       ADD-PAYROLL-JOURNAL-ENTRY.
           IF WS-PAYJ-POST-AMT > 0
               IF WS-PGL-FIND-CODE NOT = "W"
                   MOVE SPACES TO WS-PGL-FIND-DEPT
               END-IF
               PERFORM LOOKUP-PAY-GL-MAP
               EVALUATE TRUE
                   WHEN WS-PGL-HIT-IDX = 0
                       ADD 1 TO WS-PAYJ-UNMAPPED
                       DISPLAY "UNMAPPED PAYROLL ENTRY "
                           WS-PGL-FIND-CODE " "
                           WS-PAYJ-POST-LABEL " $" WS-PAYJ-POST-AMT
                   WHEN WS-PAYJ-POST-AMT > 9999999.99
                       OR WS-PAYJ-COUNT >= 70
                       ADD 1 TO WS-PAYJ-TOO-LARGE
                       DISPLAY "PAYROLL ENTRY NOT JOURNALLED "
                           WS-PAYJ-POST-LABEL " $" WS-PAYJ-POST-AMT
                   WHEN OTHER
                       ADD 1 TO WS-PAYJ-COUNT
                       MOVE WS-PGL-DEBIT-GL(WS-PGL-HIT-IDX)
                           TO WS-PAYJ-DEBIT-GL(WS-PAYJ-COUNT)
                       MOVE WS-PGL-CREDIT-GL(WS-PGL-HIT-IDX)
                           TO WS-PAYJ-CREDIT-GL(WS-PAYJ-COUNT)
                       MOVE WS-PAYJ-POST-AMT
                           TO WS-PAYJ-AMOUNT(WS-PAYJ-COUNT)
                       MOVE WS-PAYJ-POST-LABEL
                           TO WS-PAYJ-LABEL(WS-PAYJ-COUNT)
                       ADD WS-PAYJ-POST-AMT TO WS-PAYJ-DEBITS
                       ADD WS-PAYJ-POST-AMT TO WS-PAYJ-CREDITS
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
      * Accounting never receives an out-of-balance payroll: the
      * wage accrual (the account the net-pay entry debits) must
      * net to zero, debits must equal credits, and nothing may
      * have gone unmapped or unjournalled. Otherwise nothing is
      * appended to PAYJRNL.DAT and the run ends with a nonzero
      * return code -- the same rule CHECK-JOURNAL-BALANCE applies
      * in GLEXTRCT. A net pay floored at zero (deductions above
      * gross) leaves the accrual unbalanced and is caught here.
      *---------------------------------------------------------------*
       RELEASE-PAYROLL-JOURNAL.
           MOVE "N" TO WS-PGL-FIND-CODE
           MOVE SPACES TO WS-PGL-FIND-DEPT
           PERFORM LOOKUP-PAY-GL-MAP
           MOVE 0 TO WS-PAYJ-ACCRUAL-GL
           IF WS-PGL-HIT-IDX > 0
               MOVE WS-PGL-DEBIT-GL(WS-PGL-HIT-IDX)
                   TO WS-PAYJ-ACCRUAL-GL
           END-IF
           MOVE 0 TO WS-PAYJ-ACCRUAL-BAL
           PERFORM VARYING WS-PAYJ-IDX FROM 1 BY 1
               UNTIL WS-PAYJ-IDX > WS-PAYJ-COUNT
               IF WS-PAYJ-CREDIT-GL(WS-PAYJ-IDX) = WS-PAYJ-ACCRUAL-GL
                   ADD WS-PAYJ-AMOUNT(WS-PAYJ-IDX)
                       TO WS-PAYJ-ACCRUAL-BAL
               END-IF
               IF WS-PAYJ-DEBIT-GL(WS-PAYJ-IDX) = WS-PAYJ-ACCRUAL-GL
                   SUBTRACT WS-PAYJ-AMOUNT(WS-PAYJ-IDX)
                       FROM WS-PAYJ-ACCRUAL-BAL
               END-IF
           END-PERFORM
           IF WS-PAYJ-DEBITS = WS-PAYJ-CREDITS
               AND WS-PAYJ-ACCRUAL-BAL = 0
               AND WS-PAYJ-UNMAPPED = 0
               AND WS-PAYJ-TOO-LARGE = 0
               AND WS-DEPT-OVERFLOW = 0
               PERFORM APPEND-PAYROLL-JOURNAL
           ELSE
               DISPLAY " "
               DISPLAY "PAYROLL JOURNAL WITHHELD: "
               IF WS-PAYJ-UNMAPPED > 0
                   DISPLAY "  Unmapped payroll entries: "
                       WS-PAYJ-UNMAPPED
               END-IF
               IF WS-PAYJ-TOO-LARGE > 0 OR WS-DEPT-OVERFLOW > 0
                   DISPLAY "  Entries too large or too many to "
                       "journal."
               END-IF
               IF WS-PAYJ-DEBITS NOT = WS-PAYJ-CREDITS
                   OR WS-PAYJ-ACCRUAL-BAL NOT = 0
                   DISPLAY "  Debits do not equal credits - "
                       "wage accrual out by " WS-PAYJ-ACCRUAL-BAL
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

       APPEND-PAYROLL-JOURNAL.
           MOVE "00" TO WS-PAYJ-STATUS
           OPEN EXTEND PAYROLL-JOURNAL-FILE
           IF WS-PAYJ-STATUS = "35"
               MOVE "00" TO WS-PAYJ-STATUS
               OPEN OUTPUT PAYROLL-JOURNAL-FILE
           END-IF
           IF WS-PAYJ-STATUS NOT = "00"
               DISPLAY "Error opening payroll journal: "
                   WS-PAYJ-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PAYJ-IDX FROM 1 BY 1
                   UNTIL WS-PAYJ-IDX > WS-PAYJ-COUNT
                   MOVE WS-JRNL-DATE TO GLJ-DATE
                   MOVE "J" TO GLJ-TYPE
                   MOVE WS-PAYJ-DEBIT-GL(WS-PAYJ-IDX) TO GLJ-DEBIT-GL
                   MOVE WS-PAYJ-CREDIT-GL(WS-PAYJ-IDX)
                       TO GLJ-CREDIT-GL
                   MOVE WS-PAYJ-AMOUNT(WS-PAYJ-IDX) TO GLJ-AMOUNT
                   MOVE WS-PAYJ-LABEL(WS-PAYJ-IDX) TO GLJ-ACCT-ID
                   WRITE JOURNAL-RECORD
               END-PERFORM
               CLOSE PAYROLL-JOURNAL-FILE
               DISPLAY " "
               DISPLAY "Payroll journal balanced - " WS-PAYJ-COUNT
                   " entries dated " WS-JRNL-DATE
                   " appended to PAYJRNL.DAT."
           END-IF.

      *---------------------------------------------------------------*
      * Every check paid lands on the register with its full
      * derivation, so PAYVOID can take exactly this check back out
      * of the YTD and QTD buckets and the money back from the bank.
      *---------------------------------------------------------------*
       WRITE-PAYROLL-REGISTER.
           INITIALIZE PAYROLL-REGISTER-RECORD
           MOVE EMP-ID TO PRG-EMP-ID
           MOVE WS-PAY-DATE TO PRG-PAY-DATE
           MOVE 1 TO PRG-CHECK-SEQ
           MOVE WS-RUN-TYPE TO PRG-RUN-TYPE
           IF WS-RUN-TYPE = "O"
               MOVE WS-OFC-REASON(WS-OFC-HIT-IDX) TO PRG-OFF-REASON
           END-IF
           MOVE "A" TO PRG-STATUS
           MOVE EMP-NAME TO PRG-EMP-NAME
           MOVE EMP-DEPT TO PRG-DEPT
           MOVE WS-GROSS-PAY TO PRG-GROSS
           MOVE WS-401K-CONTRIB TO PRG-401K
           MOVE WS-HEALTH-DEDUCT TO PRG-HEALTH
           MOVE WS-GARNISH-TOTAL TO PRG-GARNISH
           MOVE 0 TO PRG-GARN-COUNT
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
               UNTIL WS-GARN-IDX > WS-GARN-COUNT
               IF WS-GARN-TAKEN(WS-GARN-IDX) > 0
                   ADD 1 TO PRG-GARN-COUNT
                   MOVE WS-GARN-SEQ(WS-GARN-IDX)
                       TO PRG-GARN-SEQ(PRG-GARN-COUNT)
                   MOVE WS-GARN-TAKEN(WS-GARN-IDX)
                       TO PRG-GARN-AMOUNT(PRG-GARN-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-TAX-AMOUNT TO PRG-TAX
           MOVE WS-SS-TAXABLE TO PRG-SS-WAGES
           MOVE WS-SS-TAX-EE TO PRG-SS-EE
           MOVE WS-SS-TAX-ER TO PRG-SS-ER
           MOVE WS-MED-TAX-EE TO PRG-MED-EE
           MOVE WS-MED-TAX-ER TO PRG-MED-ER
           MOVE WS-NET-PAY TO PRG-NET
           MOVE WS-PAY-METHOD TO PRG-PAY-METHOD
           MOVE EMP-BANK-ROUTING TO PRG-BANK-ROUTING
           MOVE EMP-BANK-ACCOUNT TO PRG-BANK-ACCOUNT
           MOVE EMP-ACCOUNT-TYPE TO PRG-ACCOUNT-TYPE
           IF WS-PAY-METHOD = "N"
               MOVE WS-TRACE-NUMBER TO PRG-TRACE-NUMBER
           END-IF
           MOVE "N" TO WS-PREG-DONE-FLAG
           PERFORM WRITE-REGISTER-ROW
               UNTIL WS-PREG-DONE-FLAG = "Y".

       WRITE-REGISTER-ROW.
           WRITE PAYROLL-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO PRG-CHECK-SEQ
                   IF PRG-CHECK-SEQ > 98
                       DISPLAY "ERROR: register check sequence "
                           "exhausted for " EMP-ID
                           " - check not registered"
                       ADD 1 TO WS-ERROR-COUNT
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       MOVE "Y" TO WS-PREG-DONE-FLAG
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-PREG-DONE-FLAG
           END-WRITE.

      *---------------------------------------------------------------*
      * An off-cycle payment for an employee not on the master (or
      * rejected at load) was not made; the scheduler sees RC 4.
      * On a restart the employees skipped as already processed are
      * not re-matched, so only those past the checkpoint count.
      *---------------------------------------------------------------*
       CHECK-OFF-CYCLE-PAID.
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-COUNT
               IF WS-OFC-PAID-FLAG(WS-OFC-IDX) = "N"
                   AND WS-OFC-EMP-ID(WS-OFC-IDX) > WS-CKPT-START-ID
                   ADD 1 TO WS-OFC-REJECTS
                   DISPLAY "OFF-CYCLE " WS-OFC-EMP-ID(WS-OFC-IDX)
                       " NOT PAID - NOT ON EMPLOYEE MASTER"
               END-IF
           END-PERFORM
           IF WS-OFC-REJECTS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * Withhold this employee's active orders, lowest priority
      * number first, each limited by what it is still owed, by its
      * cap on disposable earnings (less what the orders ahead of it
      * already took) and by the net pay left. An order cut short
      * by a cap is marked CAPPED on the stub.
      *---------------------------------------------------------------*
       CALCULATE-GARNISHMENTS.
           MOVE 0 TO WS-GARNISH-TOTAL
           PERFORM LOAD-EMPLOYEE-ORDERS
           IF WS-GARN-COUNT > 0
               COMPUTE WS-DISPOSABLE =
                   WS-GROSS-PAY - WS-TAX-AMOUNT
                   - WS-SS-TAX-EE - WS-MED-TAX-EE
               IF WS-DISPOSABLE < 0
                   MOVE 0 TO WS-DISPOSABLE
               END-IF
               COMPUTE WS-GARN-SUPPORT-CAP =
                   WS-DISPOSABLE * WS-GARN-SUPPORT-PCT
               COMPUTE WS-GARN-OTHER-CAP =
                   WS-DISPOSABLE * WS-GARN-OTHER-PCT
               COMPUTE WS-GARN-LEFT =
                   WS-GROSS-PAY - WS-401K-CONTRIB - WS-TAX-AMOUNT
                   - WS-SS-TAX-EE - WS-MED-TAX-EE
                   - WS-HEALTH-DEDUCT
               IF WS-GARN-LEFT < 0
                   MOVE 0 TO WS-GARN-LEFT
               END-IF
               PERFORM APPLY-NEXT-GARNISHMENT WS-GARN-COUNT TIMES
           END-IF.

       LOAD-EMPLOYEE-ORDERS.
           MOVE 0 TO WS-GARN-COUNT
           INITIALIZE WS-GARN-TABLE
           MOVE "N" TO WS-GARN-EOF-FLAG
           MOVE EMP-ID TO GRN-EMP-ID
           MOVE 0 TO GRN-ORDER-SEQ
           START GARNISHMENT-ORDER-FILE KEY NOT LESS THAN GRN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GARN-EOF-FLAG
           END-START
           PERFORM LOAD-ONE-EMPLOYEE-ORDER
               UNTIL WS-GARN-EOF-FLAG = "Y".

       LOAD-ONE-EMPLOYEE-ORDER.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-GARN-EOF-FLAG
               NOT AT END
                   IF GRN-EMP-ID NOT = EMP-ID
                       MOVE "Y" TO WS-GARN-EOF-FLAG
                   ELSE
                       IF GRN-STATUS = "A"
                           AND (WS-RUN-TYPE = "R" OR GRN-METHOD = "P")
                           PERFORM ADD-EMPLOYEE-ORDER
                       END-IF
                   END-IF
           END-READ.

       ADD-EMPLOYEE-ORDER.
           IF WS-GARN-COUNT >= 10
               ADD 1 TO WS-GARN-SKIPPED
               DISPLAY "WARNING: GARNISHMENT ORDER " GRN-EMP-ID "-"
                   GRN-ORDER-SEQ " NOT WITHHELD - TOO MANY ORDERS"
           ELSE
               ADD 1 TO WS-GARN-COUNT
               MOVE GRN-ORDER-SEQ TO WS-GARN-SEQ(WS-GARN-COUNT)
               MOVE GRN-AGENCY TO WS-GARN-AGENCY(WS-GARN-COUNT)
               MOVE GRN-AGENCY-NAME
                   TO WS-GARN-AGENCY-NAME(WS-GARN-COUNT)
               MOVE GRN-CASE-NUMBER TO WS-GARN-CASE(WS-GARN-COUNT)
               MOVE GRN-ORDER-TYPE TO WS-GARN-TYPE(WS-GARN-COUNT)
               MOVE GRN-PRIORITY TO WS-GARN-PRIORITY(WS-GARN-COUNT)
               MOVE GRN-METHOD TO WS-GARN-METHOD(WS-GARN-COUNT)
               MOVE GRN-AMOUNT TO WS-GARN-RATE-AMT(WS-GARN-COUNT)
               MOVE GRN-PERCENT TO WS-GARN-PERCENT(WS-GARN-COUNT)
               MOVE GRN-TOTAL-OWED TO WS-GARN-OWED(WS-GARN-COUNT)
               MOVE GRN-PAID-TO-DATE TO WS-GARN-PAID(WS-GARN-COUNT)
               MOVE 0 TO WS-GARN-TAKEN(WS-GARN-COUNT)
               MOVE "N" TO WS-GARN-DONE-FLAG(WS-GARN-COUNT)
               MOVE SPACES TO WS-GARN-NOTE(WS-GARN-COUNT)
           END-IF.

      *    Equal priorities go in order-sequence order.
       APPLY-NEXT-GARNISHMENT.
           MOVE 0 TO WS-GARN-PICK-IDX
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
               UNTIL WS-GARN-IDX > WS-GARN-COUNT
               IF WS-GARN-DONE-FLAG(WS-GARN-IDX) = "N"
                   IF WS-GARN-PICK-IDX = 0
                       MOVE WS-GARN-IDX TO WS-GARN-PICK-IDX
                   ELSE
                       IF WS-GARN-PRIORITY(WS-GARN-IDX)
                           < WS-GARN-PRIORITY(WS-GARN-PICK-IDX)
                           MOVE WS-GARN-IDX TO WS-GARN-PICK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-GARN-DONE-FLAG(WS-GARN-PICK-IDX)
           IF WS-GARN-METHOD(WS-GARN-PICK-IDX) = "P"
               COMPUTE WS-GARN-WANT =
                   WS-DISPOSABLE * WS-GARN-PERCENT(WS-GARN-PICK-IDX)
                   / 100
           ELSE
               MOVE WS-GARN-RATE-AMT(WS-GARN-PICK-IDX) TO WS-GARN-WANT
           END-IF
           IF WS-GARN-OWED(WS-GARN-PICK-IDX) > 0
               IF WS-GARN-PAID(WS-GARN-PICK-IDX)
                   >= WS-GARN-OWED(WS-GARN-PICK-IDX)
                   MOVE 0 TO WS-GARN-WANT
               ELSE
                   IF WS-GARN-WANT > WS-GARN-OWED(WS-GARN-PICK-IDX)
                       - WS-GARN-PAID(WS-GARN-PICK-IDX)
                       COMPUTE WS-GARN-WANT =
                           WS-GARN-OWED(WS-GARN-PICK-IDX)
                           - WS-GARN-PAID(WS-GARN-PICK-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-GARN-TYPE(WS-GARN-PICK-IDX) = "S"
               COMPUTE WS-GARN-ROOM =
                   WS-GARN-SUPPORT-CAP - WS-GARNISH-TOTAL
           ELSE
               COMPUTE WS-GARN-ROOM =
                   WS-GARN-OTHER-CAP - WS-GARNISH-TOTAL
           END-IF
           IF WS-GARN-ROOM > WS-GARN-LEFT
               MOVE WS-GARN-LEFT TO WS-GARN-ROOM
           END-IF
           IF WS-GARN-ROOM < 0
               MOVE 0 TO WS-GARN-ROOM
           END-IF
           IF WS-GARN-WANT > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-WANT
               MOVE "CAPPED" TO WS-GARN-NOTE(WS-GARN-PICK-IDX)
           END-IF
           MOVE WS-GARN-WANT TO WS-GARN-TAKEN(WS-GARN-PICK-IDX)
           ADD WS-GARN-WANT TO WS-GARNISH-TOTAL
           SUBTRACT WS-GARN-WANT FROM WS-GARN-LEFT
           IF WS-GARN-OWED(WS-GARN-PICK-IDX) > 0
               AND WS-GARN-PAID(WS-GARN-PICK-IDX) + WS-GARN-WANT
                   >= WS-GARN-OWED(WS-GARN-PICK-IDX)
               MOVE "PAID IN FULL" TO WS-GARN-NOTE(WS-GARN-PICK-IDX)
           END-IF.

      *---------------------------------------------------------------*
      * Committed per employee alongside the YTD totals: each order
      * withheld from gets its paid-to-date advanced (and is closed
      * once the total owed is reached) and a remittance work row.
      *---------------------------------------------------------------*
       UPDATE-GARNISHMENT-ORDERS.
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
               UNTIL WS-GARN-IDX > WS-GARN-COUNT
               IF WS-GARN-TAKEN(WS-GARN-IDX) > 0
                   OR WS-GARN-NOTE(WS-GARN-IDX) = "PAID IN FULL"
                   PERFORM POST-GARNISHMENT-ORDER
               END-IF
           END-PERFORM.

       POST-GARNISHMENT-ORDER.
           MOVE EMP-ID TO GRN-EMP-ID
           MOVE WS-GARN-SEQ(WS-GARN-IDX) TO GRN-ORDER-SEQ
           READ GARNISHMENT-ORDER-FILE
               INVALID KEY
                   DISPLAY "WARNING: GARNISHMENT ORDER " GRN-EMP-ID
                       "-" GRN-ORDER-SEQ " NOT FOUND TO UPDATE"
               NOT INVALID KEY
                   ADD WS-GARN-TAKEN(WS-GARN-IDX) TO GRN-PAID-TO-DATE
                   MOVE WS-PAY-DATE TO GRN-LAST-PAY-DATE
                   IF GRN-TOTAL-OWED > 0
                       AND GRN-PAID-TO-DATE >= GRN-TOTAL-OWED
                       MOVE "P" TO GRN-STATUS
                   END-IF
                   REWRITE GARNISHMENT-ORDER-RECORD
           END-READ
           IF WS-GARN-TAKEN(WS-GARN-IDX) > 0
               MOVE "D" TO GWK-REC-TYPE
               MOVE WS-GARN-AGENCY(WS-GARN-IDX) TO GWK-AGENCY
               MOVE WS-GARN-AGENCY-NAME(WS-GARN-IDX)
                   TO GWK-AGENCY-NAME
               MOVE WS-GARN-CASE(WS-GARN-IDX) TO GWK-CASE-NUMBER
               MOVE EMP-ID TO GWK-EMP-ID
               MOVE EMP-NAME TO GWK-EMP-NAME
               MOVE WS-PAY-DATE TO GWK-PAY-DATE
               MOVE WS-GARN-TAKEN(WS-GARN-IDX) TO GWK-AMOUNT
               WRITE GARNISH-WORK-RECORD
           END-IF.

       WRITE-GARNISH-STUB-LINES.
           MOVE WS-GARN-TAKEN(WS-GARN-IDX) TO WS-STUB-AMT-EDIT
           MOVE SPACES TO WS-STUB-LINE
           STRING "  GARNISHMENT          $" WS-STUB-AMT-EDIT
               " " WS-GARN-AGENCY(WS-GARN-IDX)
               " " WS-GARN-NOTE(WS-GARN-IDX)
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE SPACES TO WS-STUB-LINE
           STRING "    CASE " WS-GARN-CASE(WS-GARN-IDX)
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE.

      *---------------------------------------------------------------*
      * The run's withholding sorted by agency and case: GARNREMT.DAT
      * carries the detail and a payment total per agency for the
      * remittances, PAYGARN.RPT prints the same for review.
      *---------------------------------------------------------------*
       PRODUCE-GARNISH-REMITTANCE.
           CLOSE GARNISH-WORK-FILE
           SORT GARNISH-SORT-FILE
               ON ASCENDING KEY SGR-AGENCY
                               SGR-CASE-NUMBER
                               SGR-EMP-ID
               USING GARNISH-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-GARNISH-REMITTANCE
           IF WS-GARN-SKIPPED > 0
               DISPLAY "Garnishment orders not withheld: "
                   WS-GARN-SKIPPED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-GARNISH-REMITTANCE.
           OPEN OUTPUT GARNISH-REMIT-FILE
           OPEN OUTPUT GARNISH-REPORT-FILE
           MOVE SPACES TO WS-GARN-LINE
           STRING "GARNISHMENT REMITTANCE BY AGENCY - PAY DATE "
               WS-PAY-DATE
               DELIMITED BY SIZE INTO WS-GARN-LINE
           PERFORM WRITE-GARNISH-REPORT-LINE
           MOVE "Y" TO WS-GARN-FIRST-FLAG
           MOVE "N" TO WS-GARN-SORT-EOF
           MOVE 0 TO WS-GARN-ALL-COUNT
           MOVE 0 TO WS-GARN-ALL-TOTAL
           MOVE 0 TO WS-GARN-AGENCIES
           PERFORM RETURN-GARNISH-ROW
               UNTIL WS-GARN-SORT-EOF = "Y"
           IF WS-GARN-FIRST-FLAG = "N"
               PERFORM WRITE-GARNISH-AGENCY-TOTAL
           END-IF
           MOVE SPACES TO WS-GARN-LINE
           PERFORM WRITE-GARNISH-REPORT-LINE
           IF WS-GARN-ALL-COUNT = 0
               MOVE "NO GARNISHMENTS WITHHELD THIS PAYROLL"
                   TO WS-GARN-LINE
               PERFORM WRITE-GARNISH-REPORT-LINE
           END-IF
           MOVE WS-GARN-AGENCIES TO WS-GARN-CNT-EDIT
           MOVE SPACES TO WS-GARN-LINE
           STRING "AGENCIES: " WS-GARN-CNT-EDIT
               DELIMITED BY SIZE INTO WS-GARN-LINE
           PERFORM WRITE-GARNISH-REPORT-LINE
           MOVE WS-GARN-ALL-COUNT TO WS-GARN-CNT-EDIT
           MOVE WS-GARN-ALL-TOTAL TO WS-GARN-TOT-EDIT
           MOVE SPACES TO WS-GARN-LINE
           STRING "ITEMS:    " WS-GARN-CNT-EDIT
               "   TOTAL TO REMIT: $" WS-GARN-TOT-EDIT
               DELIMITED BY SIZE INTO WS-GARN-LINE
           PERFORM WRITE-GARNISH-REPORT-LINE
           CLOSE GARNISH-REPORT-FILE
           CLOSE GARNISH-REMIT-FILE.

       RETURN-GARNISH-ROW.
           RETURN GARNISH-SORT-FILE
               AT END
                   MOVE "Y" TO WS-GARN-SORT-EOF
               NOT AT END
                   IF WS-GARN-FIRST-FLAG = "Y"
                       OR SGR-AGENCY NOT = WS-GARN-BRK-AGENCY
                       IF WS-GARN-FIRST-FLAG = "N"
                           PERFORM WRITE-GARNISH-AGENCY-TOTAL
                       END-IF
                       PERFORM START-GARNISH-AGENCY
                   END-IF
                   PERFORM WRITE-GARNISH-DETAIL
           END-RETURN.

       START-GARNISH-AGENCY.
           MOVE "N" TO WS-GARN-FIRST-FLAG
           MOVE SGR-AGENCY TO WS-GARN-BRK-AGENCY
           MOVE SGR-AGENCY-NAME TO WS-GARN-BRK-NAME
           MOVE 0 TO WS-GARN-AGY-COUNT
           MOVE 0 TO WS-GARN-AGY-TOTAL
           ADD 1 TO WS-GARN-AGENCIES
           MOVE SPACES TO WS-GARN-LINE
           PERFORM WRITE-GARNISH-REPORT-LINE
           MOVE SPACES TO WS-GARN-LINE
           STRING "AGENCY " SGR-AGENCY " " SGR-AGENCY-NAME
               DELIMITED BY SIZE INTO WS-GARN-LINE
           PERFORM WRITE-GARNISH-REPORT-LINE
           MOVE "  CASE NUMBER          EMP-ID NAME" TO WS-GARN-LINE
           MOVE "AMOUNT" TO WS-GARN-LINE(57:6)
           PERFORM WRITE-GARNISH-REPORT-LINE.

       WRITE-GARNISH-DETAIL.
           MOVE GARNISH-SORT-RECORD TO GARNISH-REMIT-DETAIL
           WRITE GARNISH-REMIT-DETAIL
           ADD 1 TO WS-GARN-AGY-COUNT
           ADD SGR-AMOUNT TO WS-GARN-AGY-TOTAL
           ADD 1 TO WS-GARN-ALL-COUNT
           ADD SGR-AMOUNT TO WS-GARN-ALL-TOTAL
           MOVE SGR-AMOUNT TO WS-GARN-AMT-EDIT
           MOVE SPACES TO WS-GARN-LINE
           STRING "  " SGR-CASE-NUMBER " " SGR-EMP-ID " "
               SGR-EMP-NAME(1:20) "  " WS-GARN-AMT-EDIT
               DELIMITED BY SIZE INTO WS-GARN-LINE
           PERFORM WRITE-GARNISH-REPORT-LINE.

       WRITE-GARNISH-AGENCY-TOTAL.
           MOVE SPACES TO GARNISH-REMIT-TOTAL
           MOVE "T" TO RMT-TOT-REC-TYPE
           MOVE WS-GARN-BRK-AGENCY TO RMT-TOT-AGENCY
           MOVE WS-GARN-BRK-NAME TO RMT-TOT-AGENCY-NAME
           MOVE WS-PAY-DATE TO RMT-TOT-PAY-DATE
           MOVE WS-GARN-AGY-COUNT TO RMT-TOT-ITEM-COUNT
           MOVE WS-GARN-AGY-TOTAL TO RMT-TOT-AMOUNT
           WRITE GARNISH-REMIT-TOTAL
           MOVE WS-GARN-AGY-COUNT TO WS-GARN-CNT-EDIT
           MOVE WS-GARN-AGY-TOTAL TO WS-GARN-TOT-EDIT
           MOVE SPACES TO WS-GARN-LINE
           STRING "  AGENCY TOTAL  ITEMS " WS-GARN-CNT-EDIT
               "   REMIT $" WS-GARN-TOT-EDIT
               DELIMITED BY SIZE INTO WS-GARN-LINE
           PERFORM WRITE-GARNISH-REPORT-LINE.

       WRITE-GARNISH-REPORT-LINE.
           MOVE WS-GARN-LINE TO GARNISH-REPORT-LINE
           WRITE GARNISH-REPORT-LINE.
