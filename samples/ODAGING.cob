      *================================================================*
      * ODAGING: Nightly overdrawn-account aging and charge-off run.
      * Companion batch job to BANKACCT, run after BATCHPST. Reads
      * every open deposit account on CUSTOMERS.DAT and keeps one
      * aging row per overdrawn account in ODAGE.DAT (see ODAGEREC)
      * counting the consecutive days it has been negative. At the
      * notice day counts configured in ODPARM.DAT (10 and 30 days
      * by default) an overdraft notice letter is printed to
      * ODNOTICE.RPT, addressed to the owning customer on
      * CUSTMAST.DAT. At the charge-off day count the account is
      * frozen (type Z) and the negative balance is charged off to
      * zero with a type G row, which GLEXTRCT books to the loan-
      * loss allowance; the owner is sent a charge-off notice.
      * Deposits later made to a charged-off account are swept
      * back against the loss as type K recovery rows until the
      * charge-off is recovered in full. An account brought back
      * to zero or better before the charge-off is cured and its
      * aging row dropped. Every action lands on the aging
      * register (ODAGING.RPT) for the morning operator.
      * No ACCEPT statements: runnable in the overnight window with
      * no operator present.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.
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
           SELECT OD-AGING-FILE ASSIGN TO "ODAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODA-ACCT-ID
               FILE STATUS IS WS-AGE-STATUS.
           SELECT OD-PARM-FILE
               ASSIGN TO "ODPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO "ODNOTICE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO "ODAGING.RPT"
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

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  OD-AGING-FILE.
           COPY ODAGEREC.

      *---------------------------------------------------------------*
      * Aging thresholds: up to three notice day counts, in rising
      * order (zero = not used), and the day count at which the
      * account is frozen and charged off (zero = never).
      *---------------------------------------------------------------*
       FD  OD-PARM-FILE.
       01  OD-PARM-RECORD.
           05  OP-NOTICE-DAYS     PIC 9(3) OCCURS 3 TIMES.
           05  OP-CHARGEOFF-DAYS  PIC 9(3).

       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  NOTICE-FILE.
       01  NOTICE-LINE            PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-LINE          PIC X(100).

       FD  HISTORY-FILE.
           COPY TRNHIST.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE "00".
       01  WS-MAST-STATUS        PIC XX VALUE "00".
       01  WS-AGE-STATUS         PIC XX VALUE "00".
       01  WS-PARM-STATUS        PIC XX VALUE "00".
       01  WS-HOLD-FILE-STATUS   PIC XX VALUE "00".
       01  WS-HIST-STATUS        PIC XX VALUE "00".
       01  WS-HIST-DONE-FLAG     PIC X VALUE "N".
       01  WS-EOF-FLAG           PIC X VALUE "N".
       01  WS-MAST-OPEN-FLAG     PIC X VALUE "N".
       01  WS-AGE-FOUND-FLAG     PIC X VALUE "N".
       01  WS-ADDR-OK-FLAG       PIC X VALUE "N".
       01  WS-FROZE-FLAG         PIC X VALUE "N".
       01  WS-ACTION             PIC X(26) VALUE SPACES.

       01  WS-AGING-PARMS.
           05  WS-NOTICE-DAYS    PIC 9(3) OCCURS 3 TIMES.
           05  WS-CHARGEOFF-DAYS PIC 9(3) VALUE 0.
           05  WS-PARM-IDX       PIC 9(1) VALUE 0.
           05  WS-NOTICE-LEVELS  PIC 9(1) VALUE 0.

      *---------------------------------------------------------------*
      * Processing-calendar control (CYCLCTL.DAT): accounts are aged
      * once per business date, after BATCHPST has posted that
      * night's deposits (a covering deposit still in PENDTRAN.DAT
      * must not be aged as a missed day, or worse, charged off).
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

      *---------------------------------------------------------------*
      * Day-number work fields, same routine as LOANBTCH: a
      * YYYY/MM/DD date is turned into a running count of days so
      * two dates can be subtracted.
      *---------------------------------------------------------------*
       01  WS-DAYNUM-FIELDS.
           05  WS-DN-DATE        PIC X(10) VALUE SPACES.
           05  WS-DN-YEAR        PIC 9(4) VALUE 0.
           05  WS-DN-MONTH       PIC 9(2) VALUE 0.
           05  WS-DN-DAY         PIC 9(2) VALUE 0.
           05  WS-DN-LEAP-YEAR   PIC 9(4) VALUE 0.
           05  WS-DN-QUOTIENT    PIC 9(6) VALUE 0.
           05  WS-DN-RESULT      PIC 9(7) VALUE 0.
           05  WS-BUS-DAYNUM     PIC 9(7) VALUE 0.
       01  WS-MONTH-START-VALUES.
           05  FILLER            PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
           05  WS-MONTH-START    PIC 9(3) OCCURS 12 TIMES.

       01  WS-AGING-FIELDS.
           05  WS-BALANCE-BEFORE PIC S9(7)V99 VALUE 0.
           05  WS-NOTICE-DUE     PIC 9(1) VALUE 0.
           05  WS-LETTER-KIND    PIC 9(1) VALUE 0.
           05  WS-CHARGEOFF-AMT  PIC 9(7)V99 VALUE 0.
           05  WS-RECOVERY-DUE   PIC 9(7)V99 VALUE 0.
           05  WS-RECOVERY-AMT   PIC 9(7)V99 VALUE 0.
           05  WS-ACTION-AMT     PIC 9(7)V99 VALUE 0.

       01  WS-HOLD-FIELDS.
           05  WS-HOLD-ACCT-ID   PIC X(10) VALUE SPACES.
           05  WS-HOLD-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-AVAIL-BALANCE  PIC S9(9)V99 VALUE 0.
           05  WS-HOLD-EOF-FLAG  PIC X VALUE "N".

       01  WS-LETTER-FIELDS.
           05  WS-LTR-CITY-LINE  PIC X(40) VALUE SPACES.
           05  WS-LTR-HEADING    PIC X(40) VALUE SPACES.
           05  WS-LTR-DAYS-EDIT  PIC ZZZ9.
           05  WS-LTR-CO-EDIT    PIC ZZ9.
           05  WS-LTR-AMT-EDIT   PIC Z,ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-READ-COUNT     PIC 9(5) VALUE 0.
           05  WS-OVERDRAWN-COUNT PIC 9(5) VALUE 0.
           05  WS-NEW-COUNT      PIC 9(5) VALUE 0.
           05  WS-NOTICE-COUNT   PIC 9(5) VALUE 0.
           05  WS-NO-ADDR-COUNT  PIC 9(5) VALUE 0.
           05  WS-CHARGEOFF-COUNT PIC 9(5) VALUE 0.
           05  WS-CURED-COUNT    PIC 9(5) VALUE 0.
           05  WS-RECOVERY-COUNT PIC 9(5) VALUE 0.
           05  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-OVERDRAWN PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-CHARGEOFF PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-RECOVERED PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(100) VALUE SPACES.
           05  WS-COUNT-EDIT     PIC ZZZZ9.
           05  WS-DAYS-EDIT      PIC ZZZ9.
           05  WS-BALANCE-EDIT   PIC -ZZZZZZ9.99.
           05  WS-AMOUNT-EDIT    PIC ZZZZZZ9.99.
           05  WS-TOTAL-EDIT     PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================="
           DISPLAY "  OVERDRAWN ACCOUNT AGING RUN"
           DISPLAY "=================================="
           PERFORM GET-CURRENT-DATETIME
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM CHECK-CYCLE-PERMIT
           IF WS-CTL-OK-FLAG = "Y"
               PERFORM RUN-AGING-CYCLE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * The aging file is created on first use. A notice that could
      * not be addressed (no owner on the customer master) is left
      * unsent and retried the next night; the run ends RC 4 so the
      * morning operator attaches the customer.
      *---------------------------------------------------------------*
       RUN-AGING-CYCLE.
           PERFORM LOAD-AGING-PARAMS
           MOVE "00" TO WS-FILE-STATUS
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: "
                   WS-FILE-STATUS
           ELSE
               PERFORM OPEN-AGING-FILE
               IF WS-AGE-STATUS NOT = "00"
                   DISPLAY "Error opening overdraft aging file: "
                       WS-AGE-STATUS
                   CLOSE CUSTOMER-FILE
               ELSE
                   MOVE "00" TO WS-MAST-STATUS
                   OPEN INPUT CUSTOMER-MASTER-FILE
                   IF WS-MAST-STATUS = "00"
                       MOVE "Y" TO WS-MAST-OPEN-FLAG
                   END-IF
                   MOVE WS-BUS-DATE TO WS-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   MOVE WS-DN-RESULT TO WS-BUS-DAYNUM
                   OPEN EXTEND TRANSACTION-FILE
                   OPEN OUTPUT NOTICE-FILE
                   OPEN OUTPUT REGISTER-FILE
                   PERFORM WRITE-REGISTER-HEADER
                   PERFORM AGE-ONE-ACCOUNT
                       UNTIL WS-EOF-FLAG = "Y"
                   PERFORM WRITE-REGISTER-TOTALS
                   CLOSE REGISTER-FILE
                   CLOSE NOTICE-FILE
                   CLOSE TRANSACTION-FILE
                   IF WS-MAST-OPEN-FLAG = "Y"
                       CLOSE CUSTOMER-MASTER-FILE
                   END-IF
                   CLOSE OD-AGING-FILE
                   CLOSE CUSTOMER-FILE
                   PERFORM STAMP-CYCLE-COMPLETE
                   IF WS-NO-ADDR-COUNT > 0
                       OR WS-EXCEPTION-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       OPEN-AGING-FILE.
           MOVE "00" TO WS-AGE-STATUS
           OPEN I-O OD-AGING-FILE
           IF WS-AGE-STATUS = "35"
               OPEN OUTPUT OD-AGING-FILE
               CLOSE OD-AGING-FILE
               MOVE "00" TO WS-AGE-STATUS
               OPEN I-O OD-AGING-FILE
           END-IF.

      *---------------------------------------------------------------*
      * Aging and charge-off change balances, so the run refuses a
      * second pass for the same business date and will not run
      * ahead of BATCHPST.
      *---------------------------------------------------------------*
       CHECK-CYCLE-PERMIT.
           MOVE "Y" TO WS-CTL-OK-FLAG
           MOVE "ODAGING" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               AND WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
               AND WS-CTL-PERIOD(WS-CTL-HIT-IDX) = WS-BUS-DATE
               DISPLAY "ODAGING already complete for business "
                   "date " WS-BUS-DATE " - run refused."
               MOVE "N" TO WS-CTL-OK-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CTL-OK-FLAG = "Y"
               MOVE "BATCHPST" TO WS-CTL-FIND-NAME
               PERFORM FIND-CYCLE-JOB
               IF WS-CTL-HIT-IDX = 0
                   OR WS-CTL-JSTATUS(WS-CTL-HIT-IDX) NOT = "C"
                   OR WS-CTL-PERIOD(WS-CTL-HIT-IDX)
                       NOT = WS-BUS-DATE
                   DISPLAY "BATCHPST has not completed for "
                       "business date " WS-BUS-DATE
                       " - run refused."
                   MOVE "N" TO WS-CTL-OK-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       STAMP-CYCLE-COMPLETE.
           MOVE "ODAGING" TO WS-CTL-FIND-NAME
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

       LOAD-AGING-PARAMS.
           MOVE "00" TO WS-PARM-STATUS
           OPEN INPUT OD-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               PERFORM SEED-DEFAULT-AGING-PARAMS
               PERFORM WRITE-AGING-PARM-FILE
           ELSE
               READ OD-PARM-FILE
                   AT END
                       PERFORM SEED-DEFAULT-AGING-PARAMS
                   NOT AT END
                       PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                           UNTIL WS-PARM-IDX > 3
                           MOVE OP-NOTICE-DAYS(WS-PARM-IDX)
                               TO WS-NOTICE-DAYS(WS-PARM-IDX)
                       END-PERFORM
                       MOVE OP-CHARGEOFF-DAYS TO WS-CHARGEOFF-DAYS
               END-READ
               CLOSE OD-PARM-FILE
           END-IF
           MOVE 0 TO WS-NOTICE-LEVELS
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 3
               IF WS-NOTICE-DAYS(WS-PARM-IDX) > 0
                   MOVE WS-PARM-IDX TO WS-NOTICE-LEVELS
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PARM-STATUS.

       SEED-DEFAULT-AGING-PARAMS.
           MOVE 10 TO WS-NOTICE-DAYS(1)
           MOVE 30 TO WS-NOTICE-DAYS(2)
           MOVE 0 TO WS-NOTICE-DAYS(3)
           MOVE 60 TO WS-CHARGEOFF-DAYS.

       WRITE-AGING-PARM-FILE.
           OPEN OUTPUT OD-PARM-FILE
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 3
               MOVE WS-NOTICE-DAYS(WS-PARM-IDX)
                   TO OP-NOTICE-DAYS(WS-PARM-IDX)
           END-PERFORM
           MOVE WS-CHARGEOFF-DAYS TO OP-CHARGEOFF-DAYS
           WRITE OD-PARM-RECORD
           CLOSE OD-PARM-FILE.

      *---------------------------------------------------------------*
      * Every open savings and checking account is looked at;
      * closed accounts cannot carry a balance and loans carry the
      * principal owed, not a deposit balance.
      *---------------------------------------------------------------*
       AGE-ONE-ACCOUNT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF ACCT-STATUS NOT = "C"
                       AND ACCT-TYPE NOT = "L"
                       ADD 1 TO WS-READ-COUNT
                       PERFORM REVIEW-ONE-ACCOUNT
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * No aging row (or a charge-off already recovered in full):
      * a negative balance starts a new run. An aging row is aged
      * further while the account stays negative and dropped once
      * it is not. A charged-off row only looks for recoveries.
      *---------------------------------------------------------------*
       REVIEW-ONE-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           MOVE 0 TO WS-ACTION-AMT
           MOVE ACCT-ID TO ODA-ACCT-ID
           MOVE "Y" TO WS-AGE-FOUND-FLAG
           READ OD-AGING-FILE
               INVALID KEY
                   MOVE "N" TO WS-AGE-FOUND-FLAG
           END-READ
           IF WS-AGE-FOUND-FLAG = "N" OR ODA-STATUS = "R"
               IF ACCT-BALANCE < 0
                   PERFORM START-AGING-RUN
                   PERFORM AGE-NEGATIVE-ACCOUNT
               END-IF
           ELSE
               IF ODA-STATUS = "W"
                   PERFORM REVIEW-CHARGED-OFF
               ELSE
                   IF ACCT-BALANCE < 0
                       PERFORM AGE-NEGATIVE-ACCOUNT
                   ELSE
                       PERFORM CURE-AGING-RUN
                   END-IF
               END-IF
           END-IF.

       START-AGING-RUN.
           MOVE ACCT-ID TO ODA-ACCT-ID
           MOVE "A" TO ODA-STATUS
           MOVE WS-BUS-DATE TO ODA-FIRST-NEG-DATE
           MOVE 0 TO ODA-DAYS-NEG
           MOVE SPACES TO ODA-LAST-RUN-DATE
           MOVE 0 TO ODA-NOTICE-LEVEL
           MOVE SPACES TO ODA-NOTICE-DATE
           MOVE 0 TO ODA-CHARGEOFF-AMT
           MOVE SPACES TO ODA-CHARGEOFF-DATE
           MOVE 0 TO ODA-RECOVERED
           MOVE SPACES TO ODA-LAST-RECOV-DATE
           ADD 1 TO WS-NEW-COUNT.

      *---------------------------------------------------------------*
      * Days negative run from the first negative business date,
      * that day included. The highest notice level whose day
      * count has been reached is mailed once; a run that skipped
      * a level (a missed night) sends only the later notice. At
      * the charge-off day count no further notice is sent: the
      * charge-off notice replaces it.
      *---------------------------------------------------------------*
       AGE-NEGATIVE-ACCOUNT.
           ADD 1 TO WS-OVERDRAWN-COUNT
           COMPUTE WS-TOTAL-OVERDRAWN =
               WS-TOTAL-OVERDRAWN - ACCT-BALANCE
           MOVE ODA-FIRST-NEG-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           IF WS-DN-RESULT > WS-BUS-DAYNUM
               MOVE WS-BUS-DATE TO ODA-FIRST-NEG-DATE
               MOVE WS-BUS-DAYNUM TO WS-DN-RESULT
           END-IF
           COMPUTE ODA-DAYS-NEG =
               WS-BUS-DAYNUM - WS-DN-RESULT + 1
           MOVE WS-BUS-DATE TO ODA-LAST-RUN-DATE
           IF ODA-DAYS-NEG = 1
               MOVE "NEWLY OVERDRAWN" TO WS-ACTION
           ELSE
               MOVE "AGING" TO WS-ACTION
           END-IF
           MOVE 0 TO WS-NOTICE-DUE
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 3
               IF WS-NOTICE-DAYS(WS-PARM-IDX) > 0
                   AND ODA-DAYS-NEG >= WS-NOTICE-DAYS(WS-PARM-IDX)
                   MOVE WS-PARM-IDX TO WS-NOTICE-DUE
               END-IF
           END-PERFORM
           IF WS-CHARGEOFF-DAYS > 0
               AND ODA-DAYS-NEG >= WS-CHARGEOFF-DAYS
               PERFORM CHARGE-OFF-ACCOUNT
           ELSE
               IF WS-NOTICE-DUE > ODA-NOTICE-LEVEL
                   PERFORM MAIL-OVERDRAFT-NOTICE
               END-IF
           END-IF
           PERFORM SAVE-AGING-ROW
           PERFORM WRITE-REGISTER-DETAIL.

       MAIL-OVERDRAFT-NOTICE.
           PERFORM LOOKUP-MAILING-ADDRESS
           MOVE SPACES TO WS-ACTION
           IF WS-ADDR-OK-FLAG = "Y"
               MOVE WS-NOTICE-DUE TO WS-LETTER-KIND
               PERFORM PRINT-NOTICE-LETTER
               MOVE WS-NOTICE-DUE TO ODA-NOTICE-LEVEL
               MOVE WS-BUS-DATE TO ODA-NOTICE-DATE
               ADD 1 TO WS-NOTICE-COUNT
               STRING "NOTICE " WS-NOTICE-DUE " MAILED"
                   DELIMITED BY SIZE INTO WS-ACTION
           ELSE
               ADD 1 TO WS-NO-ADDR-COUNT
               STRING "NOTICE " WS-NOTICE-DUE " - NO ADDRESS"
                   DELIMITED BY SIZE INTO WS-ACTION
           END-IF.

      *---------------------------------------------------------------*
      * Charge-off: the negative balance is written off to zero
      * with a type G credit and the account is frozen so no new
      * debits can reopen the loss. The charge-off goes ahead even
      * when the owner cannot be addressed.
      *---------------------------------------------------------------*
       CHARGE-OFF-ACCOUNT.
           COMPUTE WS-CHARGEOFF-AMT = 0 - ACCT-BALANCE
           MOVE 0 TO ACCT-BALANCE
           MOVE "N" TO WS-FROZE-FLAG
           IF ACCT-STATUS = "A"
               MOVE "F" TO ACCT-STATUS
               MOVE "Y" TO WS-FROZE-FLAG
           END-IF
           REWRITE CUSTOMER-RECORD
           PERFORM LOG-TRANSACTION-CHARGEOFF
           IF WS-FROZE-FLAG = "Y"
               PERFORM LOG-TRANSACTION-FREEZE
           END-IF
           MOVE "W" TO ODA-STATUS
           MOVE WS-CHARGEOFF-AMT TO ODA-CHARGEOFF-AMT
           MOVE WS-BUS-DATE TO ODA-CHARGEOFF-DATE
           MOVE 0 TO ODA-RECOVERED
           MOVE WS-CHARGEOFF-AMT TO WS-ACTION-AMT
           ADD 1 TO WS-CHARGEOFF-COUNT
           ADD WS-CHARGEOFF-AMT TO WS-TOTAL-CHARGEOFF
           PERFORM LOOKUP-MAILING-ADDRESS
           IF WS-ADDR-OK-FLAG = "Y"
               MOVE 9 TO WS-LETTER-KIND
               PERFORM PRINT-NOTICE-LETTER
               MOVE WS-BUS-DATE TO ODA-NOTICE-DATE
               ADD 1 TO WS-NOTICE-COUNT
               MOVE "CHARGED OFF - NOTICE MAILED" TO WS-ACTION
           ELSE
               ADD 1 TO WS-NO-ADDR-COUNT
               MOVE "CHARGED OFF - NO ADDRESS" TO WS-ACTION
           END-IF.

       SAVE-AGING-ROW.
           IF WS-AGE-FOUND-FLAG = "Y"
               REWRITE OVERDRAFT-AGING-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting aging row "
                           ODA-ACCT-ID
               END-REWRITE
           ELSE
               WRITE OVERDRAFT-AGING-RECORD
                   INVALID KEY
                       DISPLAY "Error writing: "
                           "duplicate aging row " ODA-ACCT-ID
               END-WRITE
           END-IF.

       CURE-AGING-RUN.
           ADD 1 TO WS-CURED-COUNT
           MOVE "CURED" TO WS-ACTION
           PERFORM WRITE-REGISTER-DETAIL
           DELETE OD-AGING-FILE RECORD
               INVALID KEY
                   DISPLAY "Error deleting aging row "
                       ODA-ACCT-ID
           END-DELETE.

      *---------------------------------------------------------------*
      * Recovery: whatever the charged-off account now holds, less
      * funds still on deposit hold, is swept back against the loss
      * with a type K debit, up to the amount still unrecovered. A
      * charged-off account found negative again is left for the
      * operator: it should have been frozen.
      *---------------------------------------------------------------*
       REVIEW-CHARGED-OFF.
           IF ACCT-BALANCE < 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "NEGATIVE AFTER CHARGE-OFF" TO WS-ACTION
               PERFORM WRITE-REGISTER-DETAIL
           ELSE
               IF ACCT-BALANCE > 0
                   PERFORM SWEEP-RECOVERY
               END-IF
           END-IF.

       SWEEP-RECOVERY.
           MOVE ACCT-ID TO WS-HOLD-ACCT-ID
           PERFORM SUM-ACCOUNT-HOLDS
           COMPUTE WS-AVAIL-BALANCE =
               ACCT-BALANCE - WS-HOLD-TOTAL
           COMPUTE WS-RECOVERY-DUE =
               ODA-CHARGEOFF-AMT - ODA-RECOVERED
           IF WS-AVAIL-BALANCE > 0 AND WS-RECOVERY-DUE > 0
               IF WS-AVAIL-BALANCE < WS-RECOVERY-DUE
                   MOVE WS-AVAIL-BALANCE TO WS-RECOVERY-AMT
               ELSE
                   MOVE WS-RECOVERY-DUE TO WS-RECOVERY-AMT
               END-IF
               SUBTRACT WS-RECOVERY-AMT FROM ACCT-BALANCE
               REWRITE CUSTOMER-RECORD
               PERFORM LOG-TRANSACTION-RECOVERY
               ADD WS-RECOVERY-AMT TO ODA-RECOVERED
               MOVE WS-BUS-DATE TO ODA-LAST-RECOV-DATE
               MOVE WS-BUS-DATE TO ODA-LAST-RUN-DATE
               IF ODA-RECOVERED >= ODA-CHARGEOFF-AMT
                   MOVE "R" TO ODA-STATUS
                   MOVE "RECOVERED IN FULL" TO WS-ACTION
               ELSE
                   MOVE "RECOVERY" TO WS-ACTION
               END-IF
               PERFORM SAVE-AGING-ROW
               MOVE WS-RECOVERY-AMT TO WS-ACTION-AMT
               ADD 1 TO WS-RECOVERY-COUNT
               ADD WS-RECOVERY-AMT TO WS-TOTAL-RECOVERED
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

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
      * Notices go to the owning customer's mailing address. An
      * account not yet attached to a customer, or whose customer
      * is missing from the master, cannot be addressed.
      *---------------------------------------------------------------*
       LOOKUP-MAILING-ADDRESS.
           MOVE "N" TO WS-ADDR-OK-FLAG
           IF WS-MAST-OPEN-FLAG = "Y"
               AND ACCT-CUST-NO NOT = SPACES
               MOVE ACCT-CUST-NO TO CUST-NO
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ADDR-OK-FLAG
                   NOT INVALID KEY
                       IF CUST-ADDR-LINE-1 NOT = SPACES
                           MOVE "Y" TO WS-ADDR-OK-FLAG
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      * One letter per notice, letter kind 1-3 for the overdraft
      * notices (the last configured level is the final notice) and
      * 9 for the charge-off notice. Letters are separated by a
      * rule line for the mail room to burst.
      *---------------------------------------------------------------*
       PRINT-NOTICE-LETTER.
           MOVE SPACES TO WS-LTR-HEADING
           IF WS-LETTER-KIND = 9
               MOVE "NOTICE OF ACCOUNT CHARGE-OFF"
                   TO WS-LTR-HEADING
           ELSE
               IF WS-LETTER-KIND >= WS-NOTICE-LEVELS
                   MOVE "FINAL OVERDRAFT NOTICE" TO WS-LTR-HEADING
               ELSE
                   MOVE "OVERDRAFT NOTICE" TO WS-LTR-HEADING
               END-IF
           END-IF
           MOVE ODA-DAYS-NEG TO WS-LTR-DAYS-EDIT
           MOVE WS-CHARGEOFF-DAYS TO WS-LTR-CO-EDIT
           COMPUTE WS-LTR-AMT-EDIT = 0 - WS-BALANCE-BEFORE
           MOVE SPACES TO WS-LINE-OUT
           STRING WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE CUST-NAME TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE CUST-ADDR-LINE-1 TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO WS-LINE-OUT
               PERFORM WRITE-NOTICE-LINE
           END-IF
           MOVE SPACES TO WS-LTR-CITY-LINE
           STRING CUST-CITY DELIMITED BY "  "
               ", " CUST-STATE "  " CUST-ZIP
               DELIMITED BY SIZE INTO WS-LTR-CITY-LINE
           MOVE WS-LTR-CITY-LINE TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-LTR-HEADING TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "ACCOUNT: " ACCT-ID "  " ACCT-NAME
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           IF WS-LETTER-KIND = 9
               PERFORM PRINT-CHARGEOFF-BODY
           ELSE
               PERFORM PRINT-OVERDRAFT-BODY
           END-IF
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE "Customer Service" TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE ALL "-" TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE.

       PRINT-OVERDRAFT-BODY.
           MOVE SPACES TO WS-LINE-OUT
           STRING "Your account has been overdrawn for "
               WS-LTR-DAYS-EDIT " consecutive days."
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "The overdrawn balance is $" WS-LTR-AMT-EDIT
               ". Please deposit funds to bring the"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE "account to a positive balance." TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           IF WS-CHARGEOFF-DAYS > 0
               MOVE SPACES TO WS-LINE-OUT
               PERFORM WRITE-NOTICE-LINE
               MOVE SPACES TO WS-LINE-OUT
               STRING "If the account is still overdrawn after "
                   WS-LTR-CO-EDIT " days it will be frozen"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-NOTICE-LINE
               MOVE "and the overdrawn balance charged off."
                   TO WS-LINE-OUT
               PERFORM WRITE-NOTICE-LINE
           END-IF.

       PRINT-CHARGEOFF-BODY.
           MOVE SPACES TO WS-LINE-OUT
           STRING "Your account has been overdrawn for "
               WS-LTR-DAYS-EDIT " consecutive days and"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "has been frozen. The overdrawn balance of $"
               WS-LTR-AMT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE "has been charged off as a loss. You remain liable"
               TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE "for this amount; deposits made to the account"
               TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE
           MOVE "will be applied to it until it is repaid."
               TO WS-LINE-OUT
           PERFORM WRITE-NOTICE-LINE.

       WRITE-NOTICE-LINE.
           MOVE WS-LINE-OUT TO NOTICE-LINE
           WRITE NOTICE-LINE.

      *---------------------------------------------------------------*
      * Charge-off (G) credits the account back to zero; recovery
      * (K) debits what was swept. The counterparty field carries
      * the charge-off date so the monthly report can tie each
      * recovery back to its loss.
      *---------------------------------------------------------------*
       LOG-TRANSACTION-CHARGEOFF.
           MOVE ACCT-ID TO TRANS-ACCT-ID
           MOVE "G" TO TRANS-TYPE
           MOVE WS-CHARGEOFF-AMT TO TRANS-AMOUNT
           MOVE WS-BUS-DATE TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR.

       LOG-TRANSACTION-RECOVERY.
           MOVE ACCT-ID TO TRANS-ACCT-ID
           MOVE "K" TO TRANS-TYPE
           MOVE WS-RECOVERY-AMT TO TRANS-AMOUNT
           MOVE WS-BUS-DATE TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE ODA-CHARGEOFF-DATE TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR.

       LOG-TRANSACTION-FREEZE.
           MOVE ACCT-ID TO TRANS-ACCT-ID
           MOVE "Z" TO TRANS-TYPE
           MOVE 0 TO TRANS-AMOUNT
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

      *---------------------------------------------------------------*
      * Turn WS-DN-DATE (YYYY/MM/DD) into a day count. January and
      * February count leap days through the prior year, so the
      * current year's 29 February is only added from March on.
      *---------------------------------------------------------------*
       COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DATE(1:4) TO WS-DN-YEAR
           MOVE WS-DN-DATE(6:2) TO WS-DN-MONTH
           MOVE WS-DN-DATE(9:2) TO WS-DN-DAY
           IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
               MOVE 1 TO WS-DN-MONTH
           END-IF
           MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-LEAP-YEAR
           END-IF
           COMPUTE WS-DN-RESULT = WS-DN-YEAR * 365
               + WS-MONTH-START(WS-DN-MONTH) + WS-DN-DAY
           DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-RESULT
           DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-QUOTIENT
           SUBTRACT WS-DN-QUOTIENT FROM WS-DN-RESULT
           DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-RESULT.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           STRING "OVERDRAWN ACCOUNT AGING REGISTER  BUSINESS DATE "
               WS-BUS-DATE "  RUN " WS-DATE-STRING " "
               WS-TIME-STRING
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "ACCOUNT    CUST NO       BALANCE  DAYS"
               "      AMOUNT  ACTION"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-DETAIL.
           MOVE WS-BALANCE-BEFORE TO WS-BALANCE-EDIT
           MOVE ODA-DAYS-NEG TO WS-DAYS-EDIT
           MOVE WS-ACTION-AMT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING ACCT-ID " " ACCT-CUST-NO " " WS-BALANCE-EDIT
               "  " WS-DAYS-EDIT "  " WS-AMOUNT-EDIT "  "
               WS-ACTION
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "ACCOUNTS REVIEWED:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-OVERDRAWN-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-OVERDRAWN TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "OVERDRAWN AGING:    " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  NEWLY OVERDRAWN:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-NOTICE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "NOTICES MAILED:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-NO-ADDR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "NOTICES UNADDRESSED:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-CHARGEOFF-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-CHARGEOFF TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CHARGED OFF:        " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-RECOVERY-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-RECOVERED TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "RECOVERIES:         " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-CURED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CURED:              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "EXCEPTIONS:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REGISTER-LINE
           DISPLAY " "
           DISPLAY "Register written to ODAGING.RPT"
           DISPLAY "Notices written to ODNOTICE.RPT".

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
