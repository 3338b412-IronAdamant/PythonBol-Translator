      *================================================================*
      * LOANBTCH: Nightly installment-loan delinquency run.
      * Companion batch job to BANKACCT. Reads every active loan on
      * LOANMAST.DAT (the terms file BANKACCT books under option 14)
      * and ages it against the business date: days past due are
      * counted from the oldest unpaid installment's due date, the
      * loan is placed in a delinquency bucket (current, 1-29, 30,
      * 60, 90+), and each installment on AMORTSCH.DAT that is late
      * beyond the grace period accrues one late fee to LN-FEES-DUE.
      * Fees are collected (type L) ahead of interest and principal
      * when the next payment is taken by BANKACCT or BATCHPST. Grace
      * days and the fee schedule live in LOANPARM.DAT. Every past-due
      * loan lands on the delinquency report (LOANDLQ.RPT) with the
      * borrower's name from CUSTMAST.DAT and bucket totals.
      * No ACCEPT statements: runnable in the overnight window with
      * no operator present.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBTCH.
       AUTHOR. BANKING-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-MAST-STATUS.
           SELECT AMORT-SCHEDULE-FILE ASSIGN TO "AMORTSCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT LOAN-PARM-FILE
               ASSIGN TO "LOANPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "LOANDLQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  AMORT-SCHEDULE-FILE.
           COPY AMORTREC.

       FD  LOAN-PARM-FILE.
       01  LOAN-PARM-RECORD.
           05  LP-GRACE-DAYS      PIC 9(3).
           05  LP-LATE-FEE        PIC 9(5)V99.
           05  LP-FEE-PCT         PIC 9V999.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC XX VALUE "00".
       01  WS-MAST-STATUS        PIC XX VALUE "00".
       01  WS-PARM-STATUS        PIC XX VALUE "00".
       01  WS-EOF-FLAG           PIC X VALUE "N".
       01  WS-MAST-OPEN-FLAG     PIC X VALUE "N".
       01  WS-AMORT-STATUS       PIC XX VALUE "00".
       01  WS-AMORT-OPEN-FLAG    PIC X VALUE "N".
       01  WS-AMORT-EOF-FLAG     PIC X VALUE "N".

      *---------------------------------------------------------------*
      * Late-fee schedule (LOANPARM.DAT): the fee is the greater of
      * the flat amount and the percentage of the installment, and
      * is charged once an installment is more than the grace days
      * past its due date.
      *---------------------------------------------------------------*
       01  WS-LOAN-PARMS.
           05  WS-GRACE-DAYS     PIC 9(3) VALUE 0.
           05  WS-LATE-FEE       PIC 9(5)V99 VALUE 0.
           05  WS-FEE-PCT        PIC 9V999 VALUE 0.

      *---------------------------------------------------------------*
      * Processing-calendar control (CYCLCTL.DAT): loans are aged
      * once per business date, after BATCHPST has posted that
      * night's payments.
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
      * Day-number work fields: a YYYY/MM/DD date is turned into a
      * running count of days so two dates can be subtracted. Leap
      * days use the same 4/100/400 rule as SET-MONTH-LENGTH.
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
           05  WS-DUE-DAYNUM     PIC 9(7) VALUE 0.
       01  WS-MONTH-START-VALUES.
           05  FILLER            PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
           05  WS-MONTH-START    PIC 9(3) OCCURS 12 TIMES.

       01  WS-AGING-FIELDS.
           05  WS-DAYS-LATE      PIC 9(4) VALUE 0.
           05  WS-FEE-AMOUNT     PIC 9(5)V99 VALUE 0.
           05  WS-FEE-FLAG       PIC X VALUE "N".
           05  WS-BORROWER       PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT     PIC 9(5) VALUE 0.
           05  WS-PAST-DUE-COUNT PIC 9(5) VALUE 0.
           05  WS-FEE-COUNT      PIC 9(5) VALUE 0.
           05  WS-CURR-COUNT     PIC 9(5) VALUE 0.
           05  WS-B01-COUNT      PIC 9(5) VALUE 0.
           05  WS-B30-COUNT      PIC 9(5) VALUE 0.
           05  WS-B60-COUNT      PIC 9(5) VALUE 0.
           05  WS-B90-COUNT      PIC 9(5) VALUE 0.

       01  WS-TOTALS.
           05  WS-FEE-TOTAL      PIC 9(9)V99 VALUE 0.
           05  WS-CURR-BAL       PIC 9(9)V99 VALUE 0.
           05  WS-B01-BAL        PIC 9(9)V99 VALUE 0.
           05  WS-B30-BAL        PIC 9(9)V99 VALUE 0.
           05  WS-B60-BAL        PIC 9(9)V99 VALUE 0.
           05  WS-B90-BAL        PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(100) VALUE SPACES.
           05  WS-COUNT-EDIT     PIC ZZZZ9.
           05  WS-DAYS-EDIT      PIC ZZZ9.
           05  WS-AMOUNT-EDIT    PIC ZZZZZZ9.99.
           05  WS-FEE-EDIT       PIC ZZZZ9.99.
           05  WS-TOTAL-EDIT     PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================="
           DISPLAY "  LOAN DELINQUENCY RUN"
           DISPLAY "=================================="
           PERFORM GET-CURRENT-DATETIME
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM CHECK-CYCLE-PERMIT
           IF WS-CTL-OK-FLAG = "Y"
               PERFORM RUN-LOAN-CYCLE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * A night with no loans on file is still a completed cycle:
      * the stamp lets the morning operator see it ran.
      *---------------------------------------------------------------*
       RUN-LOAN-CYCLE.
           PERFORM LOAD-LOAN-PARAMS
           MOVE "00" TO WS-LOAN-STATUS
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "No loans on file: " WS-LOAN-STATUS
               PERFORM STAMP-CYCLE-COMPLETE
           ELSE
               MOVE "00" TO WS-MAST-STATUS
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-MAST-STATUS = "00"
                   MOVE "Y" TO WS-MAST-OPEN-FLAG
               END-IF
               MOVE "00" TO WS-AMORT-STATUS
               OPEN INPUT AMORT-SCHEDULE-FILE
               IF WS-AMORT-STATUS = "00"
                   MOVE "Y" TO WS-AMORT-OPEN-FLAG
               ELSE
                   DISPLAY "AMORTSCH.DAT not available: "
                       WS-AMORT-STATUS " - no late fees assessed."
               END-IF
               MOVE WS-BUS-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DN-RESULT TO WS-BUS-DAYNUM
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM PROCESS-ONE-LOAN
                   UNTIL WS-EOF-FLAG = "Y"
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               IF WS-MAST-OPEN-FLAG = "Y"
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               IF WS-AMORT-OPEN-FLAG = "Y"
                   CLOSE AMORT-SCHEDULE-FILE
               END-IF
               CLOSE LOAN-MASTER-FILE
               PERFORM STAMP-CYCLE-COMPLETE
           END-IF.

      *---------------------------------------------------------------*
      * Late fees accrue on the loan master, so the run refuses a
      * second pass for the same business date and will not run
      * ahead of BATCHPST (a payment still in PENDTRAN.DAT would
      * otherwise be aged as missed).
      *---------------------------------------------------------------*
       CHECK-CYCLE-PERMIT.
           MOVE "Y" TO WS-CTL-OK-FLAG
           MOVE "LOANBTCH" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               AND WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
               AND WS-CTL-PERIOD(WS-CTL-HIT-IDX) = WS-BUS-DATE
               DISPLAY "LOANBTCH already complete for business "
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
           MOVE "LOANBTCH" TO WS-CTL-FIND-NAME
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

       LOAD-LOAN-PARAMS.
           MOVE "00" TO WS-PARM-STATUS
           OPEN INPUT LOAN-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               PERFORM SEED-DEFAULT-LOAN-PARAMS
               PERFORM WRITE-LOAN-PARM-FILE
           ELSE
               READ LOAN-PARM-FILE
                   AT END
                       PERFORM SEED-DEFAULT-LOAN-PARAMS
                   NOT AT END
                       MOVE LP-GRACE-DAYS TO WS-GRACE-DAYS
                       MOVE LP-LATE-FEE TO WS-LATE-FEE
                       MOVE LP-FEE-PCT TO WS-FEE-PCT
               END-READ
               CLOSE LOAN-PARM-FILE
           END-IF
           MOVE "00" TO WS-PARM-STATUS.

       SEED-DEFAULT-LOAN-PARAMS.
           MOVE 10 TO WS-GRACE-DAYS
           MOVE 25.00 TO WS-LATE-FEE
           MOVE 0.050 TO WS-FEE-PCT.

       WRITE-LOAN-PARM-FILE.
           OPEN OUTPUT LOAN-PARM-FILE
           MOVE WS-GRACE-DAYS TO LP-GRACE-DAYS
           MOVE WS-LATE-FEE TO LP-LATE-FEE
           MOVE WS-FEE-PCT TO LP-FEE-PCT
           WRITE LOAN-PARM-RECORD
           CLOSE LOAN-PARM-FILE.

      *---------------------------------------------------------------*
      * Every loan on file is read in key order; paid-off loans are
      * passed over, active ones are aged and rewritten.
      *---------------------------------------------------------------*
       PROCESS-ONE-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF LN-STATUS = "A"
                       PERFORM AGE-ONE-LOAN
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Days past due count from the oldest unpaid installment's due
      * date; a loan whose next installment is not yet due is
      * current. One late fee per late installment, tracked through
      * LN-LAST-FEE-INST, so a loan that misses several payments
      * draws a fee for each of them.
      *---------------------------------------------------------------*
       AGE-ONE-LOAN.
           MOVE 0 TO WS-DAYS-LATE
           MOVE "N" TO WS-FEE-FLAG
           IF LN-NEXT-DUE < WS-BUS-DATE
               MOVE LN-NEXT-DUE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DN-RESULT TO WS-DUE-DAYNUM
               COMPUTE WS-DAYS-LATE =
                   WS-BUS-DAYNUM - WS-DUE-DAYNUM
           END-IF
           MOVE WS-DAYS-LATE TO LN-DAYS-PAST-DUE
           IF WS-DAYS-LATE > WS-GRACE-DAYS
               AND WS-AMORT-OPEN-FLAG = "Y"
               PERFORM ASSESS-LATE-FEES
           END-IF
           PERFORM SET-DELINQ-BUCKET
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting loan " LN-ACCT-ID
                       ": " WS-LOAN-STATUS
           END-REWRITE
           IF WS-DAYS-LATE > 0
               ADD 1 TO WS-PAST-DUE-COUNT
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

      *---------------------------------------------------------------*
      * Walk the schedule from the installment after the last one
      * charged (never from before the oldest unpaid one) and charge
      * a fee for every open installment whose due date plus the
      * grace days is behind the business date. The schedule is in
      * due-date order, so the first installment still in its grace
      * period ends the walk.
      *---------------------------------------------------------------*
       ASSESS-LATE-FEES.
           COMPUTE WS-FEE-AMOUNT ROUNDED =
               LN-PAYMENT * WS-FEE-PCT
           IF WS-FEE-AMOUNT < WS-LATE-FEE
               MOVE WS-LATE-FEE TO WS-FEE-AMOUNT
           END-IF
           MOVE LN-ACCT-ID TO AMS-ACCT-ID
           IF LN-LAST-FEE-INST < LN-NEXT-INST
               MOVE LN-NEXT-INST TO AMS-INST-NO
           ELSE
               COMPUTE AMS-INST-NO = LN-LAST-FEE-INST + 1
           END-IF
           MOVE "N" TO WS-AMORT-EOF-FLAG
           START AMORT-SCHEDULE-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AMORT-EOF-FLAG
           END-START
           PERFORM ASSESS-ONE-INSTALLMENT-FEE
               UNTIL WS-AMORT-EOF-FLAG = "Y".

       ASSESS-ONE-INSTALLMENT-FEE.
           READ AMORT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AMORT-EOF-FLAG
               NOT AT END
                   IF AMS-ACCT-ID NOT = LN-ACCT-ID
                       MOVE "Y" TO WS-AMORT-EOF-FLAG
                   ELSE
                       MOVE AMS-DUE-DATE TO WS-DN-DATE
                       PERFORM COMPUTE-DAY-NUMBER
                       IF WS-DN-RESULT + WS-GRACE-DAYS
                           NOT < WS-BUS-DAYNUM
                           MOVE "Y" TO WS-AMORT-EOF-FLAG
                       ELSE
                           IF AMS-STATUS = "O"
                               PERFORM CHARGE-LATE-FEE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CHARGE-LATE-FEE.
           ADD WS-FEE-AMOUNT TO LN-FEES-DUE
           MOVE AMS-INST-NO TO LN-LAST-FEE-INST
           ADD 1 TO WS-FEE-COUNT
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
           MOVE "Y" TO WS-FEE-FLAG.

       SET-DELINQ-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-LATE = 0
                   MOVE "00" TO LN-DELINQ-BUCKET
                   ADD 1 TO WS-CURR-COUNT
                   ADD LN-PRIN-BAL TO WS-CURR-BAL
               WHEN WS-DAYS-LATE < 30
                   MOVE "01" TO LN-DELINQ-BUCKET
                   ADD 1 TO WS-B01-COUNT
                   ADD LN-PRIN-BAL TO WS-B01-BAL
               WHEN WS-DAYS-LATE < 60
                   MOVE "30" TO LN-DELINQ-BUCKET
                   ADD 1 TO WS-B30-COUNT
                   ADD LN-PRIN-BAL TO WS-B30-BAL
               WHEN WS-DAYS-LATE < 90
                   MOVE "60" TO LN-DELINQ-BUCKET
                   ADD 1 TO WS-B60-COUNT
                   ADD LN-PRIN-BAL TO WS-B60-BAL
               WHEN OTHER
                   MOVE "90" TO LN-DELINQ-BUCKET
                   ADD 1 TO WS-B90-COUNT
                   ADD LN-PRIN-BAL TO WS-B90-BAL
           END-EVALUATE.

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

       LOOKUP-BORROWER.
           MOVE SPACES TO WS-BORROWER
           IF WS-MAST-OPEN-FLAG = "Y"
               MOVE LN-CUST-NO TO CUST-NO
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "*** NOT ON CUSTOMER MASTER ***"
                           TO WS-BORROWER
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-BORROWER
               END-READ
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           STRING "LOAN DELINQUENCY REPORT  BUSINESS DATE "
               WS-BUS-DATE "  RUN " WS-DATE-STRING " "
               WS-TIME-STRING
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "LOAN       BORROWER                       "
               "DUE DATE   DAYS BKT   PRINCIPAL  FEES DUE"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-DETAIL.
           PERFORM LOOKUP-BORROWER
           MOVE LN-DAYS-PAST-DUE TO WS-DAYS-EDIT
           MOVE LN-PRIN-BAL TO WS-AMOUNT-EDIT
           MOVE LN-FEES-DUE TO WS-FEE-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING LN-ACCT-ID " " WS-BORROWER " "
               LN-NEXT-DUE " " WS-DAYS-EDIT " "
               LN-DELINQ-BUCKET "  " WS-AMOUNT-EDIT " "
               WS-FEE-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           IF WS-FEE-FLAG = "Y"
               MOVE "FEE" TO WS-LINE-OUT(95:3)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "LOANS READ:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PAST-DUE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "LOANS PAST DUE:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FEE-COUNT TO WS-COUNT-EDIT
           MOVE WS-FEE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "LATE FEES ASSESSED: " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CURR-COUNT TO WS-COUNT-EDIT
           MOVE WS-CURR-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CURRENT:            " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-B01-COUNT TO WS-COUNT-EDIT
           MOVE WS-B01-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "1-29 DAYS:          " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-B30-COUNT TO WS-COUNT-EDIT
           MOVE WS-B30-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "30-59 DAYS:         " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-B60-COUNT TO WS-COUNT-EDIT
           MOVE WS-B60-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "60-89 DAYS:         " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-B90-COUNT TO WS-COUNT-EDIT
           MOVE WS-B90-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "90+ DAYS:           " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           DISPLAY " "
           DISPLAY "Report written to LOANDLQ.RPT".

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
