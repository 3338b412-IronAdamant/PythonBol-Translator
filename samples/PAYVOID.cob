      *================================================================*
      * PAYVOID: Void a paycheck from the payroll register.
      * Companion job to PAYROLL-CALC. The operator keys one or more
      * checks by employee, pay date and check sequence; each is
      * read back from the payroll register (PAYREG.DAT) and, if it
      * is still active and from the current year, reversed:
      *   - its gross, taxes and net come back out of the YTD
      *     buckets in EMPYTD.DAT, and out of the QTD buckets too
      *     when the check falls in the current quarter (an earlier
      *     quarter has already been reported on the 941, so the
      *     report flags it for a 941-X instead);
      *   - the net pay is taken back: a NACHA reversal entry in
      *     DIRECTREV.DAT for a check paid through the NACHA file,
      *     or a withdrawal row on PENDTRAN.DAT (PEND-SOURCE
      *     PAYROLL) for one deposited in-house, which BATCHPST
      *     posts or rejects that night;
      *   - the check's payroll journal entries are reversed onto
      *     PAYJRNL.DAT under the business date on CYCLCTL.DAT,
      *     using the same PAYGLMAP.DAT accounts;
      *   - any garnishment withheld from the check comes back off
      *     the order's paid-to-date (reopening an order it paid
      *     off); the report flags the amount, already remitted,
      *     to be recovered from the agency;
      *   - the register row is marked voided, never deleted.
      * A corrected check is then reissued with an off-cycle run of
      * PAYROLL-CALC. Every check keyed lands on PAYVOID.RPT, voided
      * or refused with the reason; any refusal gives RC 4.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVOID.
       AUTHOR. SAMPLE-AUTHOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-PREG-STATUS.
           SELECT EMPLOYEE-YTD-FILE ASSIGN TO "EMPYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNISH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-KEY
               FILE STATUS IS WS-GARN-STATUS.
           SELECT PAY-GL-MAP-FILE ASSIGN TO "PAYGLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGL-STATUS.
           SELECT PAYROLL-JOURNAL-FILE ASSIGN TO "PAYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYJ-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT NACHA-FILE ASSIGN TO "DIRECTREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOID-REPORT-FILE ASSIGN TO "PAYVOID.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-REGISTER-FILE.
           COPY PAYREG.

       FD  EMPLOYEE-YTD-FILE.
           COPY EMPYTD.

       FD  GARNISHMENT-ORDER-FILE.
           COPY GARNREC.

       FD  PAY-GL-MAP-FILE.
       01  PAY-GL-MAP-RECORD.
           05  PGL-ENTRY              PIC X(1).
           05  PGL-DEPT               PIC X(4).
           05  PGL-DEBIT-GL           PIC 9(8).
           05  PGL-CREDIT-GL          PIC 9(8).

       FD  PAYROLL-JOURNAL-FILE.
           COPY GLJREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  NACHA-FILE.
       01  NACHA-RECORD               PIC X(94).

       FD  VOID-REPORT-FILE.
       01  VOID-REPORT-LINE           PIC X(80).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE "00".
       01  WS-PREG-STATUS        PIC XX VALUE "00".
       01  WS-PGL-STATUS         PIC XX VALUE "00".
       01  WS-PAYJ-STATUS        PIC XX VALUE "00".
       01  WS-PEND-STATUS        PIC XX VALUE "00".
       01  WS-GARN-STATUS        PIC XX VALUE "00".
       01  WS-GARN-OPEN-FLAG     PIC X VALUE "N".
       01  WS-GARN-IDX           PIC 9(2) VALUE 0.
       01  WS-DONE-FLAG          PIC X VALUE "N".
       01  WS-FILES-OK-FLAG      PIC X VALUE "N".
       01  WS-PEND-OPEN-FLAG     PIC X VALUE "N".
       01  WS-NACHA-OPEN-FLAG    PIC X VALUE "N".

      *---------------------------------------------------------------*
      * The check keyed by the operator.
      *---------------------------------------------------------------*
       01  WS-INPUT-FIELDS.
           05  WS-IN-EMP-ID      PIC X(6) VALUE SPACES.
           05  WS-IN-PAY-DATE    PIC X(10) VALUE SPACES.
           05  WS-IN-SEQ         PIC X(2) VALUE SPACES.

       01  WS-VOID-FIELDS.
           05  WS-REFUSE-REASON  PIC X(36) VALUE SPACES.
           05  WS-QTD-FLAG       PIC X VALUE "N".
           05  WS-CHECK-SUM      PIC 9(9)V99 VALUE 0.
           05  WS-CHECK-QTR      PIC 9 VALUE 0.
           05  WS-CUR-QTR        PIC 9 VALUE 0.
           05  WS-MONTH-NUM      PIC 99 VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE       PIC 9(8).
           05  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR   PIC 9(4).
               10  WS-RUN-MONTH  PIC 9(2).
               10  WS-RUN-DAY    PIC 9(2).
           05  WS-DATE-STRING    PIC X(10).
           05  WS-VOID-DATE      PIC X(10).

      *---------------------------------------------------------------*
      * Processing-calendar control (CYCLCTL.DAT), read only for the
      * business date the void is booked under and the GLEXTRCT
      * stamp.
      *---------------------------------------------------------------*
       01  WS-CYCLE-FIELDS.
           05  WS-CTL-STATUS     PIC XX VALUE "00".
           05  WS-GL-OPEN-FLAG   PIC X VALUE "Y".
           05  WS-CTL-EOF-FLAG   PIC X VALUE "N".
           05  WS-BUS-DATE       PIC X(10) VALUE SPACES.
           05  WS-CTL-IDX        PIC 9(2) VALUE 0.
           05  WS-CTL-HIT-IDX    PIC 9(2) VALUE 0.
           05  WS-CTL-FIND-NAME  PIC X(8) VALUE SPACES.
       01  WS-CYCLE-TABLE.
           05  WS-CTL-ENTRY OCCURS 24 TIMES.
               10  WS-CTL-JOB     PIC X(8).
               10  WS-CTL-PERIOD  PIC X(10).
               10  WS-CTL-JSTATUS PIC X.
       01  WS-CTL-COUNT          PIC 9(2) VALUE 0.

       01  WS-COUNTERS.
           05  WS-KEYED-COUNT    PIC 9(4) VALUE 0.
           05  WS-VOID-COUNT     PIC 9(4) VALUE 0.
           05  WS-REFUSED-COUNT  PIC 9(4) VALUE 0.
           05  WS-NACHA-COUNT    PIC 9(4) VALUE 0.
           05  WS-INHOUSE-COUNT  PIC 9(4) VALUE 0.
           05  WS-VOID-GROSS     PIC 9(9)V99 VALUE 0.
           05  WS-VOID-NET       PIC 9(9)V99 VALUE 0.
           05  WS-VOID-GARNISH   PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Payroll GL mapping, loaded from PAYGLMAP.DAT exactly as
      * PAYROLL-CALC loads it. A void reverses each entry the check
      * contributed: debit and credit accounts swapped.
      *---------------------------------------------------------------*
       01  WS-PAY-GL-MAP-TABLE.
           05  WS-PGL-ENTRY OCCURS 60 TIMES.
               10  WS-PGL-CODE        PIC X(1).
               10  WS-PGL-DEPT        PIC X(4).
               10  WS-PGL-DEBIT-GL    PIC 9(8).
               10  WS-PGL-CREDIT-GL   PIC 9(8).
       01  WS-PGL-IDX            PIC 9(2) VALUE 0.
       01  WS-PGL-ENTRIES        PIC 9(2) VALUE 0.
       01  WS-PGL-HIT-IDX        PIC 9(2) VALUE 0.
       01  WS-PGL-FIND-CODE      PIC X(1) VALUE SPACE.
       01  WS-PGL-FIND-DEPT      PIC X(4) VALUE SPACES.

      *---------------------------------------------------------------*
      * Reversing entries for the check in hand, built before any
      * file is touched so an unmapped entry refuses the void
      * cleanly.
      *---------------------------------------------------------------*
       01  WS-PAYJ-TABLE.
           05  WS-PAYJ-ENTRY OCCURS 10 TIMES.
               10  WS-PAYJ-DEBIT-GL   PIC 9(8).
               10  WS-PAYJ-CREDIT-GL  PIC 9(8).
               10  WS-PAYJ-AMOUNT     PIC 9(7)V99.
       01  WS-PAYJ-COUNT         PIC 9(2) VALUE 0.
       01  WS-PAYJ-IDX           PIC 9(2) VALUE 0.
       01  WS-PAYJ-POST-AMT      PIC 9(7)V99 VALUE 0.
       01  WS-PAYJ-UNMAPPED      PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * NACHA reversal file: same company constants and record
      * layout as the PAYROLL-CALC direct-deposit file, one debit
      * batch (service class 225, entry description REVERSAL) with a
      * debit entry (27 checking, 37 savings) per voided check that
      * went out through NACHA.
      *---------------------------------------------------------------*
       01  WS-NACHA-FIELDS.
           05  WS-NACHA-LINE          PIC X(94).
           05  WS-COMPANY-ROUTING     PIC 9(9) VALUE 123456780.
           05  WS-COMPANY-ID          PIC X(10) VALUE "1234567890".
           05  WS-COMPANY-NAME        PIC X(23) VALUE "ACME PAYROLL CO".
           05  WS-FILE-CREATE-DATE    PIC 9(6) VALUE 0.
           05  WS-FILE-CREATE-TIME    PIC 9(4) VALUE 0.
           05  WS-RAW-TIME            PIC 9(8) VALUE 0.
           05  WS-BATCH-NUMBER        PIC 9(7) VALUE 1.
           05  WS-BATCH-COUNT         PIC 9(6) VALUE 1.
           05  WS-BLOCK-COUNT         PIC 9(6) VALUE 1.
           05  WS-BATCH-ENTRY-COUNT   PIC 9(6) VALUE 0.
           05  WS-TOTAL-ENTRY-COUNT   PIC 9(8) VALUE 0.
           05  WS-BATCH-AMOUNT-TOTAL  PIC 9(12) VALUE 0.
           05  WS-ENTRY-HASH          PIC 9(10) VALUE 0.
           05  WS-DFI-ID-NUM          PIC 9(8) VALUE 0.
           05  WS-AMOUNT-CENTS        PIC 9(10) VALUE 0.
           05  WS-TRANS-CODE          PIC X(2) VALUE "27".
           05  WS-TOTAL-RECORDS       PIC 9(8) VALUE 0.
           05  WS-PAD-COUNT           PIC 9(4) VALUE 0.
           05  WS-PAD-REMAINDER       PIC 9(4) VALUE 0.
           05  WS-PAD-IDX             PIC 9(4) VALUE 0.

       01  WS-TRACE-NUMBER.
           05  WS-TRACE-ODFI          PIC 9(8) VALUE 0.
           05  WS-TRACE-SEQ           PIC 9(7) VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(80) VALUE SPACES.
           05  WS-AMOUNT-EDIT    PIC ZZZZZZ9.99.
           05  WS-TOTAL-EDIT     PIC ZZZZZZZZ9.99.
           05  WS-COUNT-EDIT     PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "=== PAYCHECK VOID ==="
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-STRING
           STRING WS-RUN-YEAR "/" WS-RUN-MONTH "/" WS-RUN-DAY
               DELIMITED BY SIZE INTO WS-DATE-STRING
           PERFORM LOAD-CYCLE-CONTROL
           MOVE WS-BUS-DATE TO WS-VOID-DATE
           PERFORM CHECK-GL-EXTRACT-DATE
           IF WS-GL-OPEN-FLAG = "N"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-VOID-FILES
               IF WS-FILES-OK-FLAG = "Y"
                   PERFORM VOID-ONE-CHECK
                       UNTIL WS-DONE-FLAG = "Y"
                   PERFORM CLOSE-VOID-FILES
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "=== PAYCHECK VOID COMPLETE ==="
           STOP RUN.

       OPEN-VOID-FILES.
           MOVE "N" TO WS-FILES-OK-FLAG
           PERFORM LOAD-PAY-GL-MAP
           IF WS-PGL-ENTRIES = 0
               DISPLAY "No payroll GL map (PAYGLMAP.DAT) - "
                   "run refused."
           ELSE
               MOVE "00" TO WS-PREG-STATUS
               OPEN I-O PAYROLL-REGISTER-FILE
               IF WS-PREG-STATUS NOT = "00"
                   DISPLAY "Error opening payroll register: "
                       WS-PREG-STATUS
               ELSE
                   MOVE "00" TO WS-FILE-STATUS
                   OPEN I-O EMPLOYEE-YTD-FILE
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "Error opening YTD file: "
                           WS-FILE-STATUS
                       CLOSE PAYROLL-REGISTER-FILE
                   ELSE
                       MOVE "Y" TO WS-FILES-OK-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-FILES-OK-FLAG = "Y"
               MOVE "00" TO WS-PEND-STATUS
               OPEN EXTEND PENDING-FILE
               IF WS-PEND-STATUS = "35"
                   MOVE "00" TO WS-PEND-STATUS
                   OPEN OUTPUT PENDING-FILE
               END-IF
               IF WS-PEND-STATUS = "00"
                   MOVE "Y" TO WS-PEND-OPEN-FLAG
               END-IF
               MOVE "00" TO WS-GARN-STATUS
               OPEN I-O GARNISHMENT-ORDER-FILE
               IF WS-GARN-STATUS = "00"
                   MOVE "Y" TO WS-GARN-OPEN-FLAG
               END-IF
               MOVE "00" TO WS-PAYJ-STATUS
               OPEN EXTEND PAYROLL-JOURNAL-FILE
               IF WS-PAYJ-STATUS = "35"
                   MOVE "00" TO WS-PAYJ-STATUS
                   OPEN OUTPUT PAYROLL-JOURNAL-FILE
               END-IF
               OPEN OUTPUT VOID-REPORT-FILE
               MOVE SPACES TO WS-LINE-OUT
               STRING "PAYCHECK VOID REGISTER - " WS-VOID-DATE
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
               MOVE "EMP-ID PAY DATE   SQ NAME                 "
                   TO WS-LINE-OUT
               MOVE "NET PAY RESULT" TO WS-LINE-OUT(47:14)
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *---------------------------------------------------------------*
      * One check per pass; a blank employee ID ends the run.
      *---------------------------------------------------------------*
       VOID-ONE-CHECK.
           DISPLAY " "
           DISPLAY "Employee ID (blank to finish): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           IF WS-IN-EMP-ID = SPACES
               MOVE "Y" TO WS-DONE-FLAG
           ELSE
               DISPLAY "Pay date (YYYY/MM/DD): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-IN-PAY-DATE
               ACCEPT WS-IN-PAY-DATE
               DISPLAY "Check sequence (blank = 01): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-IN-SEQ
               ACCEPT WS-IN-SEQ
               IF WS-IN-SEQ = SPACES
                   MOVE "01" TO WS-IN-SEQ
               END-IF
               ADD 1 TO WS-KEYED-COUNT
               PERFORM EDIT-VOID-REQUEST
               IF WS-REFUSE-REASON = SPACES
                   PERFORM BUILD-REVERSING-ENTRIES
               END-IF
               IF WS-REFUSE-REASON = SPACES
                   PERFORM REVERSE-YTD-TOTALS
               END-IF
               IF WS-REFUSE-REASON = SPACES
                   PERFORM REVERSE-GARNISHMENTS
                   PERFORM REVERSE-NET-PAY
                   PERFORM WRITE-REVERSING-ENTRIES
                   MOVE "V" TO PRG-STATUS
                   MOVE WS-VOID-DATE TO PRG-VOID-DATE
                   REWRITE PAYROLL-REGISTER-RECORD
                   ADD 1 TO WS-VOID-COUNT
                   ADD PRG-GROSS TO WS-VOID-GROSS
                   ADD PRG-NET TO WS-VOID-NET
                   ADD PRG-GARNISH TO WS-VOID-GARNISH
                   PERFORM WRITE-VOID-LINE
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM WRITE-REFUSED-LINE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * The check must be on the register, still active, and paid
      * this calendar year (a prior-year check is on a W-2 already
      * and needs a W-2c, not a void). Its pieces must still add up
      * to its gross so the reversal balances.
      *---------------------------------------------------------------*
       EDIT-VOID-REQUEST.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-IN-EMP-ID NOT NUMERIC OR WS-IN-SEQ NOT NUMERIC
               MOVE "INVALID EMPLOYEE ID OR SEQUENCE"
                   TO WS-REFUSE-REASON
           ELSE
               MOVE WS-IN-EMP-ID TO PRG-EMP-ID
               MOVE WS-IN-PAY-DATE TO PRG-PAY-DATE
               MOVE WS-IN-SEQ TO PRG-CHECK-SEQ
               READ PAYROLL-REGISTER-FILE
                   INVALID KEY
                       MOVE "CHECK NOT ON REGISTER"
                           TO WS-REFUSE-REASON
               END-READ
           END-IF
           IF WS-REFUSE-REASON = SPACES
               COMPUTE WS-CHECK-SUM =
                   PRG-401K + PRG-HEALTH + PRG-GARNISH + PRG-TAX
                   + PRG-SS-EE + PRG-MED-EE + PRG-NET
               EVALUATE TRUE
                   WHEN PRG-STATUS = "V"
                       MOVE "ALREADY VOIDED" TO WS-REFUSE-REASON
                   WHEN PRG-PAY-DATE(1:4) NOT = WS-VOID-DATE(1:4)
                       MOVE "PRIOR-YEAR CHECK - W-2C REQUIRED"
                           TO WS-REFUSE-REASON
                   WHEN WS-CHECK-SUM NOT = PRG-GROSS
                       MOVE "CHECK DOES NOT BALANCE - VOID BY HAND"
                           TO WS-REFUSE-REASON
                   WHEN PRG-PAY-METHOD = "I"
                       AND WS-PEND-OPEN-FLAG NOT = "Y"
                       MOVE "PENDING FILE UNAVAILABLE"
                           TO WS-REFUSE-REASON
                   WHEN WS-PAYJ-STATUS NOT = "00"
                       MOVE "PAYROLL JOURNAL UNAVAILABLE"
                           TO WS-REFUSE-REASON
                   WHEN PRG-GARN-COUNT > 0
                       AND WS-GARN-OPEN-FLAG NOT = "Y"
                       MOVE "GARNISHMENT FILE UNAVAILABLE"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > PRG-GARN-COUNT
                   MOVE PRG-EMP-ID TO GRN-EMP-ID
                   MOVE PRG-GARN-SEQ(WS-GARN-IDX) TO GRN-ORDER-SEQ
                   READ GARNISHMENT-ORDER-FILE
                       INVALID KEY
                           MOVE "GARNISHMENT ORDER NOT ON FILE"
                               TO WS-REFUSE-REASON
                   END-READ
               END-PERFORM
           END-IF.

       BUILD-REVERSING-ENTRIES.
           MOVE 0 TO WS-PAYJ-COUNT
           MOVE 0 TO WS-PAYJ-UNMAPPED
           MOVE "W" TO WS-PGL-FIND-CODE
           MOVE PRG-DEPT TO WS-PGL-FIND-DEPT
           MOVE PRG-GROSS TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "E" TO WS-PGL-FIND-CODE
           MOVE PRG-SS-ER TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "R" TO WS-PGL-FIND-CODE
           MOVE PRG-MED-ER TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "T" TO WS-PGL-FIND-CODE
           MOVE PRG-TAX TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "S" TO WS-PGL-FIND-CODE
           MOVE PRG-SS-EE TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "M" TO WS-PGL-FIND-CODE
           MOVE PRG-MED-EE TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "K" TO WS-PGL-FIND-CODE
           MOVE PRG-401K TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "H" TO WS-PGL-FIND-CODE
           MOVE PRG-HEALTH TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "G" TO WS-PGL-FIND-CODE
           MOVE PRG-GARNISH TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           MOVE "N" TO WS-PGL-FIND-CODE
           MOVE PRG-NET TO WS-PAYJ-POST-AMT
           PERFORM ADD-REVERSING-ENTRY
           IF WS-PAYJ-UNMAPPED > 0
               MOVE "PAYROLL GL MAP ENTRY MISSING"
                   TO WS-REFUSE-REASON
           END-IF.

       ADD-REVERSING-ENTRY.
           IF WS-PAYJ-POST-AMT > 0
               IF WS-PGL-FIND-CODE NOT = "W"
                   MOVE SPACES TO WS-PGL-FIND-DEPT
               END-IF
               PERFORM LOOKUP-PAY-GL-MAP
               IF WS-PGL-HIT-IDX = 0
                   ADD 1 TO WS-PAYJ-UNMAPPED
               ELSE
                   ADD 1 TO WS-PAYJ-COUNT
                   MOVE WS-PGL-CREDIT-GL(WS-PGL-HIT-IDX)
                       TO WS-PAYJ-DEBIT-GL(WS-PAYJ-COUNT)
                   MOVE WS-PGL-DEBIT-GL(WS-PGL-HIT-IDX)
                       TO WS-PAYJ-CREDIT-GL(WS-PAYJ-COUNT)
                   MOVE WS-PAYJ-POST-AMT
                       TO WS-PAYJ-AMOUNT(WS-PAYJ-COUNT)
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * YTD always comes back out. QTD only when the check is in the
      * current quarter and the buckets still hold it; otherwise the
      * quarter has been reported and the report line says 941-X.
      *---------------------------------------------------------------*
       REVERSE-YTD-TOTALS.
           MOVE PRG-EMP-ID TO YTD-EMP-ID
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE "NO YTD RECORD FOR EMPLOYEE"
                       TO WS-REFUSE-REASON
           END-READ
           IF WS-REFUSE-REASON = SPACES
               IF YTD-GROSS < PRG-GROSS OR YTD-TAX < PRG-TAX
                   OR YTD-NET < PRG-NET
                   OR YTD-SS-WAGES < PRG-SS-WAGES
                   OR YTD-SS-EE < PRG-SS-EE
                   OR YTD-SS-ER < PRG-SS-ER
                   OR YTD-MED-EE < PRG-MED-EE
                   OR YTD-MED-ER < PRG-MED-ER
                   MOVE "YTD TOTALS SMALLER THAN CHECK"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               SUBTRACT PRG-GROSS FROM YTD-GROSS
               SUBTRACT PRG-TAX FROM YTD-TAX
               SUBTRACT PRG-NET FROM YTD-NET
               SUBTRACT PRG-SS-WAGES FROM YTD-SS-WAGES
               SUBTRACT PRG-SS-EE FROM YTD-SS-EE
               SUBTRACT PRG-SS-ER FROM YTD-SS-ER
               SUBTRACT PRG-MED-EE FROM YTD-MED-EE
               SUBTRACT PRG-MED-ER FROM YTD-MED-ER
               MOVE WS-VOID-DATE(6:2) TO WS-MONTH-NUM
               COMPUTE WS-CUR-QTR = (WS-MONTH-NUM + 2) / 3
               MOVE PRG-PAY-DATE(6:2) TO WS-MONTH-NUM
               COMPUTE WS-CHECK-QTR = (WS-MONTH-NUM + 2) / 3
               MOVE "N" TO WS-QTD-FLAG
               IF WS-CHECK-QTR = WS-CUR-QTR
                   AND QTD-GROSS >= PRG-GROSS
                   AND QTD-TAX >= PRG-TAX
                   AND QTD-SS-EE >= PRG-SS-EE
                   AND QTD-SS-ER >= PRG-SS-ER
                   AND QTD-MED-EE >= PRG-MED-EE
                   AND QTD-MED-ER >= PRG-MED-ER
                   SUBTRACT PRG-GROSS FROM QTD-GROSS
                   SUBTRACT PRG-TAX FROM QTD-TAX
                   SUBTRACT PRG-SS-EE FROM QTD-SS-EE
                   SUBTRACT PRG-SS-ER FROM QTD-SS-ER
                   SUBTRACT PRG-MED-EE FROM QTD-MED-EE
                   SUBTRACT PRG-MED-ER FROM QTD-MED-ER
                   MOVE "Y" TO WS-QTD-FLAG
               END-IF
               REWRITE EMPLOYEE-YTD-RECORD
           END-IF.

      *---------------------------------------------------------------*
      * What the check withheld no longer counts toward the order;
      * an order this check paid off is reopened. The remittance has
      * already gone to the agency, so the report asks for it back.
      *---------------------------------------------------------------*
       REVERSE-GARNISHMENTS.
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
               UNTIL WS-GARN-IDX > PRG-GARN-COUNT
               MOVE PRG-EMP-ID TO GRN-EMP-ID
               MOVE PRG-GARN-SEQ(WS-GARN-IDX) TO GRN-ORDER-SEQ
               READ GARNISHMENT-ORDER-FILE
                   NOT INVALID KEY
                       IF GRN-PAID-TO-DATE
                           > PRG-GARN-AMOUNT(WS-GARN-IDX)
                           SUBTRACT PRG-GARN-AMOUNT(WS-GARN-IDX)
                               FROM GRN-PAID-TO-DATE
                       ELSE
                           MOVE 0 TO GRN-PAID-TO-DATE
                       END-IF
                       IF GRN-STATUS = "P"
                           MOVE "A" TO GRN-STATUS
                       END-IF
                       REWRITE GARNISHMENT-ORDER-RECORD
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------*
      * Take the money back the way it went out.
      *---------------------------------------------------------------*
       REVERSE-NET-PAY.
           IF PRG-NET > 0
               EVALUATE PRG-PAY-METHOD
                   WHEN "N"
                       PERFORM WRITE-NACHA-REVERSAL
                   WHEN "I"
                       MOVE PRG-BANK-ACCOUNT(1:10) TO PEND-ACCT-ID
                       MOVE "W" TO PEND-TYPE
                       MOVE PRG-NET TO PEND-AMOUNT
                       MOVE "PAYROLL" TO PEND-SOURCE
                       MOVE WS-VOID-DATE TO PEND-DATE
                       WRITE PENDING-RECORD
                       ADD 1 TO WS-INHOUSE-COUNT
               END-EVALUATE
           END-IF.

       WRITE-REVERSING-ENTRIES.
           PERFORM VARYING WS-PAYJ-IDX FROM 1 BY 1
               UNTIL WS-PAYJ-IDX > WS-PAYJ-COUNT
               MOVE WS-VOID-DATE TO GLJ-DATE
               MOVE "J" TO GLJ-TYPE
               MOVE WS-PAYJ-DEBIT-GL(WS-PAYJ-IDX) TO GLJ-DEBIT-GL
               MOVE WS-PAYJ-CREDIT-GL(WS-PAYJ-IDX) TO GLJ-CREDIT-GL
               MOVE WS-PAYJ-AMOUNT(WS-PAYJ-IDX) TO GLJ-AMOUNT
               MOVE SPACES TO GLJ-ACCT-ID
               STRING "VOID" PRG-EMP-ID
                   DELIMITED BY SIZE INTO GLJ-ACCT-ID
               WRITE JOURNAL-RECORD
           END-PERFORM.

      *---------------------------------------------------------------*
      * GLEXTRCT carries payroll journal rows dated after the last
      * business date it stamped complete. Once tonight's extract
      * has run, reversals dated today would never be carried, so
      * no check is voided until CYCLSTAT has advanced the
      * business date.
      *---------------------------------------------------------------*
       CHECK-GL-EXTRACT-DATE.
           MOVE "Y" TO WS-GL-OPEN-FLAG
           MOVE "GLEXTRCT" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               IF WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
                   AND WS-CTL-PERIOD(WS-CTL-HIT-IDX)
                       NOT < WS-BUS-DATE
                   DISPLAY "GL extract already run for business "
                       "date " WS-BUS-DATE " - run refused."
                   DISPLAY "Advance the business date (CYCLSTAT) "
                       "and void the checks again."
                   MOVE "N" TO WS-GL-OPEN-FLAG
               END-IF
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
           IF WS-PGL-STATUS = "00"
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

       WRITE-VOID-LINE.
           MOVE PRG-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING PRG-EMP-ID " " PRG-PAY-DATE " " PRG-CHECK-SEQ " "
               PRG-EMP-NAME(1:20) " " WS-AMOUNT-EDIT " VOIDED"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           EVALUATE TRUE
               WHEN PRG-NET = 0
                   MOVE "NOTHING TO RECOVER" TO WS-LINE-OUT(62:18)
               WHEN PRG-PAY-METHOD = "N"
                   MOVE "NACHA REVERSAL" TO WS-LINE-OUT(62:14)
               WHEN PRG-PAY-METHOD = "I"
                   MOVE "IN-HOUSE ACCOUNT" TO WS-LINE-OUT(62:16)
               WHEN OTHER
                   MOVE "NOT DEPOSITED" TO WS-LINE-OUT(62:13)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           IF PRG-NET > 0 AND PRG-PAY-METHOD = "I"
               MOVE SPACES TO WS-LINE-OUT
               MOVE "DEBIT QUEUED - CHECK BATCHPST EXCEPTIONS"
                   TO WS-LINE-OUT(8:40)
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PRG-GARNISH > 0
               MOVE PRG-GARNISH TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-LINE-OUT
               STRING "       GARNISHMENTS $" WS-AMOUNT-EDIT
                   " REMITTED - RECOVER FROM AGENCY"
                   DELIMITED BY SIZE INTO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-QTD-FLAG = "N"
               MOVE SPACES TO WS-LINE-OUT
               MOVE "PRIOR QUARTER - QTD NOT ADJUSTED, FILE 941-X"
                   TO WS-LINE-OUT(8:44)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REFUSED-LINE.
           MOVE SPACES TO WS-LINE-OUT
           STRING WS-IN-EMP-ID " " WS-IN-PAY-DATE " " WS-IN-SEQ
               " REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-LINE-OUT TO VOID-REPORT-LINE
           WRITE VOID-REPORT-LINE
           DISPLAY WS-LINE-OUT.

       CLOSE-VOID-FILES.
           IF WS-NACHA-OPEN-FLAG = "Y"
               PERFORM WRITE-NACHA-BATCH-CONTROL
               PERFORM WRITE-NACHA-PADDING
               PERFORM WRITE-NACHA-FILE-CONTROL
               CLOSE NACHA-FILE
           END-IF
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-KEYED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CHECKS KEYED:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-VOID-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CHECKS VOIDED:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CHECKS REFUSED:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NACHA-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "NACHA REVERSALS:     " WS-COUNT-EDIT
               "  (DIRECTREV.DAT)"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-INHOUSE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "IN-HOUSE DEBITS:     " WS-COUNT-EDIT
               "  (PENDTRAN.DAT)"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           IF WS-INHOUSE-COUNT > 0
               MOVE "  QUEUED FOR BATCHPST. A DEBIT IT REJECTS LEAVES"
                   TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
               MOVE "  NET-PAY CLEARING OUT OF BALANCE UNTIL WORKED."
                   TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-VOID-GROSS TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "GROSS VOIDED:      $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-VOID-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "NET PAY VOIDED:    $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-VOID-GARNISH TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "GARNISH TO RECOVER:$" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           CLOSE VOID-REPORT-FILE
           IF WS-PAYJ-STATUS = "00"
               CLOSE PAYROLL-JOURNAL-FILE
           END-IF
           IF WS-PEND-OPEN-FLAG = "Y"
               CLOSE PENDING-FILE
           END-IF
           IF WS-GARN-OPEN-FLAG = "Y"
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF
           CLOSE EMPLOYEE-YTD-FILE
           CLOSE PAYROLL-REGISTER-FILE
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Report file: PAYVOID.RPT".

      *---------------------------------------------------------------*
      * NACHA reversal file, opened on the first reversal so a run
      * that voids nothing paid through NACHA sends nothing.
      *---------------------------------------------------------------*
       WRITE-NACHA-REVERSAL.
           IF WS-NACHA-OPEN-FLAG = "N"
               OPEN OUTPUT NACHA-FILE
               PERFORM WRITE-NACHA-FILE-HEADER
               PERFORM WRITE-NACHA-BATCH-HEADER
               MOVE "Y" TO WS-NACHA-OPEN-FLAG
           END-IF
           MOVE WS-COMPANY-ROUTING(1:8) TO WS-TRACE-ODFI
           ADD 1 TO WS-TRACE-SEQ
           ADD 1 TO WS-BATCH-ENTRY-COUNT
           ADD 1 TO WS-NACHA-COUNT
           COMPUTE WS-AMOUNT-CENTS = PRG-NET * 100
           ADD WS-AMOUNT-CENTS TO WS-BATCH-AMOUNT-TOTAL
           MOVE PRG-BANK-ROUTING(1:8) TO WS-DFI-ID-NUM
           ADD WS-DFI-ID-NUM TO WS-ENTRY-HASH
           IF PRG-ACCOUNT-TYPE = "S"
               MOVE "37" TO WS-TRANS-CODE
           ELSE
               MOVE "27" TO WS-TRANS-CODE
           END-IF
           MOVE SPACES TO WS-NACHA-LINE
           MOVE "6" TO WS-NACHA-LINE(1:1)
           MOVE WS-TRANS-CODE TO WS-NACHA-LINE(2:2)
           MOVE WS-DFI-ID-NUM TO WS-NACHA-LINE(4:8)
           MOVE PRG-BANK-ROUTING(9:1) TO WS-NACHA-LINE(12:1)
           MOVE PRG-BANK-ACCOUNT TO WS-NACHA-LINE(13:17)
           MOVE WS-AMOUNT-CENTS TO WS-NACHA-LINE(30:10)
           MOVE PRG-EMP-ID TO WS-NACHA-LINE(40:15)
           MOVE PRG-EMP-NAME TO WS-NACHA-LINE(55:22)
           MOVE SPACES TO WS-NACHA-LINE(77:2)
           MOVE "0" TO WS-NACHA-LINE(79:1)
           MOVE WS-TRACE-NUMBER TO WS-NACHA-LINE(80:15)
           MOVE WS-NACHA-LINE TO NACHA-RECORD
           WRITE NACHA-RECORD.

       WRITE-NACHA-FILE-HEADER.
           ACCEPT WS-FILE-CREATE-DATE FROM DATE
           ACCEPT WS-RAW-TIME FROM TIME
           MOVE WS-RAW-TIME(1:4) TO WS-FILE-CREATE-TIME
           MOVE SPACES TO WS-NACHA-LINE
           MOVE "1" TO WS-NACHA-LINE(1:1)
           MOVE "01" TO WS-NACHA-LINE(2:2)
           MOVE SPACE TO WS-NACHA-LINE(4:1)
           MOVE WS-COMPANY-ROUTING TO WS-NACHA-LINE(5:9)
           MOVE WS-COMPANY-ID TO WS-NACHA-LINE(14:10)
           MOVE WS-FILE-CREATE-DATE TO WS-NACHA-LINE(24:6)
           MOVE WS-FILE-CREATE-TIME TO WS-NACHA-LINE(30:4)
           MOVE "A" TO WS-NACHA-LINE(34:1)
           MOVE "094" TO WS-NACHA-LINE(35:3)
           MOVE "10" TO WS-NACHA-LINE(38:2)
           MOVE "1" TO WS-NACHA-LINE(40:1)
           MOVE WS-COMPANY-NAME TO WS-NACHA-LINE(41:23)
           MOVE WS-COMPANY-NAME TO WS-NACHA-LINE(64:23)
           MOVE SPACES TO WS-NACHA-LINE(87:8)
           MOVE WS-NACHA-LINE TO NACHA-RECORD
           WRITE NACHA-RECORD.

       WRITE-NACHA-BATCH-HEADER.
           MOVE SPACES TO WS-NACHA-LINE
           MOVE "5" TO WS-NACHA-LINE(1:1)
           MOVE "225" TO WS-NACHA-LINE(2:3)
           MOVE WS-COMPANY-NAME(1:16) TO WS-NACHA-LINE(5:16)
           MOVE SPACES TO WS-NACHA-LINE(21:20)
           MOVE WS-COMPANY-ID TO WS-NACHA-LINE(41:10)
           MOVE "PPD" TO WS-NACHA-LINE(51:3)
           MOVE "REVERSAL  " TO WS-NACHA-LINE(54:10)
           MOVE SPACES TO WS-NACHA-LINE(64:6)
           MOVE WS-FILE-CREATE-DATE TO WS-NACHA-LINE(70:6)
           MOVE SPACES TO WS-NACHA-LINE(76:3)
           MOVE "1" TO WS-NACHA-LINE(79:1)
           MOVE WS-COMPANY-ROUTING(1:8) TO WS-NACHA-LINE(80:8)
           MOVE WS-BATCH-NUMBER TO WS-NACHA-LINE(88:7)
           MOVE WS-NACHA-LINE TO NACHA-RECORD
           WRITE NACHA-RECORD.

      *    Debit batch: the dollar total goes in the debit column.
       WRITE-NACHA-BATCH-CONTROL.
           MOVE SPACES TO WS-NACHA-LINE
           MOVE "8" TO WS-NACHA-LINE(1:1)
           MOVE "225" TO WS-NACHA-LINE(2:3)
           MOVE WS-BATCH-ENTRY-COUNT TO WS-NACHA-LINE(5:6)
           MOVE WS-ENTRY-HASH TO WS-NACHA-LINE(11:10)
           MOVE WS-BATCH-AMOUNT-TOTAL TO WS-NACHA-LINE(21:12)
           MOVE ZEROS TO WS-NACHA-LINE(33:12)
           MOVE WS-COMPANY-ID TO WS-NACHA-LINE(45:10)
           MOVE SPACES TO WS-NACHA-LINE(55:25)
           MOVE WS-COMPANY-ROUTING(1:8) TO WS-NACHA-LINE(80:8)
           MOVE WS-BATCH-NUMBER TO WS-NACHA-LINE(88:7)
           MOVE WS-NACHA-LINE TO NACHA-RECORD
           WRITE NACHA-RECORD.

       WRITE-NACHA-PADDING.
           MOVE WS-BATCH-ENTRY-COUNT TO WS-TOTAL-ENTRY-COUNT
           COMPUTE WS-TOTAL-RECORDS = WS-TOTAL-ENTRY-COUNT + 4
           DIVIDE WS-TOTAL-RECORDS BY 10
               GIVING WS-BLOCK-COUNT
               REMAINDER WS-PAD-REMAINDER
           IF WS-PAD-REMAINDER = 0
               MOVE 0 TO WS-PAD-COUNT
           ELSE
               COMPUTE WS-PAD-COUNT = 10 - WS-PAD-REMAINDER
               ADD 1 TO WS-BLOCK-COUNT
           END-IF
           MOVE ALL "9" TO WS-NACHA-LINE
           PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
               UNTIL WS-PAD-IDX > WS-PAD-COUNT
               MOVE WS-NACHA-LINE TO NACHA-RECORD
               WRITE NACHA-RECORD
           END-PERFORM.

       WRITE-NACHA-FILE-CONTROL.
           MOVE SPACES TO WS-NACHA-LINE
           MOVE "9" TO WS-NACHA-LINE(1:1)
           MOVE WS-BATCH-COUNT TO WS-NACHA-LINE(2:6)
           MOVE WS-BLOCK-COUNT TO WS-NACHA-LINE(8:6)
           MOVE WS-TOTAL-ENTRY-COUNT TO WS-NACHA-LINE(14:8)
           MOVE WS-ENTRY-HASH TO WS-NACHA-LINE(22:10)
           MOVE WS-BATCH-AMOUNT-TOTAL TO WS-NACHA-LINE(32:12)
           MOVE ZEROS TO WS-NACHA-LINE(44:12)
           MOVE SPACES TO WS-NACHA-LINE(56:39)
           MOVE WS-NACHA-LINE TO NACHA-RECORD
           WRITE NACHA-RECORD.
