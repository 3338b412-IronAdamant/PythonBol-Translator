      *================================================================*
      * PAYREG: shared PAYROLL-REGISTER-FILE record layout.
      * COPY'd by every program that opens PAYREG.DAT so the layout
      * only has to change in one place. One row per paycheck,
      * written by PAYROLL-CALC as each employee is paid (regular
      * and off-cycle runs alike), keyed by employee, pay date and
      * a check sequence within the day. PAYVOID reverses a check
      * from it and marks the row voided; the row is never deleted.
      *================================================================*
       01  PAYROLL-REGISTER-RECORD.
           05  PRG-KEY.
               10  PRG-EMP-ID         PIC 9(6).
               10  PRG-PAY-DATE       PIC X(10).
               10  PRG-CHECK-SEQ      PIC 9(2).
      *    R = regular cycle, O = off-cycle (flat amount).
           05  PRG-RUN-TYPE           PIC X(1).
           05  PRG-OFF-REASON         PIC X(10).
      *    A = active, V = voided by PAYVOID on PRG-VOID-DATE.
           05  PRG-STATUS             PIC X(1).
           05  PRG-VOID-DATE          PIC X(10).
           05  PRG-EMP-NAME           PIC X(30).
           05  PRG-DEPT               PIC X(4).
           05  PRG-GROSS              PIC 9(7)V99.
      *    Deductions.
           05  PRG-401K               PIC 9(7)V99.
           05  PRG-HEALTH             PIC 9(5)V99.
      *    Garnishments withheld: the total, and each order's share
      *    by GARNISH.DAT order sequence.
           05  PRG-GARNISH            PIC 9(7)V99.
           05  PRG-GARN-COUNT         PIC 9(2).
           05  PRG-GARN-ENTRY OCCURS 10 TIMES.
               10  PRG-GARN-SEQ       PIC 9(2).
               10  PRG-GARN-AMOUNT    PIC 9(7)V99.
      *    Taxes: income tax withheld, the wages subjected to Social
      *    Security this check, and the employee/employer FICA.
           05  PRG-TAX                PIC 9(7)V99.
           05  PRG-SS-WAGES           PIC 9(7)V99.
           05  PRG-SS-EE              PIC 9(7)V99.
           05  PRG-SS-ER              PIC 9(7)V99.
           05  PRG-MED-EE             PIC 9(7)V99.
           05  PRG-MED-ER             PIC 9(7)V99.
           05  PRG-NET                PIC 9(7)V99.
      *    How the net pay went out: N = NACHA file, I = deposited
      *    in-house through PENDTRAN.DAT, X = not paid electronically
      *    (deposit exception or nothing to pay).
           05  PRG-PAY-METHOD         PIC X(1).
           05  PRG-BANK-ROUTING       PIC 9(9).
           05  PRG-BANK-ACCOUNT       PIC X(17).
           05  PRG-ACCOUNT-TYPE       PIC X(1).
           05  PRG-TRACE-NUMBER       PIC X(15).
