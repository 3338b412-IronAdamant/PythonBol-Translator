      *================================================================*
      * GARNREC: shared GARNISHMENT-ORDER-FILE record layout.
      * COPY'd by every program that opens GARNISH.DAT so the layout
      * only has to change in one place. One row per court or agency
      * order, keyed by employee and an order sequence within the
      * employee. PAYROLL-CALC withholds the active orders each
      * payroll in GRN-PRIORITY order, within the disposable-earnings
      * cap, adds what it took to GRN-PAID-TO-DATE and closes the
      * order once GRN-TOTAL-OWED is reached. PAYVOID backs a voided
      * check's withholding out again.
      *================================================================*
       01  GARNISHMENT-ORDER-RECORD.
           05  GRN-KEY.
               10  GRN-EMP-ID         PIC 9(6).
               10  GRN-ORDER-SEQ      PIC 9(2).
      *    Agency the withholding is remitted to, and its case number
      *    for the order, both quoted on the remittance.
           05  GRN-AGENCY             PIC X(8).
           05  GRN-AGENCY-NAME        PIC X(30).
           05  GRN-CASE-NUMBER        PIC X(20).
      *    S = child or spousal support, G = any other garnishment
      *    (creditor, student loan); the two have different caps.
           05  GRN-ORDER-TYPE         PIC X(1).
      *    Lowest number is withheld first.
           05  GRN-PRIORITY           PIC 9(2).
      *    A = GRN-AMOUNT every pay period, P = GRN-PERCENT of the
      *    check's disposable earnings.
           05  GRN-METHOD             PIC X(1).
           05  GRN-AMOUNT             PIC 9(5)V99.
           05  GRN-PERCENT            PIC 9(2)V99.
      *    Zero total owed = open-ended (ongoing support).
           05  GRN-TOTAL-OWED         PIC 9(7)V99.
           05  GRN-PAID-TO-DATE       PIC 9(7)V99.
      *    A = active, P = paid off, H = held (not withheld).
           05  GRN-STATUS             PIC X(1).
           05  GRN-LAST-PAY-DATE      PIC X(10).
