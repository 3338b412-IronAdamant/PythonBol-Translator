      *================================================================*
      * GLJREC: shared general-ledger journal record layout.
      * COPY'd by every program that writes a journal in the
      * GLJRNL.DAT format so the layout only has to change in one
      * place. Each row is one balanced entry: GLJ-AMOUNT debited
      * to GLJ-DEBIT-GL and credited to GLJ-CREDIT-GL. GLEXTRCT
      * writes the bank's daily journal; PAYROLL-CALC appends each
      * payroll's entries, and PAYVOID each void's reversals, to
      * PAYJRNL.DAT (business date in GLJ-DATE), which GLEXTRCT
      * carries into GLJRNL.DAT for that posting date.
      * GLJ-TYPE is the transaction type of a bank row (see the
      * GLMAP.DAT seed in GLEXTRCT). Payroll journal rows are type
      * J, which is kept out of GLMAP.DAT so a payroll row is never
      * confused with a mapped bank row.
      *================================================================*
       01  JOURNAL-RECORD.
           05  GLJ-DATE           PIC X(10).
           05  GLJ-TYPE           PIC X(1).
           05  GLJ-DEBIT-GL       PIC 9(8).
           05  GLJ-CREDIT-GL      PIC 9(8).
           05  GLJ-AMOUNT         PIC 9(7)V99.
      *    Account for bank rows; operator for teller shortages;
      *    department or liability label for payroll rows.
           05  GLJ-ACCT-ID        PIC X(10).
