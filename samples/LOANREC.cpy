      *================================================================*
      * LOANREC: shared LOAN-MASTER-FILE record layout.
      * COPY'd by every program that opens LOANMAST.DAT so the
      * layout only has to change in one place. One row per
      * installment loan, keyed on the loan's ACCT-ID: the account
      * itself lives on CUSTOMERS.DAT as ACCT-TYPE L with the
      * principal outstanding in ACCT-BALANCE, and this row carries
      * the terms and collection state. The installment-by-
      * installment split lives in AMORTSCH.DAT (see AMORTREC).
      * Booked and paid at the teller window in BANKACCT, paid
      * through PENDTRAN.DAT by BATCHPST, and aged nightly by
      * LOANBTCH.
      *================================================================*
       01  LOAN-MASTER-RECORD.
           05  LN-ACCT-ID         PIC X(10).
           05  LN-CUST-NO         PIC X(8).
           05  LN-PRINCIPAL       PIC 9(7)V99.
      *    Annual rate as a fraction (0.0725 = 7.25%), same form as
      *    the RATETABLE.DAT deposit rates.
           05  LN-RATE            PIC 9V9999.
           05  LN-TERM            PIC 9(3).
           05  LN-PAYMENT         PIC 9(7)V99.
           05  LN-OPEN-DATE       PIC X(10).
           05  LN-FIRST-DUE       PIC X(10).
      *    Oldest installment not yet paid in full and its due date;
      *    past-due days are counted from LN-NEXT-DUE.
           05  LN-NEXT-INST       PIC 9(3).
           05  LN-NEXT-DUE        PIC X(10).
           05  LN-PRIN-BAL        PIC 9(7)V99.
      *    Late fees assessed by LOANBTCH and not yet collected; a
      *    payment clears these before interest and principal.
           05  LN-FEES-DUE        PIC 9(5)V99.
      *    Highest installment a late fee has been assessed on, so
      *    each late installment draws one fee however long it stays
      *    late.
           05  LN-LAST-FEE-INST   PIC 9(3).
           05  LN-LAST-PAY-DATE   PIC X(10).
           05  LN-DAYS-PAST-DUE   PIC 9(4).
      *    Delinquency bucket set by LOANBTCH: 00 = current,
      *    01 = 1-29 days, 30 = 30-59, 60 = 60-89, 90 = 90 and over.
           05  LN-DELINQ-BUCKET   PIC X(2).
      *    Loan status: A = active, P = paid in full.
           05  LN-STATUS          PIC X(1).
