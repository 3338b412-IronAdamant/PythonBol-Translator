           05  ACCT-ID            PIC X(10).
           05  ACCT-NAME          PIC X(30).
           05  ACCT-BALANCE       PIC S9(7)V99.
      *    Account type: S = savings, C = checking, L = installment
      *    loan. On a loan ACCT-BALANCE is the principal still owed
      *    and the terms live in LOANMAST.DAT (see LOANREC); loans
      *    take no deposits, withdrawals or transfers.
           05  ACCT-TYPE          PIC X(1).
           05  ACCT-OD-LIMIT      PIC 9(7)V99.
      *    Account status: A = active, F = frozen (debits blocked),
