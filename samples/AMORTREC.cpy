      *================================================================*
      * AMORTREC: shared AMORT-SCHEDULE-FILE record layout.
      * COPY'd by every program that opens AMORTSCH.DAT so the
      * layout only has to change in one place. One row per
      * installment of every loan on LOANMAST.DAT, keyed on the loan
      * ACCT-ID plus installment number so a program can START at a
      * loan and read its schedule in due-date order. Written once
      * when BANKACCT books the loan (level payment, interest on the
      * declining balance, final installment absorbing the rounding)
      * and updated as payments are applied: each payment pays the
      * interest, then the principal, of the installments due,
      * oldest first; any excess prepays principal from the last
      * installment back, closing each installment it retires with
      * its unearned interest dropped (AMS-INTEREST and AMS-PAYMENT
      * cut to what was paid).
      *================================================================*
       01  AMORT-SCHEDULE-RECORD.
           05  AMS-KEY.
               10  AMS-ACCT-ID    PIC X(10).
               10  AMS-INST-NO    PIC 9(3).
           05  AMS-DUE-DATE       PIC X(10).
           05  AMS-PAYMENT        PIC 9(7)V99.
           05  AMS-INTEREST       PIC 9(7)V99.
           05  AMS-PRINCIPAL      PIC 9(7)V99.
           05  AMS-INT-PAID       PIC 9(7)V99.
           05  AMS-PRIN-PAID      PIC 9(7)V99.
           05  AMS-PAID-DATE      PIC X(10).
      *    Installment status: O = open, P = paid in full.
           05  AMS-STATUS         PIC X(1).
