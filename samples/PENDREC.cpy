      *================================================================*
      * PENDREC: shared PENDING-FILE record layout.
      * COPY'd by every program that opens PENDTRAN.DAT so the
      * layout only has to change in one place. Externally captured
      * transactions (night drop, branch capture), in-house payroll
      * deposits appended by PAYROLL-CALC and the withdrawals PAYVOID
      * appends to take voided ones back wait here for the nightly
      * BATCHPST run.
      *================================================================*
       01  PENDING-RECORD.
           05  PEND-ACCT-ID       PIC X(10).
      *    D = deposit, W = withdrawal, L = loan payment.
           05  PEND-TYPE          PIC X(1).
           05  PEND-AMOUNT        PIC 9(7)V99.
           05  PEND-AMOUNT-X REDEFINES PEND-AMOUNT
                                  PIC X(9).
      *    Capturing channel; "PAYROLL" on net pay deposited by
      *    PAYROLL-CALC or withdrawn by PAYVOID, carried to
      *    TRANS-COUNTERPARTY when posted.
           05  PEND-SOURCE        PIC X(10).
           05  PEND-DATE          PIC X(10).
