           05  AUD-SEQ            PIC 9(6).
           05  AUD-OPERATOR       PIC X(8).
           05  AUD-ACCT-ID        PIC X(10).
      *    Action is the posting's transaction type (D, W, T, ...);
      *    stop-payment placements and releases journal as S and R
      *    with the balance unchanged.
           05  AUD-ACTION         PIC X(1).
           05  AUD-AMOUNT         PIC 9(7)V99.
           05  AUD-BAL-BEFORE     PIC S9(7)V99 SIGN LEADING SEPARATE.
