      *================================================================*
      * STOPREC: shared STOP-PAYMENT-FILE record layout.
      * COPY'd by every program that opens STOPPAY.DAT so the
      * layout only has to change in one place. One row per stop-
      * payment order: the teller places and releases them in
      * BANKACCT and the nightly CHKCLEAR run returns any inbound
      * check on the account whose number falls in the stopped
      * range (and, when STP-AMOUNT is nonzero, whose amount
      * matches) unpaid. A stop lapses six months after it was
      * placed unless renewed with a new order.
      *================================================================*
       01  STOP-PAYMENT-RECORD.
           05  STP-STOP-ID        PIC X(8).
           05  STP-ACCT-ID        PIC X(10).
      *    Check-number range; a single check has FROM = TO.
           05  STP-CHECK-FROM     PIC 9(8).
           05  STP-CHECK-TO       PIC 9(8).
      *    Zero = any amount.
           05  STP-AMOUNT         PIC 9(7)V99.
           05  STP-PLACED-DATE    PIC X(10).
           05  STP-EXPIRY-DATE    PIC X(10).
           05  STP-OPERATOR       PIC X(8).
      *    Stop status: A = active, R = released by the teller.
           05  STP-STATUS         PIC X(1).
           05  STP-RELEASED-DATE  PIC X(10).
