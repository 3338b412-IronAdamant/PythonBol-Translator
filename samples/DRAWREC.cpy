      *================================================================*
      * DRAWREC: shared DRAWER-FILE record layout.
      * COPY'd by every program that opens DRAWER.DAT so the layout
      * only has to change in one place. One row per operator per
      * business day: BANKACCT records the opening cash at the
      * operator's first sign-on of the day and the counted cash
      * declared at sign-off, and the end-of-day TLRPROOF run proves
      * the count against the deposits and withdrawals the operator
      * keyed on AUDITLOG.DAT.
      *================================================================*
       01  DRAWER-RECORD.
           05  DRW-OPERATOR       PIC X(8).
           05  DRW-DATE           PIC X(10).
           05  DRW-OPEN-CASH      PIC 9(7)V99.
           05  DRW-OPEN-TIME      PIC X(8).
           05  DRW-CLOSE-CASH     PIC 9(7)V99.
           05  DRW-CLOSE-TIME     PIC X(8).
      *    Drawer status: O = open (no count declared yet),
      *    C = closing count declared.
           05  DRW-STATUS         PIC X(1).
