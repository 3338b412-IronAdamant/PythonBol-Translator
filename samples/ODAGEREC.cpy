      *================================================================*
      * ODAGEREC: shared OVERDRAFT-AGING-FILE record layout.
      * COPY'd by every program that opens ODAGE.DAT so the layout
      * only has to change in one place. One row per deposit
      * account that is (or was) overdrawn, keyed on the account's
      * ACCT-ID. ODAGING opens the row the first night the account
      * is seen negative, counts the unbroken run of negative days,
      * records the overdraft notices mailed, and at the final
      * threshold freezes the account and charges off the negative
      * balance (type G). Deposits later received on the account
      * are swept back against the loss (type K) until the charge-
      * off is recovered in full. CHGOFRPT reports the charged-off
      * and recovered amounts monthly.
      *================================================================*
       01  OVERDRAFT-AGING-RECORD.
           05  ODA-ACCT-ID        PIC X(10).
      *    A = aging (overdrawn, not yet charged off), W = charged
      *    off (written off) with recoveries still owed, R = the
      *    charge-off recovered in full. A cured account (back to
      *    zero or better before the charge-off) has its row
      *    deleted.
           05  ODA-STATUS         PIC X(1).
      *    First business date of the current unbroken negative run
      *    and the count of days since, that date included.
           05  ODA-FIRST-NEG-DATE PIC X(10).
           05  ODA-DAYS-NEG       PIC 9(4).
           05  ODA-LAST-RUN-DATE  PIC X(10).
      *    Highest overdraft notice mailed in this run (0 = none)
      *    and the date it went out.
           05  ODA-NOTICE-LEVEL   PIC 9(1).
           05  ODA-NOTICE-DATE    PIC X(10).
           05  ODA-CHARGEOFF-AMT  PIC 9(7)V99.
           05  ODA-CHARGEOFF-DATE PIC X(10).
      *    Recovered to date against ODA-CHARGEOFF-AMT.
           05  ODA-RECOVERED      PIC 9(7)V99.
           05  ODA-LAST-RECOV-DATE PIC X(10).
