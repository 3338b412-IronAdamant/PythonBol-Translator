      *================================================================*
      * CHKREC: shared CHECK-ITEM-FILE record layout.
      * COPY'd by every program that opens CHKCLEAR.DAT so the
      * layout only has to change in one place. One row per check
      * drawn on one of our accounts and presented through the
      * clearing house; the file arrives daily and is paid or
      * returned by the nightly CHKCLEAR run.
      *================================================================*
       01  CHECK-ITEM-RECORD.
      *    Clearing-house item sequence number, quoted back on the
      *    return file.
           05  CHK-ITEM-SEQ       PIC X(10).
           05  CHK-ACCT-ID        PIC X(10).
           05  CHK-NUMBER         PIC 9(8).
           05  CHK-AMOUNT         PIC 9(7)V99.
           05  CHK-PRESENT-DATE   PIC X(10).
