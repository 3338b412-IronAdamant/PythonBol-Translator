      *================================================================*
      * OVSHREC: shared TELLER-SHORT-FILE record layout.
      * COPY'd by every program that opens TLRSHORT.DAT so the
      * layout only has to change in one place. One row per teller
      * drawer that proved short: written by TLRPROOF and booked by
      * GLEXTRCT to the cash over/short GL account on the proof
      * date, under GL map type S.
      *================================================================*
       01  TELLER-SHORT-RECORD.
           05  OVS-DATE           PIC X(10).
           05  OVS-OPERATOR       PIC X(8).
           05  OVS-AMOUNT         PIC 9(7)V99.
