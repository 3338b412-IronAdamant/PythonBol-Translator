      *================================================================*
      * SANCCLR: shared SCREEN-CLEARANCE-FILE record layout.
      * COPY'd by every program that opens SANCCLR.DAT so the
      * layout only has to change in one place. One row per
      * watch-list entry a supervisor has cleared as a false match
      * for a customer: BANKACCT appends the rows when a supervisor
      * overrides a probable match on add or change, and SANCSCRN
      * reports the same customer and entry as cleared instead of
      * freezing the customer's accounts -- for as long as the
      * customer still carries the name that was cleared.
      *================================================================*
       01  SCREEN-CLEARANCE-RECORD.
           05  CLR-CUST-NO        PIC X(8).
           05  CLR-ENTRY-ID       PIC X(10).
           05  CLR-SCORE          PIC 9(3).
           05  CLR-CUST-NAME      PIC X(30).
           05  CLR-SUPERVISOR     PIC X(8).
           05  CLR-OPERATOR       PIC X(8).
           05  CLR-DATE           PIC X(10).
