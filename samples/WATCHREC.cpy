      *================================================================*
      * WATCHREC: shared WATCH-LIST-FILE record layout.
      * COPY'd by every program that opens WATCHLST.DAT so the
      * layout only has to change in one place. One row per listed
      * name (an alias is a separate row under the same entry ID)
      * from the government sanctions list as delivered; each
      * delivery replaces the whole file. BANKACCT screens a
      * customer name against it when the customer is added or
      * changed, and SANCSCRN rescreens the whole customer master
      * whenever a delivery with a later list date arrives.
      *================================================================*
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID        PIC X(10).
           05  WL-NAME            PIC X(30).
      *    Issuing program (for example SDN) as shown on the list.
           05  WL-PROGRAM         PIC X(6).
      *    Publication date (YYYY/MM/DD) of the delivery.
           05  WL-LIST-DATE       PIC X(10).
