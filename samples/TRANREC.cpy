           05  TRANS-DATE         PIC X(10).
           05  TRANS-TIME         PIC X(8).
      *    Counterparty account for transfers (types T and X);
      *    "CK" and the check number on a W paid by CHKCLEAR;
      *    the charge-off date on a K recovery written by ODAGING;
      *    "PAYROLL" on a D posted from PAYROLL-CALC's net pay
      *    and on the W that PAYVOID posts to take it back;
      *    spaces for every other transaction.
           05  TRANS-COUNTERPARTY PIC X(10).
