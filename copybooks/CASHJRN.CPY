      *-----------------------------------------------------------------
      * CASHJRN - teller cash journal record: one row for every teller
      * cash row ACCOUNT writes to TRANLOG.DAT, approved or declined,
      * naming the teller who was signed on at the counter and the
      * drawer the cash went through. The row carries the customer,
      * account and timestamp of its TRANLOG row, so each cash row on
      * the log can be traced to a teller. The file is append-only:
      * ACCOUNT only ever opens it EXTEND.
      *-----------------------------------------------------------------
       01  CASH-JOURNAL-RECORD.
           05 CJ-TELLER-ID            PIC X(8).
           05 CJ-DRAWER-OPEN-DATE     PIC 9(8).
           05 CJ-DRAWER-OPEN-TIME     PIC 9(6).
           05 CJ-CUSTOMER-NO          PIC X(15).
           05 CJ-ACCOUNT-TYPE         PIC X(1).
           05 CJ-TRANSFER-IN          PIC 9(7)V99.
           05 CJ-TRANSFER-OUT         PIC 9(7)V99.
           05 CJ-STATUS               PIC X(1).
           05 CJ-TIMESTAMP.
              10 CJ-TIMESTAMP-DATE    PIC 9(8).
              10 CJ-TIMESTAMP-TIME    PIC 9(6).
