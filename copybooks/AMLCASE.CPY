      *-----------------------------------------------------------------
      * AMLCASE - compliance case record, indexed by customer, case
      * type and the date and time of the transaction that raised
      * it, so the nightly monitoring run can tell a case it has
      * already raised from a new one and never raises it twice.
      * Case types:
      *   LARGECSH  one cash transaction at or over the threshold
      *   STRUCTUR  several cash deposits just under it in a few days
      *   RAPIDMOV  a credit or transfer in that leaves again at once
      *   REACTMOV  a large movement just after reactivation
      * CC-AMOUNT is the transaction amount, or for structuring the
      * total of the deposits, CC-EVENT-COUNT how many transactions
      * the case covers and CC-RAISED-DATE the run that raised it.
      *-----------------------------------------------------------------
       01  COMPLIANCE-CASE-RECORD.
           05 CC-KEY.
              10 CC-CUSTOMER-NO       PIC X(15).
              10 CC-CASE-TYPE         PIC X(8).
              10 CC-EVENT-DATE        PIC 9(8).
              10 CC-EVENT-TIME        PIC 9(6).
           05 CC-ACCOUNT-TYPE         PIC X(1).
           05 CC-AMOUNT               PIC 9(9)V99.
           05 CC-EVENT-COUNT          PIC 9(3).
           05 CC-COUNTERPARTY         PIC X(15).
           05 CC-RAISED-DATE          PIC 9(8).
