      *-----------------------------------------------------------------
      * ALERTPRF - customer alert preference record, one per
      * customer who has given contact details for alerts, keyed by
      * customer number and maintained through MAINT. AP-CHANNEL
      * says how alerts reach the customer: 'S' by SMS to
      * AP-MOBILE-NO, 'E' by email to AP-EMAIL-ADDRESS, 'B' by both,
      * 'N' not at all. Each choice byte is 'Y' when the customer
      * wants that kind of alert and 'N' when not, in the order of
      * the event types in the ALERTEVT copybook; AP-CHOICE gives
      * the same bytes as a table. A customer with no record here
      * gets no alerts.
      *-----------------------------------------------------------------
       01  ALERT-PREFERENCE-RECORD.
           05 AP-CUSTOMER-NO          PIC X(15).
           05 AP-CHANNEL              PIC X(1).
              88 AP-BY-SMS            VALUE 'S'.
              88 AP-BY-EMAIL          VALUE 'E'.
              88 AP-BY-BOTH           VALUE 'B'.
              88 AP-NO-ALERTS         VALUE 'N'.
           05 AP-MOBILE-NO            PIC X(15).
           05 AP-EMAIL-ADDRESS        PIC X(50).
           05 AP-ALERT-CHOICES.
              10 AP-WANT-LARGE        PIC X(1).
              10 AP-WANT-OVER-LIMIT   PIC X(1).
              10 AP-WANT-LOCKOUT      PIC X(1).
              10 AP-WANT-HOLD         PIC X(1).
              10 AP-WANT-CREDIT       PIC X(1).
              10 AP-WANT-ORDER-DECLINE PIC X(1).
           05 AP-CHOICE-TABLE REDEFINES AP-ALERT-CHOICES.
              10 AP-CHOICE OCCURS 6 TIMES PIC X(1).
           05 AP-UPDATED-DATE         PIC 9(8).
           05 AP-UPDATED-BY           PIC X(8).
