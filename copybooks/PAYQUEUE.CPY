      *-----------------------------------------------------------------
      * PAYQUEUE - outbound payment queue record, indexed by
      * PQ-PAYMENT-NO. ACCOUNT writes one 'Q' queued record for each
      * payment to a beneficiary at another bank, at the moment it
      * debits the sender; payment numbers ascend, one above the
      * highest on file. The nightly PAYOUT run sends every queued
      * payment on the outbound file and marks it 'S' sent with the
      * date it went; a payment the beneficiary's bank sends back is
      * credited to the customer again and marked 'R' returned.
      * PQ-DEBIT-TIMESTAMP is the timestamp of the sender's approved
      * TRANLOG row, so the return's reversal row can name the debit
      * it backs out in TL-REVERSAL-OF.
      *-----------------------------------------------------------------
       01  PAYMENT-QUEUE-RECORD.
           05 PQ-PAYMENT-NO           PIC 9(8).
           05 PQ-CUSTOMER-NO          PIC X(15).
           05 PQ-ACCOUNT-TYPE         PIC X(1).
           05 PQ-BANK-CODE            PIC X(11).
           05 PQ-BENEF-ACCOUNT        PIC X(34).
           05 PQ-BENEF-NAME           PIC X(30).
           05 PQ-AMOUNT               PIC 9(7)V99.
           05 PQ-FEE                  PIC 9(5)V99.
           05 PQ-DEBIT-TIMESTAMP.
              10 PQ-DEBIT-DATE        PIC 9(8).
              10 PQ-DEBIT-TIME        PIC 9(6).
           05 PQ-SENT-DATE            PIC 9(8).
           05 PQ-RETURNED-DATE        PIC 9(8).
           05 PQ-STATUS               PIC X(1).
              88 PQ-QUEUED            VALUE 'Q'.
              88 PQ-SENT              VALUE 'S'.
              88 PQ-RETURNED          VALUE 'R'.
