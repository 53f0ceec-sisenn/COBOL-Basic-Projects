      * queued for unattended processing by ACCOUNT's batch mode.
      * BT-DEST-CUSTOMER-NO names the receiving account, which must
      * also be on CUSTOMER-MASTER-FILE.
      * A record whose BT-BANK-CODE is filled in is instead a payment
      * to a beneficiary at another bank: BT-DEST-CUSTOMER-NO is left
      * blank and the beneficiary's bank code, account and name
      * travel in the trailing fields, which are blank on every
      * transfer between our own customers.
      * BT-ORDER-NO names the standing order a record was generated
      * from, so a declined standing-order payment can be told to
      * the customer; it is zero or blank on every other record.
      *-----------------------------------------------------------------
       01  BATCH-TRANSACTION-RECORD.
           05 BT-SEQUENCE-NO          PIC 9(6).
           05 BT-CUSTOMER-NO          PIC X(15).
           05 BT-TRANSFER-OUT         PIC 9(7)V99.
           05 BT-DEST-CUSTOMER-NO     PIC X(15).
           05 BT-BANK-CODE            PIC X(11).
           05 BT-BENEF-ACCOUNT        PIC X(34).
           05 BT-BENEF-NAME           PIC X(30).
           05 BT-ORDER-NO             PIC 9(6).
