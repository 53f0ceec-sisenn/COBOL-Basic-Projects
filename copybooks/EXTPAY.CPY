      *-----------------------------------------------------------------
      * EXTPAY - outbound external payment interface record, the
      * layout the nightly PAYOUT run sends queued payments to the
      * clearing house in and the layout other banks send returned
      * payments back in. The 'H' header names the originating bank
      * and the value date, each 'D' detail is one payment, and the
      * 'T' trailer carries the detail record count and the hash
      * total of the detail amounts - the same controls CREDPOST
      * checks on EXTCRED.DAT. On a return file each detail carries
      * our XP-PAYMENT-NO as sent and the returning bank's reason in
      * XP-RETURN-CODE; the whole return file is refused when its
      * controls do not match.
      *-----------------------------------------------------------------
       01  EXTERNAL-PAYMENT-RECORD.
           05 XP-RECORD-TYPE          PIC X(1).
              88 XP-HEADER            VALUE 'H'.
              88 XP-DETAIL            VALUE 'D'.
              88 XP-TRAILER           VALUE 'T'.
           05 XP-ORIGINATOR           PIC X(15).
           05 XP-VALUE-DATE           PIC 9(8).
           05 XP-PAYMENT-NO           PIC 9(8).
           05 XP-BANK-CODE            PIC X(11).
           05 XP-BENEF-ACCOUNT        PIC X(34).
           05 XP-BENEF-NAME           PIC X(30).
           05 XP-AMOUNT               PIC 9(7)V99.
           05 XP-RECORD-COUNT         PIC 9(5).
           05 XP-HASH-TOTAL           PIC 9(11)V99.
           05 XP-RETURN-CODE          PIC X(4).
