      *-----------------------------------------------------------------
      * ALERTGW - messaging gateway extract record, the fixed layout
      * the nightly alert feed hands to the SMS and email gateway.
      * The 'H' header carries the run date; each 'D' detail is one
      * message to send, on one channel - a customer who takes
      * alerts by both SMS and email gets one detail for each - with
      * the address on that channel, the event it reports and the
      * text to send. The 'T' trailer carries the detail record
      * count and the hash total of the detail amounts, the same
      * controls EXTPAY uses.
      *-----------------------------------------------------------------
       01  ALERT-GATEWAY-RECORD.
           05 AG-RECORD-TYPE          PIC X(1).
              88 AG-HEADER            VALUE 'H'.
              88 AG-DETAIL            VALUE 'D'.
              88 AG-TRAILER           VALUE 'T'.
           05 AG-RUN-DATE             PIC 9(8).
           05 AG-CUSTOMER-NO          PIC X(15).
           05 AG-CHANNEL              PIC X(1).
              88 AG-SMS               VALUE 'S'.
              88 AG-EMAIL             VALUE 'E'.
           05 AG-ADDRESS              PIC X(50).
           05 AG-EVENT-TYPE           PIC X(8).
           05 AG-EVENT-DATE           PIC 9(8).
           05 AG-EVENT-TIME           PIC 9(6).
           05 AG-AMOUNT               PIC 9(7)V99.
           05 AG-MESSAGE-TEXT         PIC X(80).
           05 AG-RECORD-COUNT         PIC 9(7).
           05 AG-HASH-TOTAL           PIC 9(13)V99.
