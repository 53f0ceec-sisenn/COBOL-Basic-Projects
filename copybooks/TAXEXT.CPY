      *-----------------------------------------------------------------
      * TAXEXT - interest tax return extract record, the fixed layout
      * the year-end interest tax run hands to the tax authority. The
      * 'H' header carries the tax year and the run date; each 'D'
      * detail is one customer's interest paid for the year, net of
      * any interest reversed within the year, split between savings
      * account interest and term deposit interest. TX-CLOSED-FLAG
      * is 'C' on a customer who closed during the tax year, with
      * the closing day in TX-CLOSED-DATE; both are blank/zero
      * otherwise. The 'T' trailer carries the detail record count
      * and the total interest of the details, the same controls
      * EXTPAY uses.
      *-----------------------------------------------------------------
       01  TAX-EXTRACT-RECORD.
           05 TX-RECORD-TYPE          PIC X(1).
              88 TX-HEADER            VALUE 'H'.
              88 TX-DETAIL            VALUE 'D'.
              88 TX-TRAILER           VALUE 'T'.
           05 TX-TAX-YEAR             PIC 9(4).
           05 TX-RUN-DATE             PIC 9(8).
           05 TX-CUSTOMER-NO          PIC X(15).
           05 TX-CUSTOMER-NAME        PIC X(15).
           05 TX-CUSTOMER-LAST-NAME   PIC X(15).
           05 TX-CLOSED-FLAG          PIC X(1).
              88 TX-CLOSED-IN-YEAR    VALUE 'C'.
           05 TX-CLOSED-DATE          PIC 9(8).
           05 TX-SAVINGS-INTEREST     PIC 9(9)V99.
           05 TX-DEPOSIT-INTEREST     PIC 9(9)V99.
           05 TX-TOTAL-INTEREST       PIC 9(9)V99.
           05 TX-RECORD-COUNT         PIC 9(7).
           05 TX-HASH-TOTAL           PIC 9(13)V99.
