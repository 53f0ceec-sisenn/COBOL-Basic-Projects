      *-----------------------------------------------------------------
      * AMLEXT - compliance case extract record, the fixed layout
      * the monitoring run hands to compliance's filing tool. The
      * 'H' header carries the run date and, in CX-EVENT-DATE, the
      * first day of the window reviewed; each 'D' detail is one
      * case raised by the run, as held on AMLCASE.DAT; the 'T'
      * trailer carries the detail record count and the total of
      * the detail amounts, the same controls EXTPAY uses.
      *-----------------------------------------------------------------
       01  COMPLIANCE-EXTRACT-RECORD.
           05 CX-RECORD-TYPE          PIC X(1).
              88 CX-HEADER            VALUE 'H'.
              88 CX-DETAIL            VALUE 'D'.
              88 CX-TRAILER           VALUE 'T'.
           05 CX-RUN-DATE             PIC 9(8).
           05 CX-CASE-TYPE            PIC X(8).
           05 CX-CUSTOMER-NO          PIC X(15).
           05 CX-CUSTOMER-NAME        PIC X(15).
           05 CX-CUSTOMER-LAST-NAME   PIC X(15).
           05 CX-ACCOUNT-TYPE         PIC X(1).
           05 CX-EVENT-DATE           PIC 9(8).
           05 CX-EVENT-TIME           PIC 9(6).
           05 CX-AMOUNT               PIC 9(9)V99.
           05 CX-EVENT-COUNT          PIC 9(3).
           05 CX-COUNTERPARTY         PIC X(15).
           05 CX-RECORD-COUNT         PIC 9(5).
           05 CX-HASH-TOTAL           PIC 9(13)V99.
