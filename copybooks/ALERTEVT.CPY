      *-----------------------------------------------------------------
      * ALERTEVT - customer alert event record: one row per event a
      * customer may want to be told about, appended to ALERTEVT.DAT
      * by the program where the event happens. The file is only
      * ever opened EXTEND by the programs raising events; the
      * nightly alert feed reads it forward from where its last run
      * stopped, applies the customer's alert preferences and hands
      * what is to be sent to the messaging gateway.
      *   LARGETXN  transfer, cash withdrawal or payment to another
      *             bank at or above the ALERTCTL.DAT amount
      *   OVERLMT   outgoing money declined over the daily limit
      *   LOCKOUT   customer record locked after wrong PIN entries
      *   HOLDPLCE  funds hold placed
      *   HOLDRLSE  funds hold released
      *   CREDITIN  payroll or other inbound credit posted
      *   SODECLN   standing-order transfer rejected by the batch
      *             pre-edit or declined in the batch run
      * AE-REFERENCE carries what the customer needs to recognise
      * the event: the counterparty of a payment, the hold number,
      * the standing-order number or the credit's originator.
      * AE-SOURCE names the program that raised the event.
      *-----------------------------------------------------------------
       01  ALERT-EVENT-RECORD.
           05 AE-CUSTOMER-NO          PIC X(15).
           05 AE-TIMESTAMP.
              10 AE-TIMESTAMP-DATE    PIC 9(8).
              10 AE-TIMESTAMP-TIME    PIC 9(6).
           05 AE-EVENT-TYPE           PIC X(8).
              88 AE-LARGE-PAYMENT     VALUE 'LARGETXN'.
              88 AE-OVER-LIMIT        VALUE 'OVERLMT '.
              88 AE-PIN-LOCKOUT       VALUE 'LOCKOUT '.
              88 AE-HOLD-PLACED       VALUE 'HOLDPLCE'.
              88 AE-HOLD-RELEASED     VALUE 'HOLDRLSE'.
              88 AE-CREDIT-RECEIVED   VALUE 'CREDITIN'.
              88 AE-ORDER-DECLINED    VALUE 'SODECLN '.
           05 AE-ACCOUNT-TYPE         PIC X(1).
           05 AE-AMOUNT               PIC 9(7)V99.
           05 AE-REFERENCE            PIC X(15).
           05 AE-SOURCE               PIC X(8).
